       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBINTEG01.
      *
      ****************************************************************
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Verificacao noturna de integridade referencial
      *          entre os arquivos. O CADVERIF01 confere cada
      *          cliente e o CBAUDVER01 a trilha, cada um no seu
      *          arquivo; aqui se confere que os arquivos batem uns
      *          com os outros e sai relatorio dos orfaos e das
      *          referencias penduradas, regra a regra:
      *            COMPRA    - fone fora de cad-clientes.dat e dos
      *                        arquivos mortos do catalogo CADARQ01
      *            CONTATO   - idem para o historico de contatos
      *            LOJA      - regiao nao cadastrada, ou loja ativa
      *                        em regiao encerrada
      *            FUNCIONAR - departamento nao cadastrado, ou
      *                        funcionario ativo em depto extinto
      *            AUSENCIA  - funcionario nao cadastrado
      *            RECREDITO - funcionario nao cadastrado
      *            MALA      - campanha fora do cadastro (CAMPREC)
      *          Arquivo de detalhe ausente = nada a conferir; o
      *          mestre ausente com o detalhe presente deixa a regra
      *          sem verificar. Em ambos os casos, e havendo qualquer
      *          orfao, o FIM no cbjoblog.log sai ERRO e o codigo de
      *          retorno 8 para a fila do CBSTREAM01.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---> arquivo indexado de clientes (mesmo layout do CADCLI01)
           SELECT FILE1 ASSIGN TO INFLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-INFL
               RECORD KEY IS FS-KEY.
      *---> catalogo dos arquivos mortos (CADARQ01)
           SELECT CATMORTO ASSIGN TO NOME-ARQ-CATALOGO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CATMORTO.
      *---> arquivo morto datado da vez (sequencial, layout CLIREC)
           SELECT ARQMORTO ASSIGN TO NOME-ARQ-MORTO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MORTO.
      *---> historico de compras dos clientes
           SELECT COMPRAFL ASSIGN TO NOME-ARQ-COMPRAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-COMPRA
               RECORD KEY IS CP-CHAVE.
      *---> historico de contatos com os clientes
           SELECT CONTFILE ASSIGN TO NOME-ARQ-CONTATOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-CONT
               RECORD KEY IS CT-CHAVE.
      *---> cadastro de lojas (mantido pelo CBLOJA01)
           SELECT LOJAFL ASSIGN TO LOJADD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LJ-CHAVE
               FILE STATUS IS FS-LOJA.
      *---> cadastro de regioes (mantido pelo CBREG01)
           SELECT REGIAOFL ASSIGN TO REGIAODD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-CHAVE
               FILE STATUS IS FS-REGIAO.
      *---> cadastro de funcionarios (mesmo layout do cbaula72)
           SELECT EMPFL ASSIGN TO EMPDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS FS-EMP.
      *---> cadastro de departamentos (mantido pelo CBDEP01)
           SELECT DEPTOFL ASSIGN TO DEPTODD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CHAVE
               FILE STATUS IS FS-DEPTO.
      *---> ausencias dos funcionarios (ferias/licencas, CBAUS01)
           SELECT AUSFL ASSIGN TO AUSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-CHAVE
               FILE STATUS IS FS-AUS.
      *---> pagamentos devolvidos a recreditar (CBRET01/cbaula72)
           SELECT RECREDFL ASSIGN TO RECREDDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECRED.
      *---> cadastro de campanhas
           SELECT CAMPFL ASSIGN TO CAMPDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CHAVE
               FILE STATUS IS FS-CAMP.
      *---> registro de enderecamento das campanhas (CADMALA01)
           SELECT MALAREG ASSIGN TO MALAREGDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MALAREG.
      *---> relatorio impresso dos orfaos encontrados
           SELECT RELATORIO ASSIGN TO NOME-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
      *---> log de controle de jobs, compartilhado entre os programas
           SELECT JOBLOGFL ASSIGN TO JOBLOGDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOBLOG.
      *---> arquivo de configuracao compartilhado de localizacao
           SELECT CONFIGFL ASSIGN TO CONFIGDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONFIG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD FILE1.
           COPY CLIREC.
      *
       FD CATMORTO.
           COPY ARQCAT.
      *
       FD ARQMORTO.
       01 ARQMORTO-REC     PIC X(139).
      *
       FD COMPRAFL.
           COPY COMPRAREC.
      *
       FD CONTFILE.
           COPY CONTREC.
      *
       FD LOJAFL.
           COPY STOREREC.
      *
       FD REGIAOFL.
           COPY REGREC.
      *
       FD EMPFL.
           COPY EMPREC.
      *
       FD DEPTOFL.
           COPY DEPREC.
      *
       FD AUSFL.
           COPY AUSREC.
      *
       FD RECREDFL.
           COPY RECRED.
      *
       FD CAMPFL.
           COPY CAMPREC.
      *
       FD MALAREG.
           COPY MALAREG.
      *
       FD RELATORIO.
       01 RELAT-REC PIC X(132).
      *
       FD  JOBLOGFL.
           COPY JOBLOG.
      *
       FD  CONFIGFL.
           COPY CONFIGCFG.
      *
       WORKING-STORAGE SECTION.
       01  INFLDD.
           05  FILLER  PIC X(50) VALUE "./cad-clientes.dat".

       01  NOME-ARQ-CATALOGO.
           05  FILLER  PIC X(50) VALUE "./files/cadcli-arqmorto.cat".

       01  NOME-ARQ-MORTO    PIC X(60) VALUE SPACES.

       01  NOME-ARQ-COMPRAS.
           05  FILLER  PIC X(50) VALUE "./cadcli-compras.dat".

       01  NOME-ARQ-CONTATOS.
           05  FILLER  PIC X(50) VALUE "./cadcli-contatos.dat".

       01  LOJADD            PIC X(30) VALUE "./cbLOJAS.IDX".

       01  REGIAODD          PIC X(30) VALUE "./cbREGIOES.IDX".

       01  EMPDD             PIC X(30) VALUE "cbAULA72IDX.IDX".

       01  DEPTODD           PIC X(30) VALUE "./cbDEPTOS.IDX".

       01  AUSDD             PIC X(30) VALUE "./cbAUSENCIAS.IDX".

       01  RECREDDD          PIC X(50) VALUE
           "./files/cbRECREDITO.SEQ".

       01  CAMPDD            PIC X(30) VALUE "./cadcli-campanhas.dat".

       01  MALAREGDD         PIC X(30) VALUE "./cadcli-malareg.dat".

       01  NOME-ARQ-RELATORIO.
           05  FILLER  PIC X(50) VALUE "./cbintegridade.out".

       01  FS-INFL           PIC X(02) VALUE SPACES.
           88  FS-INFL-OK    VALUE IS "00".

       01  FS-CATMORTO       PIC X(02) VALUE SPACES.
           88  FS-CATMORTO-OK  VALUE IS "00".
           88  FS-CATMORTO-EOF VALUE IS "10".

       01  FS-MORTO          PIC X(02) VALUE SPACES.
           88  FS-MORTO-OK   VALUE IS "00".
           88  FS-MORTO-EOF  VALUE IS "10".

       01  FS-COMPRA         PIC X(02) VALUE SPACES.
           88  FS-COMPRA-OK  VALUE IS "00".
           88  FS-COMPRA-EOF VALUE IS "10".

       01  FS-CONT           PIC X(02) VALUE SPACES.
           88  FS-CONT-OK    VALUE IS "00".
           88  FS-CONT-EOF   VALUE IS "10".

       01  FS-LOJA           PIC X(02) VALUE SPACES.
           88  FS-LOJA-OK    VALUE IS "00".
           88  FS-LOJA-EOF   VALUE IS "10".

       01  FS-REGIAO         PIC X(02) VALUE SPACES.
           88  FS-REGIAO-OK  VALUE IS "00".

       01  FS-EMP            PIC X(02) VALUE SPACES.
           88  FS-EMP-OK     VALUE IS "00".
           88  FS-EMP-EOF    VALUE IS "10".

       01  FS-DEPTO          PIC X(02) VALUE SPACES.
           88  FS-DEPTO-OK   VALUE IS "00".

       01  FS-AUS            PIC X(02) VALUE SPACES.
           88  FS-AUS-OK     VALUE IS "00".
           88  FS-AUS-EOF    VALUE IS "10".

       01  FS-RECRED         PIC X(02) VALUE SPACES.
           88  FS-RECRED-OK  VALUE IS "00".
           88  FS-RECRED-EOF VALUE IS "10".

       01  FS-CAMP           PIC X(02) VALUE SPACES.
           88  FS-CAMP-OK    VALUE IS "00".

       01  FS-MALAREG        PIC X(02) VALUE SPACES.
           88  FS-MALAREG-OK  VALUE IS "00".
           88  FS-MALAREG-EOF VALUE IS "10".

       77  FS-RELAT          PIC X(02) VALUE SPACES.

       01  JOBLOGDD.
           05  FILLER  PIC X(30) VALUE "./cbjoblog.log".

       01  FS-JOBLOG         PIC X(02) VALUE "X".
           88  FS-JOBLOG-OK  VALUE IS "00".

       01  WS-JOB-STATUS     PIC X(10) VALUE "OK".

      *---> CODIGO DO OPERADOR (VARIAVEL DE AMBIENTE OPERADOR)
       77  WS-OPERADOR       PIC X(08) VALUE SPACES.

       01  CONFIGDD          PIC X(30) VALUE "./cobol.cfg".

       01  FS-CONFIG         PIC X(02) VALUE "X".
           88  FS-CONFIG-OK  VALUE IS "00".
           88  FS-CONFIG-EOF VALUE IS "10".

       77  WS-CFG-CHAVE      PIC X(30) VALUE SPACES.
       77  WS-CFG-VALOR      PIC X(50) VALUE SPACES.

       01  args-cmd-linex    PIC X(90)  VALUE SPACES.

      *---> MESTRES ABERTOS PARA CONSULTA (AUSENTE = REGRAS QUE
      *---> DEPENDEM DELE FICAM SEM VERIFICAR)
       01  WS-CLI-DISPON     PIC X     VALUE "N".
           88  CLI-DISPONIVEL  VALUE "S".
       01  WS-REG-DISPON     PIC X     VALUE "N".
           88  REG-DISPONIVEL  VALUE "S".
       01  WS-EMP-DISPON     PIC X     VALUE "N".
           88  EMP-DISPONIVEL  VALUE "S".
       01  WS-DEP-DISPON     PIC X     VALUE "N".
           88  DEP-DISPONIVEL  VALUE "S".
       01  WS-CAMP-DISPON    PIC X     VALUE "N".
           88  CAMP-DISPONIVEL VALUE "S".

      *---> FONES DOS ARQUIVOS MORTOS DO CATALOGO: UM FONE FORA DO
      *---> CADASTRO VIVO MAS ARQUIVADO NAO E ORFAO
       01  WS-MORTO-TAB.
           05  WS-MORTO-FONE PIC 9(09) OCCURS 20000 TIMES.

       77  WS-QTD-MORTOS     PIC 9(05) VALUE ZEROS.
       77  WS-MORTO-IX       PIC 9(05) VALUE ZEROS.

       01  WS-MORTO-CHEIA    PIC X     VALUE "N".
           88  MORTO-TAB-CHEIA VALUE "S".

      *---> REGISTRO DE ARQUIVO MORTO ENXERGADO COM OS CAMPOS DE
      *---> CLIREC (MESMO DESENHO DO CADLGPD01)
       01  WS-MORTO-DET.
           05  WM-FONE       PIC 9(09).
           05  WM-NOME       PIC X(40).
           05  WM-ENDERECO   PIC X(70).
           05  WM-STATUS     PIC X(01).
           05  WM-ULT-ATUAL  PIC X(14).
           05  WM-CATEGORIA  PIC X(01).
           05  FILLER        PIC X(04).

      *---> ULTIMO ARQUIVO DO CATALOGO TRATADO (RODADA REPETIDA NO
      *---> MESMO DIA REPETE O NOME NO CATALOGO)
       01  WS-ULT-ARQ        PIC X(60) VALUE SPACES.

       77  WS-FONE-TESTE     PIC 9(09) VALUE ZEROS.
       01  WS-FONE-ACHADO    PIC X     VALUE "N".
           88  FONE-ACHADO   VALUE "S".

      *---> REGRA CORRENTE E O MOTIVO QUANDO ELA NAO E VERIFICADA
       77  WS-REGRA-ATUAL    PIC X(12) VALUE SPACES.
       77  WS-MOTIVO-PULO    PIC X(45) VALUE SPACES.

       01  WS-VEREDITO       PIC X     VALUE "N".
           88  E-COM-ERRO    VALUE "S".

       01  WS-VALOR-ED       PIC ZZZZZZZZ9.

       01  COUNTERS.
           05  LIDOS-COMPRA   PIC 9(07) VALUE ZEROS.
           05  ERR-COMPRA     PIC 9(07) VALUE ZEROS.
           05  LIDOS-CONTATO  PIC 9(07) VALUE ZEROS.
           05  ERR-CONTATO    PIC 9(07) VALUE ZEROS.
           05  SO-NO-MORTO    PIC 9(07) VALUE ZEROS.
           05  LIDOS-LOJA     PIC 9(07) VALUE ZEROS.
           05  ERR-LOJA-REG   PIC 9(07) VALUE ZEROS.
           05  ERR-LOJA-ENC   PIC 9(07) VALUE ZEROS.
           05  LIDOS-EMP      PIC 9(07) VALUE ZEROS.
           05  ERR-EMP-DEP    PIC 9(07) VALUE ZEROS.
           05  ERR-EMP-EXT    PIC 9(07) VALUE ZEROS.
           05  LIDOS-AUS      PIC 9(07) VALUE ZEROS.
           05  ERR-AUSENCIA   PIC 9(07) VALUE ZEROS.
           05  LIDOS-RECRED   PIC 9(07) VALUE ZEROS.
           05  ERR-RECRED     PIC 9(07) VALUE ZEROS.
           05  LIDOS-MALA     PIC 9(07) VALUE ZEROS.
           05  ERR-MALA       PIC 9(07) VALUE ZEROS.
           05  TOTAL-ORFAOS   PIC 9(07) VALUE ZEROS.
           05  REGRAS-PULADAS PIC 9(03) VALUE ZEROS.

       77  WS-DATA-RELAT   PIC 9(08).
       77  WS-NUM-PAGINA   PIC 9(03) VALUE ZEROS.
       77  WS-LIN-PAGINA   PIC 9(02) VALUE ZEROS.

       01  WS-CAB-REL1.
           05 FILLER        PIC X(44) VALUE
               "INTEGRIDADE REFERENCIAL ENTRE ARQUIVOS".
           05 FILLER        PIC X(08) VALUE "  DATA: ".
           05 WS-CAB-DATA   PIC 9(08).
           05 FILLER        PIC X(08) VALUE "  PAG.: ".
           05 WS-CAB-PAGINA PIC ZZ9.

       01  WS-CAB-REL2.
           05 FILLER        PIC X(14) VALUE "REGRA".
           05 FILLER        PIC X(38) VALUE "REGISTRO".
           05 FILLER        PIC X(14) VALUE "REFERENCIA".
           05 FILLER        PIC X(30) VALUE "PROBLEMA".

       01  WS-LIN-REL.
           05 WL-REGRA      PIC X(12).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WL-REGISTRO   PIC X(36).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WL-REFERENCIA PIC X(12).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WL-PROBLEMA   PIC X(45).

       01  WS-TOT-CAB.
           05 FILLER        PIC X(36) VALUE "CONTAGEM POR REGRA".
           05 FILLER        PIC X(11) VALUE "      LIDOS".
           05 FILLER        PIC X(11) VALUE "  APONTADOS".

       01  WS-TOT-REL.
           05 WT-ROTULO     PIC X(36).
           05 FILLER        PIC X(04) VALUE SPACES.
           05 WT-LIDOS      PIC ZZZZZZ9.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 WT-TOTAL      PIC ZZZZZZ9.

       77  XY     PIC X.
      *
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CBINTEG01 - INTEGRIDADE REFERENCIAL ENTRE ARQUIVOS"
      *====> LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO (SE EXISTIR)
           PERFORM LE-CONFIG THRU LE-CONFIG-FIM
           PERFORM OBTEM-OPERADOR THRU OBTEM-OPERADOR-FIM
      *====> 1o ARGUMENTO (OPCIONAL) = RELATORIO DE SAIDA
           ACCEPT args-cmd-linex   FROM COMMAND-LINE.
           IF  args-cmd-linex  NOT = SPACES
               UNSTRING args-cmd-linex DELIMITED BY SPACE
                   INTO  NOME-ARQ-RELATORIO
           END-IF.
      *
           DISPLAY "RELATORIO : " NOME-ARQ-RELATORIO
           PERFORM REGISTRA-JOBLOG-INICIO
               THRU REGISTRA-JOBLOG-INICIO-FIM
           PERFORM OPEN-PARA      THRU OPEN-EXIT-PARA
           PERFORM PROCESS-PARA   THRU PROCESS-EXIT-PARA
           PERFORM CLOSE-PARA     THRU CLOSE-EXIT-PARA.
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           IF  E-COM-ERRO
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY 'FIM CBINTEG01 ...'
           STOP RUN.

      * -----------------------------------
      * LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO ./cobol.cfg, SE
      * EXISTIR, E APLICA OS PARAMETROS DESTE PROGRAMA (OS NOMES DE
      * ARQUIVO SAO AS MESMAS CHAVES DOS PROGRAMAS QUE OS MANTEM)
       LE-CONFIG.
           OPEN INPUT CONFIGFL
           IF  FS-CONFIG-OK
               PERFORM LE-CONFIG-LOOP THRU LE-CONFIG-LOOP-FIM
                   UNTIL FS-CONFIG-EOF
               CLOSE CONFIGFL
           END-IF.
       LE-CONFIG-FIM.
           EXIT.

       LE-CONFIG-LOOP.
           READ CONFIGFL
               AT END
                   CONTINUE
               NOT AT END
                   IF  CFG-REC NOT = SPACES AND CFG-REC(1:1) NOT = "*"
                       MOVE SPACES TO WS-CFG-CHAVE WS-CFG-VALOR
                       UNSTRING CFG-REC DELIMITED BY "="
                           INTO WS-CFG-CHAVE WS-CFG-VALOR
                       PERFORM APLICA-CONFIG THRU APLICA-CONFIG-FIM
                   END-IF
           END-READ.
       LE-CONFIG-LOOP-FIM.
           EXIT.

       APLICA-CONFIG.
           EVALUATE WS-CFG-CHAVE
               WHEN "CADCLI01_FILE1"
                   MOVE WS-CFG-VALOR TO INFLDD
               WHEN "CADARQ01_CATALOGO"
                   MOVE WS-CFG-VALOR TO NOME-ARQ-CATALOGO
               WHEN "COMPRAFILE"
                   MOVE WS-CFG-VALOR TO NOME-ARQ-COMPRAS
               WHEN "CADCLI01_CONTFILE"
                   MOVE WS-CFG-VALOR TO NOME-ARQ-CONTATOS
               WHEN "LOJAFILE"
                   MOVE WS-CFG-VALOR TO LOJADD
               WHEN "REGIAOFILE"
                   MOVE WS-CFG-VALOR TO REGIAODD
               WHEN "EMPFILE"
                   MOVE WS-CFG-VALOR TO EMPDD
               WHEN "DEPTOFILE"
                   MOVE WS-CFG-VALOR TO DEPTODD
               WHEN "AUSFILE"
                   MOVE WS-CFG-VALOR TO AUSDD
               WHEN "AULA72_RECREDDD"
                   MOVE WS-CFG-VALOR TO RECREDDD
               WHEN "CAMPFILE"
                   MOVE WS-CFG-VALOR TO CAMPDD
               WHEN "CADMALA01_REGISTRO"
                   MOVE WS-CFG-VALOR TO MALAREGDD
               WHEN "CBINTEG01_RELATORIO"
                   MOVE WS-CFG-VALOR TO NOME-ARQ-RELATORIO
               WHEN "JOBLOGDD"
                   MOVE WS-CFG-VALOR TO JOBLOGDD
           END-EVALUATE.
       APLICA-CONFIG-FIM.
           EXIT.
      *================================
      * IDENTIFICA O OPERADOR: USA O CODIGO DA VARIAVEL DE AMBIENTE
      * OPERADOR (ASSINADA NO CADMENU01) OU "BATCH"
       OBTEM-OPERADOR.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR"
           IF  WS-OPERADOR = SPACES
               MOVE "BATCH" TO WS-OPERADOR
           END-IF.
       OBTEM-OPERADOR-FIM.
           EXIT.
      *================================
      * REGISTRA NO LOG DE CONTROLE O INICIO DESTE JOB
       REGISTRA-JOBLOG-INICIO.
           OPEN EXTEND JOBLOGFL
           IF  NOT FS-JOBLOG-OK
               OPEN OUTPUT JOBLOGFL
           END-IF
           MOVE SPACES            TO JOBLOG-REC
           MOVE "CBINTEG01"       TO JL-PROGRAMA
           MOVE "INICIO"          TO JL-EVENTO
           ACCEPT JL-DATA FROM DATE YYYYMMDD
           ACCEPT JL-HORA FROM TIME
           MOVE SPACES            TO JL-STATUS
           MOVE WS-OPERADOR       TO JL-OPERADOR
           WRITE JOBLOG-REC
           CLOSE JOBLOGFL.
       REGISTRA-JOBLOG-INICIO-FIM.
           EXIT.
      *================================
      * REGISTRA NO LOG DE CONTROLE O VEREDITO DESTE JOB
       REGISTRA-JOBLOG-TERMINO.
           MOVE "X" TO FS-JOBLOG.
           OPEN EXTEND JOBLOGFL
           IF  NOT FS-JOBLOG-OK
               OPEN OUTPUT JOBLOGFL
           END-IF
           MOVE SPACES            TO JOBLOG-REC
           MOVE "CBINTEG01"       TO JL-PROGRAMA
           MOVE "FIM"             TO JL-EVENTO
           ACCEPT JL-DATA FROM DATE YYYYMMDD
           ACCEPT JL-HORA FROM TIME
           MOVE WS-JOB-STATUS     TO JL-STATUS
           MOVE WS-OPERADOR       TO JL-OPERADOR
           WRITE JOBLOG-REC
           CLOSE JOBLOGFL.
       REGISTRA-JOBLOG-TERMINO-FIM.
           EXIT.
      *================================
      * ABRE O RELATORIO E OS MESTRES CONSULTADOS PELAS REGRAS E
      * CARREGA OS FONES DOS ARQUIVOS MORTOS
       OPEN-PARA.
           OPEN OUTPUT RELATORIO.
           IF  FS-RELAT = "00"
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO RELATORIO FALHOU=' FS-RELAT
                   "  " NOME-ARQ-RELATORIO
               GO TO EXIT-PARA
           END-IF.
           ACCEPT WS-DATA-RELAT FROM DATE YYYYMMDD.
           PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM.
           OPEN INPUT FILE1
           IF  FS-INFL-OK
               MOVE "S" TO WS-CLI-DISPON
           ELSE
               DISPLAY "SEM CADASTRO DE CLIENTES ST=" FS-INFL
                   "  " INFLDD
           END-IF
           OPEN INPUT REGIAOFL
           IF  FS-REGIAO-OK
               MOVE "S" TO WS-REG-DISPON
           ELSE
               DISPLAY "SEM CADASTRO DE REGIOES ST=" FS-REGIAO
                   "  " REGIAODD
           END-IF
           OPEN INPUT EMPFL
           IF  FS-EMP-OK
               MOVE "S" TO WS-EMP-DISPON
           ELSE
               DISPLAY "SEM CADASTRO DE FUNCIONARIOS ST=" FS-EMP
                   "  " EMPDD
           END-IF
           OPEN INPUT DEPTOFL
           IF  FS-DEPTO-OK
               MOVE "S" TO WS-DEP-DISPON
           ELSE
               DISPLAY "SEM CADASTRO DE DEPARTAMENTOS ST=" FS-DEPTO
                   "  " DEPTODD
           END-IF
           OPEN INPUT CAMPFL
           IF  FS-CAMP-OK
               MOVE "S" TO WS-CAMP-DISPON
           ELSE
               DISPLAY "SEM CADASTRO DE CAMPANHAS ST=" FS-CAMP
                   "  " CAMPDD
           END-IF
           PERFORM CARREGA-MORTOS THRU CARREGA-MORTOS-FIM.
       OPEN-EXIT-PARA.
           EXIT.
      *===================================
      * CARREGA NA TABELA OS FONES DE TODOS OS ARQUIVOS MORTOS DO
      * CATALOGO DO CADARQ01; SEM CATALOGO SO O CADASTRO VIVO VALE
       CARREGA-MORTOS.
           MOVE SPACES TO FS-CATMORTO WS-ULT-ARQ.
           OPEN INPUT CATMORTO.
           IF  NOT FS-CATMORTO-OK
               DISPLAY "SEM CATALOGO DE ARQUIVOS MORTOS ("
                   NOME-ARQ-CATALOGO ") - SO O CADASTRO VIVO VALE"
               GO TO CARREGA-MORTOS-FIM
           END-IF
           PERFORM MORTO-DO-CATALOGO THRU MORTO-DO-CATALOGO-FIM
               UNTIL FS-CATMORTO-EOF.
           CLOSE CATMORTO.
           DISPLAY "FONES EM ARQUIVO MORTO: " WS-QTD-MORTOS.
       CARREGA-MORTOS-FIM.
           EXIT.

       MORTO-DO-CATALOGO.
           READ CATMORTO
               AT END
                   GO TO MORTO-DO-CATALOGO-FIM
           END-READ
           IF  AC-ARQUIVO = SPACES OR AC-ARQUIVO = WS-ULT-ARQ
               GO TO MORTO-DO-CATALOGO-FIM
           END-IF
           MOVE AC-ARQUIVO TO NOME-ARQ-MORTO WS-ULT-ARQ.
           MOVE SPACES TO FS-MORTO.
           OPEN INPUT ARQMORTO.
           IF  NOT FS-MORTO-OK
               DISPLAY "AVISO: ARQUIVO MORTO NAO ABRIU ST=" FS-MORTO
                   "  " NOME-ARQ-MORTO
               GO TO MORTO-DO-CATALOGO-FIM
           END-IF
           PERFORM CARREGA-MORTO THRU CARREGA-MORTO-FIM
               UNTIL FS-MORTO-EOF.
           CLOSE ARQMORTO.
       MORTO-DO-CATALOGO-FIM.
           EXIT.

       CARREGA-MORTO.
           READ ARQMORTO
               AT END
                   GO TO CARREGA-MORTO-FIM
           END-READ
           MOVE ARQMORTO-REC TO WS-MORTO-DET.
           IF  WM-FONE NOT NUMERIC
               GO TO CARREGA-MORTO-FIM
           END-IF
           IF  WS-QTD-MORTOS >= 20000
               IF  NOT MORTO-TAB-CHEIA
                   MOVE "S" TO WS-MORTO-CHEIA
                   DISPLAY "AVISO: TABELA DE FONES DO ARQUIVO MORTO "
                       "CHEIA - FONES EXCEDENTES NAO CONSULTADOS"
               END-IF
               GO TO CARREGA-MORTO-FIM
           END-IF
           ADD 1 TO WS-QTD-MORTOS.
           MOVE WM-FONE TO WS-MORTO-FONE(WS-QTD-MORTOS).
       CARREGA-MORTO-FIM.
           EXIT.
      *================================
       PROCESS-PARA.
           PERFORM VERIFICA-COMPRAS  THRU VERIFICA-COMPRAS-FIM
           PERFORM VERIFICA-CONTATOS THRU VERIFICA-CONTATOS-FIM
           PERFORM VERIFICA-LOJAS    THRU VERIFICA-LOJAS-FIM
           PERFORM VERIFICA-FUNCIONARIOS
               THRU VERIFICA-FUNCIONARIOS-FIM
           PERFORM VERIFICA-AUSENCIAS THRU VERIFICA-AUSENCIAS-FIM
           PERFORM VERIFICA-RECREDITOS
               THRU VERIFICA-RECREDITOS-FIM
           PERFORM VERIFICA-MALAS    THRU VERIFICA-MALAS-FIM.
       PROCESS-EXIT-PARA.
           EXIT.
      *===================================
      * REGRA COMPRA: O FONE DE CADA COMPRA PRECISA ESTAR NO CADASTRO
      * VIVO OU EM UM ARQUIVO MORTO
       VERIFICA-COMPRAS.
           MOVE "COMPRA" TO WS-REGRA-ATUAL.
           MOVE SPACES TO FS-COMPRA.
           OPEN INPUT COMPRAFL.
           IF  NOT FS-COMPRA-OK
               DISPLAY "SEM ARQUIVO DE COMPRAS (" NOME-ARQ-COMPRAS
                   ") - NADA A CONFERIR"
               GO TO VERIFICA-COMPRAS-FIM
           END-IF
           IF  NOT CLI-DISPONIVEL
               CLOSE COMPRAFL
               MOVE "SEM CADASTRO DE CLIENTES" TO WS-MOTIVO-PULO
               PERFORM REGRA-PULADA THRU REGRA-PULADA-FIM
               GO TO VERIFICA-COMPRAS-FIM
           END-IF
           PERFORM CONFERE-COMPRA THRU CONFERE-COMPRA-FIM
               UNTIL FS-COMPRA-EOF.
           CLOSE COMPRAFL.
       VERIFICA-COMPRAS-FIM.
           EXIT.

       CONFERE-COMPRA.
           READ COMPRAFL NEXT
               AT END
                   GO TO CONFERE-COMPRA-FIM
           END-READ
           ADD 1 TO LIDOS-COMPRA.
           MOVE CP-FONE TO WS-FONE-TESTE.
           PERFORM PROCURA-CLIENTE THRU PROCURA-CLIENTE-FIM.
           IF  FONE-ACHADO
               GO TO CONFERE-COMPRA-FIM
           END-IF
           ADD 1 TO ERR-COMPRA.
           MOVE SPACES TO WL-REGISTRO.
           STRING "SEQ " CP-SEQ " DE " CP-DATA " LOJA " CP-LOJA
               DELIMITED BY SIZE INTO WL-REGISTRO.
           MOVE CP-FONE TO WL-REFERENCIA.
           MOVE "FONE FORA DO CADASTRO E DOS ARQUIVOS MORTOS"
               TO WL-PROBLEMA.
           PERFORM APONTA-ORFAO THRU APONTA-ORFAO-FIM.
       CONFERE-COMPRA-FIM.
           EXIT.
      *===================================
      * REGRA CONTATO: IDEM PARA O HISTORICO DE CONTATOS
       VERIFICA-CONTATOS.
           MOVE "CONTATO" TO WS-REGRA-ATUAL.
           MOVE SPACES TO FS-CONT.
           OPEN INPUT CONTFILE.
           IF  NOT FS-CONT-OK
               DISPLAY "SEM ARQUIVO DE CONTATOS (" NOME-ARQ-CONTATOS
                   ") - NADA A CONFERIR"
               GO TO VERIFICA-CONTATOS-FIM
           END-IF
           IF  NOT CLI-DISPONIVEL
               CLOSE CONTFILE
               MOVE "SEM CADASTRO DE CLIENTES" TO WS-MOTIVO-PULO
               PERFORM REGRA-PULADA THRU REGRA-PULADA-FIM
               GO TO VERIFICA-CONTATOS-FIM
           END-IF
           PERFORM CONFERE-CONTATO THRU CONFERE-CONTATO-FIM
               UNTIL FS-CONT-EOF.
           CLOSE CONTFILE.
       VERIFICA-CONTATOS-FIM.
           EXIT.

       CONFERE-CONTATO.
           READ CONTFILE NEXT
               AT END
                   GO TO CONFERE-CONTATO-FIM
           END-READ
           ADD 1 TO LIDOS-CONTATO.
           MOVE CT-FONE TO WS-FONE-TESTE.
           PERFORM PROCURA-CLIENTE THRU PROCURA-CLIENTE-FIM.
           IF  FONE-ACHADO
               GO TO CONFERE-CONTATO-FIM
           END-IF
           ADD 1 TO ERR-CONTATO.
           MOVE SPACES TO WL-REGISTRO.
           STRING "SEQ " CT-SEQ " DE " CT-DATA " " CT-TIPO
               DELIMITED BY SIZE INTO WL-REGISTRO.
           MOVE CT-FONE TO WL-REFERENCIA.
           MOVE "FONE FORA DO CADASTRO E DOS ARQUIVOS MORTOS"
               TO WL-PROBLEMA.
           PERFORM APONTA-ORFAO THRU APONTA-ORFAO-FIM.
       CONFERE-CONTATO-FIM.
           EXIT.
      *===================================
      * PROCURA O FONE DE WS-FONE-TESTE NO CADASTRO VIVO E, SE NAO
      * ESTIVER LA, NA TABELA DOS ARQUIVOS MORTOS
       PROCURA-CLIENTE.
           MOVE "N" TO WS-FONE-ACHADO.
           MOVE WS-FONE-TESTE TO FS-FONE.
           READ FILE1
               KEY IS FS-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-FONE-ACHADO
           END-READ.
           IF  FONE-ACHADO
               GO TO PROCURA-CLIENTE-FIM
           END-IF
           MOVE ZEROS TO WS-MORTO-IX.
           PERFORM PROCURA-MORTO-LOOP THRU PROCURA-MORTO-LOOP-FIM
               UNTIL FONE-ACHADO OR WS-MORTO-IX >= WS-QTD-MORTOS.
           IF  FONE-ACHADO
               ADD 1 TO SO-NO-MORTO
           END-IF.
       PROCURA-CLIENTE-FIM.
           EXIT.

       PROCURA-MORTO-LOOP.
           ADD 1 TO WS-MORTO-IX.
           IF  WS-MORTO-FONE(WS-MORTO-IX) = WS-FONE-TESTE
               MOVE "S" TO WS-FONE-ACHADO
           END-IF.
       PROCURA-MORTO-LOOP-FIM.
           EXIT.
      *===================================
      * REGRA LOJA: A REGIAO DA LOJA PRECISA ESTAR CADASTRADA; LOJA
      * ATIVA NAO PODE FICAR EM REGIAO ENCERRADA (LOJA FECHADA EM
      * REGIAO ENCERRADA E O FIM NATURAL DO ENCERRAMENTO)
       VERIFICA-LOJAS.
           MOVE "LOJA" TO WS-REGRA-ATUAL.
           MOVE SPACES TO FS-LOJA.
           OPEN INPUT LOJAFL.
           IF  NOT FS-LOJA-OK
               DISPLAY "SEM CADASTRO DE LOJAS (" LOJADD
                   ") - NADA A CONFERIR"
               GO TO VERIFICA-LOJAS-FIM
           END-IF
           IF  NOT REG-DISPONIVEL
               CLOSE LOJAFL
               MOVE "SEM CADASTRO DE REGIOES" TO WS-MOTIVO-PULO
               PERFORM REGRA-PULADA THRU REGRA-PULADA-FIM
               GO TO VERIFICA-LOJAS-FIM
           END-IF
           PERFORM CONFERE-LOJA THRU CONFERE-LOJA-FIM
               UNTIL FS-LOJA-EOF.
           CLOSE LOJAFL.
       VERIFICA-LOJAS-FIM.
           EXIT.

       CONFERE-LOJA.
           READ LOJAFL NEXT
               AT END
                   GO TO CONFERE-LOJA-FIM
           END-READ
           ADD 1 TO LIDOS-LOJA.
           MOVE SPACES TO WL-REGISTRO WL-REFERENCIA.
           STRING LJ-STORE-ID " " LJ-NOME
               DELIMITED BY SIZE INTO WL-REGISTRO.
           STRING "REGIAO " LJ-REGIAO
               DELIMITED BY SIZE INTO WL-REFERENCIA.
           MOVE LJ-REGIAO TO RG-REGIAO.
           READ REGIAOFL
               KEY IS RG-CHAVE
               INVALID KEY
                   ADD 1 TO ERR-LOJA-REG
                   MOVE "REGIAO NAO CADASTRADA" TO WL-PROBLEMA
                   PERFORM APONTA-ORFAO THRU APONTA-ORFAO-FIM
                   GO TO CONFERE-LOJA-FIM
           END-READ
           IF  RG-ENCERRADA AND NOT LJ-FECHADA
               ADD 1 TO ERR-LOJA-ENC
               MOVE "LOJA ATIVA EM REGIAO ENCERRADA" TO WL-PROBLEMA
               PERFORM APONTA-ORFAO THRU APONTA-ORFAO-FIM
           END-IF.
       CONFERE-LOJA-FIM.
           EXIT.
      *===================================
      * REGRA FUNCIONARIO: O DEPARTAMENTO INFORMADO PRECISA ESTAR
      * CADASTRADO (EM BRANCO PASSA, COMO NA DIGITACAO DO cbaula72)
      * E FUNCIONARIO NAO DESLIGADO NAO PODE FICAR EM DEPTO EXTINTO
       VERIFICA-FUNCIONARIOS.
           MOVE "FUNCIONARIO" TO WS-REGRA-ATUAL.
           IF  NOT EMP-DISPONIVEL
               DISPLAY "SEM CADASTRO DE FUNCIONARIOS - NADA A "
                   "CONFERIR"
               GO TO VERIFICA-FUNCIONARIOS-FIM
           END-IF
           IF  NOT DEP-DISPONIVEL
               MOVE "SEM CADASTRO DE DEPARTAMENTOS" TO WS-MOTIVO-PULO
               PERFORM REGRA-PULADA THRU REGRA-PULADA-FIM
               GO TO VERIFICA-FUNCIONARIOS-FIM
           END-IF
           MOVE LOW-VALUES TO EMP-ID.
           START EMPFL KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   GO TO VERIFICA-FUNCIONARIOS-FIM
           END-START
           MOVE SPACES TO FS-EMP.
           PERFORM CONFERE-FUNCIONARIO THRU CONFERE-FUNCIONARIO-FIM
               UNTIL FS-EMP-EOF.
       VERIFICA-FUNCIONARIOS-FIM.
           EXIT.

       CONFERE-FUNCIONARIO.
           READ EMPFL NEXT
               AT END
                   GO TO CONFERE-FUNCIONARIO-FIM
           END-READ
           ADD 1 TO LIDOS-EMP.
           IF  EMP-DEPTO = SPACES
               GO TO CONFERE-FUNCIONARIO-FIM
           END-IF
           MOVE SPACES TO WL-REGISTRO WL-REFERENCIA.
           STRING EMP-ID " " EMP-NAME
               DELIMITED BY SIZE INTO WL-REGISTRO.
           STRING "DEPTO " EMP-DEPTO
               DELIMITED BY SIZE INTO WL-REFERENCIA.
           MOVE EMP-DEPTO TO DP-CODIGO.
           READ DEPTOFL
               KEY IS DP-CHAVE
               INVALID KEY
                   ADD 1 TO ERR-EMP-DEP
                   MOVE "DEPARTAMENTO NAO CADASTRADO" TO WL-PROBLEMA
                   PERFORM APONTA-ORFAO THRU APONTA-ORFAO-FIM
                   GO TO CONFERE-FUNCIONARIO-FIM
           END-READ
           IF  DP-EXTINTO AND NOT EMP-DESLIGADO
               ADD 1 TO ERR-EMP-EXT
               MOVE "FUNCIONARIO ATIVO EM DEPARTAMENTO EXTINTO"
                   TO WL-PROBLEMA
               PERFORM APONTA-ORFAO THRU APONTA-ORFAO-FIM
           END-IF.
       CONFERE-FUNCIONARIO-FIM.
           EXIT.
      *===================================
      * REGRA AUSENCIA: CADA AUSENCIA PRECISA SER DE UM FUNCIONARIO
      * CADASTRADO
       VERIFICA-AUSENCIAS.
           MOVE "AUSENCIA" TO WS-REGRA-ATUAL.
           MOVE SPACES TO FS-AUS.
           OPEN INPUT AUSFL.
           IF  NOT FS-AUS-OK
               DISPLAY "SEM ARQUIVO DE AUSENCIAS (" AUSDD
                   ") - NADA A CONFERIR"
               GO TO VERIFICA-AUSENCIAS-FIM
           END-IF
           IF  NOT EMP-DISPONIVEL
               CLOSE AUSFL
               MOVE "SEM CADASTRO DE FUNCIONARIOS" TO WS-MOTIVO-PULO
               PERFORM REGRA-PULADA THRU REGRA-PULADA-FIM
               GO TO VERIFICA-AUSENCIAS-FIM
           END-IF
           PERFORM CONFERE-AUSENCIA THRU CONFERE-AUSENCIA-FIM
               UNTIL FS-AUS-EOF.
           CLOSE AUSFL.
       VERIFICA-AUSENCIAS-FIM.
           EXIT.

       CONFERE-AUSENCIA.
           READ AUSFL NEXT
               AT END
                   GO TO CONFERE-AUSENCIA-FIM
           END-READ
           ADD 1 TO LIDOS-AUS.
           MOVE AU-EMP-ID TO EMP-ID.
           READ EMPFL
               KEY IS EMP-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO CONFERE-AUSENCIA-FIM
           END-READ
           ADD 1 TO ERR-AUSENCIA.
           MOVE SPACES TO WL-REGISTRO WL-REFERENCIA.
           STRING "DE " AU-DATA-INI " A " AU-DATA-FIM " TIPO "
               AU-TIPO DELIMITED BY SIZE INTO WL-REGISTRO.
           STRING "FUNC " AU-EMP-ID
               DELIMITED BY SIZE INTO WL-REFERENCIA.
           MOVE "FUNCIONARIO NAO CADASTRADO" TO WL-PROBLEMA.
           PERFORM APONTA-ORFAO THRU APONTA-ORFAO-FIM.
       CONFERE-AUSENCIA-FIM.
           EXIT.
      *===================================
      * REGRA RECREDITO: CADA PAGAMENTO DEVOLVIDO A RECREDITAR
      * PRECISA SER DE UM FUNCIONARIO CADASTRADO
       VERIFICA-RECREDITOS.
           MOVE "RECREDITO" TO WS-REGRA-ATUAL.
           MOVE SPACES TO FS-RECRED.
           OPEN INPUT RECREDFL.
           IF  NOT FS-RECRED-OK
               DISPLAY "SEM ARQUIVO DE RECREDITOS (" RECREDDD
                   ") - NADA A CONFERIR"
               GO TO VERIFICA-RECREDITOS-FIM
           END-IF
           IF  NOT EMP-DISPONIVEL
               CLOSE RECREDFL
               MOVE "SEM CADASTRO DE FUNCIONARIOS" TO WS-MOTIVO-PULO
               PERFORM REGRA-PULADA THRU REGRA-PULADA-FIM
               GO TO VERIFICA-RECREDITOS-FIM
           END-IF
           PERFORM CONFERE-RECREDITO THRU CONFERE-RECREDITO-FIM
               UNTIL FS-RECRED-EOF.
           CLOSE RECREDFL.
       VERIFICA-RECREDITOS-FIM.
           EXIT.

       CONFERE-RECREDITO.
           READ RECREDFL
               AT END
                   GO TO CONFERE-RECREDITO-FIM
           END-READ
           IF  RECRED-REC = SPACES
               GO TO CONFERE-RECREDITO-FIM
           END-IF
           ADD 1 TO LIDOS-RECRED.
           MOVE RC-EMP-ID TO EMP-ID.
           READ EMPFL
               KEY IS EMP-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO CONFERE-RECREDITO-FIM
           END-READ
           ADD 1 TO ERR-RECRED.
           MOVE SPACES TO WL-REGISTRO WL-REFERENCIA.
           IF  RC-VALOR NUMERIC
               MOVE RC-VALOR TO WS-VALOR-ED
           ELSE
               MOVE ZEROS    TO WS-VALOR-ED
           END-IF
           STRING "VALOR " WS-VALOR-ED " DE " RC-DATA
               DELIMITED BY SIZE INTO WL-REGISTRO.
           STRING "FUNC " RC-EMP-ID
               DELIMITED BY SIZE INTO WL-REFERENCIA.
           MOVE "FUNCIONARIO NAO CADASTRADO" TO WL-PROBLEMA.
           PERFORM APONTA-ORFAO THRU APONTA-ORFAO-FIM.
       CONFERE-RECREDITO-FIM.
           EXIT.
      *===================================
      * REGRA MALA: CADA LINHA DO REGISTRO DE ENDERECAMENTO PRECISA
      * SER DE UMA CAMPANHA CADASTRADA EM CAMPREC
       VERIFICA-MALAS.
           MOVE "MALA" TO WS-REGRA-ATUAL.
           MOVE SPACES TO FS-MALAREG.
           OPEN INPUT MALAREG.
           IF  NOT FS-MALAREG-OK
               DISPLAY "SEM REGISTRO DE ENDERECAMENTO (" MALAREGDD
                   ") - NADA A CONFERIR"
               GO TO VERIFICA-MALAS-FIM
           END-IF
           IF  NOT CAMP-DISPONIVEL
               CLOSE MALAREG
               MOVE "SEM CADASTRO DE CAMPANHAS" TO WS-MOTIVO-PULO
               PERFORM REGRA-PULADA THRU REGRA-PULADA-FIM
               GO TO VERIFICA-MALAS-FIM
           END-IF
           PERFORM CONFERE-MALA THRU CONFERE-MALA-FIM
               UNTIL FS-MALAREG-EOF.
           CLOSE MALAREG.
       VERIFICA-MALAS-FIM.
           EXIT.

       CONFERE-MALA.
           READ MALAREG
               AT END
                   GO TO CONFERE-MALA-FIM
           END-READ
           IF  MALAREG-REC = SPACES
               GO TO CONFERE-MALA-FIM
           END-IF
           ADD 1 TO LIDOS-MALA.
           MOVE MR-CAMPANHA TO CA-CODIGO.
           READ CAMPFL
               KEY IS CA-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO CONFERE-MALA-FIM
           END-READ
           ADD 1 TO ERR-MALA.
           MOVE SPACES TO WL-REGISTRO.
           STRING "FONE " MR-FONE " DE " MR-DATA " " MR-MODO
               DELIMITED BY SIZE INTO WL-REGISTRO.
           MOVE MR-CAMPANHA TO WL-REFERENCIA.
           MOVE "CAMPANHA FORA DO CADASTRO DE CAMPANHAS"
               TO WL-PROBLEMA.
           PERFORM APONTA-ORFAO THRU APONTA-ORFAO-FIM.
       CONFERE-MALA-FIM.
           EXIT.
      *===================================
      * GRAVA A LINHA DO ORFAO JA MONTADA EM WS-LIN-REL
       APONTA-ORFAO.
           MOVE "S" TO WS-VEREDITO.
           ADD 1 TO TOTAL-ORFAOS.
           MOVE WS-REGRA-ATUAL TO WL-REGRA.
           PERFORM ESCREVE-LINHA THRU ESCREVE-LINHA-FIM.
       APONTA-ORFAO-FIM.
           EXIT.

      * REGRA SEM VERIFICAR: O ARQUIVO DE DETALHE EXISTE MAS O
      * MESTRE NAO ABRIU
       REGRA-PULADA.
           MOVE "S" TO WS-VEREDITO.
           ADD 1 TO REGRAS-PULADAS.
           DISPLAY "REGRA " WS-REGRA-ATUAL " NAO VERIFICADA - "
               WS-MOTIVO-PULO.
           MOVE WS-REGRA-ATUAL          TO WL-REGRA.
           MOVE "(REGRA NAO VERIFICADA)" TO WL-REGISTRO.
           MOVE SPACES                  TO WL-REFERENCIA.
           MOVE WS-MOTIVO-PULO          TO WL-PROBLEMA.
           PERFORM ESCREVE-LINHA THRU ESCREVE-LINHA-FIM.
       REGRA-PULADA-FIM.
           EXIT.

       ESCREVE-LINHA.
           IF  WS-LIN-PAGINA >= 50
               PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM
           END-IF
           WRITE RELAT-REC FROM WS-LIN-REL.
           ADD 1 TO WS-LIN-PAGINA.
       ESCREVE-LINHA-FIM.
           EXIT.

       ESCREVE-CABECALHO.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE ZEROS TO WS-LIN-PAGINA.
           MOVE WS-DATA-RELAT TO WS-CAB-DATA.
           MOVE WS-NUM-PAGINA TO WS-CAB-PAGINA.
           WRITE RELAT-REC FROM WS-CAB-REL1.
           WRITE RELAT-REC FROM WS-CAB-REL2.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
       ESCREVE-CABECALHO-FIM.
           EXIT.

       CLOSE-PARA.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
           WRITE RELAT-REC FROM WS-TOT-CAB.
           MOVE "COMPRA    - FONE SEM CLIENTE      : " TO WT-ROTULO.
           MOVE LIDOS-COMPRA                        TO WT-LIDOS.
           MOVE ERR-COMPRA                          TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "CONTATO   - FONE SEM CLIENTE      : " TO WT-ROTULO.
           MOVE LIDOS-CONTATO                       TO WT-LIDOS.
           MOVE ERR-CONTATO                         TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "LOJA      - REGIAO NAO CADASTRADA : " TO WT-ROTULO.
           MOVE LIDOS-LOJA                          TO WT-LIDOS.
           MOVE ERR-LOJA-REG                        TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "LOJA      - ATIVA EM REG.ENCERRADA: " TO WT-ROTULO.
           MOVE LIDOS-LOJA                          TO WT-LIDOS.
           MOVE ERR-LOJA-ENC                        TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "FUNCIONAR - DEPTO NAO CADASTRADO  : " TO WT-ROTULO.
           MOVE LIDOS-EMP                           TO WT-LIDOS.
           MOVE ERR-EMP-DEP                         TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "FUNCIONAR - ATIVO EM DEPTO EXTINTO: " TO WT-ROTULO.
           MOVE LIDOS-EMP                           TO WT-LIDOS.
           MOVE ERR-EMP-EXT                         TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "AUSENCIA  - FUNC. NAO CADASTRADO  : " TO WT-ROTULO.
           MOVE LIDOS-AUS                           TO WT-LIDOS.
           MOVE ERR-AUSENCIA                        TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "RECREDITO - FUNC. NAO CADASTRADO  : " TO WT-ROTULO.
           MOVE LIDOS-RECRED                        TO WT-LIDOS.
           MOVE ERR-RECRED                          TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "MALA      - CAMPANHA INEXISTENTE  : " TO WT-ROTULO.
           MOVE LIDOS-MALA                          TO WT-LIDOS.
           MOVE ERR-MALA                            TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
           MOVE "TOTAL DE ORFAOS                   : " TO WT-ROTULO.
           MOVE ZEROS                               TO WT-LIDOS.
           MOVE TOTAL-ORFAOS                        TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "FONES ACHADOS SO NO ARQUIVO MORTO : " TO WT-ROTULO.
           MOVE SO-NO-MORTO                         TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "REGRAS NAO VERIFICADAS            : " TO WT-ROTULO.
           MOVE REGRAS-PULADAS                      TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           IF  MORTO-TAB-CHEIA
               MOVE SPACES TO RELAT-REC
               MOVE "AVISO: FONES DO ARQUIVO MORTO ALEM DA TABELA"
                   TO RELAT-REC(1:44)
               MOVE " NAO FORAM CONSULTADOS" TO RELAT-REC(45:22)
               WRITE RELAT-REC
           END-IF
           CLOSE RELATORIO.
           IF  CLI-DISPONIVEL
               CLOSE FILE1
           END-IF
           IF  REG-DISPONIVEL
               CLOSE REGIAOFL
           END-IF
           IF  EMP-DISPONIVEL
               CLOSE EMPFL
           END-IF
           IF  DEP-DISPONIVEL
               CLOSE DEPTOFL
           END-IF
           IF  CAMP-DISPONIVEL
               CLOSE CAMPFL
           END-IF
           DISPLAY "================================================"
           DISPLAY "COMPRAS LIDAS        : " LIDOS-COMPRA
               "  SEM CLIENTE: " ERR-COMPRA
           DISPLAY "CONTATOS LIDOS       : " LIDOS-CONTATO
               "  SEM CLIENTE: " ERR-CONTATO
           DISPLAY "LOJAS LIDAS          : " LIDOS-LOJA
               "  REG.AUSENTE: " ERR-LOJA-REG
               "  REG.ENCERR.: " ERR-LOJA-ENC
           DISPLAY "FUNCIONARIOS LIDOS   : " LIDOS-EMP
               "  DEP.AUSENTE: " ERR-EMP-DEP
               "  DEP.EXTINTO: " ERR-EMP-EXT
           DISPLAY "AUSENCIAS LIDAS      : " LIDOS-AUS
               "  SEM FUNC.  : " ERR-AUSENCIA
           DISPLAY "RECREDITOS LIDOS     : " LIDOS-RECRED
               "  SEM FUNC.  : " ERR-RECRED
           DISPLAY "ENDERECAMENTOS LIDOS : " LIDOS-MALA
               "  SEM CAMP.  : " ERR-MALA
           DISPLAY "TOTAL DE ORFAOS      : " TOTAL-ORFAOS
           DISPLAY "REGRAS NAO VERIFIC.  : " REGRAS-PULADAS
           IF  E-COM-ERRO
               MOVE "ERRO" TO WS-JOB-STATUS
               DISPLAY "VEREDITO             : ARQUIVOS COM "
                   "REFERENCIAS PENDURADAS - VER " NOME-ARQ-RELATORIO
           ELSE
               DISPLAY "VEREDITO             : ARQUIVOS INTEGROS"
           END-IF
           DISPLAY "================================================".
       CLOSE-EXIT-PARA.
           EXIT.

      *=================  FIM ======
       EXIT-PARA.
           MOVE "ERRO" TO WS-JOB-STATUS
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           MOVE 8 TO RETURN-CODE
           DISPLAY 'FIM CBINTEG01 (ABORTADO) ...'
           EXIT PROGRAM.
