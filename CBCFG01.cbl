       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBCFG01.
      *
      ****************************************************************
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Controle de alteracoes do cobol.cfg: guarda copias
      *          datadas (versoes) do arquivo de configuracao no
      *          catalogo cbcfgcat.dat (CFGCAT), mostra a diferenca
      *          chave a chave (incluida/excluida/alterada) entre
      *          duas versoes ou entre uma versao e o arquivo em
      *          uso, e anota cada chave alterada, com o operador,
      *          no cbjoblog.log (evento ALTCFG, detalhe com o valor
      *          anterior e o novo). Modos (1o argumento):
      *            LISTA            - versoes catalogadas
      *            FOTO             - fotografa o cobol.cfg em uso
      *                               (versao nova, pendente)
      *            APROVA           - operador senior aprova a
      *                               ultima versao (nao a propria)
      *            DIFERENCA [a][b] - diferenca entre as versoes a e
      *                               b (ATUAL = arquivo em uso; o
      *                               padrao e a ultima aprovada
      *                               contra o arquivo em uso)
      *            VOLTA n          - operador senior devolve o
      *                               cobol.cfg a versao n
      *            CONFERE          - usado pelo CBSTREAM01: termina
      *                               com codigo 8 quando o arquivo
      *                               em uso difere da ultima versao
      *                               aprovada, e a fila nao roda.
      *          Comentarios e linhas em branco do cobol.cfg nao
      *          contam como alteracao. A conferencia usa sempre o
      *          catalogo padrao (./files/cbcfgcat.dat), sem olhar a
      *          chave CBCFG01_CATALOGO do proprio arquivo conferido;
      *          sem catalogo ou sem versao aprovada ela tambem
      *          termina com codigo 8 (a instalacao comeca com um
      *          FOTO e um APROVA).
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---> arquivo de configuracao compartilhado de localizacao
      *     (lido para as chaves deste programa e como arquivo em uso)
           SELECT CONFIGFL ASSIGN TO CONFIGDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONFIG.
      *---> copia datada de uma versao do cobol.cfg
           SELECT VERSAOFL ASSIGN TO VERSAODD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VERSAO.
      *---> catalogo das versoes do cobol.cfg
           SELECT CATFL ASSIGN TO CATDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAT.
      *---> cadastro de operadores (mantido pelo CBSEG01)
           SELECT OPERFL ASSIGN TO OPERDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CHAVE
               FILE STATUS IS FS-OPER.
      *---> relatorio de diferencas chave a chave
           SELECT RELATORIO ASSIGN TO NOME-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
      *---> log de controle de jobs, compartilhado entre os programas
           SELECT JOBLOGFL ASSIGN TO JOBLOGDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOBLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CONFIGFL.
           COPY CONFIGCFG.
      *
       FD  VERSAOFL.
       01  VERSAO-REC      PIC X(80).
      *
       FD  CATFL.
           COPY CFGCAT.
      *
       FD  OPERFL.
           COPY OPERREC.
      *
       FD RELATORIO.
       01 RELAT-REC PIC X(132).
      *
       FD  JOBLOGFL.
           COPY JOBLOG.
      *
       WORKING-STORAGE SECTION.
       01  CONFIGDD          PIC X(30) VALUE "./cobol.cfg".

       01  FS-CONFIG         PIC X(02) VALUE "X".
           88  FS-CONFIG-OK  VALUE IS "00".
           88  FS-CONFIG-EOF VALUE IS "10".

       77  WS-CFG-CHAVE      PIC X(30) VALUE SPACES.
       77  WS-CFG-VALOR      PIC X(50) VALUE SPACES.

       01  VERSAODD          PIC X(60) VALUE SPACES.

       01  FS-VERSAO         PIC X(02) VALUE "X".
           88  FS-VERSAO-OK  VALUE IS "00".
           88  FS-VERSAO-EOF VALUE IS "10".

      *---> PREFIXO DAS COPIAS DATADAS (+ -VERSAO-AAAAMMDD.cfg)
       01  WS-PREFIXO-VER    PIC X(40) VALUE "./files/cobol-cfg".

       01  CATDD             PIC X(30) VALUE "./files/cbcfgcat.dat".
      *---> CATALOGO DA CONFERENCIA: FIXO, O ARQUIVO CONFERIDO NAO PODE
      *---> APONTAR PARA OUTRO
       01  CATDD-PADRAO      PIC X(30) VALUE "./files/cbcfgcat.dat".

       01  FS-CAT            PIC X(02) VALUE "X".
           88  FS-CAT-OK     VALUE IS "00".
           88  FS-CAT-EOF    VALUE IS "10".

       01  OPERDD            PIC X(30) VALUE "./cbOPERS.IDX".

       01  FS-OPER           PIC X(02) VALUE SPACES.
           88  FS-OPER-OK    VALUE IS "00".

       01  NOME-ARQ-RELATORIO.
           05  FILLER  PIC X(50) VALUE "./cbcfgdif.out".

       77  FS-RELAT          PIC X(02) VALUE SPACES.
       77  WS-RELAT-ABERTO   PIC X VALUE "N".
           88  RELAT-ABERTO  VALUE "S".
      *---> O MODO FOTO PEDE O RELATORIO DE DIFERENCAS DA FOTOGRAFIA
       77  WS-COM-RELATORIO  PIC X VALUE "N".
           88  COM-RELATORIO VALUE "S".

       01  JOBLOGDD.
           05  FILLER  PIC X(30) VALUE "./cbjoblog.log".

       01  FS-JOBLOG         PIC X(02) VALUE "X".
           88  FS-JOBLOG-OK  VALUE IS "00".

       01  WS-JOB-STATUS     PIC X(10) VALUE "OK".

      *---> CODIGO DO OPERADOR (VARIAVEL DE AMBIENTE OPERADOR OU
      *     ASSINATURA DIRETA NAS FUNCOES DO PERFIL SENIOR)
       77  WS-OPERADOR       PIC X(08) VALUE SPACES.
       77  WS-SENHA-INF      PIC X(08) VALUE SPACES.
       77  WS-ASSINADO       PIC X     VALUE "N".
           88  E-ASSINADO    VALUE "S".
       77  WS-DESISTIU       PIC X     VALUE "N".
           88  E-DESISTIU    VALUE "S".

      *---> PERFIL DO OPERADOR ASSINADO E CONTROLE DE AUTORIZACAO;
      *     SEM O CADASTRO DE OPERADORES A SEGURANCA FICA DESLIGADA
       77  WS-OPER-PERFIL    PIC X(01) VALUE "B".
           88  OPERADOR-SENIOR VALUE "S".
       77  WS-SEGURANCA      PIC X     VALUE "N".
           88  SEGURANCA-ATIVA VALUE "S".
       77  WS-AUTORIZADO     PIC X     VALUE "S".
           88  E-AUTORIZADO  VALUE "S".

       01  args-cmd-linex    PIC X(90)  VALUE SPACES.

       01  WS-MODO           PIC X(10) VALUE SPACES.
           88  MODO-LISTA     VALUE "LISTA".
           88  MODO-FOTO      VALUE "FOTO".
           88  MODO-APROVA    VALUE "APROVA".
           88  MODO-DIFERENCA VALUE "DIFERENCA".
           88  MODO-VOLTA     VALUE "VOLTA".
           88  MODO-CONFERE   VALUE "CONFERE".

      *---> VERSOES INFORMADAS NA LINHA DE COMANDO (NUMERO OU ATUAL)
       01  WS-ARG-1          PIC X(05) JUSTIFIED RIGHT VALUE SPACES.
       01  WS-ARG-2          PIC X(05) JUSTIFIED RIGHT VALUE SPACES.
       01  WS-ARG-AUX        PIC X(05) JUSTIFIED RIGHT VALUE SPACES.
       01  WS-ARG-NUM REDEFINES WS-ARG-AUX PIC 9(05).
       01  WS-ARG-CONSOLE    PIC X(05) VALUE SPACES.
       77  WS-ARG-VALIDO     PIC X     VALUE "N".
           88  ARG-VALIDO    VALUE "S".
      *---> VERSAO PEDIDA (ZERO = ARQUIVO EM USO)
       77  WS-VER-PEDIDA     PIC 9(04) VALUE ZEROS.
       77  WS-VER-DE         PIC 9(04) VALUE ZEROS.
       77  WS-VER-PARA       PIC 9(04) VALUE ZEROS.
       01  WS-CONFIRMA       PIC X     VALUE SPACE.

      *---> CATALOGO DE VERSOES CARREGADO EM TABELA
       01  WS-VER-TAB.
           05  WS-VER-ENT OCCURS 999 TIMES.
               10  VT-VERSAO      PIC 9(04).
               10  VT-DATA        PIC 9(08).
               10  VT-HORA        PIC 9(06).
               10  VT-OPERADOR    PIC X(08).
               10  VT-ORIGEM      PIC X(05).
               10  VT-BASE        PIC 9(04).
               10  VT-ALTERACOES  PIC 9(04).
               10  VT-SITUACAO    PIC X(01).
                   88  VT-APROVADA VALUE "A".
               10  VT-APROVADOR   PIC X(08).
               10  VT-DATA-APR    PIC 9(08).
               10  VT-HORA-APR    PIC 9(06).
               10  VT-ARQUIVO     PIC X(60).

       77  WS-QTD-VER        PIC 9(03) VALUE ZEROS.
       77  WS-MAX-VER        PIC 9(03) VALUE 999.
       77  WS-CAT-CHEIO      PIC X     VALUE "N".
           88  CATALOGO-CHEIO VALUE "S".
       77  WS-VER-IX         PIC 9(03) VALUE ZEROS.
      *---> POSICAO NA TABELA DA ULTIMA APROVADA E DA VERSAO ACHADA
       77  WS-APR-IX         PIC 9(03) VALUE ZEROS.
       77  WS-ACHA-IX        PIC 9(03) VALUE ZEROS.
       77  WS-ALVO-IX        PIC 9(03) VALUE ZEROS.
       77  WS-NOVA-VERSAO    PIC 9(04) VALUE ZEROS.

      *---> CHAVES DE DUAS VERSOES PARA A COMPARACAO: A = ORIGEM,
      *---> B = DESTINO (A ULTIMA OCORRENCIA DE UMA CHAVE VALE, COMO
      *---> NOS PROGRAMAS QUE LEEM O cobol.cfg)
       01  WS-CHV-A.
           05  WS-A-ENT OCCURS 400 TIMES.
               10  KA-CHAVE       PIC X(30).
               10  KA-VALOR       PIC X(50).
       01  WS-CHV-B.
           05  WS-B-ENT OCCURS 400 TIMES.
               10  KB-CHAVE       PIC X(30).
               10  KB-VALOR       PIC X(50).
               10  KB-MARCA       PIC X(01).
       77  WS-QTD-A          PIC 9(03) VALUE ZEROS.
       77  WS-QTD-B          PIC 9(03) VALUE ZEROS.
       77  WS-IX-A           PIC 9(03) VALUE ZEROS.
       77  WS-IX-B           PIC 9(03) VALUE ZEROS.
       77  WS-ACHOU-A        PIC X     VALUE "N".
           88  ACHOU-A       VALUE "S".
       77  WS-ACHOU-B        PIC X     VALUE "N".
           88  ACHOU-B       VALUE "S".

      *---> CARGA: FONTE (C = cobol.cfg EM USO, V = COPIA EM
      *---> VERSAODD) E TABELA DE DESTINO (A OU B)
       77  WS-FONTE          PIC X     VALUE "C".
           88  FONTE-ATUAL   VALUE "C".
       77  WS-ALVO           PIC X     VALUE "A".
           88  ALVO-A        VALUE "A".
       77  WS-CARGA-OK       PIC X     VALUE "N".
           88  CARGA-OK      VALUE "S".
       01  WS-LINHA          PIC X(80) VALUE SPACES.

      *---> DIFERENCA CORRENTE E PARA ONDE ELA VAI
       01  WS-DIF.
           05  WS-DIF-TIPO    PIC X(10).
           05  WS-DIF-CHAVE   PIC X(30).
           05  WS-DIF-ANTES   PIC X(50).
           05  WS-DIF-NOVO    PIC X(50).
       77  WS-COM-TELA       PIC X     VALUE "N".
           88  COM-TELA      VALUE "S".
       77  WS-COM-JOBLOG     PIC X     VALUE "N".
           88  COM-JOBLOG    VALUE "S".

      *---> EVENTO DE CONFIGURACAO PARA O LOG DE JOBS
       01  WS-EVT-EVENTO     PIC X(06) VALUE SPACES.
       01  WS-EVT-DETALHE    PIC X(80) VALUE SPACES.

       01  WS-VER-LOG.
           05  FILLER        PIC X(01) VALUE "V".
           05  WS-VER-LOG-NUM PIC 9(04).

       01  COUNTERS.
           05  QTD-INCLUIDAS  PIC 9(04) VALUE ZEROS.
           05  QTD-EXCLUIDAS  PIC 9(04) VALUE ZEROS.
           05  QTD-ALTERADAS  PIC 9(04) VALUE ZEROS.
           05  QTD-DIFERENCAS PIC 9(04) VALUE ZEROS.

       77  WS-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77  WS-HORA-AGORA   PIC 9(08) VALUE ZEROS.
       77  WS-NUM-PAGINA   PIC 9(03) VALUE ZEROS.
       77  WS-LIN-PAGINA   PIC 9(02) VALUE ZEROS.

      *---> DESCRICAO DAS DUAS PONTAS DA COMPARACAO NO CABECALHO
       01  WS-DESC-A         PIC X(40) VALUE SPACES.
       01  WS-DESC-B         PIC X(40) VALUE SPACES.

       01  WS-CAB-REL1.
           05 FILLER        PIC X(40) VALUE
               "DIFERENCAS DA CONFIGURACAO (cobol.cfg)".
           05 FILLER        PIC X(08) VALUE "  DATA: ".
           05 WS-CAB-DATA   PIC 9(08).
           05 FILLER        PIC X(08) VALUE "  PAG.: ".
           05 WS-CAB-PAGINA PIC ZZ9.

       01  WS-CAB-REL2.
           05 FILLER        PIC X(06) VALUE "DE  : ".
           05 WS-CAB-DE     PIC X(40).
           05 FILLER        PIC X(08) VALUE "  PARA: ".
           05 WS-CAB-PARA   PIC X(40).

       01  WS-CAB-REL3.
           05 FILLER        PIC X(10) VALUE "SITUACAO".
           05 FILLER        PIC X(31) VALUE "CHAVE".
           05 FILLER        PIC X(57) VALUE "VALOR".

       01  WS-LIN-REL.
           05 WL-SITUACAO   PIC X(10).
           05 WL-CHAVE      PIC X(31).
           05 WL-ROTULO     PIC X(07).
           05 WL-VALOR      PIC X(50).

       01  WS-TOT-REL.
           05 WT-ROTULO     PIC X(30).
           05 WT-TOTAL      PIC ZZZZ9.

       77  XY     PIC X.
      *
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CBCFG01 - CONTROLE DE ALTERACOES DO cobol.cfg"
      *====> LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO (SE EXISTIR)
           PERFORM LE-CONFIG THRU LE-CONFIG-FIM
           PERFORM OBTEM-OPERADOR THRU OBTEM-OPERADOR-FIM
      *====> ARGUMENTOS: 1o = MODO, 2o E 3o = VERSOES (NUMERO OU
      *====> ATUAL) DA DIFERENCA, OU A VERSAO DA VOLTA
           ACCEPT args-cmd-linex   FROM COMMAND-LINE.
           IF  args-cmd-linex  NOT = SPACES
               UNSTRING args-cmd-linex DELIMITED BY ALL SPACE
                   INTO  WS-MODO  WS-ARG-1  WS-ARG-2
           END-IF.
           IF  WS-MODO = SPACES
               DISPLAY "MODO (LISTA/FOTO/APROVA/DIFERENCA/VOLTA/"
                   "CONFERE) ==>> " WITH NO ADVANCING
               ACCEPT WS-MODO FROM CONSOLE
           END-IF.
           IF  NOT MODO-LISTA AND NOT MODO-FOTO AND NOT MODO-APROVA
               AND NOT MODO-DIFERENCA AND NOT MODO-VOLTA
               AND NOT MODO-CONFERE
               DISPLAY "MODO INVALIDO: " WS-MODO
               GO TO EXIT-PARA
           END-IF.
           IF  MODO-CONFERE AND CATDD NOT = CATDD-PADRAO
               DISPLAY "CBCFG01_CATALOGO IGNORADA NA CONFERENCIA: "
                   CATDD
               MOVE CATDD-PADRAO TO CATDD
           END-IF.
           DISPLAY "MODO     : " WS-MODO
           DISPLAY "CATALOGO : " CATDD
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM REGISTRA-JOBLOG-INICIO
               THRU REGISTRA-JOBLOG-INICIO-FIM
           PERFORM CARREGA-CATALOGO THRU CARREGA-CATALOGO-FIM
           EVALUATE TRUE
               WHEN CATALOGO-CHEIO
                   CONTINUE
               WHEN MODO-LISTA
                   PERFORM LISTA-VERSOES THRU LISTA-VERSOES-FIM
               WHEN MODO-FOTO
                   MOVE "S" TO WS-COM-RELATORIO
                   PERFORM TIRA-FOTO THRU TIRA-FOTO-FIM
               WHEN MODO-APROVA
                   PERFORM APROVA-VERSAO THRU APROVA-VERSAO-FIM
               WHEN MODO-DIFERENCA
                   PERFORM MOSTRA-DIFERENCA
                       THRU MOSTRA-DIFERENCA-FIM
               WHEN MODO-VOLTA
                   PERFORM VOLTA-VERSAO THRU VOLTA-VERSAO-FIM
               WHEN MODO-CONFERE
                   PERFORM CONFERE-APROVADA
                       THRU CONFERE-APROVADA-FIM
           END-EVALUATE
           IF  RELAT-ABERTO
               PERFORM FECHA-RELATORIO THRU FECHA-RELATORIO-FIM
           END-IF
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           IF  WS-JOB-STATUS = "ERRO"
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY 'FIM CBCFG01 ...'
           STOP RUN.

      *================================
      * LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO ./cobol.cfg, SE
      * EXISTIR, E APLICA AS CHAVES DESTE PROGRAMA
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
               WHEN "CBCFG01_CATALOGO"
                   MOVE WS-CFG-VALOR TO CATDD
               WHEN "CBCFG01_PREFIXO"
                   MOVE WS-CFG-VALOR TO WS-PREFIXO-VER
               WHEN "CBCFG01_RELATORIO"
                   MOVE WS-CFG-VALOR TO NOME-ARQ-RELATORIO
               WHEN "OPERFILE"
                   MOVE WS-CFG-VALOR TO OPERDD
               WHEN "JOBLOGDD"
                   MOVE WS-CFG-VALOR TO JOBLOGDD
           END-EVALUATE.
       APLICA-CONFIG-FIM.
           EXIT.
      *================================
      * IDENTIFICA O OPERADOR QUE RODOU O JOB: USA O CODIGO DA
      * VARIAVEL DE AMBIENTE OPERADOR (ASSINADA NO CADMENU01) OU
      * "BATCH"; AS FUNCOES DO PERFIL SENIOR PEDEM A ASSINATURA
      * COMPLETA QUANDO NAO HA OPERADOR ASSINADO
       OBTEM-OPERADOR.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR"
           IF  WS-OPERADOR = SPACES
               MOVE "BATCH" TO WS-OPERADOR
           ELSE
               MOVE "S" TO WS-ASSINADO
           END-IF.
       OBTEM-OPERADOR-FIM.
           EXIT.

      *================================
      * CONFERE SE O OPERADOR PODE APROVAR OU VOLTAR VERSAO (PERFIL
      * SENIOR); SEM O CADASTRO DE OPERADORES AVISA E SEGUE NO MODO
      * ANTIGO. A TENTATIVA NEGADA E ANOTADA NO LOG DE JOBS
       AUTORIZA-SENIOR.
           MOVE "S" TO WS-AUTORIZADO.
           OPEN INPUT OPERFL
           IF  NOT FS-OPER-OK
               DISPLAY "SEM CADASTRO DE OPERADORES (" OPERDD
                   ") - AUTORIZACAO DESLIGADA"
               GO TO AUTORIZA-SENIOR-FIM
           END-IF
           MOVE "S" TO WS-SEGURANCA
           IF  E-ASSINADO
      *=====> JA ASSINADO NO CADMENU01: SO BUSCA O PERFIL
               MOVE WS-OPERADOR TO OP-CHAVE
               READ OPERFL
                   KEY IS OP-CHAVE
                   INVALID KEY
                       MOVE "B" TO WS-OPER-PERFIL
                   NOT INVALID KEY
                       IF OP-ATIVO
                           MOVE OP-PERFIL TO WS-OPER-PERFIL
                       ELSE
                           MOVE "B" TO WS-OPER-PERFIL
                       END-IF
               END-READ
           ELSE
      *=====> ENTRADA DIRETA: ASSINATURA COMPLETA (CODIGO + SENHA)
               PERFORM ASSINA-DIRETO THRU ASSINA-DIRETO-FIM
                   UNTIL E-ASSINADO OR E-DESISTIU
               IF  E-DESISTIU
                   MOVE "BATCH" TO WS-OPERADOR
               END-IF
           END-IF
           CLOSE OPERFL.
           IF  NOT OPERADOR-SENIOR
               MOVE "N" TO WS-AUTORIZADO
               DISPLAY "FUNCAO RESTRITA AO PERFIL SENIOR"
               PERFORM REGISTRA-NEGADO THRU REGISTRA-NEGADO-FIM
           END-IF.
       AUTORIZA-SENIOR-FIM.
           EXIT.

      *================================
      * ASSINATURA NA ENTRADA DIRETA DO PROGRAMA: CODIGO + SENHA DE
      * OPERADOR ATIVO DO CADASTRO (CODIGO EM BRANCO DESISTE)
       ASSINA-DIRETO.
           MOVE SPACES TO WS-OPERADOR WS-SENHA-INF.
           DISPLAY "CODIGO DO OPERADOR ==>> " WITH NO ADVANCING
           ACCEPT WS-OPERADOR FROM CONSOLE
           IF  WS-OPERADOR = SPACES
               MOVE "S" TO WS-DESISTIU
               GO TO ASSINA-DIRETO-FIM
           END-IF
           DISPLAY "SENHA              ==>> " WITH NO ADVANCING
           ACCEPT WS-SENHA-INF FROM CONSOLE
           MOVE WS-OPERADOR TO OP-CHAVE
           READ OPERFL
               KEY IS OP-CHAVE
               INVALID KEY
                   DISPLAY "OPERADOR NAO CADASTRADO"
                   GO TO ASSINA-DIRETO-FIM
           END-READ
           IF  OP-DESATIVADO
               DISPLAY "OPERADOR DESATIVADO"
               GO TO ASSINA-DIRETO-FIM
           END-IF
           IF  OP-SENHA NOT = WS-SENHA-INF
               DISPLAY "SENHA NAO CONFERE"
               GO TO ASSINA-DIRETO-FIM
           END-IF
           MOVE OP-PERFIL TO WS-OPER-PERFIL
           MOVE "S" TO WS-ASSINADO.
       ASSINA-DIRETO-FIM.
           EXIT.

      *================================
      * CARREGA O CATALOGO DE VERSOES EM TABELA E GUARDA A POSICAO
      * DA ULTIMA VERSAO APROVADA
       CARREGA-CATALOGO.
           MOVE ZEROS TO WS-QTD-VER WS-APR-IX.
           MOVE "X"   TO FS-CAT.
           OPEN INPUT CATFL
           IF  NOT FS-CAT-OK
               GO TO CARREGA-CATALOGO-FIM
           END-IF
           PERFORM CARREGA-CATALOGO-LOOP THRU CARREGA-CATALOGO-LOOP-FIM
               UNTIL FS-CAT-EOF OR CATALOGO-CHEIO
           CLOSE CATFL.
       CARREGA-CATALOGO-FIM.
           EXIT.

       CARREGA-CATALOGO-LOOP.
           READ CATFL
               AT END
                   CONTINUE
               NOT AT END
      *=====> NAO CABE NA TABELA: NENHUM MODO RODA SOBRE O CATALOGO
      *=====> PELA METADE (A APROVACAO O REGRAVARIA TRUNCADO)
                   IF  CV-VERSAO NUMERIC AND WS-QTD-VER NOT < WS-MAX-VER
                       DISPLAY "CATALOGO CHEIO (" WS-MAX-VER
                           " VERSOES): " CATDD
                       DISPLAY "ARQUIVE AS VERSOES ANTIGAS DO CATALOGO"
                           " ANTES DE CONTINUAR"
                       MOVE "ERRO" TO WS-JOB-STATUS
                       MOVE "S"    TO WS-CAT-CHEIO
                       GO TO CARREGA-CATALOGO-LOOP-FIM
                   END-IF
                   IF  CV-VERSAO NUMERIC
                       ADD 1 TO WS-QTD-VER
                       MOVE CV-VERSAO     TO VT-VERSAO(WS-QTD-VER)
                       MOVE CV-DATA       TO VT-DATA(WS-QTD-VER)
                       MOVE CV-HORA       TO VT-HORA(WS-QTD-VER)
                       MOVE CV-OPERADOR   TO VT-OPERADOR(WS-QTD-VER)
                       MOVE CV-ORIGEM     TO VT-ORIGEM(WS-QTD-VER)
                       MOVE CV-BASE       TO VT-BASE(WS-QTD-VER)
                       MOVE CV-ALTERACOES
                           TO VT-ALTERACOES(WS-QTD-VER)
                       MOVE CV-SITUACAO   TO VT-SITUACAO(WS-QTD-VER)
                       MOVE CV-APROVADOR  TO VT-APROVADOR(WS-QTD-VER)
                       MOVE CV-DATA-APR   TO VT-DATA-APR(WS-QTD-VER)
                       MOVE CV-HORA-APR   TO VT-HORA-APR(WS-QTD-VER)
                       MOVE CV-ARQUIVO    TO VT-ARQUIVO(WS-QTD-VER)
                       IF  CV-APROVADA
                           MOVE WS-QTD-VER TO WS-APR-IX
                       END-IF
                   END-IF
           END-READ.
       CARREGA-CATALOGO-LOOP-FIM.
           EXIT.

      * ANEXA A VERSAO DA ULTIMA POSICAO DA TABELA AO CATALOGO
       ANEXA-CATALOGO.
           MOVE "X" TO FS-CAT.
           OPEN EXTEND CATFL
           IF  NOT FS-CAT-OK
               OPEN OUTPUT CATFL
           END-IF
           IF  NOT FS-CAT-OK
               DISPLAY "GRAVACAO DO CATALOGO FALHOU=" FS-CAT
                   "  " CATDD
               MOVE "ERRO" TO WS-JOB-STATUS
               GO TO ANEXA-CATALOGO-FIM
           END-IF
           MOVE WS-QTD-VER TO WS-VER-IX.
           PERFORM GRAVA-CATALOGO-REG THRU GRAVA-CATALOGO-REG-FIM.
           CLOSE CATFL.
       ANEXA-CATALOGO-FIM.
           EXIT.

      * REGRAVA O CATALOGO INTEIRO (DEPOIS DE UMA APROVACAO)
       REGRAVA-CATALOGO.
           MOVE "X" TO FS-CAT.
           OPEN OUTPUT CATFL
           IF  NOT FS-CAT-OK
               DISPLAY "GRAVACAO DO CATALOGO FALHOU=" FS-CAT
                   "  " CATDD
               MOVE "ERRO" TO WS-JOB-STATUS
               GO TO REGRAVA-CATALOGO-FIM
           END-IF
           MOVE ZEROS TO WS-VER-IX.
           PERFORM REGRAVA-CATALOGO-LOOP THRU REGRAVA-CATALOGO-LOOP-FIM
               UNTIL WS-VER-IX >= WS-QTD-VER.
           CLOSE CATFL.
       REGRAVA-CATALOGO-FIM.
           EXIT.

       REGRAVA-CATALOGO-LOOP.
           ADD 1 TO WS-VER-IX.
           PERFORM GRAVA-CATALOGO-REG THRU GRAVA-CATALOGO-REG-FIM.
       REGRAVA-CATALOGO-LOOP-FIM.
           EXIT.

       GRAVA-CATALOGO-REG.
           MOVE SPACES                      TO CFGCAT-REC.
           MOVE VT-VERSAO(WS-VER-IX)        TO CV-VERSAO.
           MOVE VT-DATA(WS-VER-IX)          TO CV-DATA.
           MOVE VT-HORA(WS-VER-IX)          TO CV-HORA.
           MOVE VT-OPERADOR(WS-VER-IX)      TO CV-OPERADOR.
           MOVE VT-ORIGEM(WS-VER-IX)        TO CV-ORIGEM.
           MOVE VT-BASE(WS-VER-IX)          TO CV-BASE.
           MOVE VT-ALTERACOES(WS-VER-IX)    TO CV-ALTERACOES.
           MOVE VT-SITUACAO(WS-VER-IX)      TO CV-SITUACAO.
           MOVE VT-APROVADOR(WS-VER-IX)     TO CV-APROVADOR.
           MOVE VT-DATA-APR(WS-VER-IX)      TO CV-DATA-APR.
           MOVE VT-HORA-APR(WS-VER-IX)      TO CV-HORA-APR.
           MOVE VT-ARQUIVO(WS-VER-IX)       TO CV-ARQUIVO.
           WRITE CFGCAT-REC.
       GRAVA-CATALOGO-REG-FIM.
           EXIT.

      * PROCURA NA TABELA A VERSAO WS-VER-PEDIDA (POSICAO EM
      * WS-ACHA-IX, ZERO QUANDO NAO CATALOGADA)
       PROCURA-VERSAO.
           MOVE ZEROS TO WS-ACHA-IX WS-VER-IX.
           PERFORM PROCURA-VERSAO-LOOP THRU PROCURA-VERSAO-LOOP-FIM
               UNTIL WS-VER-IX >= WS-QTD-VER OR WS-ACHA-IX > ZEROS.
       PROCURA-VERSAO-FIM.
           EXIT.

       PROCURA-VERSAO-LOOP.
           ADD 1 TO WS-VER-IX.
           IF  VT-VERSAO(WS-VER-IX) = WS-VER-PEDIDA
               MOVE WS-VER-IX TO WS-ACHA-IX
           END-IF.
       PROCURA-VERSAO-LOOP-FIM.
           EXIT.

      * ACRESCENTA A TABELA A VERSAO WS-NOVA-VERSAO, GRAVADA AGORA
      * EM VERSAODD PELO OPERADOR CORRENTE
       NOVA-ENTRADA.
           ADD 1 TO WS-QTD-VER.
           MOVE WS-NOVA-VERSAO  TO VT-VERSAO(WS-QTD-VER).
           MOVE WS-DATA-HOJE    TO VT-DATA(WS-QTD-VER).
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE WS-HORA-AGORA(1:6) TO VT-HORA(WS-QTD-VER).
           MOVE WS-OPERADOR     TO VT-OPERADOR(WS-QTD-VER).
           MOVE QTD-DIFERENCAS  TO VT-ALTERACOES(WS-QTD-VER).
           MOVE "P"             TO VT-SITUACAO(WS-QTD-VER).
           MOVE SPACES          TO VT-APROVADOR(WS-QTD-VER).
           MOVE ZEROS           TO VT-DATA-APR(WS-QTD-VER)
                                   VT-HORA-APR(WS-QTD-VER).
           MOVE VERSAODD        TO VT-ARQUIVO(WS-QTD-VER).
       NOVA-ENTRADA-FIM.
           EXIT.

      * NOME DA COPIA DATADA DA VERSAO NOVA
       MONTA-NOME-VERSAO.
           MOVE SPACES TO VERSAODD.
           STRING WS-PREFIXO-VER DELIMITED BY SPACE
                  "-"            DELIMITED BY SIZE
                  WS-NOVA-VERSAO DELIMITED BY SIZE
                  "-"            DELIMITED BY SIZE
                  WS-DATA-HOJE   DELIMITED BY SIZE
                  ".cfg"         DELIMITED BY SIZE
               INTO VERSAODD.
       MONTA-NOME-VERSAO-FIM.
           EXIT.

      * PROXIMO NUMERO DE VERSAO (O CATALOGO ESTA EM ORDEM)
       PROXIMA-VERSAO.
           MOVE 1 TO WS-NOVA-VERSAO.
           IF  WS-QTD-VER > ZEROS
               COMPUTE WS-NOVA-VERSAO = VT-VERSAO(WS-QTD-VER) + 1
           END-IF.
       PROXIMA-VERSAO-FIM.
           EXIT.

      *================================
      * LISTA AS VERSOES CATALOGADAS
       LISTA-VERSOES.
           IF  WS-QTD-VER = ZEROS
               DISPLAY "CATALOGO DE VERSOES VAZIO"
               GO TO LISTA-VERSOES-FIM
           END-IF
           DISPLAY "VERSOES CATALOGADAS:"
           MOVE ZEROS TO WS-VER-IX.
           PERFORM LISTA-VERSAO THRU LISTA-VERSAO-FIM
               UNTIL WS-VER-IX >= WS-QTD-VER.
       LISTA-VERSOES-FIM.
           EXIT.

       LISTA-VERSAO.
           ADD 1 TO WS-VER-IX.
           IF  VT-APROVADA(WS-VER-IX)
               DISPLAY VT-VERSAO(WS-VER-IX) " - "
                   VT-DATA(WS-VER-IX) " " VT-HORA(WS-VER-IX)
                   " " VT-ORIGEM(WS-VER-IX) " POR "
                   VT-OPERADOR(WS-VER-IX) " ALTERACOES="
                   VT-ALTERACOES(WS-VER-IX) "  APROVADA POR "
                   VT-APROVADOR(WS-VER-IX) " EM "
                   VT-DATA-APR(WS-VER-IX)
           ELSE
               DISPLAY VT-VERSAO(WS-VER-IX) " - "
                   VT-DATA(WS-VER-IX) " " VT-HORA(WS-VER-IX)
                   " " VT-ORIGEM(WS-VER-IX) " POR "
                   VT-OPERADOR(WS-VER-IX) " ALTERACOES="
                   VT-ALTERACOES(WS-VER-IX) "  PENDENTE"
           END-IF.
       LISTA-VERSAO-FIM.
           EXIT.

      *================================
      * FOTOGRAFA O cobol.cfg EM USO COMO VERSAO NOVA (PENDENTE),
      * QUANDO HA ALTERACAO CONTRA A ULTIMA VERSAO; CADA CHAVE
      * ALTERADA VAI PARA O LOG DE JOBS E, NO MODO FOTO, PARA O
      * RELATORIO DE DIFERENCAS
       TIRA-FOTO.
           IF  WS-QTD-VER NOT < WS-MAX-VER
               DISPLAY "CATALOGO CHEIO (" WS-MAX-VER
                   " VERSOES) - NENHUMA VERSAO NOVA: " CATDD
               MOVE "ERRO" TO WS-JOB-STATUS
               GO TO TIRA-FOTO-FIM
           END-IF
           PERFORM PROXIMA-VERSAO THRU PROXIMA-VERSAO-FIM.
           MOVE ZEROS TO WS-QTD-A.
           MOVE SPACES TO WS-DESC-A.
           IF  WS-QTD-VER > ZEROS
               MOVE WS-QTD-VER TO WS-VER-IX
               PERFORM DESCREVE-VERSAO THRU DESCREVE-VERSAO-FIM
               MOVE WS-DESC-B TO WS-DESC-A
               MOVE VT-ARQUIVO(WS-QTD-VER) TO VERSAODD
               MOVE "V" TO WS-FONTE
               MOVE "A" TO WS-ALVO
               PERFORM CARREGA-CHAVES THRU CARREGA-CHAVES-FIM
               IF  NOT CARGA-OK
                   DISPLAY "AVISO: COPIA DA ULTIMA VERSAO NAO "
                       "ENCONTRADA - " VERSAODD
               END-IF
           END-IF
           MOVE "C" TO WS-FONTE.
           MOVE "B" TO WS-ALVO.
           PERFORM CARREGA-CHAVES THRU CARREGA-CHAVES-FIM.
           IF  NOT CARGA-OK
               DISPLAY "ARQUIVO DE CONFIGURACAO NAO ABERTO: " CONFIGDD
               MOVE "ERRO" TO WS-JOB-STATUS
               GO TO TIRA-FOTO-FIM
           END-IF
           MOVE "ARQUIVO EM USO" TO WS-DESC-B.
      *=====> A PRIMEIRA FOTOGRAFIA NAO E ALTERACAO: SO O RELATORIO
           MOVE "N" TO WS-COM-JOBLOG WS-COM-TELA.
           IF  WS-QTD-VER > ZEROS
               MOVE "S" TO WS-COM-JOBLOG
           END-IF
           IF  COM-RELATORIO
               PERFORM ABRE-RELATORIO THRU ABRE-RELATORIO-FIM
           END-IF
           MOVE WS-NOVA-VERSAO TO WS-VER-LOG-NUM.
           PERFORM COMPARA-TABELAS THRU COMPARA-TABELAS-FIM.
           IF  WS-QTD-VER > ZEROS AND QTD-DIFERENCAS = ZEROS
               DISPLAY "cobol.cfg SEM ALTERACOES DESDE A VERSAO "
                   VT-VERSAO(WS-QTD-VER) " - NENHUMA VERSAO NOVA"
               GO TO TIRA-FOTO-FIM
           END-IF
           PERFORM MONTA-NOME-VERSAO THRU MONTA-NOME-VERSAO-FIM.
           PERFORM COPIA-ATUAL-PARA-VERSAO
               THRU COPIA-ATUAL-PARA-VERSAO-FIM.
           IF  WS-JOB-STATUS = "ERRO"
               GO TO TIRA-FOTO-FIM
           END-IF
           PERFORM NOVA-ENTRADA THRU NOVA-ENTRADA-FIM.
           MOVE "FOTO"  TO VT-ORIGEM(WS-QTD-VER).
           MOVE ZEROS   TO VT-BASE(WS-QTD-VER).
           IF  WS-QTD-VER > 1
               COMPUTE WS-VER-IX = WS-QTD-VER - 1
               MOVE VT-VERSAO(WS-VER-IX) TO VT-BASE(WS-QTD-VER)
           END-IF
           PERFORM ANEXA-CATALOGO THRU ANEXA-CATALOGO-FIM.
           DISPLAY "VERSAO " WS-NOVA-VERSAO " FOTOGRAFADA ("
               QTD-DIFERENCAS " ALTERACOES) - PENDENTE DE APROVACAO"
           DISPLAY "COPIA    : " VERSAODD.
       TIRA-FOTO-FIM.
           EXIT.

      *================================
      * APROVACAO DA ULTIMA VERSAO PELO OPERADOR SENIOR: O ARQUIVO
      * EM USO TEM DE SER IGUAL A ELA E QUEM FOTOGRAFOU NAO APROVA
       APROVA-VERSAO.
           IF  WS-QTD-VER = ZEROS
               DISPLAY "NENHUMA VERSAO FOTOGRAFADA - RODE O MODO FOTO"
               MOVE "ERRO" TO WS-JOB-STATUS
               GO TO APROVA-VERSAO-FIM
           END-IF
           MOVE WS-QTD-VER TO WS-ALVO-IX.
           IF  VT-APROVADA(WS-ALVO-IX)
               DISPLAY "VERSAO " VT-VERSAO(WS-ALVO-IX)
                   " JA APROVADA POR " VT-APROVADOR(WS-ALVO-IX)
                   " EM " VT-DATA-APR(WS-ALVO-IX)
               GO TO APROVA-VERSAO-FIM
           END-IF
      *=====> ALTERACAO DEPOIS DA FOTOGRAFIA NAO ENTRA NA APROVACAO
           MOVE VT-ARQUIVO(WS-ALVO-IX) TO VERSAODD.
           MOVE "V" TO WS-FONTE.
           MOVE "A" TO WS-ALVO.
           PERFORM CARREGA-CHAVES THRU CARREGA-CHAVES-FIM.
           IF  NOT CARGA-OK
               DISPLAY "COPIA DA VERSAO NAO ENCONTRADA: " VERSAODD
               MOVE "ERRO" TO WS-JOB-STATUS
               GO TO APROVA-VERSAO-FIM
           END-IF
           MOVE "C" TO WS-FONTE.
           MOVE "B" TO WS-ALVO.
           PERFORM CARREGA-CHAVES THRU CARREGA-CHAVES-FIM.
           MOVE "S" TO WS-COM-TELA.
           MOVE "N" TO WS-COM-JOBLOG.
           PERFORM COMPARA-TABELAS THRU COMPARA-TABELAS-FIM.
           IF  QTD-DIFERENCAS > ZEROS
               DISPLAY "cobol.cfg ALTERADO DEPOIS DA VERSAO "
                   VT-VERSAO(WS-ALVO-IX)
                   " - RODE O MODO FOTO ANTES DE APROVAR"
               MOVE "ERRO" TO WS-JOB-STATUS
               GO TO APROVA-VERSAO-FIM
           END-IF
           PERFORM AUTORIZA-SENIOR THRU AUTORIZA-SENIOR-FIM.
           IF  NOT E-AUTORIZADO
               MOVE "ERRO" TO WS-JOB-STATUS
               GO TO APROVA-VERSAO-FIM
           END-IF
           IF  SEGURANCA-ATIVA
               AND WS-OPERADOR = VT-OPERADOR(WS-ALVO-IX)
               DISPLAY "A VERSAO FOI FOTOGRAFADA POR " WS-OPERADOR
                   " - A APROVACAO E DE OUTRO OPERADOR SENIOR"
               PERFORM REGISTRA-NEGADO THRU REGISTRA-NEGADO-FIM
               MOVE "ERRO" TO WS-JOB-STATUS
               GO TO APROVA-VERSAO-FIM
           END-IF
      *=====> MOSTRA O QUE ESTA SENDO APROVADO (CONTRA A APROVADA)
           IF  WS-APR-IX > ZEROS
               DISPLAY "ALTERACOES CONTRA A VERSAO APROVADA "
                   VT-VERSAO(WS-APR-IX) ":"
               MOVE VT-ARQUIVO(WS-APR-IX) TO VERSAODD
               MOVE "V" TO WS-FONTE
               MOVE "A" TO WS-ALVO
               PERFORM CARREGA-CHAVES THRU CARREGA-CHAVES-FIM
               PERFORM COMPARA-TABELAS THRU COMPARA-TABELAS-FIM
               DISPLAY "TOTAL DE CHAVES ALTERADAS: " QTD-DIFERENCAS
           END-IF
           DISPLAY "APROVA A VERSAO " VT-VERSAO(WS-ALVO-IX)
               " FOTOGRAFADA POR " VT-OPERADOR(WS-ALVO-IX)
               " (S/N) ==>> " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA FROM CONSOLE
           IF  WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "APROVACAO CANCELADA"
               GO TO APROVA-VERSAO-FIM
           END-IF
           MOVE "A"          TO VT-SITUACAO(WS-ALVO-IX).
           MOVE WS-OPERADOR  TO VT-APROVADOR(WS-ALVO-IX).
           MOVE WS-DATA-HOJE TO VT-DATA-APR(WS-ALVO-IX).
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE WS-HORA-AGORA(1:6) TO VT-HORA-APR(WS-ALVO-IX).
           PERFORM REGRAVA-CATALOGO THRU REGRAVA-CATALOGO-FIM.
           IF  WS-JOB-STATUS = "ERRO"
               GO TO APROVA-VERSAO-FIM
           END-IF
           MOVE VT-VERSAO(WS-ALVO-IX) TO WS-VER-LOG-NUM.
           MOVE SPACES TO WS-EVT-DETALHE.
           STRING "VERSAO FOTOGRAFADA POR " DELIMITED BY SIZE
                  VT-OPERADOR(WS-ALVO-IX)   DELIMITED BY SPACE
                  " EM "                    DELIMITED BY SIZE
                  VT-DATA(WS-ALVO-IX)       DELIMITED BY SIZE
               INTO WS-EVT-DETALHE.
           MOVE "APROVA" TO WS-EVT-EVENTO.
           PERFORM REGISTRA-EVENTO THRU REGISTRA-EVENTO-FIM.
           DISPLAY "VERSAO " VT-VERSAO(WS-ALVO-IX) " APROVADA POR "
               WS-OPERADOR.
       APROVA-VERSAO-FIM.
           EXIT.

      *================================
      * RELATORIO DE DIFERENCAS ENTRE DUAS VERSOES (ATUAL = ARQUIVO
      * EM USO); SEM ARGUMENTOS, ULTIMA APROVADA CONTRA O EM USO
       MOSTRA-DIFERENCA.
           IF  WS-ARG-1 = SPACES
               IF  WS-APR-IX > ZEROS
                   MOVE VT-VERSAO(WS-APR-IX) TO WS-VER-DE
               ELSE
                   IF  WS-QTD-VER > ZEROS
                       MOVE VT-VERSAO(WS-QTD-VER) TO WS-VER-DE
                   ELSE
                       DISPLAY "CATALOGO DE VERSOES VAZIO"
                       MOVE "ERRO" TO WS-JOB-STATUS
                       GO TO MOSTRA-DIFERENCA-FIM
                   END-IF
               END-IF
           ELSE
               MOVE WS-ARG-1 TO WS-ARG-AUX
               PERFORM CONVERTE-ARG THRU CONVERTE-ARG-FIM
               IF  NOT ARG-VALIDO
                   DISPLAY "VERSAO INVALIDA: " WS-ARG-1
                   MOVE "ERRO" TO WS-JOB-STATUS
                   GO TO MOSTRA-DIFERENCA-FIM
               END-IF
               MOVE WS-VER-PEDIDA TO WS-VER-DE
           END-IF
           MOVE ZEROS TO WS-VER-PARA.
           IF  WS-ARG-2 NOT = SPACES
               MOVE WS-ARG-2 TO WS-ARG-AUX
               PERFORM CONVERTE-ARG THRU CONVERTE-ARG-FIM
               IF  NOT ARG-VALIDO
                   DISPLAY "VERSAO INVALIDA: " WS-ARG-2
                   MOVE "ERRO" TO WS-JOB-STATUS
                   GO TO MOSTRA-DIFERENCA-FIM
               END-IF
               MOVE WS-VER-PEDIDA TO WS-VER-PARA
           END-IF
           MOVE WS-VER-DE TO WS-VER-PEDIDA.
           MOVE "A"       TO WS-ALVO.
           PERFORM CARREGA-PONTA THRU CARREGA-PONTA-FIM.
           IF  NOT CARGA-OK
               MOVE "ERRO" TO WS-JOB-STATUS
               GO TO MOSTRA-DIFERENCA-FIM
           END-IF
           MOVE WS-DESC-B   TO WS-DESC-A.
           MOVE WS-VER-PARA TO WS-VER-PEDIDA.
           MOVE "B"         TO WS-ALVO.
           PERFORM CARREGA-PONTA THRU CARREGA-PONTA-FIM.
           IF  NOT CARGA-OK
               MOVE "ERRO" TO WS-JOB-STATUS
               GO TO MOSTRA-DIFERENCA-FIM
           END-IF
           PERFORM ABRE-RELATORIO THRU ABRE-RELATORIO-FIM.
           MOVE "N" TO WS-COM-TELA WS-COM-JOBLOG.
           PERFORM COMPARA-TABELAS THRU COMPARA-TABELAS-FIM.
           DISPLAY "DE   : " WS-DESC-A
           DISPLAY "PARA : " WS-DESC-B.
       MOSTRA-DIFERENCA-FIM.
           EXIT.

      * CARREGA NA TABELA WS-ALVO A VERSAO WS-VER-PEDIDA (ZERO =
      * ARQUIVO EM USO) E DEIXA A DESCRICAO DELA EM WS-DESC-B
       CARREGA-PONTA.
           MOVE "N" TO WS-CARGA-OK.
           IF  WS-VER-PEDIDA = ZEROS
               MOVE "C" TO WS-FONTE
               MOVE "ARQUIVO EM USO" TO WS-DESC-B
           ELSE
               PERFORM PROCURA-VERSAO THRU PROCURA-VERSAO-FIM
               IF  WS-ACHA-IX = ZEROS
                   DISPLAY "VERSAO " WS-VER-PEDIDA " NAO CATALOGADA"
                   GO TO CARREGA-PONTA-FIM
               END-IF
               MOVE WS-ACHA-IX TO WS-VER-IX
               PERFORM DESCREVE-VERSAO THRU DESCREVE-VERSAO-FIM
               MOVE VT-ARQUIVO(WS-ACHA-IX) TO VERSAODD
               MOVE "V" TO WS-FONTE
           END-IF
           PERFORM CARREGA-CHAVES THRU CARREGA-CHAVES-FIM.
           IF  NOT CARGA-OK
               IF  FONTE-ATUAL
                   DISPLAY "ARQUIVO DE CONFIGURACAO NAO ABERTO: "
                       CONFIGDD
               ELSE
                   DISPLAY "COPIA DA VERSAO NAO ENCONTRADA: "
                       VERSAODD
               END-IF
           END-IF.
       CARREGA-PONTA-FIM.
           EXIT.

      * "VERSAO nnnn DE AAAAMMDD (A/P)" DA POSICAO WS-VER-IX
       DESCREVE-VERSAO.
           MOVE SPACES TO WS-DESC-B.
           STRING "VERSAO "            DELIMITED BY SIZE
                  VT-VERSAO(WS-VER-IX) DELIMITED BY SIZE
                  " DE "               DELIMITED BY SIZE
                  VT-DATA(WS-VER-IX)   DELIMITED BY SIZE
                  " ("                 DELIMITED BY SIZE
                  VT-SITUACAO(WS-VER-IX) DELIMITED BY SIZE
                  ")"                  DELIMITED BY SIZE
               INTO WS-DESC-B.
       DESCREVE-VERSAO-FIM.
           EXIT.

      * ARGUMENTO DE VERSAO: ATUAL (ZERO) OU NUMERO DE ATE 4 DIGITOS
       CONVERTE-ARG.
           MOVE "N" TO WS-ARG-VALIDO.
           MOVE ZEROS TO WS-VER-PEDIDA.
           IF  WS-ARG-AUX = "ATUAL"
               MOVE "S" TO WS-ARG-VALIDO
               GO TO CONVERTE-ARG-FIM
           END-IF
           INSPECT WS-ARG-AUX REPLACING LEADING SPACE BY ZERO.
           IF  WS-ARG-AUX NUMERIC AND WS-ARG-NUM < 10000
               MOVE WS-ARG-NUM TO WS-VER-PEDIDA
               MOVE "S" TO WS-ARG-VALIDO
           END-IF.
       CONVERTE-ARG-FIM.
           EXIT.

      *================================
      * VOLTA O cobol.cfg A UMA VERSAO CATALOGADA (PERFIL SENIOR):
      * FOTOGRAFA ANTES O ARQUIVO EM USO QUANDO ELE TEM ALTERACAO
      * SEM FOTO, ANOTA CADA CHAVE QUE MUDA E CATALOGA A VOLTA COMO
      * VERSAO NOVA - JA APROVADA QUANDO A VERSAO DE DESTINO ERA
      * APROVADA
       VOLTA-VERSAO.
           IF  WS-QTD-VER = ZEROS
               DISPLAY "CATALOGO DE VERSOES VAZIO"
               MOVE "ERRO" TO WS-JOB-STATUS
               GO TO VOLTA-VERSAO-FIM
           END-IF
      *=====> A VOLTA CATALOGA ATE DUAS VERSOES (A FOTO DO ARQUIVO EM
      *=====> USO E A PROPRIA VOLTA)
           IF  WS-QTD-VER + 2 > WS-MAX-VER
               DISPLAY "CATALOGO CHEIO (" WS-MAX-VER
                   " VERSOES) - VOLTA RECUSADA: " CATDD
               MOVE "ERRO" TO WS-JOB-STATUS
               GO TO VOLTA-VERSAO-FIM
           END-IF
           IF  WS-ARG-1 = SPACES
               PERFORM LISTA-VERSOES THRU LISTA-VERSOES-FIM
               DISPLAY "VERSAO A RESTAURAR ==>> " WITH NO ADVANCING
               ACCEPT WS-ARG-CONSOLE FROM CONSOLE
               UNSTRING WS-ARG-CONSOLE DELIMITED BY ALL SPACE
                   INTO WS-ARG-1
           END-IF
           MOVE WS-ARG-1 TO WS-ARG-AUX.
           PERFORM CONVERTE-ARG THRU CONVERTE-ARG-FIM.
           IF  NOT ARG-VALIDO OR WS-VER-PEDIDA = ZEROS
               DISPLAY "VERSAO INVALIDA: " WS-ARG-1
               MOVE "ERRO" TO WS-JOB-STATUS
               GO TO VOLTA-VERSAO-FIM
           END-IF
           PERFORM PROCURA-VERSAO THRU PROCURA-VERSAO-FIM.
           IF  WS-ACHA-IX = ZEROS
               DISPLAY "VERSAO " WS-VER-PEDIDA " NAO CATALOGADA"
               MOVE "ERRO" TO WS-JOB-STATUS
               GO TO VOLTA-VERSAO-FIM
           END-IF
           MOVE WS-ACHA-IX TO WS-ALVO-IX.
           PERFORM AUTORIZA-SENIOR THRU AUTORIZA-SENIOR-FIM.
           IF  NOT E-AUTORIZADO
               MOVE "ERRO" TO WS-JOB-STATUS
               GO TO VOLTA-VERSAO-FIM
           END-IF
      *=====> GUARDA O ARQUIVO EM USO ANTES DE SUBSTITUI-LO
           PERFORM TIRA-FOTO THRU TIRA-FOTO-FIM.
           IF  WS-JOB-STATUS = "ERRO"
               GO TO VOLTA-VERSAO-FIM
           END-IF
           MOVE "C" TO WS-FONTE.
           MOVE "A" TO WS-ALVO.
           PERFORM CARREGA-CHAVES THRU CARREGA-CHAVES-FIM.
           MOVE WS-ALVO-IX TO WS-VER-IX.
           PERFORM DESCREVE-VERSAO THRU DESCREVE-VERSAO-FIM.
           MOVE VT-ARQUIVO(WS-ALVO-IX) TO VERSAODD.
           MOVE "V" TO WS-FONTE.
           MOVE "B" TO WS-ALVO.
           PERFORM CARREGA-CHAVES THRU CARREGA-CHAVES-FIM.
           IF  NOT CARGA-OK
               DISPLAY "COPIA DA VERSAO NAO ENCONTRADA: " VERSAODD
               MOVE "ERRO" TO WS-JOB-STATUS
               GO TO VOLTA-VERSAO-FIM
           END-IF
           MOVE "ARQUIVO EM USO" TO WS-DESC-A.
      *=====> MOSTRA O QUE MUDA E PEDE CONFIRMACAO
           MOVE "S" TO WS-COM-TELA.
           MOVE "N" TO WS-COM-JOBLOG.
           PERFORM COMPARA-TABELAS THRU COMPARA-TABELAS-FIM.
           IF  QTD-DIFERENCAS = ZEROS
               DISPLAY "cobol.cfg JA E IGUAL A VERSAO "
                   VT-VERSAO(WS-ALVO-IX)
               GO TO VOLTA-VERSAO-FIM
           END-IF
           DISPLAY "VOLTA O cobol.cfg A VERSAO " VT-VERSAO(WS-ALVO-IX)
               " (" QTD-DIFERENCAS " CHAVES) (S/N) ==>> "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRMA FROM CONSOLE
           IF  WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "VOLTA CANCELADA"
               GO TO VOLTA-VERSAO-FIM
           END-IF
           PERFORM PROXIMA-VERSAO THRU PROXIMA-VERSAO-FIM.
           MOVE WS-NOVA-VERSAO TO WS-VER-LOG-NUM.
           MOVE "N" TO WS-COM-TELA.
           MOVE "S" TO WS-COM-JOBLOG.
           PERFORM ABRE-RELATORIO THRU ABRE-RELATORIO-FIM.
           PERFORM COMPARA-TABELAS THRU COMPARA-TABELAS-FIM.
           PERFORM COPIA-VERSAO-PARA-ATUAL
               THRU COPIA-VERSAO-PARA-ATUAL-FIM.
           IF  WS-JOB-STATUS = "ERRO"
               GO TO VOLTA-VERSAO-FIM
           END-IF
           PERFORM MONTA-NOME-VERSAO THRU MONTA-NOME-VERSAO-FIM.
           PERFORM COPIA-ATUAL-PARA-VERSAO
               THRU COPIA-ATUAL-PARA-VERSAO-FIM.
           IF  WS-JOB-STATUS = "ERRO"
               GO TO VOLTA-VERSAO-FIM
           END-IF
           PERFORM NOVA-ENTRADA THRU NOVA-ENTRADA-FIM.
           MOVE "VOLTA"               TO VT-ORIGEM(WS-QTD-VER).
           MOVE VT-VERSAO(WS-ALVO-IX) TO VT-BASE(WS-QTD-VER).
           IF  VT-APROVADA(WS-ALVO-IX)
               MOVE "A"          TO VT-SITUACAO(WS-QTD-VER)
               MOVE WS-OPERADOR  TO VT-APROVADOR(WS-QTD-VER)
               MOVE WS-DATA-HOJE TO VT-DATA-APR(WS-QTD-VER)
               MOVE VT-HORA(WS-QTD-VER) TO VT-HORA-APR(WS-QTD-VER)
           END-IF
           PERFORM ANEXA-CATALOGO THRU ANEXA-CATALOGO-FIM.
           MOVE SPACES TO WS-EVT-DETALHE.
           STRING "cobol.cfg DEVOLVIDO A VERSAO " DELIMITED BY SIZE
                  VT-VERSAO(WS-ALVO-IX)           DELIMITED BY SIZE
               INTO WS-EVT-DETALHE.
           MOVE "VOLTA" TO WS-EVT-EVENTO.
           PERFORM REGISTRA-EVENTO THRU REGISTRA-EVENTO-FIM.
           DISPLAY "cobol.cfg DEVOLVIDO A VERSAO " VT-VERSAO(WS-ALVO-IX)
               " - CATALOGADO COMO VERSAO " WS-NOVA-VERSAO
           IF  NOT VT-APROVADA(WS-QTD-VER)
               DISPLAY "A VERSAO DE DESTINO NAO ERA APROVADA - "
                   "PENDENTE DE APROVACAO"
           END-IF.
       VOLTA-VERSAO-FIM.
           EXIT.

      *================================
      * CONFERENCIA DA FILA DA NOITE: O ARQUIVO EM USO TEM DE SER
      * IGUAL, CHAVE A CHAVE, A ULTIMA VERSAO APROVADA
       CONFERE-APROVADA.
           IF  WS-APR-IX = ZEROS
               DISPLAY "NENHUMA VERSAO APROVADA NO CATALOGO " CATDD
               DISPLAY "RODE CBCFG01 FOTO E CBCFG01 APROVA ANTES DA "
                   "PRIMEIRA FILA"
               MOVE "ERRO" TO WS-JOB-STATUS
               GO TO CONFERE-APROVADA-FIM
           END-IF
           MOVE VT-ARQUIVO(WS-APR-IX) TO VERSAODD.
           MOVE "V" TO WS-FONTE.
           MOVE "A" TO WS-ALVO.
           PERFORM CARREGA-CHAVES THRU CARREGA-CHAVES-FIM.
           IF  NOT CARGA-OK
               DISPLAY "COPIA DA VERSAO APROVADA NAO ENCONTRADA: "
                   VERSAODD
               MOVE "ERRO" TO WS-JOB-STATUS
               GO TO CONFERE-APROVADA-FIM
           END-IF
           MOVE "C" TO WS-FONTE.
           MOVE "B" TO WS-ALVO.
           PERFORM CARREGA-CHAVES THRU CARREGA-CHAVES-FIM.
           IF  NOT CARGA-OK
               DISPLAY "ARQUIVO DE CONFIGURACAO NAO ABERTO: " CONFIGDD
               MOVE "ERRO" TO WS-JOB-STATUS
               GO TO CONFERE-APROVADA-FIM
           END-IF
           MOVE "S" TO WS-COM-TELA.
           MOVE "N" TO WS-COM-JOBLOG.
           PERFORM COMPARA-TABELAS THRU COMPARA-TABELAS-FIM.
           IF  QTD-DIFERENCAS > ZEROS
               DISPLAY "cobol.cfg DIFERENTE DA VERSAO APROVADA "
                   VT-VERSAO(WS-APR-IX) " (" QTD-DIFERENCAS
                   " CHAVES) - AGUARDA APROVACAO DO OPERADOR SENIOR"
               MOVE "ERRO" TO WS-JOB-STATUS
           ELSE
               DISPLAY "cobol.cfg CONFERE COM A VERSAO APROVADA "
                   VT-VERSAO(WS-APR-IX)
           END-IF.
       CONFERE-APROVADA-FIM.
           EXIT.

      *================================
      * CARREGA AS CHAVES DO cobol.cfg EM USO (FONTE C) OU DA COPIA
      * EM VERSAODD (FONTE V) NA TABELA A OU B
       CARREGA-CHAVES.
           MOVE "N" TO WS-CARGA-OK.
           IF  ALVO-A
               MOVE ZEROS TO WS-QTD-A
           ELSE
               MOVE ZEROS TO WS-QTD-B
           END-IF
           IF  FONTE-ATUAL
               MOVE "X" TO FS-CONFIG
               OPEN INPUT CONFIGFL
               IF  NOT FS-CONFIG-OK
                   GO TO CARREGA-CHAVES-FIM
               END-IF
               PERFORM LE-LINHA-ATUAL THRU LE-LINHA-ATUAL-FIM
                   UNTIL FS-CONFIG-EOF
               CLOSE CONFIGFL
           ELSE
               MOVE "X" TO FS-VERSAO
               OPEN INPUT VERSAOFL
               IF  NOT FS-VERSAO-OK
                   GO TO CARREGA-CHAVES-FIM
               END-IF
               PERFORM LE-LINHA-VERSAO THRU LE-LINHA-VERSAO-FIM
                   UNTIL FS-VERSAO-EOF
               CLOSE VERSAOFL
           END-IF
           MOVE "S" TO WS-CARGA-OK.
       CARREGA-CHAVES-FIM.
           EXIT.

       LE-LINHA-ATUAL.
           READ CONFIGFL
               AT END
                   GO TO LE-LINHA-ATUAL-FIM
           END-READ
           MOVE CFG-REC TO WS-LINHA.
           PERFORM GUARDA-CHAVE THRU GUARDA-CHAVE-FIM.
       LE-LINHA-ATUAL-FIM.
           EXIT.

       LE-LINHA-VERSAO.
           READ VERSAOFL
               AT END
                   GO TO LE-LINHA-VERSAO-FIM
           END-READ
           MOVE VERSAO-REC TO WS-LINHA.
           PERFORM GUARDA-CHAVE THRU GUARDA-CHAVE-FIM.
       LE-LINHA-VERSAO-FIM.
           EXIT.

      * SEPARA CHAVE E VALOR COMO OS PROGRAMAS FAZEM (COMENTARIO E
      * LINHA EM BRANCO NAO CONTAM) E GUARDA NA TABELA; A CHAVE
      * REPETIDA FICA COM O ULTIMO VALOR
       GUARDA-CHAVE.
           IF  WS-LINHA = SPACES OR WS-LINHA(1:1) = "*"
               GO TO GUARDA-CHAVE-FIM
           END-IF
           MOVE SPACES TO WS-CFG-CHAVE WS-CFG-VALOR.
           UNSTRING WS-LINHA DELIMITED BY "="
               INTO WS-CFG-CHAVE WS-CFG-VALOR.
           IF  ALVO-A
               MOVE "N" TO WS-ACHOU-A
               PERFORM PROCURA-A THRU PROCURA-A-FIM
               IF  NOT ACHOU-A
                   IF  WS-QTD-A >= 400
                       GO TO GUARDA-CHAVE-FIM
                   END-IF
                   ADD 1 TO WS-QTD-A
                   MOVE WS-QTD-A     TO WS-IX-A
                   MOVE WS-CFG-CHAVE TO KA-CHAVE(WS-IX-A)
               END-IF
               MOVE WS-CFG-VALOR TO KA-VALOR(WS-IX-A)
           ELSE
               MOVE "N" TO WS-ACHOU-B
               PERFORM PROCURA-B THRU PROCURA-B-FIM
               IF  NOT ACHOU-B
                   IF  WS-QTD-B >= 400
                       GO TO GUARDA-CHAVE-FIM
                   END-IF
                   ADD 1 TO WS-QTD-B
                   MOVE WS-QTD-B     TO WS-IX-B
                   MOVE WS-CFG-CHAVE TO KB-CHAVE(WS-IX-B)
               END-IF
               MOVE WS-CFG-VALOR TO KB-VALOR(WS-IX-B)
           END-IF.
       GUARDA-CHAVE-FIM.
           EXIT.

      * PROCURA WS-CFG-CHAVE NA TABELA A (POSICAO EM WS-IX-A)
       PROCURA-A.
           MOVE ZEROS TO WS-IX-A.
           PERFORM PROCURA-A-LOOP THRU PROCURA-A-LOOP-FIM
               UNTIL ACHOU-A OR WS-IX-A >= WS-QTD-A.
       PROCURA-A-FIM.
           EXIT.

       PROCURA-A-LOOP.
           ADD 1 TO WS-IX-A.
           IF  KA-CHAVE(WS-IX-A) = WS-CFG-CHAVE
               MOVE "S" TO WS-ACHOU-A
           END-IF.
       PROCURA-A-LOOP-FIM.
           EXIT.

      * PROCURA WS-CFG-CHAVE NA TABELA B (POSICAO EM WS-IX-B)
       PROCURA-B.
           MOVE ZEROS TO WS-IX-B.
           PERFORM PROCURA-B-LOOP THRU PROCURA-B-LOOP-FIM
               UNTIL ACHOU-B OR WS-IX-B >= WS-QTD-B.
       PROCURA-B-FIM.
           EXIT.

       PROCURA-B-LOOP.
           ADD 1 TO WS-IX-B.
           IF  KB-CHAVE(WS-IX-B) = WS-CFG-CHAVE
               MOVE "S" TO WS-ACHOU-B
           END-IF.
       PROCURA-B-LOOP-FIM.
           EXIT.

      *================================
      * COMPARA A TABELA A (ORIGEM) COM A B (DESTINO): CHAVE SO NA
      * A = EXCLUIDA, SO NA B = INCLUIDA, VALOR DIFERENTE = ALTERADA
       COMPARA-TABELAS.
           MOVE ZEROS TO QTD-INCLUIDAS QTD-EXCLUIDAS QTD-ALTERADAS
                         QTD-DIFERENCAS.
           MOVE ZEROS TO WS-IX-B.
           PERFORM DESMARCA-B THRU DESMARCA-B-FIM
               UNTIL WS-IX-B >= WS-QTD-B.
           MOVE ZEROS TO WS-IX-A.
           PERFORM COMPARA-A THRU COMPARA-A-FIM
               UNTIL WS-IX-A >= WS-QTD-A.
           MOVE ZEROS TO WS-IX-B.
           PERFORM COMPARA-B THRU COMPARA-B-FIM
               UNTIL WS-IX-B >= WS-QTD-B.
       COMPARA-TABELAS-FIM.
           EXIT.

       DESMARCA-B.
           ADD 1 TO WS-IX-B.
           MOVE "N" TO KB-MARCA(WS-IX-B).
       DESMARCA-B-FIM.
           EXIT.

       COMPARA-A.
           ADD 1 TO WS-IX-A.
           MOVE KA-CHAVE(WS-IX-A) TO WS-CFG-CHAVE.
           MOVE "N" TO WS-ACHOU-B.
           PERFORM PROCURA-B THRU PROCURA-B-FIM.
           MOVE KA-CHAVE(WS-IX-A) TO WS-DIF-CHAVE.
           MOVE KA-VALOR(WS-IX-A) TO WS-DIF-ANTES.
           IF  NOT ACHOU-B
               MOVE "EXCLUIDA" TO WS-DIF-TIPO
               MOVE SPACES     TO WS-DIF-NOVO
               ADD 1 TO QTD-EXCLUIDAS
               PERFORM REGISTRA-DIFERENCA THRU REGISTRA-DIFERENCA-FIM
               GO TO COMPARA-A-FIM
           END-IF
           MOVE "S" TO KB-MARCA(WS-IX-B).
           IF  KB-VALOR(WS-IX-B) NOT = KA-VALOR(WS-IX-A)
               MOVE "ALTERADA" TO WS-DIF-TIPO
               MOVE KB-VALOR(WS-IX-B) TO WS-DIF-NOVO
               ADD 1 TO QTD-ALTERADAS
               PERFORM REGISTRA-DIFERENCA THRU REGISTRA-DIFERENCA-FIM
           END-IF.
       COMPARA-A-FIM.
           EXIT.

       COMPARA-B.
           ADD 1 TO WS-IX-B.
           IF  KB-MARCA(WS-IX-B) = "S"
               GO TO COMPARA-B-FIM
           END-IF
           MOVE "INCLUIDA"        TO WS-DIF-TIPO.
           MOVE KB-CHAVE(WS-IX-B) TO WS-DIF-CHAVE.
           MOVE SPACES            TO WS-DIF-ANTES.
           MOVE KB-VALOR(WS-IX-B) TO WS-DIF-NOVO.
           ADD 1 TO QTD-INCLUIDAS.
           PERFORM REGISTRA-DIFERENCA THRU REGISTRA-DIFERENCA-FIM.
       COMPARA-B-FIM.
           EXIT.

      * LEVA A DIFERENCA CORRENTE PARA A TELA, O RELATORIO E O LOG
      * DE JOBS, CONFORME O MODO
       REGISTRA-DIFERENCA.
           ADD 1 TO QTD-DIFERENCAS.
           IF  COM-TELA
               DISPLAY WS-DIF-TIPO WS-DIF-CHAVE " : "
                   WS-DIF-ANTES(1:30) " -> " WS-DIF-NOVO(1:30)
           END-IF
           IF  RELAT-ABERTO
               PERFORM IMPRIME-DIFERENCA THRU IMPRIME-DIFERENCA-FIM
           END-IF
           IF  COM-JOBLOG
               MOVE SPACES TO WS-EVT-DETALHE
               STRING WS-VER-LOG   DELIMITED BY SIZE
                      " "          DELIMITED BY SIZE
                      WS-DIF-CHAVE DELIMITED BY SPACE
                      ": "         DELIMITED BY SIZE
                      WS-DIF-ANTES DELIMITED BY "  "
                      " -> "       DELIMITED BY SIZE
                      WS-DIF-NOVO  DELIMITED BY "  "
                   INTO WS-EVT-DETALHE
               MOVE "ALTCFG" TO WS-EVT-EVENTO
               PERFORM REGISTRA-EVENTO THRU REGISTRA-EVENTO-FIM
           END-IF.
       REGISTRA-DIFERENCA-FIM.
           EXIT.

      *================================
      * RELATORIO: VALOR ANTERIOR E NOVO EM LINHAS PROPRIAS, PARA
      * NAO CORTAR OS NOMES DE ARQUIVO
       ABRE-RELATORIO.
           OPEN OUTPUT RELATORIO.
           IF  FS-RELAT NOT = "00"
               DISPLAY 'ABERTURA DO RELATORIO FALHOU=' FS-RELAT
                   "  " NOME-ARQ-RELATORIO
               GO TO ABRE-RELATORIO-FIM
           END-IF
           MOVE "S" TO WS-RELAT-ABERTO.
           PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM.
       ABRE-RELATORIO-FIM.
           EXIT.

       IMPRIME-DIFERENCA.
           IF  WS-LIN-PAGINA >= 50
               PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM
           END-IF
           MOVE WS-DIF-TIPO  TO WL-SITUACAO.
           MOVE WS-DIF-CHAVE TO WL-CHAVE.
           IF  WS-DIF-TIPO NOT = "INCLUIDA"
               MOVE "ANTES: "    TO WL-ROTULO
               MOVE WS-DIF-ANTES TO WL-VALOR
               WRITE RELAT-REC FROM WS-LIN-REL
               ADD 1 TO WS-LIN-PAGINA
               MOVE SPACES TO WL-SITUACAO WL-CHAVE
           END-IF
           IF  WS-DIF-TIPO NOT = "EXCLUIDA"
               MOVE "AGORA: "    TO WL-ROTULO
               MOVE WS-DIF-NOVO  TO WL-VALOR
               WRITE RELAT-REC FROM WS-LIN-REL
               ADD 1 TO WS-LIN-PAGINA
           END-IF.
       IMPRIME-DIFERENCA-FIM.
           EXIT.

       ESCREVE-CABECALHO.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE ZEROS TO WS-LIN-PAGINA.
           MOVE WS-DATA-HOJE  TO WS-CAB-DATA.
           MOVE WS-NUM-PAGINA TO WS-CAB-PAGINA.
           MOVE WS-DESC-A     TO WS-CAB-DE.
           MOVE WS-DESC-B     TO WS-CAB-PARA.
           WRITE RELAT-REC FROM WS-CAB-REL1.
           WRITE RELAT-REC FROM WS-CAB-REL2.
           WRITE RELAT-REC FROM WS-CAB-REL3.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
       ESCREVE-CABECALHO-FIM.
           EXIT.

       FECHA-RELATORIO.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
           MOVE "CHAVES INCLUIDAS         : " TO WT-ROTULO.
           MOVE QTD-INCLUIDAS                 TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "CHAVES EXCLUIDAS         : " TO WT-ROTULO.
           MOVE QTD-EXCLUIDAS                 TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "CHAVES ALTERADAS         : " TO WT-ROTULO.
           MOVE QTD-ALTERADAS                 TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           CLOSE RELATORIO.
           DISPLAY "================================================"
           DISPLAY "CHAVES INCLUIDAS       : " QTD-INCLUIDAS
           DISPLAY "CHAVES EXCLUIDAS       : " QTD-EXCLUIDAS
           DISPLAY "CHAVES ALTERADAS       : " QTD-ALTERADAS
           DISPLAY "RELATORIO GERADO       : " NOME-ARQ-RELATORIO
           DISPLAY "================================================".
       FECHA-RELATORIO-FIM.
           EXIT.

      *================================
      * COPIA LINHA A LINHA O cobol.cfg EM USO PARA VERSAODD
       COPIA-ATUAL-PARA-VERSAO.
           MOVE "X" TO FS-CONFIG FS-VERSAO.
           OPEN INPUT CONFIGFL
           IF  NOT FS-CONFIG-OK
               DISPLAY "ARQUIVO DE CONFIGURACAO NAO ABERTO: " CONFIGDD
               MOVE "ERRO" TO WS-JOB-STATUS
               GO TO COPIA-ATUAL-PARA-VERSAO-FIM
           END-IF
           OPEN OUTPUT VERSAOFL
           IF  NOT FS-VERSAO-OK
               DISPLAY "GRAVACAO DA COPIA FALHOU=" FS-VERSAO
                   "  " VERSAODD
               MOVE "ERRO" TO WS-JOB-STATUS
               CLOSE CONFIGFL
               GO TO COPIA-ATUAL-PARA-VERSAO-FIM
           END-IF
           PERFORM COPIA-ATUAL-LOOP THRU COPIA-ATUAL-LOOP-FIM
               UNTIL FS-CONFIG-EOF.
           CLOSE CONFIGFL VERSAOFL.
       COPIA-ATUAL-PARA-VERSAO-FIM.
           EXIT.

       COPIA-ATUAL-LOOP.
           READ CONFIGFL
               AT END
                   GO TO COPIA-ATUAL-LOOP-FIM
           END-READ
           MOVE CFG-REC TO VERSAO-REC.
           WRITE VERSAO-REC.
       COPIA-ATUAL-LOOP-FIM.
           EXIT.

      * REGRAVA O cobol.cfg EM USO COM A COPIA EM VERSAODD
       COPIA-VERSAO-PARA-ATUAL.
           MOVE "X" TO FS-CONFIG FS-VERSAO.
           OPEN INPUT VERSAOFL
           IF  NOT FS-VERSAO-OK
               DISPLAY "COPIA DA VERSAO NAO ENCONTRADA: " VERSAODD
               MOVE "ERRO" TO WS-JOB-STATUS
               GO TO COPIA-VERSAO-PARA-ATUAL-FIM
           END-IF
           OPEN OUTPUT CONFIGFL
           IF  NOT FS-CONFIG-OK
               DISPLAY "GRAVACAO DO cobol.cfg FALHOU=" FS-CONFIG
                   "  " CONFIGDD
               MOVE "ERRO" TO WS-JOB-STATUS
               CLOSE VERSAOFL
               GO TO COPIA-VERSAO-PARA-ATUAL-FIM
           END-IF
           PERFORM COPIA-VERSAO-LOOP THRU COPIA-VERSAO-LOOP-FIM
               UNTIL FS-VERSAO-EOF.
           CLOSE VERSAOFL CONFIGFL.
       COPIA-VERSAO-PARA-ATUAL-FIM.
           EXIT.

       COPIA-VERSAO-LOOP.
           READ VERSAOFL
               AT END
                   GO TO COPIA-VERSAO-LOOP-FIM
           END-READ
           MOVE VERSAO-REC TO CFG-REC.
           WRITE CFG-REC.
       COPIA-VERSAO-LOOP-FIM.
           EXIT.

      *================================
      * REGISTRA NO LOG DE CONTROLE O INICIO DESTE JOB
       REGISTRA-JOBLOG-INICIO.
           MOVE "X" TO FS-JOBLOG.
           OPEN EXTEND JOBLOGFL
           IF  NOT FS-JOBLOG-OK
               OPEN OUTPUT JOBLOGFL
           END-IF
           MOVE SPACES            TO JOBLOG-REC
           MOVE "CBCFG01"         TO JL-PROGRAMA
           MOVE "INICIO"          TO JL-EVENTO
           ACCEPT JL-DATA FROM DATE YYYYMMDD
           ACCEPT JL-HORA FROM TIME
           MOVE WS-MODO           TO JL-STATUS
           MOVE WS-OPERADOR       TO JL-OPERADOR
           WRITE JOBLOG-REC
           CLOSE JOBLOGFL.
       REGISTRA-JOBLOG-INICIO-FIM.
           EXIT.
      *================================
      * REGISTRA NO LOG DE CONTROLE O FIM DESTE JOB
       REGISTRA-JOBLOG-TERMINO.
           MOVE "X" TO FS-JOBLOG.
           OPEN EXTEND JOBLOGFL
           IF  NOT FS-JOBLOG-OK
               OPEN OUTPUT JOBLOGFL
           END-IF
           MOVE SPACES            TO JOBLOG-REC
           MOVE "CBCFG01"         TO JL-PROGRAMA
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
      * REGISTRA NO LOG DE CONTROLE UM EVENTO DE CONFIGURACAO
      * (ALTCFG, APROVA, VOLTA) PREPARADO PELO CHAMADOR EM
      * WS-EVT-EVENTO E WS-EVT-DETALHE; NO STATUS VAI A VERSAO, OU
      * O TIPO DA ALTERACAO NO ALTCFG
       REGISTRA-EVENTO.
           MOVE "X" TO FS-JOBLOG.
           OPEN EXTEND JOBLOGFL
           IF  NOT FS-JOBLOG-OK
               OPEN OUTPUT JOBLOGFL
           END-IF
           MOVE SPACES            TO JOBLOG-REC
           MOVE "CBCFG01"         TO JL-PROGRAMA
           MOVE WS-EVT-EVENTO     TO JL-EVENTO
           ACCEPT JL-DATA FROM DATE YYYYMMDD
           ACCEPT JL-HORA FROM TIME
           MOVE WS-VER-LOG        TO JL-STATUS
           IF  WS-EVT-EVENTO = "ALTCFG"
               MOVE WS-DIF-TIPO   TO JL-STATUS
           END-IF
           MOVE WS-EVT-DETALHE    TO JL-DETALHE
           MOVE WS-OPERADOR       TO JL-OPERADOR
           WRITE JOBLOG-REC
           CLOSE JOBLOGFL.
       REGISTRA-EVENTO-FIM.
           EXIT.
      *================================
      * ANOTA NO LOG DE CONTROLE A TENTATIVA NEGADA (EVENTO NEGADO,
      * MODO NO CAMPO DE STATUS)
       REGISTRA-NEGADO.
           MOVE "X" TO FS-JOBLOG.
           OPEN EXTEND JOBLOGFL
           IF  NOT FS-JOBLOG-OK
               OPEN OUTPUT JOBLOGFL
           END-IF
           MOVE SPACES            TO JOBLOG-REC
           MOVE "CBCFG01"         TO JL-PROGRAMA
           MOVE "NEGADO"          TO JL-EVENTO
           ACCEPT JL-DATA FROM DATE YYYYMMDD
           ACCEPT JL-HORA FROM TIME
           MOVE WS-MODO           TO JL-STATUS
           MOVE WS-OPERADOR       TO JL-OPERADOR
           WRITE JOBLOG-REC
           CLOSE JOBLOGFL.
       REGISTRA-NEGADO-FIM.
           EXIT.

      *=================  FIM ======
       EXIT-PARA.
           DISPLAY 'FIM CBCFG01 (ABORTADO) ...'
           MOVE 8 TO RETURN-CODE
           STOP RUN.
