       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBINV01.
      *
      ****************************************************************
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Contagem fisica de inventario com ajuste de saldo,
      *          no mesmo padrao de console do CBMOV01: o operador
      *          lanca a quantidade contada na prateleira por loja +
      *          item (STORE-ID validado em cbLOJAS.IDX, ITEM-ID em
      *          cbITENS.IDX) no arquivo de contagens (CNTGREC). O
      *          relatorio de divergencias compara cada contagem
      *          pendente com o saldo do livro (ESTQREC) e mostra a
      *          diferenca em quantidade e em valor, pelo ultimo
      *          VALOR-UNIT visto no cb70 para o item na loja. Um
      *          operador senior aprova e os ajustes sao lancados: a
      *          diferenca entre o contado e o livro guardado na
      *          contagem e somada ao saldo corrente (o movimento do
      *          CBEST01 entre a contagem e a aprovacao nao se perde;
      *          por isso a contagem e digitada com o livro ja
      *          lancado ate o momento da contagem), e cada
      *          ajuste deixa uma linha no log de ajustes (AJUSREC)
      *          com quem contou e quem aprovou, como o log de
      *          correcoes do CBREJ01. A quebra por loja e totalizada
      *          a partir desse log.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---> contagens fisicas lancadas, pendentes ou ja lancadas
           SELECT CNTGFL ASSIGN TO CNTGDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-CHAVE
               FILE STATUS IS FS-CNTG.
      *---> saldo de estoque por loja + item (lancado pelo CBEST01)
           SELECT ESTQFL ASSIGN TO ESTQDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-CHAVE
               FILE STATUS IS FS-ESTQ.
      *---> cadastro de lojas (mantido pelo CBLOJA01)
           SELECT LOJAFL ASSIGN TO LOJADD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LJ-CHAVE
               FILE STATUS IS FS-LOJA.
      *---> cadastro de itens (mantido pelo CBITEM01)
           SELECT ITEMFL ASSIGN TO ITEMDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IT-CHAVE
               FILE STATUS IS FS-ITEM.
      *---> cadastro de operadores (mantido pelo CBSEG01)
           SELECT OPERFL ASSIGN TO OPERDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CHAVE
               FILE STATUS IS FS-OPER.
      *---> log de ajustes de inventario: quem contou, quem aprovou
           SELECT AJUSLOGFL ASSIGN TO AJUSLOGDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AJUSLOG.
      *---> relatorio de divergencias contagem x livro
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
      *  TAMANHO DO REGISTRO = 55 CARACTERES SEM TERMINADOR FISICO
       FD  CNTGFL.
           COPY CNTGREC.
      *
      *  TAMANHO DO REGISTRO = 70 CARACTERES SEM TERMINADOR FISICO
       FD  ESTQFL.
           COPY ESTQREC.
      *
      *  TAMANHO DO REGISTRO = 40 CARACTERES SEM TERMINADOR FISICO
       FD  LOJAFL.
           COPY STOREREC.
      *
      *  TAMANHO DO REGISTRO = 50 CARACTERES SEM TERMINADOR FISICO
       FD  ITEMFL.
           COPY ITEMREC.
      *
       FD  OPERFL.
           COPY OPERREC.
      *
       FD  AJUSLOGFL.
           COPY AJUSREC.
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
       01  CNTGDD            PIC X(30) VALUE "./cbCONTAGEM.IDX".

       01  FS-CNTG           PIC X(02) VALUE SPACES.
           88  FS-CNTG-OK          VALUE IS "00".
           88  FS-CNTG-EOF         VALUE IS "10".
           88  FS-CNTG-NAO-EXISTE  VALUE IS "35".

       01  ESTQDD            PIC X(30) VALUE "./cbESTOQUE.IDX".

       01  FS-ESTQ           PIC X(02) VALUE SPACES.
           88  FS-ESTQ-OK          VALUE IS "00".
           88  FS-ESTQ-NAO-EXISTE  VALUE IS "35".

       01  LOJADD            PIC X(30) VALUE "./cbLOJAS.IDX".

       01  FS-LOJA           PIC X(02) VALUE SPACES.
           88  FS-LOJA-OK    VALUE IS "00".

       01  ITEMDD            PIC X(30) VALUE "./cbITENS.IDX".

       01  FS-ITEM           PIC X(02) VALUE SPACES.
           88  FS-ITEM-OK    VALUE IS "00".

       01  AJUSLOGDD         PIC X(30) VALUE "./cbajustes.log".

       01  FS-AJUSLOG        PIC X(02) VALUE "X".
           88  FS-AJUSLOG-OK  VALUE IS "00".
           88  FS-AJUSLOG-EOF VALUE IS "10".

       01  NOME-ARQ-RELATORIO.
           05  FILLER  PIC X(50) VALUE "./cbdivergencias.out".

       77  FS-RELAT          PIC X(02) VALUE SPACES.

       01  JOBLOGDD.
           05  FILLER  PIC X(30) VALUE "./cbjoblog.log".

       01  FS-JOBLOG         PIC X(02) VALUE "X".
           88  FS-JOBLOG-OK  VALUE IS "00".

       01  WS-JOB-STATUS     PIC X(10) VALUE "OK".

      *---> CODIGO DO OPERADOR QUE RODOU O JOB (VARIAVEL DE AMBIENTE
      *     OPERADOR), CARIMBADO NO LOG DE CONTROLE DE JOBS, NA
      *     CONTAGEM E NO LOG DE AJUSTES
       77  WS-OPERADOR       PIC X(08) VALUE SPACES.

       01  OPERDD            PIC X(30) VALUE "./cbOPERS.IDX".

       01  FS-OPER           PIC X(02) VALUE SPACES.
           88  FS-OPER-OK    VALUE IS "00".

      *---> PERFIL DO OPERADOR ASSINADO E CONTROLE DE AUTORIZACAO;
      *     SEM O CADASTRO DE OPERADORES A SEGURANCA FICA DESLIGADA
       77  WS-OPER-PERFIL    PIC X(01) VALUE "B".
           88  OPERADOR-SENIOR VALUE "S".
       77  WS-SEGURANCA      PIC X     VALUE "N".
           88  SEGURANCA-ATIVA VALUE "S".
       77  WS-SENHA-INF      PIC X(08) VALUE SPACES.
       77  WS-ASSINADO       PIC X     VALUE "N".
           88  E-ASSINADO    VALUE "S".
       77  WS-AUTORIZADO     PIC X     VALUE "S".
           88  E-AUTORIZADO  VALUE "S".
      *---> FUNCAO CONFERIDA/NEGADA, ANOTADA NO LOG DE JOBS
       77  WS-FUNC-NEGADA    PIC X(10) VALUE SPACES.

       01  CONFIGDD          PIC X(30) VALUE "./cobol.cfg".

       01  FS-CONFIG         PIC X(02) VALUE "X".
           88  FS-CONFIG-OK  VALUE IS "00".
           88  FS-CONFIG-EOF VALUE IS "10".

       77  WS-CFG-CHAVE      PIC X(30) VALUE SPACES.
       77  WS-CFG-VALOR      PIC X(50) VALUE SPACES.

       01  args-cmd-linex    PIC X(90)  VALUE SPACES.

       01  WS-OPCAO          PIC X     VALUE SPACE.
           88  E-SAI         VALUE "0".

       01  WS-STORE-INF      PIC X(05) VALUE SPACES.
       01  WS-ITEM-INF       PIC X(10) VALUE SPACES.
       01  WS-QTDE-INF       PIC X(07) VALUE SPACES.
       01  WS-CONFIRMA       PIC X     VALUE SPACE.
      *---> DATA INICIAL DO PERIODO DA QUEBRA (ENTER = TODO O LOG)
       01  WS-DATA-INI-INF   PIC X(08) VALUE SPACES.
       01  WS-DATA-INI       PIC 9(08) VALUE ZEROS.

       77  WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.

      *---> SALDO DO LIVRO NA CONTAGEM, SALDO CORRENTE DO ESTOQUE,
      *---> DIFERENCA E VALOR DA CONTAGEM CORRENTE
       01  WS-SALDO-LIVRO    PIC S9(07) VALUE ZEROS.
       01  WS-SALDO-ATUAL    PIC S9(07) VALUE ZEROS.
       01  WS-DIFERENCA      PIC S9(07) VALUE ZEROS.
       01  WS-VALOR-UNIT     PIC 9(05)V99 VALUE ZEROS.
       01  WS-VALOR-DIF      PIC S9(09)V99 VALUE ZEROS.
       01  WS-TEM-SALDO      PIC X     VALUE "N".
           88  TEM-SALDO     VALUE "S".

      *---> TOTAIS DO RELATORIO DE DIVERGENCIAS
       01  WS-TOT-SOBRA      PIC S9(09)V99 VALUE ZEROS.
       01  WS-TOT-FALTA      PIC S9(09)V99 VALUE ZEROS.
       01  WS-VALOR-ED       PIC -(09)9,99.

      *---> QUEBRA POR LOJA ACUMULADA A PARTIR DO LOG DE AJUSTES
      *---> (PESQUISA SEQUENCIAL NA TABELA, COMO NO CBCOBER01)
       01  WS-QBR-TAB.
           05  WS-QBR-ENT OCCURS 300 TIMES.
               10  WS-QBR-LOJA   PIC 9(05).
               10  WS-QBR-AJUS   PIC 9(05).
               10  WS-QBR-QTDE   PIC S9(09).
               10  WS-QBR-VALOR  PIC S9(09)V99.

       77  WS-QTD-QBR-TAB    PIC 9(03) VALUE ZEROS.
       77  WS-QBR-IX         PIC 9(03) VALUE ZEROS.

       01  WS-QBR-ACHADO     PIC X     VALUE "N".
           88  QBR-ACHADO    VALUE "S".

       01  WS-LIN-QBR.
           05 WQ-LOJA       PIC 9(05).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WQ-AJUS       PIC ZZZZ9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WQ-QTDE       PIC -(08)9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WQ-VALOR      PIC -(09)9,99.

       01  COUNTERS.
           05  LANCADOS      PIC 9(05) VALUE ZEROS.
           05  REJEITADOS    PIC 9(05) VALUE ZEROS.
           05  PENDENTES     PIC 9(05) VALUE ZEROS.
           05  DIVERGENTES   PIC 9(05) VALUE ZEROS.
           05  AJUSTADOS     PIC 9(05) VALUE ZEROS.

       77  WS-DATA-RELAT   PIC 9(08).
       77  WS-NUM-PAGINA   PIC 9(03) VALUE ZEROS.
       77  WS-LIN-PAGINA   PIC 9(02) VALUE ZEROS.

       01  WS-CAB-REL1.
           05 FILLER        PIC X(36) VALUE
               "DIVERGENCIAS DE INVENTARIO".
           05 FILLER        PIC X(08) VALUE "  DATA: ".
           05 WS-CAB-DATA   PIC 9(08).
           05 FILLER        PIC X(08) VALUE "  PAG.: ".
           05 WS-CAB-PAGINA PIC ZZ9.

       01  WS-CAB-REL2.
           05 FILLER        PIC X(07) VALUE "LOJA".
           05 FILLER        PIC X(12) VALUE "ITEM".
           05 FILLER        PIC X(22) VALUE "DESCRICAO".
           05 FILLER        PIC X(10) VALUE "    LIVRO".
           05 FILLER        PIC X(10) VALUE "  CONTADO".
           05 FILLER        PIC X(10) VALUE "  DIFER.".
           05 FILLER        PIC X(11) VALUE " ULT.VALOR".
           05 FILLER        PIC X(15) VALUE " VALOR DIFER.".
           05 FILLER        PIC X(10) VALUE "CONTAGEM".
           05 FILLER        PIC X(10) VALUE "OPERADOR".
           05 FILLER        PIC X(20) VALUE "OCORRENCIA".

       01  WS-LIN-REL.
           05 WL-LOJA       PIC 9(05).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WL-ITEM       PIC X(10).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WL-DESCRICAO  PIC X(20).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WL-LIVRO      PIC -------9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WL-CONTADO    PIC -------9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WL-DIFERENCA  PIC -------9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WL-VALOR-UNIT PIC ZZZZ9,99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WL-VALOR      PIC ---------9,99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WL-DATA       PIC 9(08).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WL-OPERADOR   PIC X(08).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WL-OCORR      PIC X(20).

       01  WS-TOT-REL.
           05 WT-ROTULO     PIC X(30).
           05 WT-TOTAL      PIC ZZZZZZ9.

       01  WS-TOT-VAL.
           05 WV-ROTULO     PIC X(30).
           05 WV-VALOR      PIC -(09)9,99.
      *
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CBINV01 - CONTAGEM FISICA E AJUSTE DE INVENTARIO"
      *====> LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO (SE EXISTIR)
           PERFORM LE-CONFIG THRU LE-CONFIG-FIM
           PERFORM OBTEM-OPERADOR THRU OBTEM-OPERADOR-FIM
      *====> PEGA ARGUMENTOS DE ENTRADA DA LINHA DE COMANDO SE HOUVER
           ACCEPT args-cmd-linex   FROM COMMAND-LINE.
           IF  args-cmd-linex  NOT = SPACES
               UNSTRING args-cmd-linex DELIMITED BY SPACE
               INTO  CNTGDD  ESTQDD  NOME-ARQ-RELATORIO.
           PERFORM REGISTRA-JOBLOG-INICIO
               THRU REGISTRA-JOBLOG-INICIO-FIM
           PERFORM OPEN-PARA      THRU OPEN-EXIT-PARA
           PERFORM PROCESS-PARA   THRU PROCESS-EXIT-PARA
           PERFORM CLOSE-PARA     THRU CLOSE-EXIT-PARA.
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           DISPLAY 'FIM CBINV01 ...'
           STOP RUN.
      *================================
      * LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO ./cobol.cfg, SE
      * EXISTIR, E APLICA OS PARAMETROS DESTE PROGRAMA (CBINV01_*,
      * ESTOQUEFILE, LOJAFILE, ITEMFILE E OPERFILE)
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
               WHEN "CBINV01_CONTAGEM"
                   MOVE WS-CFG-VALOR TO CNTGDD
               WHEN "CBINV01_RELATORIO"
                   MOVE WS-CFG-VALOR TO NOME-ARQ-RELATORIO
               WHEN "CBINV01_LOGDD"
                   MOVE WS-CFG-VALOR TO AJUSLOGDD
               WHEN "ESTOQUEFILE"
                   MOVE WS-CFG-VALOR TO ESTQDD
               WHEN "LOJAFILE"
                   MOVE WS-CFG-VALOR TO LOJADD
               WHEN "ITEMFILE"
                   MOVE WS-CFG-VALOR TO ITEMDD
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
      * "BATCH" QUANDO O JOB RODA SEM OPERADOR IDENTIFICADO
       OBTEM-OPERADOR.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR"
           OPEN INPUT OPERFL
           IF  FS-OPER-OK
               CONTINUE
           ELSE
      *=====> SEM CADASTRO DE OPERADORES: MODO ANTIGO, COM AVISO
               DISPLAY "SEM CADASTRO DE OPERADORES (" OPERDD
                   ") - AUTORIZACAO DESLIGADA"
               IF  WS-OPERADOR = SPACES
                   MOVE "BATCH" TO WS-OPERADOR
               END-IF
               GO TO OBTEM-OPERADOR-FIM
           END-IF
           MOVE "S" TO WS-SEGURANCA
           IF  WS-OPERADOR NOT = SPACES
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
                   UNTIL E-ASSINADO
           END-IF
           CLOSE OPERFL.
       OBTEM-OPERADOR-FIM.
           EXIT.

      *================================
      * ASSINATURA NA ENTRADA DIRETA DO PROGRAMA: CODIGO + SENHA DE
      * OPERADOR ATIVO DO CADASTRO
       ASSINA-DIRETO.
           MOVE SPACES TO WS-OPERADOR WS-SENHA-INF.
           DISPLAY "CODIGO DO OPERADOR ==>> " WITH NO ADVANCING
           ACCEPT WS-OPERADOR FROM CONSOLE
           IF  WS-OPERADOR = SPACES
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
      * CONFERE SE O OPERADOR ASSINADO PODE USAR A FUNCAO EM
      * WS-FUNC-NEGADA (RESTRITA AO PERFIL SENIOR); A TENTATIVA
      * NEGADA E AVISADA E ANOTADA NO LOG DE JOBS
       AUTORIZA-FUNCAO.
           MOVE "S" TO WS-AUTORIZADO.
           IF  SEGURANCA-ATIVA AND NOT OPERADOR-SENIOR
               MOVE "N" TO WS-AUTORIZADO
               DISPLAY "FUNCAO RESTRITA AO PERFIL SENIOR"
               PERFORM REGISTRA-NEGADO THRU REGISTRA-NEGADO-FIM
           END-IF.
       AUTORIZA-FUNCAO-FIM.
           EXIT.

      *================================
      * ANOTA NO LOG DE CONTROLE A TENTATIVA NEGADA (EVENTO NEGADO,
      * FUNCAO NO CAMPO DE STATUS)
       REGISTRA-NEGADO.
           MOVE "X" TO FS-JOBLOG.
           OPEN EXTEND JOBLOGFL
           IF  NOT FS-JOBLOG-OK
               OPEN OUTPUT JOBLOGFL
           END-IF
           MOVE SPACES            TO JOBLOG-REC
           MOVE "CBINV01"         TO JL-PROGRAMA
           MOVE "NEGADO"          TO JL-EVENTO
           ACCEPT JL-DATA FROM DATE YYYYMMDD
           ACCEPT JL-HORA FROM TIME
           MOVE WS-FUNC-NEGADA    TO JL-STATUS
           MOVE WS-OPERADOR       TO JL-OPERADOR
           WRITE JOBLOG-REC
           CLOSE JOBLOGFL.
       REGISTRA-NEGADO-FIM.
           EXIT.
      *================================
      * REGISTRA NO LOG DE CONTROLE O INICIO DESTE JOB
       REGISTRA-JOBLOG-INICIO.
           OPEN EXTEND JOBLOGFL
           IF  NOT FS-JOBLOG-OK
               OPEN OUTPUT JOBLOGFL
           END-IF
           MOVE SPACES            TO JOBLOG-REC
           MOVE "CBINV01"         TO JL-PROGRAMA
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
      * REGISTRA NO LOG DE CONTROLE O FIM DESTE JOB
       REGISTRA-JOBLOG-TERMINO.
           OPEN EXTEND JOBLOGFL
           IF  NOT FS-JOBLOG-OK
               OPEN OUTPUT JOBLOGFL
           END-IF
           MOVE SPACES            TO JOBLOG-REC
           MOVE "CBINV01"         TO JL-PROGRAMA
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
       OPEN-PARA.
           OPEN INPUT LOJAFL
           IF  FS-LOJA-OK
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO CADASTRO DE LOJAS FALHOU='
                   FS-LOJA "  " LOJADD
               DISPLAY 'CADASTRE AS LOJAS NO CBLOJA01 ANTES'
               GO TO EXIT-PARA
           END-IF.
           OPEN INPUT ITEMFL
           IF  FS-ITEM-OK
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO CADASTRO DE ITENS FALHOU='
                   FS-ITEM "  " ITEMDD
               DISPLAY 'CADASTRE OS ITENS NO CBITEM01 ANTES'
               CLOSE LOJAFL
               GO TO EXIT-PARA
           END-IF.
      * =====> SALDO DE ESTOQUE: SE AINDA NAO EXISTE (NENHUM CBEST01
      * =====> RODOU), NASCE VAZIO E A PRIMEIRA CONTAGEM ABRE O SALDO
           OPEN I-O ESTQFL
           IF  FS-ESTQ-NAO-EXISTE
               DISPLAY "ARQUIVO DE ESTOQUE NAO EXISTE, CRIANDO VAZIO"
               OPEN OUTPUT ESTQFL
               CLOSE ESTQFL
               OPEN I-O ESTQFL
           END-IF.
           IF  FS-ESTQ-OK
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO ARQUIVO DE ESTOQUE FALHOU='
                   FS-ESTQ "  " ESTQDD
               CLOSE LOJAFL ITEMFL
               GO TO EXIT-PARA
           END-IF.
      * =====> CONTAGENS LANCADAS, ACUMULANDO ENTRE SESSOES
           OPEN I-O CNTGFL
           IF  FS-CNTG-NAO-EXISTE
               DISPLAY "ARQUIVO DE CONTAGENS NAO EXISTE, CRIANDO VAZIO"
               OPEN OUTPUT CNTGFL
               CLOSE CNTGFL
               OPEN I-O CNTGFL
           END-IF.
           IF  FS-CNTG-OK
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO ARQUIVO DE CONTAGENS FALHOU='
                   FS-CNTG "  " CNTGDD
               CLOSE LOJAFL ITEMFL ESTQFL
               GO TO EXIT-PARA
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
       OPEN-EXIT-PARA.
           EXIT.
      *================================
       PROCESS-PARA.
           PERFORM EXIBE-MENU THRU EXIBE-MENU-FIM UNTIL E-SAI.
       PROCESS-EXIT-PARA.
           EXIT.
      *===================================
       EXIBE-MENU.
           DISPLAY " "
           DISPLAY "========= INVENTARIO FISICO ========="
           DISPLAY "1-LANCAR CONTAGEM   2-RELATORIO DE DIVERGENCIAS"
           DISPLAY "3-APROVAR E LANCAR AJUSTES   4-QUEBRA POR LOJA"
           DISPLAY "0-SAIR"
           DISPLAY "OPCAO ==>> " WITH NO ADVANCING
           ACCEPT WS-OPCAO FROM CONSOLE
           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM LANCA-CONTAGEM THRU LANCA-CONTAGEM-FIM
               WHEN "2"
                   PERFORM RELATA-DIVERGENCIA
                       THRU RELATA-DIVERGENCIA-FIM
               WHEN "3"
                   MOVE "APROVAR" TO WS-FUNC-NEGADA
                   PERFORM AUTORIZA-FUNCAO THRU AUTORIZA-FUNCAO-FIM
                   IF E-AUTORIZADO
                       PERFORM APROVA-AJUSTES THRU APROVA-AJUSTES-FIM
                   END-IF
               WHEN "4"
                   PERFORM QUEBRA-LOJA THRU QUEBRA-LOJA-FIM
               WHEN "0"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       EXIBE-MENU-FIM.
           EXIT.
      *===================================
      * LANCA A CONTAGEM DE UM ITEM NA LOJA, VALIDANDO LOJA E ITEM
      * COMO O CBMOV01; RECONTAGEM DO MESMO PAR SUBSTITUI A ANTERIOR
       LANCA-CONTAGEM.
           DISPLAY "LOJA (5 DIG)    ==>> " WITH NO ADVANCING
           ACCEPT WS-STORE-INF FROM CONSOLE
           IF  WS-STORE-INF NOT NUMERIC
               ADD 1 TO REJEITADOS
               DISPLAY "LOJA DEVE SER NUMERICA DE 5 DIGITOS"
               GO TO LANCA-CONTAGEM-FIM
           END-IF
           MOVE WS-STORE-INF TO LJ-CHAVE
           READ LOJAFL
               KEY IS LJ-CHAVE
               INVALID KEY
                   ADD 1 TO REJEITADOS
                   DISPLAY "LOJA INEXISTENTE: " WS-STORE-INF
                   GO TO LANCA-CONTAGEM-FIM
           END-READ
           IF  LJ-FECHADA
               ADD 1 TO REJEITADOS
               DISPLAY "LOJA ENCERRADA: " WS-STORE-INF
               GO TO LANCA-CONTAGEM-FIM
           END-IF
           DISPLAY "ITEM (10 POS)   ==>> " WITH NO ADVANCING
           ACCEPT WS-ITEM-INF FROM CONSOLE
           IF  WS-ITEM-INF = SPACES
               ADD 1 TO REJEITADOS
               DISPLAY "ITEM OBRIGATORIO (10 POSICOES)"
               GO TO LANCA-CONTAGEM-FIM
           END-IF
           MOVE WS-ITEM-INF TO IT-CHAVE
           READ ITEMFL
               KEY IS IT-CHAVE
               INVALID KEY
                   ADD 1 TO REJEITADOS
                   DISPLAY "ITEM INEXISTENTE: " WS-ITEM-INF
                   GO TO LANCA-CONTAGEM-FIM
           END-READ
           IF  IT-DESCONTINUADO
               ADD 1 TO REJEITADOS
               DISPLAY "ITEM DESCONTINUADO: " WS-ITEM-INF
               GO TO LANCA-CONTAGEM-FIM
           END-IF
      *=====> QUANTIDADE NA PRATELEIRA; ZERO E VALIDO (ITEM EM FALTA)
           DISPLAY "QTDE CONTADA (7 DIG)      ==>> " WITH NO ADVANCING
           ACCEPT WS-QTDE-INF FROM CONSOLE
           IF  WS-QTDE-INF NOT NUMERIC
               ADD 1 TO REJEITADOS
               DISPLAY "QUANTIDADE DEVE SER NUMERICA DE 7 DIGITOS"
               GO TO LANCA-CONTAGEM-FIM
           END-IF
           MOVE WS-STORE-INF TO CG-STORE-ID
           MOVE WS-ITEM-INF  TO CG-ITEM-ID
           READ CNTGFL
               KEY IS CG-CHAVE
               INVALID KEY
                   MOVE SPACES       TO CONTAGEM-REC
                   MOVE WS-STORE-INF TO CG-STORE-ID
                   MOVE WS-ITEM-INF  TO CG-ITEM-ID
                   PERFORM MONTA-CONTAGEM THRU MONTA-CONTAGEM-FIM
                   WRITE CONTAGEM-REC
               NOT INVALID KEY
                   IF  CG-PENDENTE
                       DISPLAY "RECONTAGEM: SUBSTITUI A CONTAGEM "
                           "PENDENTE DE " CG-QTDE-CONTADA
                   END-IF
                   PERFORM MONTA-CONTAGEM THRU MONTA-CONTAGEM-FIM
                   REWRITE CONTAGEM-REC
           END-READ
           IF  FS-CNTG-OK
               ADD 1 TO LANCADOS
               DISPLAY "CONTAGEM LANCADA: LOJA " CG-STORE-ID " ITEM "
                   CG-ITEM-ID " QTDE " CG-QTDE-CONTADA
           ELSE
               ADD 1 TO REJEITADOS
               DISPLAY "ERRO AO GRAVAR A CONTAGEM ST=" FS-CNTG
           END-IF.
       LANCA-CONTAGEM-FIM.
           EXIT.

       MONTA-CONTAGEM.
      *=====> GUARDA O LIVRO DO MOMENTO DA CONTAGEM: NA APROVACAO SO
      *=====> A DIFERENCA CONTRA ELE E LANCADA
           MOVE CG-STORE-ID TO ES-STORE-ID
           MOVE CG-ITEM-ID  TO ES-ITEM-ID
           READ ESTQFL
               KEY IS ES-CHAVE
               INVALID KEY
                   MOVE ZEROS    TO CG-SALDO-LIVRO
               NOT INVALID KEY
                   MOVE ES-SALDO TO CG-SALDO-LIVRO
           END-READ
           MOVE WS-QTDE-INF  TO CG-QTDE-CONTADA
           MOVE WS-DATA-HOJE TO CG-DATA
           MOVE WS-OPERADOR  TO CG-OPERADOR
           MOVE "P"          TO CG-STATUS
           MOVE ZEROS        TO CG-DATA-LANC.
       MONTA-CONTAGEM-FIM.
           EXIT.
      *===================================
      * SALDO DO LIVRO E VALOR DA DIFERENCA DA CONTAGEM CORRENTE: O
      * LIVRO E O GUARDADO NA CONTAGEM (CONTAGEM ANTIGA, SEM ELE, USA
      * O SALDO CORRENTE); SEM REGISTRO DE ESTOQUE O SALDO CORRENTE E
      * ZERO E NAO HA VALOR
       CALCULA-DIFERENCA.
           MOVE CG-STORE-ID TO ES-STORE-ID
           MOVE CG-ITEM-ID  TO ES-ITEM-ID
           READ ESTQFL
               KEY IS ES-CHAVE
               INVALID KEY
                   MOVE "N"   TO WS-TEM-SALDO
                   MOVE ZEROS TO WS-SALDO-ATUAL WS-VALOR-UNIT
               NOT INVALID KEY
                   MOVE "S"               TO WS-TEM-SALDO
                   MOVE ES-SALDO          TO WS-SALDO-ATUAL
                   MOVE ES-ULT-VALOR-UNIT TO WS-VALOR-UNIT
           END-READ
           IF  CG-SALDO-LIVRO NUMERIC
               MOVE CG-SALDO-LIVRO TO WS-SALDO-LIVRO
           ELSE
               MOVE WS-SALDO-ATUAL TO WS-SALDO-LIVRO
           END-IF
           COMPUTE WS-DIFERENCA = CG-QTDE-CONTADA - WS-SALDO-LIVRO
           COMPUTE WS-VALOR-DIF = WS-DIFERENCA * WS-VALOR-UNIT.
       CALCULA-DIFERENCA-FIM.
           EXIT.
      *===================================
      * RELATORIO DE DIVERGENCIAS: CADA CONTAGEM PENDENTE CONTRA O
      * SALDO DO LIVRO, EM QUANTIDADE E EM VALOR
       RELATA-DIVERGENCIA.
           OPEN OUTPUT RELATORIO.
           IF  FS-RELAT NOT = "00"
               DISPLAY 'ABERTURA DO RELATORIO FALHOU=' FS-RELAT
                   "  " NOME-ARQ-RELATORIO
               GO TO RELATA-DIVERGENCIA-FIM
           END-IF
           MOVE ZEROS TO PENDENTES DIVERGENTES WS-NUM-PAGINA.
           MOVE ZEROS TO WS-TOT-SOBRA WS-TOT-FALTA.
           ACCEPT WS-DATA-RELAT FROM DATE YYYYMMDD.
           PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM.
           MOVE LOW-VALUES TO CG-CHAVE.
           START CNTGFL KEY IS NOT LESS THAN CG-CHAVE
               INVALID KEY
                   DISPLAY "NENHUMA CONTAGEM LANCADA"
           END-START.
           IF  FS-CNTG-OK
               PERFORM RELATA-LOOP THRU RELATA-LOOP-FIM
                   UNTIL FS-CNTG-EOF
           END-IF.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
           MOVE "CONTAGENS PENDENTES       : " TO WT-ROTULO.
           MOVE PENDENTES                      TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "CONTAGENS COM DIVERGENCIA : " TO WT-ROTULO.
           MOVE DIVERGENTES                    TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "VALOR DAS SOBRAS          : " TO WV-ROTULO.
           MOVE WS-TOT-SOBRA                   TO WV-VALOR.
           WRITE RELAT-REC FROM WS-TOT-VAL.
           MOVE "VALOR DAS FALTAS          : " TO WV-ROTULO.
           MOVE WS-TOT-FALTA                   TO WV-VALOR.
           WRITE RELAT-REC FROM WS-TOT-VAL.
           CLOSE RELATORIO.
           DISPLAY "================================================"
           DISPLAY "RELATORIO GERADO       : " NOME-ARQ-RELATORIO
           DISPLAY "CONTAGENS PENDENTES    : " PENDENTES
           DISPLAY "COM DIVERGENCIA        : " DIVERGENTES
           MOVE WS-TOT-SOBRA TO WS-VALOR-ED
           DISPLAY "VALOR DAS SOBRAS       : " WS-VALOR-ED
           MOVE WS-TOT-FALTA TO WS-VALOR-ED
           DISPLAY "VALOR DAS FALTAS       : " WS-VALOR-ED
           DISPLAY "================================================".
       RELATA-DIVERGENCIA-FIM.
           EXIT.

       RELATA-LOOP.
           READ CNTGFL NEXT
               AT END
                   GO TO RELATA-LOOP-FIM
           END-READ.
           IF  NOT CG-PENDENTE
               GO TO RELATA-LOOP-FIM
           END-IF.
           ADD 1 TO PENDENTES.
           PERFORM CALCULA-DIFERENCA THRU CALCULA-DIFERENCA-FIM.
           MOVE SPACES TO WL-OCORR.
           IF  WS-DIFERENCA NOT = ZEROS
               ADD 1 TO DIVERGENTES
               IF  WS-VALOR-DIF > ZEROS
                   ADD WS-VALOR-DIF TO WS-TOT-SOBRA
               ELSE
                   ADD WS-VALOR-DIF TO WS-TOT-FALTA
               END-IF
               IF  WS-VALOR-UNIT = ZEROS
                   MOVE "SEM VALOR" TO WL-OCORR
               END-IF
           END-IF.
           IF  WS-SALDO-ATUAL NOT = WS-SALDO-LIVRO
               MOVE "MOVTO APOS CONTAGEM" TO WL-OCORR
           END-IF.
           IF  NOT TEM-SALDO
               MOVE "SEM SALDO NO ARQUIVO" TO WL-OCORR
           END-IF.
           MOVE CG-ITEM-ID TO IT-CHAVE.
           READ ITEMFL
               KEY IS IT-CHAVE
               INVALID KEY
                   MOVE "ITEM NAO CADASTRADO" TO WL-DESCRICAO
               NOT INVALID KEY
                   MOVE IT-DESCRICAO TO WL-DESCRICAO
           END-READ.
           IF  WS-LIN-PAGINA >= 50
               PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM
           END-IF.
           MOVE CG-STORE-ID     TO WL-LOJA.
           MOVE CG-ITEM-ID      TO WL-ITEM.
           MOVE WS-SALDO-LIVRO  TO WL-LIVRO.
           MOVE CG-QTDE-CONTADA TO WL-CONTADO.
           MOVE WS-DIFERENCA    TO WL-DIFERENCA.
           MOVE WS-VALOR-UNIT   TO WL-VALOR-UNIT.
           MOVE WS-VALOR-DIF    TO WL-VALOR.
           MOVE CG-DATA         TO WL-DATA.
           MOVE CG-OPERADOR     TO WL-OPERADOR.
           WRITE RELAT-REC FROM WS-LIN-REL.
           ADD 1 TO WS-LIN-PAGINA.
       RELATA-LOOP-FIM.
           EXIT.

       ESCREVE-CABECALHO.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE ZEROS TO WS-LIN-PAGINA.
           MOVE WS-DATA-RELAT   TO WS-CAB-DATA.
           MOVE WS-NUM-PAGINA   TO WS-CAB-PAGINA.
           WRITE RELAT-REC FROM WS-CAB-REL1.
           WRITE RELAT-REC FROM WS-CAB-REL2.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
       ESCREVE-CABECALHO-FIM.
           EXIT.
      *===================================
      * APROVACAO (PERFIL SENIOR): CADA CONTAGEM PENDENTE SOMA AO
      * SALDO CORRENTE A DIFERENCA CONTRA O LIVRO DA CONTAGEM, GRAVA A
      * LINHA NO LOG DE AJUSTES COM QUEM CONTOU E QUEM APROVOU E FICA
      * MARCADA COMO LANCADA
       APROVA-AJUSTES.
           DISPLAY "CONFIRA O RELATORIO DE DIVERGENCIAS ANTES."
           DISPLAY "CONFIRMA A APROVACAO DAS CONTAGENS PENDENTES "
               "(S/N) ==>> " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA FROM CONSOLE
           IF  WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "APROVACAO CANCELADA"
               GO TO APROVA-AJUSTES-FIM
           END-IF
           MOVE "X" TO FS-AJUSLOG.
           OPEN EXTEND AJUSLOGFL
           IF  NOT FS-AJUSLOG-OK
               OPEN OUTPUT AJUSLOGFL
           END-IF
           IF  NOT FS-AJUSLOG-OK
               DISPLAY 'ABERTURA DO LOG DE AJUSTES FALHOU='
                   FS-AJUSLOG "  " AJUSLOGDD
               DISPLAY 'NENHUM AJUSTE LANCADO'
               GO TO APROVA-AJUSTES-FIM
           END-IF
           MOVE ZEROS TO AJUSTADOS.
           MOVE LOW-VALUES TO CG-CHAVE.
           START CNTGFL KEY IS NOT LESS THAN CG-CHAVE
               INVALID KEY
                   DISPLAY "NENHUMA CONTAGEM LANCADA"
           END-START.
           IF  FS-CNTG-OK
               PERFORM APROVA-LOOP THRU APROVA-LOOP-FIM
                   UNTIL FS-CNTG-EOF
           END-IF.
           CLOSE AJUSLOGFL.
           DISPLAY "AJUSTES LANCADOS NO ESTOQUE: " AJUSTADOS.
       APROVA-AJUSTES-FIM.
           EXIT.

       APROVA-LOOP.
           READ CNTGFL NEXT
               AT END
                   GO TO APROVA-LOOP-FIM
           END-READ.
           IF  NOT CG-PENDENTE
               GO TO APROVA-LOOP-FIM
           END-IF.
           PERFORM CALCULA-DIFERENCA THRU CALCULA-DIFERENCA-FIM.
      *=====> O SALDO CORRENTE RECEBE A DIFERENCA; SEM REGISTRO DE
      *=====> ESTOQUE A CONTAGEM ABRE O SALDO DO PAR
           IF  TEM-SALDO
               COMPUTE ES-SALDO = WS-SALDO-ATUAL + WS-DIFERENCA
               MOVE WS-DATA-HOJE    TO ES-DATA-ULT-CONT
               REWRITE ESTOQUE-REC
           ELSE
               MOVE SPACES          TO ESTOQUE-REC
               MOVE CG-STORE-ID     TO ES-STORE-ID
               MOVE CG-ITEM-ID      TO ES-ITEM-ID
               MOVE ZEROS           TO ES-ULT-VALOR-UNIT
                                       ES-DATA-ULT-MOV
                                       ES-ULT-LOTE-DATA
                                       ES-ULT-LOTE-HORA
                                       ES-ULT-SEQ
               MOVE WS-DIFERENCA    TO ES-SALDO
               MOVE WS-DATA-HOJE    TO ES-DATA-ULT-CONT
               WRITE ESTOQUE-REC
           END-IF.
           IF  NOT FS-ESTQ-OK
               DISPLAY "ERRO AO AJUSTAR O ESTOQUE ST=" FS-ESTQ
                   " LOJA " CG-STORE-ID " ITEM " CG-ITEM-ID
               MOVE "ERRO" TO WS-JOB-STATUS
               GO TO APROVA-LOOP-FIM
           END-IF.
           PERFORM GRAVA-AJUSLOG THRU GRAVA-AJUSLOG-FIM.
           MOVE "L"          TO CG-STATUS.
           MOVE WS-DATA-HOJE TO CG-DATA-LANC.
           REWRITE CONTAGEM-REC.
      *=====> O ESTOQUE JA FOI AJUSTADO: A CONTAGEM QUE FICAR PENDENTE
      *=====> TEM DE SER ACERTADA A MAO, SENAO E LANCADA DE NOVO
           IF  NOT FS-CNTG-OK
               DISPLAY "ERRO AO MARCAR A CONTAGEM COMO LANCADA ST="
                   FS-CNTG " LOJA " CG-STORE-ID " ITEM " CG-ITEM-ID
               DISPLAY "ESTOQUE JA AJUSTADO - NAO APROVE ESTA "
                   "CONTAGEM DE NOVO"
               MOVE "ERRO" TO WS-JOB-STATUS
               GO TO APROVA-LOOP-FIM
           END-IF.
           ADD 1 TO AJUSTADOS.
       APROVA-LOOP-FIM.
           EXIT.
      *===================================
      * GRAVA NO LOG DE AJUSTES O AJUSTE DA CONTAGEM CORRENTE, COM O
      * OPERADOR QUE CONTOU E O QUE APROVOU
       GRAVA-AJUSLOG.
           MOVE SPACES          TO AJUSTE-REC
           ACCEPT AJ-DATA FROM DATE YYYYMMDD
           ACCEPT AJ-HORA FROM TIME
           MOVE "AJUSTE"        TO AJ-ACAO
           MOVE CG-STORE-ID     TO AJ-STORE-ID
           MOVE CG-ITEM-ID      TO AJ-ITEM-ID
           MOVE WS-SALDO-ATUAL  TO AJ-SALDO-ANTES
           MOVE CG-QTDE-CONTADA TO AJ-QTDE-CONTADA
           MOVE WS-DIFERENCA    TO AJ-DIFERENCA
           MOVE WS-VALOR-UNIT   TO AJ-VALOR-UNIT
           MOVE WS-VALOR-DIF    TO AJ-VALOR-DIF
           MOVE CG-OPERADOR     TO AJ-OPER-CONTAGEM
           MOVE WS-OPERADOR     TO AJ-OPERADOR
           WRITE AJUSTE-REC.
       GRAVA-AJUSLOG-FIM.
           EXIT.
      *===================================
      * QUEBRA POR LOJA: SOMA AS DIFERENCAS DO LOG DE AJUSTES A
      * PARTIR DA DATA INFORMADA (NEGATIVO = PERDA)
       QUEBRA-LOJA.
           DISPLAY "DESDE (AAAAMMDD, ENTER=TUDO) ==>> "
               WITH NO ADVANCING
           ACCEPT WS-DATA-INI-INF FROM CONSOLE
           IF  WS-DATA-INI-INF = SPACES
               MOVE ZEROS TO WS-DATA-INI
           ELSE
               IF  WS-DATA-INI-INF NOT NUMERIC
                   DISPLAY "DATA DEVE SER NUMERICA (AAAAMMDD)"
                   GO TO QUEBRA-LOJA-FIM
               END-IF
               MOVE WS-DATA-INI-INF TO WS-DATA-INI
           END-IF
           MOVE "X" TO FS-AJUSLOG.
           OPEN INPUT AJUSLOGFL
           IF  NOT FS-AJUSLOG-OK
               DISPLAY "NENHUM AJUSTE LANCADO AINDA (" AJUSLOGDD ")"
               GO TO QUEBRA-LOJA-FIM
           END-IF
           MOVE ZEROS TO WS-QTD-QBR-TAB.
           PERFORM QUEBRA-LOOP THRU QUEBRA-LOOP-FIM
               UNTIL FS-AJUSLOG-EOF.
           CLOSE AJUSLOGFL.
           DISPLAY "================================================"
           DISPLAY "LOJA   AJUST.  DIFER.QTDE   VALOR DIFERENCA"
           MOVE ZEROS TO WS-QBR-IX.
           PERFORM QUEBRA-MOSTRA THRU QUEBRA-MOSTRA-FIM
               UNTIL WS-QBR-IX >= WS-QTD-QBR-TAB.
           DISPLAY "================================================".
       QUEBRA-LOJA-FIM.
           EXIT.

       QUEBRA-LOOP.
           READ AJUSLOGFL
               AT END
                   GO TO QUEBRA-LOOP-FIM
           END-READ.
           IF  AJ-DATA < WS-DATA-INI
               GO TO QUEBRA-LOOP-FIM
           END-IF.
           MOVE "N"   TO WS-QBR-ACHADO.
           MOVE ZEROS TO WS-QBR-IX.
           PERFORM PROCURA-QBR-TAB THRU PROCURA-QBR-TAB-FIM
               UNTIL QBR-ACHADO OR WS-QBR-IX >= WS-QTD-QBR-TAB.
           IF  NOT QBR-ACHADO
               IF  WS-QTD-QBR-TAB >= 300
                   DISPLAY "TABELA DE LOJAS CHEIA, LOJA " AJ-STORE-ID
                       " FORA DA QUEBRA"
                   GO TO QUEBRA-LOOP-FIM
               END-IF
               ADD 1 TO WS-QTD-QBR-TAB
               MOVE WS-QTD-QBR-TAB TO WS-QBR-IX
               MOVE AJ-STORE-ID TO WS-QBR-LOJA(WS-QBR-IX)
               MOVE ZEROS       TO WS-QBR-AJUS(WS-QBR-IX)
               MOVE ZEROS       TO WS-QBR-QTDE(WS-QBR-IX)
               MOVE ZEROS       TO WS-QBR-VALOR(WS-QBR-IX)
           END-IF.
           ADD 1            TO WS-QBR-AJUS(WS-QBR-IX).
           ADD AJ-DIFERENCA TO WS-QBR-QTDE(WS-QBR-IX).
           ADD AJ-VALOR-DIF TO WS-QBR-VALOR(WS-QBR-IX).
       QUEBRA-LOOP-FIM.
           EXIT.

       PROCURA-QBR-TAB.
           ADD 1 TO WS-QBR-IX.
           IF  WS-QBR-LOJA(WS-QBR-IX) = AJ-STORE-ID
               MOVE "S" TO WS-QBR-ACHADO
           END-IF.
       PROCURA-QBR-TAB-FIM.
           EXIT.

       QUEBRA-MOSTRA.
           ADD 1 TO WS-QBR-IX.
           MOVE WS-QBR-LOJA(WS-QBR-IX)  TO WQ-LOJA.
           MOVE WS-QBR-AJUS(WS-QBR-IX)  TO WQ-AJUS.
           MOVE WS-QBR-QTDE(WS-QBR-IX)  TO WQ-QTDE.
           MOVE WS-QBR-VALOR(WS-QBR-IX) TO WQ-VALOR.
           DISPLAY WS-LIN-QBR.
       QUEBRA-MOSTRA-FIM.
           EXIT.
      *===================================

       CLOSE-PARA.
           CLOSE LOJAFL ITEMFL ESTQFL CNTGFL.
           DISPLAY "================================================"
           DISPLAY "CONTAGENS LANCADAS NA SESSAO : " LANCADOS
           DISPLAY "LANCAMENTOS RECUSADOS        : " REJEITADOS
           DISPLAY "================================================".
       CLOSE-EXIT-PARA.
           EXIT.

      *=================  FIM ======
       EXIT-PARA.
           MOVE "ERRO" TO WS-JOB-STATUS
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           DISPLAY 'FIM CBINV01 (ABORTADO) ...'
           EXIT PROGRAM.
