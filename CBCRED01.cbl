       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBCRED01.
      *
      ****************************************************************
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Crediario de clientes, no mesmo padrao de console do
      *          CBINV01: registra a venda a prazo de um cliente do
      *          cadastro (FS-FONE do CLIREC, cliente ativo) numa loja
      *          do cadastro de lojas, com o numero de parcelas e o
      *          primeiro vencimento - as demais parcelas vencem no
      *          mesmo dia dos meses seguintes -, recebe o pagamento
      *          de cada parcela (parcial ou total; o recebimento
      *          deixa uma linha no log de recebimentos PAGCRED) e
      *          consulta as parcelas do cliente. As parcelas ficam
      *          em cadcli-crediario.dat (CREDREC); o aging sai pelo
      *          CBCRED02 e a cobranca dos atrasados pelo CBCRED03.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---> parcelas do crediario por cliente + contrato + parcela
           SELECT CREDFL ASSIGN TO CREDDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHAVE
               FILE STATUS IS FS-CRED.
      *---> arquivo indexado de clientes (mesmo layout do CADCLI01)
           SELECT FILE1 ASSIGN TO INFLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-INFL
               RECORD KEY IS FS-KEY.
      *---> cadastro de lojas (mantido pelo CBLOJA01)
           SELECT LOJAFL ASSIGN TO LOJADD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LJ-CHAVE
               FILE STATUS IS FS-LOJA.
      *---> cadastro de operadores (mantido pelo CBSEG01)
           SELECT OPERFL ASSIGN TO OPERDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CHAVE
               FILE STATUS IS FS-OPER.
      *---> log de recebimentos de parcelas
           SELECT RECLOGFL ASSIGN TO RECLOGDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECLOG.
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
      *  TAMANHO DO REGISTRO = 91 CARACTERES SEM TERMINADOR FISICO
       FD  CREDFL.
           COPY CREDREC.
      *
       FD  FILE1.
           COPY CLIREC.
      *
      *  TAMANHO DO REGISTRO = 40 CARACTERES SEM TERMINADOR FISICO
       FD  LOJAFL.
           COPY STOREREC.
      *
       FD  OPERFL.
           COPY OPERREC.
      *
       FD  RECLOGFL.
           COPY PAGCRED.
      *
       FD  JOBLOGFL.
           COPY JOBLOG.
      *
       FD  CONFIGFL.
           COPY CONFIGCFG.
      *
       WORKING-STORAGE SECTION.
       01  CREDDD            PIC X(30) VALUE "./cadcli-crediario.dat".

       01  FS-CRED           PIC X(02) VALUE SPACES.
           88  FS-CRED-OK          VALUE IS "00".
           88  FS-CRED-EOF         VALUE IS "10".
           88  FS-CRED-NAO-EXISTE  VALUE IS "35".

       01  INFLDD            PIC X(50) VALUE "./cad-clientes.dat".

       01  FS-INFL           PIC X(02) VALUE SPACES.
           88  FS-INFL-OK    VALUE IS "00".

       01  LOJADD            PIC X(30) VALUE "./cbLOJAS.IDX".

       01  FS-LOJA           PIC X(02) VALUE SPACES.
           88  FS-LOJA-OK    VALUE IS "00".

       01  RECLOGDD          PIC X(30)
           VALUE "./cadcli-recebimentos.log".

       01  FS-RECLOG         PIC X(02) VALUE "X".
           88  FS-RECLOG-OK  VALUE IS "00".

       01  JOBLOGDD.
           05  FILLER  PIC X(30) VALUE "./cbjoblog.log".

       01  FS-JOBLOG         PIC X(02) VALUE "X".
           88  FS-JOBLOG-OK  VALUE IS "00".

       01  WS-JOB-STATUS     PIC X(10) VALUE "OK".

      *---> CODIGO DO OPERADOR QUE RODOU O JOB (VARIAVEL DE AMBIENTE
      *     OPERADOR), CARIMBADO NO LOG DE CONTROLE DE JOBS, NA
      *     PARCELA E NO LOG DE RECEBIMENTOS
       77  WS-OPERADOR       PIC X(08) VALUE SPACES.

       01  OPERDD            PIC X(30) VALUE "./cbOPERS.IDX".

       01  FS-OPER           PIC X(02) VALUE SPACES.
           88  FS-OPER-OK    VALUE IS "00".

      *---> PERFIL DO OPERADOR ASSINADO; SEM O CADASTRO DE OPERADORES
      *     A ASSINATURA FICA DESLIGADA
       77  WS-OPER-PERFIL    PIC X(01) VALUE "B".
       77  WS-SENHA-INF      PIC X(08) VALUE SPACES.
       77  WS-ASSINADO       PIC X     VALUE "N".
           88  E-ASSINADO    VALUE "S".

       01  CONFIGDD          PIC X(30) VALUE "./cobol.cfg".

       01  FS-CONFIG         PIC X(02) VALUE "X".
           88  FS-CONFIG-OK  VALUE IS "00".
           88  FS-CONFIG-EOF VALUE IS "10".

       77  WS-CFG-CHAVE      PIC X(30) VALUE SPACES.
       77  WS-CFG-VALOR      PIC X(50) VALUE SPACES.

       01  args-cmd-linex    PIC X(90)  VALUE SPACES.

       01  WS-OPCAO          PIC X     VALUE SPACE.
           88  E-SAI         VALUE "0".

      *---> LIMITE DE PARCELAS POR VENDA (CBCRED01_MAX_PARCELAS)
       01  WS-MAX-PARCELAS   PIC 9(02) VALUE 12.

       01  WS-FONE-INF       PIC X(09) VALUE SPACES.
       01  WS-FONE-9         REDEFINES WS-FONE-INF PIC 9(09).
       01  WS-STORE-INF      PIC X(05) VALUE SPACES.
       01  WS-CONTRATO-INF   PIC X(04) VALUE SPACES.
       01  WS-PARCELA-INF    PIC X(02) VALUE SPACES.
       01  WS-QTD-PARC-INF   PIC X(02) VALUE SPACES.
       01  WS-QTD-PARC-9     REDEFINES WS-QTD-PARC-INF PIC 9(02).
       01  WS-CONFIRMA       PIC X     VALUE SPACE.

      *---> VALORES DIGITADOS EM CENTAVOS (9 DIGITOS)
       01  WS-VALOR-INF      PIC X(09) VALUE SPACES.
       01  WS-VALOR-9        PIC 9(09) VALUE ZEROS.
       01  WS-VALOR-V        REDEFINES WS-VALOR-9 PIC 9(07)V99.

      *---> PRIMEIRO VENCIMENTO (AAAAMMDD; ENTER = MESMO DIA DO MES
      *---> SEGUINTE A VENDA). O DIA FICA ENTRE 01 E 28 PARA TODAS AS
      *---> PARCELAS CAIREM NUMA DATA VALIDA
       01  WS-VENC-INF       PIC X(08) VALUE SPACES.
       01  WS-VENC-1         PIC 9(08) VALUE ZEROS.
       01  WS-VENC-1-R       REDEFINES WS-VENC-1.
           05  WS-VENC-1-ANO PIC 9(04).
           05  WS-VENC-1-MES PIC 9(02).
           05  WS-VENC-1-DIA PIC 9(02).

       77  WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.

      *---> CALCULO DAS PARCELAS DA VENDA
       01  WS-VALOR-TOTAL    PIC 9(07)V99 VALUE ZEROS.
       01  WS-VALOR-PARC     PIC 9(07)V99 VALUE ZEROS.
       01  WS-VALOR-RESTO    PIC 9(07)V99 VALUE ZEROS.
       01  WS-SALDO-PARC     PIC 9(07)V99 VALUE ZEROS.
       77  WS-PARC-IX        PIC 9(02) VALUE ZEROS.
       77  WS-PARC-GRAVADAS  PIC 9(02) VALUE ZEROS.
       77  WS-MESES          PIC 9(05) VALUE ZEROS.
       77  WS-ANOS-SOMA      PIC 9(04) VALUE ZEROS.
       77  WS-MES-RESTO      PIC 9(02) VALUE ZEROS.
       77  WS-ULT-CONTRATO   PIC 9(04) VALUE ZEROS.
       77  WS-STORE-9        PIC 9(05) VALUE ZEROS.

       01  WS-FIM-CRED       PIC X     VALUE "N".
           88  E-FIM-CRED    VALUE "S".

      *---> TOTAIS DA CONSULTA DO CLIENTE
       01  WS-TOT-ABERTO     PIC 9(09)V99 VALUE ZEROS.
       01  WS-TOT-VENCIDO    PIC 9(09)V99 VALUE ZEROS.
       77  WS-QTD-PARC-CLI   PIC 9(05) VALUE ZEROS.
       77  WS-QTD-ABERTAS    PIC 9(05) VALUE ZEROS.
       01  WS-VALOR-ED       PIC -(09)9,99.

       01  WS-LIN-PARC.
           05 WP-CONTRATO   PIC 9(04).
           05 FILLER        PIC X(01) VALUE "/".
           05 WP-PARCELA    PIC 9(02).
           05 FILLER        PIC X(01) VALUE "-".
           05 WP-QTD        PIC 9(02).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WP-LOJA       PIC 9(05).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WP-VENC       PIC 9(08).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WP-VALOR      PIC ZZZZZZ9,99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WP-PAGO       PIC ZZZZZZ9,99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WP-SITUACAO   PIC X(08).

       01  COUNTERS.
           05  VENDAS        PIC 9(05) VALUE ZEROS.
           05  PARCELAS      PIC 9(05) VALUE ZEROS.
           05  RECEBIDOS     PIC 9(05) VALUE ZEROS.
           05  REJEITADOS    PIC 9(05) VALUE ZEROS.
      *
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CBCRED01 - CREDIARIO: VENDAS A PRAZO E RECEBIMENTOS"
      *====> LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO (SE EXISTIR)
           PERFORM LE-CONFIG THRU LE-CONFIG-FIM
           PERFORM OBTEM-OPERADOR THRU OBTEM-OPERADOR-FIM
      *====> PEGA ARGUMENTOS DE ENTRADA DA LINHA DE COMANDO SE HOUVER
           ACCEPT args-cmd-linex   FROM COMMAND-LINE.
           IF  args-cmd-linex  NOT = SPACES
               UNSTRING args-cmd-linex DELIMITED BY SPACE
               INTO  CREDDD  INFLDD  RECLOGDD.
           IF  WS-MAX-PARCELAS = ZEROS
               MOVE 12 TO WS-MAX-PARCELAS
           END-IF.
           PERFORM REGISTRA-JOBLOG-INICIO
               THRU REGISTRA-JOBLOG-INICIO-FIM
           PERFORM OPEN-PARA      THRU OPEN-EXIT-PARA
           PERFORM PROCESS-PARA   THRU PROCESS-EXIT-PARA
           PERFORM CLOSE-PARA     THRU CLOSE-EXIT-PARA.
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           DISPLAY 'FIM CBCRED01 ...'
           STOP RUN.
      *================================
      * LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO ./cobol.cfg, SE
      * EXISTIR, E APLICA OS PARAMETROS DESTE PROGRAMA (CBCRED01_*,
      * CREDFILE, CADCLI01_FILE1, LOJAFILE E OPERFILE)
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
               WHEN "CREDFILE"
                   MOVE WS-CFG-VALOR TO CREDDD
               WHEN "CBCRED01_LOGDD"
                   MOVE WS-CFG-VALOR TO RECLOGDD
               WHEN "CBCRED01_MAX_PARCELAS"
                   MOVE WS-CFG-VALOR TO WS-MAX-PARCELAS
               WHEN "CADCLI01_FILE1"
                   MOVE WS-CFG-VALOR TO INFLDD
               WHEN "LOJAFILE"
                   MOVE WS-CFG-VALOR TO LOJADD
               WHEN "OPERFILE"
                   MOVE WS-CFG-VALOR TO OPERDD
               WHEN "JOBLOGDD"
                   MOVE WS-CFG-VALOR TO JOBLOGDD
           END-EVALUATE.
       APLICA-CONFIG-FIM.
           EXIT.
      *================================
      * IDENTIFICA O OPERADOR: USA O CODIGO DA VARIAVEL DE AMBIENTE
      * OPERADOR (ASSINADA NO CADMENU01) OU PEDE A ASSINATURA NA
      * ENTRADA DIRETA; SEM CADASTRO DE OPERADORES FICA "BATCH"
       OBTEM-OPERADOR.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR"
           OPEN INPUT OPERFL
           IF  FS-OPER-OK
               CONTINUE
           ELSE
      *=====> SEM CADASTRO DE OPERADORES: MODO ANTIGO, COM AVISO
               DISPLAY "SEM CADASTRO DE OPERADORES (" OPERDD
                   ") - ASSINATURA DESLIGADA"
               IF  WS-OPERADOR = SPACES
                   MOVE "BATCH" TO WS-OPERADOR
               END-IF
               GO TO OBTEM-OPERADOR-FIM
           END-IF
           IF  WS-OPERADOR = SPACES
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
      * REGISTRA NO LOG DE CONTROLE O INICIO DESTE JOB
       REGISTRA-JOBLOG-INICIO.
           OPEN EXTEND JOBLOGFL
           IF  NOT FS-JOBLOG-OK
               OPEN OUTPUT JOBLOGFL
           END-IF
           MOVE SPACES            TO JOBLOG-REC
           MOVE "CBCRED01"        TO JL-PROGRAMA
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
           MOVE "CBCRED01"        TO JL-PROGRAMA
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
           OPEN INPUT FILE1
           IF  FS-INFL-OK
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO ARQUIVO DE CLIENTES FALHOU='
                   FS-INFL "  " INFLDD
               GO TO EXIT-PARA
           END-IF.
           OPEN INPUT LOJAFL
           IF  FS-LOJA-OK
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO CADASTRO DE LOJAS FALHOU='
                   FS-LOJA "  " LOJADD
               DISPLAY 'CADASTRE AS LOJAS NO CBLOJA01 ANTES'
               CLOSE FILE1
               GO TO EXIT-PARA
           END-IF.
      * =====> PARCELAS DO CREDIARIO, ACUMULANDO ENTRE SESSOES; NA
      * =====> PRIMEIRA VENDA A PRAZO O ARQUIVO NASCE VAZIO
           OPEN I-O CREDFL
           IF  FS-CRED-NAO-EXISTE
               DISPLAY "ARQUIVO DO CREDIARIO NAO EXISTE, CRIANDO VAZIO"
               OPEN OUTPUT CREDFL
               CLOSE CREDFL
               OPEN I-O CREDFL
           END-IF.
           IF  FS-CRED-OK
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO ARQUIVO DO CREDIARIO FALHOU='
                   FS-CRED "  " CREDDD
               CLOSE FILE1 LOJAFL
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
           DISPLAY "============= CREDIARIO ============="
           DISPLAY "1-REGISTRAR VENDA A PRAZO   2-RECEBER PARCELA"
           DISPLAY "3-CONSULTAR PARCELAS DO CLIENTE"
           DISPLAY "0-SAIR"
           DISPLAY "OPCAO ==>> " WITH NO ADVANCING
           ACCEPT WS-OPCAO FROM CONSOLE
           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM VENDA-PRAZO THRU VENDA-PRAZO-FIM
               WHEN "2"
                   PERFORM RECEBE-PARCELA THRU RECEBE-PARCELA-FIM
               WHEN "3"
                   PERFORM CONSULTA-CLIENTE THRU CONSULTA-CLIENTE-FIM
               WHEN "0"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       EXIBE-MENU-FIM.
           EXIT.
      *===================================
      * PEDE O TELEFONE E LE O CLIENTE NO CADASTRO; FS-INFL FICA
      * DIFERENTE DE "00" QUANDO O CLIENTE NAO FOI ACHADO
       LE-CLIENTE.
           MOVE "X" TO FS-INFL.
           DISPLAY "FONE CLIENTE (9 DIG) ==>> " WITH NO ADVANCING
           ACCEPT WS-FONE-INF FROM CONSOLE
           IF  WS-FONE-INF NOT NUMERIC
               DISPLAY "FONE DEVE SER NUMERICO DE 9 DIGITOS"
               GO TO LE-CLIENTE-FIM
           END-IF
           MOVE WS-FONE-9 TO FS-FONE
           READ FILE1
               KEY IS FS-KEY
               INVALID KEY
                   DISPLAY "CLIENTE NAO CADASTRADO: " WS-FONE-INF
                   GO TO LE-CLIENTE-FIM
           END-READ
           DISPLAY "CLIENTE: " FS-NOME.
       LE-CLIENTE-FIM.
           EXIT.
      *===================================
      * REGISTRA A VENDA A PRAZO: CLIENTE ATIVO, LOJA ABERTA, VALOR
      * TOTAL, QUANTIDADE DE PARCELAS E PRIMEIRO VENCIMENTO. O
      * CONTRATO E O PROXIMO NUMERO LIVRE DO CLIENTE; A SOBRA DA
      * DIVISAO EM CENTAVOS VAI NA PRIMEIRA PARCELA
       VENDA-PRAZO.
           PERFORM LE-CLIENTE THRU LE-CLIENTE-FIM
           IF  NOT FS-INFL-OK
               ADD 1 TO REJEITADOS
               GO TO VENDA-PRAZO-FIM
           END-IF
           IF  FS-INATIVO
               ADD 1 TO REJEITADOS
               DISPLAY "CLIENTE INATIVO, VENDA A PRAZO RECUSADA"
               GO TO VENDA-PRAZO-FIM
           END-IF
           DISPLAY "LOJA (5 DIG)    ==>> " WITH NO ADVANCING
           ACCEPT WS-STORE-INF FROM CONSOLE
           IF  WS-STORE-INF NOT NUMERIC
               ADD 1 TO REJEITADOS
               DISPLAY "LOJA DEVE SER NUMERICA DE 5 DIGITOS"
               GO TO VENDA-PRAZO-FIM
           END-IF
           MOVE WS-STORE-INF TO LJ-CHAVE
           READ LOJAFL
               KEY IS LJ-CHAVE
               INVALID KEY
                   ADD 1 TO REJEITADOS
                   DISPLAY "LOJA INEXISTENTE: " WS-STORE-INF
                   GO TO VENDA-PRAZO-FIM
           END-READ
           IF  LJ-FECHADA
               ADD 1 TO REJEITADOS
               DISPLAY "LOJA ENCERRADA: " WS-STORE-INF
               GO TO VENDA-PRAZO-FIM
           END-IF
           MOVE WS-STORE-INF TO WS-STORE-9
           DISPLAY "VALOR TOTAL (CENTAVOS, 9 DIG) ==>> "
               WITH NO ADVANCING
           ACCEPT WS-VALOR-INF FROM CONSOLE
           IF  WS-VALOR-INF NOT NUMERIC
               ADD 1 TO REJEITADOS
               DISPLAY "VALOR DEVE SER NUMERICO, EM CENTAVOS"
               GO TO VENDA-PRAZO-FIM
           END-IF
           MOVE WS-VALOR-INF TO WS-VALOR-9
           IF  WS-VALOR-9 = ZEROS
               ADD 1 TO REJEITADOS
               DISPLAY "VALOR DA VENDA DEVE SER MAIOR QUE ZERO"
               GO TO VENDA-PRAZO-FIM
           END-IF
           MOVE WS-VALOR-V TO WS-VALOR-TOTAL
           DISPLAY "PARCELAS (2 DIG, ATE " WS-MAX-PARCELAS ") ==>> "
               WITH NO ADVANCING
           ACCEPT WS-QTD-PARC-INF FROM CONSOLE
           IF  WS-QTD-PARC-INF NOT NUMERIC
               OR WS-QTD-PARC-9 = ZEROS
               OR WS-QTD-PARC-9 > WS-MAX-PARCELAS
               ADD 1 TO REJEITADOS
               DISPLAY "QUANTIDADE DE PARCELAS INVALIDA"
               GO TO VENDA-PRAZO-FIM
           END-IF
           DISPLAY "1o VENCIMENTO (AAAAMMDD, ENTER=+1 MES) ==>> "
               WITH NO ADVANCING
           ACCEPT WS-VENC-INF FROM CONSOLE
           IF  WS-VENC-INF = SPACES
               MOVE WS-DATA-HOJE TO WS-VENC-1
               IF  WS-VENC-1-MES = 12
                   MOVE 1 TO WS-VENC-1-MES
                   ADD 1 TO WS-VENC-1-ANO
               ELSE
                   ADD 1 TO WS-VENC-1-MES
               END-IF
               IF  WS-VENC-1-DIA > 28
                   MOVE 28 TO WS-VENC-1-DIA
               END-IF
           ELSE
               IF  WS-VENC-INF NOT NUMERIC
                   ADD 1 TO REJEITADOS
                   DISPLAY "VENCIMENTO DEVE SER NUMERICO (AAAAMMDD)"
                   GO TO VENDA-PRAZO-FIM
               END-IF
               MOVE WS-VENC-INF TO WS-VENC-1
           END-IF
           IF  WS-VENC-1-MES < 1 OR WS-VENC-1-MES > 12
               OR WS-VENC-1-DIA < 1 OR WS-VENC-1-DIA > 28
               ADD 1 TO REJEITADOS
               DISPLAY "VENCIMENTO INVALIDO (MES 01-12, DIA 01-28)"
               GO TO VENDA-PRAZO-FIM
           END-IF
           IF  WS-VENC-1 <= WS-DATA-HOJE
               ADD 1 TO REJEITADOS
               DISPLAY "1o VENCIMENTO DEVE SER POSTERIOR A HOJE"
               GO TO VENDA-PRAZO-FIM
           END-IF
      *=====> VALOR DE CADA PARCELA (TRUNCADO NO CENTAVO) E A SOBRA
           COMPUTE WS-VALOR-PARC = WS-VALOR-TOTAL / WS-QTD-PARC-9
           COMPUTE WS-VALOR-RESTO = WS-VALOR-TOTAL
               - (WS-VALOR-PARC * WS-QTD-PARC-9)
           MOVE WS-VALOR-TOTAL TO WS-VALOR-ED
           DISPLAY "VENDA DE " WS-VALOR-ED " EM " WS-QTD-PARC-9
               " PARCELAS, 1o VENCIMENTO " WS-VENC-1
           COMPUTE WS-VALOR-ED = WS-VALOR-PARC + WS-VALOR-RESTO
           DISPLAY "1a PARCELA: " WS-VALOR-ED
           MOVE WS-VALOR-PARC TO WS-VALOR-ED
           DISPLAY "DEMAIS    : " WS-VALOR-ED
           DISPLAY "CONFIRMA A VENDA (S/N) ==>> " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA FROM CONSOLE
           IF  WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "VENDA CANCELADA"
               GO TO VENDA-PRAZO-FIM
           END-IF
           PERFORM PROCURA-CONTRATO THRU PROCURA-CONTRATO-FIM
           IF  WS-ULT-CONTRATO >= 9999
               ADD 1 TO REJEITADOS
               DISPLAY "CLIENTE SEM NUMERO DE CONTRATO LIVRE"
               GO TO VENDA-PRAZO-FIM
           END-IF
           ADD 1 TO WS-ULT-CONTRATO
           MOVE ZEROS TO WS-PARC-IX WS-PARC-GRAVADAS
           PERFORM GRAVA-PARCELA THRU GRAVA-PARCELA-FIM
               UNTIL WS-PARC-IX >= WS-QTD-PARC-9
           IF  WS-PARC-GRAVADAS = WS-QTD-PARC-9
               ADD 1 TO VENDAS
               DISPLAY "VENDA REGISTRADA: CONTRATO " WS-ULT-CONTRATO
                   " DO CLIENTE " FS-FONE
           ELSE
               DISPLAY "ATENCAO: CONTRATO " WS-ULT-CONTRATO
                   " GRAVADO COM " WS-PARC-GRAVADAS " DE "
                   WS-QTD-PARC-9 " PARCELAS"
           END-IF.
       VENDA-PRAZO-FIM.
           EXIT.

      *===================================
      * ACHA EM WS-ULT-CONTRATO O MAIOR CONTRATO JA GRAVADO PARA O
      * CLIENTE EM FS-FONE (ZEROS SE AINDA NAO TEM)
       PROCURA-CONTRATO.
           MOVE ZEROS TO WS-ULT-CONTRATO.
           MOVE "N"   TO WS-FIM-CRED.
           MOVE FS-FONE TO CR-FONE.
           MOVE ZEROS   TO CR-CONTRATO CR-PARCELA.
           START CREDFL KEY IS NOT LESS THAN CR-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-CRED
           END-START.
           PERFORM PROCURA-CONTRATO-LOOP
               THRU PROCURA-CONTRATO-LOOP-FIM
               UNTIL E-FIM-CRED.
       PROCURA-CONTRATO-FIM.
           EXIT.

       PROCURA-CONTRATO-LOOP.
           READ CREDFL NEXT
               AT END
                   MOVE "S" TO WS-FIM-CRED
               NOT AT END
                   IF  CR-FONE NOT = FS-FONE
                       MOVE "S" TO WS-FIM-CRED
                   ELSE
                       MOVE CR-CONTRATO TO WS-ULT-CONTRATO
                   END-IF
           END-READ.
       PROCURA-CONTRATO-LOOP-FIM.
           EXIT.

      *===================================
      * GRAVA A PROXIMA PARCELA DO CONTRATO: VENCE NO DIA DO 1o
      * VENCIMENTO, TANTOS MESES DEPOIS QUANTAS PARCELAS A FRENTE
       GRAVA-PARCELA.
           ADD 1 TO WS-PARC-IX.
           MOVE SPACES          TO CREDIARIO-REC.
           MOVE FS-FONE         TO CR-FONE.
           MOVE WS-ULT-CONTRATO TO CR-CONTRATO.
           MOVE WS-PARC-IX      TO CR-PARCELA.
           MOVE WS-STORE-9      TO CR-LOJA.
           MOVE WS-DATA-HOJE    TO CR-DATA-VENDA.
           MOVE WS-QTD-PARC-9   TO CR-QTD-PARCELAS.
           COMPUTE WS-MESES = WS-VENC-1-MES - 1 + WS-PARC-IX - 1.
           DIVIDE WS-MESES BY 12 GIVING WS-ANOS-SOMA
               REMAINDER WS-MES-RESTO.
           COMPUTE CR-VENC-ANO = WS-VENC-1-ANO + WS-ANOS-SOMA.
           COMPUTE CR-VENC-MES = WS-MES-RESTO + 1.
           MOVE WS-VENC-1-DIA   TO CR-VENC-DIA.
           IF  WS-PARC-IX = 1
               COMPUTE CR-VALOR-PARCELA = WS-VALOR-PARC
                   + WS-VALOR-RESTO
           ELSE
               MOVE WS-VALOR-PARC TO CR-VALOR-PARCELA
           END-IF.
           MOVE ZEROS           TO CR-VALOR-PAGO CR-DATA-PAGTO
                                   CR-ULT-COBRANCA.
           MOVE "A"             TO CR-SITUACAO.
           MOVE WS-OPERADOR     TO CR-OPERADOR.
           WRITE CREDIARIO-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A PARCELA ST=" FS-CRED
                       " CONTRATO " CR-CONTRATO " PARCELA " CR-PARCELA
                   MOVE "ERRO" TO WS-JOB-STATUS
               NOT INVALID KEY
                   ADD 1 TO PARCELAS WS-PARC-GRAVADAS
           END-WRITE.
       GRAVA-PARCELA-FIM.
           EXIT.
      *===================================
      * RECEBE O PAGAMENTO DE UMA PARCELA EM ABERTO: MOSTRA AS
      * PARCELAS DO CLIENTE, PEDE CONTRATO/PARCELA E O VALOR. ACEITA
      * PAGAMENTO PARCIAL, NUNCA ACIMA DO SALDO DA PARCELA; A
      * PARCELA PAGA POR INTEIRO FICA QUITADA
       RECEBE-PARCELA.
           PERFORM LE-CLIENTE THRU LE-CLIENTE-FIM
           IF  NOT FS-INFL-OK
               ADD 1 TO REJEITADOS
               GO TO RECEBE-PARCELA-FIM
           END-IF
           PERFORM LISTA-PARCELAS THRU LISTA-PARCELAS-FIM
           IF  WS-QTD-ABERTAS = ZEROS
               DISPLAY "CLIENTE SEM PARCELAS EM ABERTO"
               GO TO RECEBE-PARCELA-FIM
           END-IF
           DISPLAY "CONTRATO (4 DIG) ==>> " WITH NO ADVANCING
           ACCEPT WS-CONTRATO-INF FROM CONSOLE
           DISPLAY "PARCELA  (2 DIG) ==>> " WITH NO ADVANCING
           ACCEPT WS-PARCELA-INF FROM CONSOLE
           IF  WS-CONTRATO-INF NOT NUMERIC
               OR WS-PARCELA-INF NOT NUMERIC
               ADD 1 TO REJEITADOS
               DISPLAY "CONTRATO E PARCELA DEVEM SER NUMERICOS"
               GO TO RECEBE-PARCELA-FIM
           END-IF
           MOVE FS-FONE         TO CR-FONE
           MOVE WS-CONTRATO-INF TO CR-CONTRATO
           MOVE WS-PARCELA-INF  TO CR-PARCELA
           READ CREDFL
               KEY IS CR-CHAVE
               INVALID KEY
                   ADD 1 TO REJEITADOS
                   DISPLAY "PARCELA NAO ENCONTRADA"
                   GO TO RECEBE-PARCELA-FIM
           END-READ
           IF  CR-QUITADA
               ADD 1 TO REJEITADOS
               DISPLAY "PARCELA JA QUITADA EM " CR-DATA-PAGTO
               GO TO RECEBE-PARCELA-FIM
           END-IF
           COMPUTE WS-SALDO-PARC = CR-VALOR-PARCELA - CR-VALOR-PAGO
           MOVE WS-SALDO-PARC TO WS-VALOR-ED
           DISPLAY "SALDO DA PARCELA: " WS-VALOR-ED
           DISPLAY "VALOR RECEBIDO (CENTAVOS, 9 DIG) ==>> "
               WITH NO ADVANCING
           ACCEPT WS-VALOR-INF FROM CONSOLE
           IF  WS-VALOR-INF NOT NUMERIC
               ADD 1 TO REJEITADOS
               DISPLAY "VALOR DEVE SER NUMERICO, EM CENTAVOS"
               GO TO RECEBE-PARCELA-FIM
           END-IF
           MOVE WS-VALOR-INF TO WS-VALOR-9
           IF  WS-VALOR-9 = ZEROS OR WS-VALOR-V > WS-SALDO-PARC
               ADD 1 TO REJEITADOS
               DISPLAY "VALOR DEVE SER MAIOR QUE ZERO E ATE O SALDO"
                   " DA PARCELA"
               GO TO RECEBE-PARCELA-FIM
           END-IF
           ADD WS-VALOR-V       TO CR-VALOR-PAGO
           MOVE WS-DATA-HOJE    TO CR-DATA-PAGTO
           SUBTRACT WS-VALOR-V FROM WS-SALDO-PARC
           IF  WS-SALDO-PARC = ZEROS
               MOVE "Q" TO CR-SITUACAO
           END-IF
           REWRITE CREDIARIO-REC
               INVALID KEY
                   ADD 1 TO REJEITADOS
                   DISPLAY "ERRO AO GRAVAR O RECEBIMENTO ST=" FS-CRED
                   MOVE "ERRO" TO WS-JOB-STATUS
                   GO TO RECEBE-PARCELA-FIM
           END-REWRITE
           PERFORM GRAVA-RECLOG THRU GRAVA-RECLOG-FIM
           ADD 1 TO RECEBIDOS
           IF  CR-QUITADA
               DISPLAY "PARCELA QUITADA"
           ELSE
               MOVE WS-SALDO-PARC TO WS-VALOR-ED
               DISPLAY "RECEBIMENTO PARCIAL, RESTA " WS-VALOR-ED
           END-IF.
       RECEBE-PARCELA-FIM.
           EXIT.

      *===================================
      * GRAVA NO LOG DE RECEBIMENTOS O PAGAMENTO DA PARCELA CORRENTE
       GRAVA-RECLOG.
           MOVE "X" TO FS-RECLOG.
           OPEN EXTEND RECLOGFL
           IF  NOT FS-RECLOG-OK
               OPEN OUTPUT RECLOGFL
           END-IF
           IF  NOT FS-RECLOG-OK
               DISPLAY 'ABERTURA DO LOG DE RECEBIMENTOS FALHOU='
                   FS-RECLOG "  " RECLOGDD
               MOVE "ERRO" TO WS-JOB-STATUS
               GO TO GRAVA-RECLOG-FIM
           END-IF
           MOVE SPACES          TO RECEBIMENTO-REC
           ACCEPT RB-DATA FROM DATE YYYYMMDD
           ACCEPT RB-HORA FROM TIME
           MOVE CR-FONE         TO RB-FONE
           MOVE CR-CONTRATO     TO RB-CONTRATO
           MOVE CR-PARCELA      TO RB-PARCELA
           MOVE CR-LOJA         TO RB-LOJA
           MOVE WS-VALOR-V      TO RB-VALOR
           MOVE WS-SALDO-PARC   TO RB-SALDO-PARCELA
           MOVE WS-OPERADOR     TO RB-OPERADOR
           WRITE RECEBIMENTO-REC
           CLOSE RECLOGFL.
       GRAVA-RECLOG-FIM.
           EXIT.
      *===================================
      * CONSULTA: TODAS AS PARCELAS DO CLIENTE COM O TOTAL EM
      * ABERTO E O TOTAL JA VENCIDO
       CONSULTA-CLIENTE.
           PERFORM LE-CLIENTE THRU LE-CLIENTE-FIM
           IF  NOT FS-INFL-OK
               GO TO CONSULTA-CLIENTE-FIM
           END-IF
           PERFORM LISTA-PARCELAS THRU LISTA-PARCELAS-FIM.
       CONSULTA-CLIENTE-FIM.
           EXIT.

      *===================================
      * LISTA AS PARCELAS DO CLIENTE EM FS-FONE E TOTALIZA O SALDO
      * EM ABERTO E O SALDO VENCIDO (VENCIMENTO ANTERIOR A HOJE)
       LISTA-PARCELAS.
           MOVE ZEROS TO WS-TOT-ABERTO WS-TOT-VENCIDO
                         WS-QTD-PARC-CLI WS-QTD-ABERTAS.
           MOVE "N"   TO WS-FIM-CRED.
           MOVE FS-FONE TO CR-FONE.
           MOVE ZEROS   TO CR-CONTRATO CR-PARCELA.
           START CREDFL KEY IS NOT LESS THAN CR-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-CRED
           END-START.
           DISPLAY "================================================"
           DISPLAY "CONTR/PC-QT  LOJA   VENCTO        VALOR"
               "        PAGO  SITUACAO"
           PERFORM LISTA-PARCELA-LOOP THRU LISTA-PARCELA-LOOP-FIM
               UNTIL E-FIM-CRED.
           IF  WS-QTD-PARC-CLI = ZEROS
               DISPLAY "CLIENTE SEM VENDAS A PRAZO"
           END-IF
           MOVE WS-TOT-ABERTO  TO WS-VALOR-ED
           DISPLAY "SALDO EM ABERTO : " WS-VALOR-ED
           MOVE WS-TOT-VENCIDO TO WS-VALOR-ED
           DISPLAY "SALDO VENCIDO   : " WS-VALOR-ED
           DISPLAY "================================================".
       LISTA-PARCELAS-FIM.
           EXIT.

       LISTA-PARCELA-LOOP.
           READ CREDFL NEXT
               AT END
                   MOVE "S" TO WS-FIM-CRED
                   GO TO LISTA-PARCELA-LOOP-FIM
           END-READ.
           IF  CR-FONE NOT = FS-FONE
               MOVE "S" TO WS-FIM-CRED
               GO TO LISTA-PARCELA-LOOP-FIM
           END-IF.
           ADD 1 TO WS-QTD-PARC-CLI.
           MOVE CR-CONTRATO      TO WP-CONTRATO.
           MOVE CR-PARCELA       TO WP-PARCELA.
           MOVE CR-QTD-PARCELAS  TO WP-QTD.
           MOVE CR-LOJA          TO WP-LOJA.
           MOVE CR-VENCIMENTO    TO WP-VENC.
           MOVE CR-VALOR-PARCELA TO WP-VALOR.
           MOVE CR-VALOR-PAGO    TO WP-PAGO.
           IF  CR-QUITADA
               MOVE "QUITADA"  TO WP-SITUACAO
           ELSE
               ADD 1 TO WS-QTD-ABERTAS
               COMPUTE WS-TOT-ABERTO = WS-TOT-ABERTO
                   + CR-VALOR-PARCELA - CR-VALOR-PAGO
               IF  CR-VENCIMENTO < WS-DATA-HOJE
                   MOVE "VENCIDA"  TO WP-SITUACAO
                   COMPUTE WS-TOT-VENCIDO = WS-TOT-VENCIDO
                       + CR-VALOR-PARCELA - CR-VALOR-PAGO
               ELSE
                   MOVE "A VENCER" TO WP-SITUACAO
               END-IF
           END-IF.
           DISPLAY WS-LIN-PARC.
       LISTA-PARCELA-LOOP-FIM.
           EXIT.
      *===================================

       CLOSE-PARA.
           CLOSE FILE1 LOJAFL CREDFL.
           DISPLAY "================================================"
           DISPLAY "VENDAS A PRAZO REGISTRADAS   : " VENDAS
           DISPLAY "PARCELAS GRAVADAS            : " PARCELAS
           DISPLAY "RECEBIMENTOS LANCADOS        : " RECEBIDOS
           DISPLAY "OPERACOES RECUSADAS          : " REJEITADOS
           DISPLAY "================================================".
       CLOSE-EXIT-PARA.
           EXIT.

      *=================  FIM ======
       EXIT-PARA.
           MOVE "ERRO" TO WS-JOB-STATUS
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           DISPLAY 'FIM CBCRED01 (ABORTADO) ...'
           EXIT PROGRAM.
