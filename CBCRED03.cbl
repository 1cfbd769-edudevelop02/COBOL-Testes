       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBCRED03.
      *
      ****************************************************************
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Selecao noturna da cobranca do crediario: percorre
      *          as parcelas de cadcli-crediario.dat (CREDREC) por
      *          cliente e seleciona quem tem parcela em aberto com
      *          atraso de CBCRED03_DIAS_ATRASO dias comerciais ou
      *          mais e ainda nao foi cobrado nos ultimos
      *          CBCRED03_INTERVALO dias. Cada cliente selecionado vira
      *          uma linha na selecao de cobranca (COBRREC), que o
      *          CADMALA01 le em seguida na fila (modo COBRANCA) para
      *          emitir a carta e registrar o contato; as parcelas
      *          atrasadas do cliente ficam carimbadas com a data em
      *          CR-ULT-COBRANCA, para a carta nao repetir toda noite.
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
      *---> selecao de cobranca lida pelo CADMALA01
           SELECT COBRFL ASSIGN TO COBRDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COBR.
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
       FD  COBRFL.
           COPY COBRREC.
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
           88  FS-CRED-OK    VALUE IS "00".

       01  WS-CRED-ABERTO    PIC X     VALUE "N".
           88  CRED-ABERTO   VALUE "S".

       01  COBRDD            PIC X(50)
           VALUE "./files/cadcli-cobranca.sel".

       01  FS-COBR           PIC X(02) VALUE SPACES.
           88  FS-COBR-OK    VALUE IS "00".

       01  JOBLOGDD.
           05  FILLER  PIC X(30) VALUE "./cbjoblog.log".

       01  FS-JOBLOG         PIC X(02) VALUE "X".
           88  FS-JOBLOG-OK  VALUE IS "00".

       01  WS-JOB-STATUS     PIC X(10) VALUE "OK".

      *---> CODIGO DO OPERADOR QUE RODOU O JOB (VARIAVEL DE AMBIENTE
      *     OPERADOR), CARIMBADO NO LOG DE CONTROLE DE JOBS
       77  WS-OPERADOR       PIC X(08) VALUE SPACES.

       01  CONFIGDD          PIC X(30) VALUE "./cobol.cfg".

       01  FS-CONFIG         PIC X(02) VALUE "X".
           88  FS-CONFIG-OK  VALUE IS "00".
           88  FS-CONFIG-EOF VALUE IS "10".

       77  WS-CFG-CHAVE      PIC X(30) VALUE SPACES.
       77  WS-CFG-VALOR      PIC X(50) VALUE SPACES.

       01  args-cmd-linex    PIC X(90)  VALUE SPACES.

      *---> ATRASO MINIMO (DIAS COMERCIAIS) PARA A PARCELA ENTRAR NA
      *---> COBRANCA E DIAS ENTRE DUAS CARTAS PARA O MESMO CLIENTE
       01  WS-DIAS-MINIMO    PIC 9(03) VALUE 010.
       01  WS-INTERVALO      PIC 9(03) VALUE 030.

      *---> DATAS EM DIAS COMERCIAIS (AAAA*360 + MM*30 + DD), A MESMA
      *---> CONTA DO AGING DO CBCRED02
       01  WS-DATA-AUX       PIC 9(08).
       01  WS-DATA-AUX-R     REDEFINES WS-DATA-AUX.
           05  WS-AUX-AAAA   PIC 9(04).
           05  WS-AUX-MM     PIC 9(02).
           05  WS-AUX-DD     PIC 9(02).
       77  WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77  WS-DIAS-HOJE      PIC 9(07) VALUE ZEROS.
       77  WS-DIAS-AUX       PIC 9(07) VALUE ZEROS.
       77  WS-DIAS-ATRASO    PIC 9(07) VALUE ZEROS.
       77  WS-DIAS-COBR      PIC 9(07) VALUE ZEROS.

      *---> CLIENTE CORRENTE E PROXIMO CLIENTE DO ARQUIVO
       77  WS-FONE-CLI       PIC 9(09) VALUE ZEROS.
       77  WS-FONE-PROX      PIC 9(09) VALUE ZEROS.

       01  WS-FIM-CRED       PIC X     VALUE "N".
           88  E-FIM-CRED    VALUE "S".
       01  WS-FIM-CLIENTE    PIC X     VALUE "N".
           88  E-FIM-CLIENTE VALUE "S".

      *---> SITUACAO DO CLIENTE CORRENTE: PARCELAS ATRASADAS, SALDO
      *---> DELAS, VENCIMENTO MAIS ANTIGO E SE ALGUMA PEDE CARTA
       77  WS-CLI-QTD        PIC 9(03) VALUE ZEROS.
       01  WS-CLI-VALOR      PIC 9(09)V99 VALUE ZEROS.
       77  WS-CLI-VENC       PIC 9(08) VALUE ZEROS.
       77  WS-CLI-DIAS       PIC 9(05) VALUE ZEROS.
       01  WS-COBRAR         PIC X     VALUE "N".
           88  E-COBRAR      VALUE "S".
       01  WS-PARC-ATRASADA  PIC X     VALUE "N".
           88  PARC-ATRASADA VALUE "S".

       01  WS-VALOR-ED       PIC -(09)9,99.
       01  WS-TOT-SELEC      PIC 9(09)V99 VALUE ZEROS.

       01  COUNTERS.
           05  READ-COUNT    PIC 9(07) VALUE ZEROS.
           05  CLIENTES      PIC 9(07) VALUE ZEROS.
           05  ATRASADOS     PIC 9(07) VALUE ZEROS.
           05  SELECIONADOS  PIC 9(07) VALUE ZEROS.
           05  JA-COBRADOS   PIC 9(07) VALUE ZEROS.
           05  CARIMBADAS    PIC 9(07) VALUE ZEROS.
      *
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CBCRED03 - SELECAO DA COBRANCA DO CREDIARIO"
      *====> LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO (SE EXISTIR)
           PERFORM LE-CONFIG THRU LE-CONFIG-FIM
           PERFORM OBTEM-OPERADOR THRU OBTEM-OPERADOR-FIM
      *====> PEGA ARGUMENTOS DE ENTRADA DA LINHA DE COMANDO SE HOUVER
      *====> (1o = ARQUIVO DO CREDIARIO, 2o = SELECAO DE COBRANCA)
           ACCEPT args-cmd-linex   FROM COMMAND-LINE.
           IF  args-cmd-linex  NOT = SPACES
               UNSTRING args-cmd-linex DELIMITED BY SPACE
                   INTO  CREDDD  COBRDD
           END-IF.
      *
           DISPLAY "ARQUIVO DO CREDIARIO : " CREDDD
           DISPLAY "SELECAO DE COBRANCA  : " COBRDD
           DISPLAY "ATRASO MINIMO (DIAS) : " WS-DIAS-MINIMO
           DISPLAY "INTERVALO ENTRE CARTAS (DIAS): " WS-INTERVALO
           PERFORM REGISTRA-JOBLOG-INICIO
               THRU REGISTRA-JOBLOG-INICIO-FIM
           PERFORM OPEN-PARA      THRU OPEN-EXIT-PARA
           PERFORM PROCESS-PARA   THRU PROCESS-EXIT-PARA
           PERFORM CLOSE-PARA     THRU CLOSE-EXIT-PARA.
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           DISPLAY 'FIM CBCRED03 ...'
           STOP RUN.

      *================================
      * LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO ./cobol.cfg, SE
      * EXISTIR, E APLICA OS PARAMETROS DESTE PROGRAMA
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
               WHEN "COBRANCAFILE"
                   MOVE WS-CFG-VALOR TO COBRDD
               WHEN "CBCRED03_DIAS_ATRASO"
                   MOVE WS-CFG-VALOR TO WS-DIAS-MINIMO
               WHEN "CBCRED03_INTERVALO"
                   MOVE WS-CFG-VALOR TO WS-INTERVALO
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
           MOVE "CBCRED03"        TO JL-PROGRAMA
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
           MOVE "CBCRED03"        TO JL-PROGRAMA
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
      * =====> SEM CREDIARIO AINDA (NENHUMA VENDA A PRAZO) A SELECAO
      * =====> SAI VAZIA E A FILA SEGUE
           OPEN OUTPUT COBRFL
           IF  FS-COBR-OK
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DA SELECAO DE COBRANCA FALHOU='
                   FS-COBR "  " COBRDD
               GO TO EXIT-PARA
           END-IF.
           OPEN I-O CREDFL
           IF  FS-CRED-OK
               MOVE "S" TO WS-CRED-ABERTO
           ELSE
               DISPLAY 'ARQUIVO DO CREDIARIO INDISPONIVEL ST='
                   FS-CRED "  " CREDDD
               DISPLAY 'NENHUMA VENDA A PRAZO, SELECAO VAZIA'
               MOVE "S" TO WS-FIM-CRED
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO WS-DATA-AUX.
           COMPUTE WS-DIAS-HOJE = WS-AUX-AAAA * 360
               + WS-AUX-MM * 30 + WS-AUX-DD.
       OPEN-EXIT-PARA.
           EXIT.
      *================================
      * UM CLIENTE POR VEZ: AVALIA AS PARCELAS, GRAVA A SELECAO E
      * CARIMBA AS ATRASADAS SE O CLIENTE FOR COBRADO, E SEGUE PELO
      * TELEFONE DO PROXIMO CLIENTE GUARDADO NA AVALIACAO
       PROCESS-PARA.
           MOVE ZEROS TO WS-FONE-PROX.
           PERFORM TRATA-CLIENTE THRU TRATA-CLIENTE-FIM
               UNTIL E-FIM-CRED.
       PROCESS-EXIT-PARA.
           EXIT.

       TRATA-CLIENTE.
           MOVE WS-FONE-PROX TO CR-FONE.
           MOVE ZEROS        TO CR-CONTRATO CR-PARCELA.
           START CREDFL KEY IS NOT LESS THAN CR-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-CRED
                   GO TO TRATA-CLIENTE-FIM
           END-START.
           READ CREDFL NEXT
               AT END
                   MOVE "S" TO WS-FIM-CRED
                   GO TO TRATA-CLIENTE-FIM
           END-READ.
           ADD 1 TO CLIENTES.
           MOVE CR-FONE TO WS-FONE-CLI.
           MOVE ZEROS   TO WS-CLI-QTD WS-CLI-VALOR WS-CLI-VENC
                           WS-CLI-DIAS.
           MOVE "N"     TO WS-COBRAR WS-FIM-CLIENTE.
           PERFORM AVALIA-PARCELA THRU AVALIA-PARCELA-FIM.
           PERFORM PROXIMA-PARCELA THRU PROXIMA-PARCELA-FIM
               UNTIL E-FIM-CLIENTE.
           IF  WS-CLI-QTD = ZEROS
               GO TO TRATA-CLIENTE-FIM
           END-IF.
           ADD 1 TO ATRASADOS.
           IF  NOT E-COBRAR
               ADD 1 TO JA-COBRADOS
               GO TO TRATA-CLIENTE-FIM
           END-IF.
           MOVE SPACES          TO COBRANCA-REC.
           MOVE WS-FONE-CLI     TO CB-FONE.
           MOVE WS-CLI-QTD      TO CB-QTD-PARCELAS.
           MOVE WS-CLI-VALOR    TO CB-VALOR-ATRASO.
           MOVE WS-CLI-VENC     TO CB-VENC-ANTIGO.
           MOVE WS-CLI-DIAS     TO CB-DIAS-ATRASO.
           WRITE COBRANCA-REC.
           ADD 1 TO SELECIONADOS.
           ADD WS-CLI-VALOR TO WS-TOT-SELEC.
           PERFORM CARIMBA-CLIENTE THRU CARIMBA-CLIENTE-FIM.
       TRATA-CLIENTE-FIM.
           EXIT.

      *================================
      * LE A PROXIMA PARCELA; NO TELEFONE SEGUINTE GUARDA O PROXIMO
      * CLIENTE E ENCERRA O CORRENTE
       PROXIMA-PARCELA.
           READ CREDFL NEXT
               AT END
                   MOVE "S" TO WS-FIM-CRED WS-FIM-CLIENTE
                   GO TO PROXIMA-PARCELA-FIM
           END-READ.
           IF  CR-FONE NOT = WS-FONE-CLI
               MOVE CR-FONE TO WS-FONE-PROX
               MOVE "S"     TO WS-FIM-CLIENTE
               GO TO PROXIMA-PARCELA-FIM
           END-IF.
           PERFORM AVALIA-PARCELA THRU AVALIA-PARCELA-FIM.
       PROXIMA-PARCELA-FIM.
           EXIT.

      *================================
      * PARCELA EM ABERTO COM ATRASO DE PELO MENOS WS-DIAS-MINIMO
      * ENTRA NA SITUACAO DO CLIENTE; SE NUNCA FOI COBRADA, OU FOI
      * HA WS-INTERVALO DIAS OU MAIS, O CLIENTE RECEBE CARTA
       AVALIA-PARCELA.
           ADD 1 TO READ-COUNT.
           PERFORM CALCULA-ATRASO THRU CALCULA-ATRASO-FIM.
           IF  NOT PARC-ATRASADA
               GO TO AVALIA-PARCELA-FIM
           END-IF.
           ADD 1 TO WS-CLI-QTD.
           COMPUTE WS-CLI-VALOR = WS-CLI-VALOR
               + CR-VALOR-PARCELA - CR-VALOR-PAGO.
           IF  WS-CLI-VENC = ZEROS OR CR-VENCIMENTO < WS-CLI-VENC
               MOVE CR-VENCIMENTO  TO WS-CLI-VENC
               MOVE WS-DIAS-ATRASO TO WS-CLI-DIAS
           END-IF.
           IF  CR-ULT-COBRANCA = ZEROS
               MOVE "S" TO WS-COBRAR
           ELSE
               MOVE CR-ULT-COBRANCA TO WS-DATA-AUX
               COMPUTE WS-DIAS-COBR = WS-AUX-AAAA * 360
                   + WS-AUX-MM * 30 + WS-AUX-DD
               IF  WS-DIAS-HOJE - WS-DIAS-COBR >= WS-INTERVALO
                   MOVE "S" TO WS-COBRAR
               END-IF
           END-IF.
       AVALIA-PARCELA-FIM.
           EXIT.

      *================================
      * DIAS COMERCIAIS DE ATRASO DA PARCELA CORRENTE; PARC-ATRASADA
      * QUANDO ESTA EM ABERTO E PASSOU DO ATRASO MINIMO
       CALCULA-ATRASO.
           MOVE "N"   TO WS-PARC-ATRASADA.
           MOVE ZEROS TO WS-DIAS-ATRASO.
           IF  CR-QUITADA OR CR-VENCIMENTO NOT < WS-DATA-HOJE
               GO TO CALCULA-ATRASO-FIM
           END-IF.
           MOVE CR-VENCIMENTO TO WS-DATA-AUX.
           COMPUTE WS-DIAS-AUX = WS-AUX-AAAA * 360
               + WS-AUX-MM * 30 + WS-AUX-DD.
           IF  WS-DIAS-HOJE > WS-DIAS-AUX
               COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-AUX
           END-IF.
           IF  WS-DIAS-ATRASO >= WS-DIAS-MINIMO
               AND WS-DIAS-ATRASO > ZEROS
               MOVE "S" TO WS-PARC-ATRASADA
           END-IF.
       CALCULA-ATRASO-FIM.
           EXIT.

      *================================
      * CARIMBA A DATA DA CARTA NAS PARCELAS ATRASADAS DO CLIENTE
      * COBRADO, RELENDO O CLIENTE DESDE A PRIMEIRA PARCELA
       CARIMBA-CLIENTE.
           MOVE WS-FONE-CLI TO CR-FONE.
           MOVE ZEROS       TO CR-CONTRATO CR-PARCELA.
           MOVE "N"         TO WS-FIM-CLIENTE.
           START CREDFL KEY IS NOT LESS THAN CR-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-CLIENTE
           END-START.
           PERFORM CARIMBA-PARCELA THRU CARIMBA-PARCELA-FIM
               UNTIL E-FIM-CLIENTE.
       CARIMBA-CLIENTE-FIM.
           EXIT.

       CARIMBA-PARCELA.
           READ CREDFL NEXT
               AT END
                   MOVE "S" TO WS-FIM-CLIENTE
                   GO TO CARIMBA-PARCELA-FIM
           END-READ.
           IF  CR-FONE NOT = WS-FONE-CLI
               MOVE "S" TO WS-FIM-CLIENTE
               GO TO CARIMBA-PARCELA-FIM
           END-IF.
           PERFORM CALCULA-ATRASO THRU CALCULA-ATRASO-FIM.
           IF  NOT PARC-ATRASADA
               GO TO CARIMBA-PARCELA-FIM
           END-IF.
           MOVE WS-DATA-HOJE TO CR-ULT-COBRANCA.
           REWRITE CREDIARIO-REC
               INVALID KEY
                   DISPLAY "ERRO AO CARIMBAR A PARCELA ST=" FS-CRED
                       " FONE " CR-FONE " CONTRATO " CR-CONTRATO
                       " PARCELA " CR-PARCELA
                   MOVE "ERRO" TO WS-JOB-STATUS
               NOT INVALID KEY
                   ADD 1 TO CARIMBADAS
           END-REWRITE.
       CARIMBA-PARCELA-FIM.
           EXIT.
      *================================
       CLOSE-PARA.
           CLOSE COBRFL.
           IF  CRED-ABERTO
               CLOSE CREDFL
           END-IF.
           DISPLAY "================================================"
           DISPLAY "PARCELAS LIDAS           : " READ-COUNT
           DISPLAY "CLIENTES NO CREDIARIO    : " CLIENTES
           DISPLAY "CLIENTES EM ATRASO       : " ATRASADOS
           DISPLAY "COBRADOS HA MENOS DE " WS-INTERVALO " DIAS: "
               JA-COBRADOS
           DISPLAY "SELECIONADOS PARA CARTA  : " SELECIONADOS
           DISPLAY "PARCELAS CARIMBADAS      : " CARIMBADAS
           MOVE WS-TOT-SELEC TO WS-VALOR-ED
           DISPLAY "SALDO ATRASADO COBRADO   : " WS-VALOR-ED
           DISPLAY "================================================".
       CLOSE-EXIT-PARA.
           EXIT.

      *=================  FIM ======
       EXIT-PARA.
           MOVE "ERRO" TO WS-JOB-STATUS
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           DISPLAY 'FIM CBCRED03 (ABORTADO) ...'
           EXIT PROGRAM.
