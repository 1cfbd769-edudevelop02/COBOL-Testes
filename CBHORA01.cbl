       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBHORA01.
      *
      ****************************************************************
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Manutencao da folha de ponto dos funcionarios
      *          (cbHORAS.IDX, layout HORAREC), no padrao de tela
      *          cheia do cbaula72: lancamento por funcionario e
      *          data das horas normais e das horas extras a 50% e
      *          a 100%, consulta do ponto do funcionario com os
      *          totais e exclusao de lancamento errado. O
      *          funcionario e validado no arquivo de funcionarios
      *          (desligado nao lanca), a data nao pode cair dentro
      *          de uma ausencia do CBAUS01 (cbAUSENCIAS.IDX) nem
      *          num periodo da folha ja fechado. A folha mensal do
      *          cbaula72 paga as horas extras do mes a partir
      *          daqui, aposentando a conta de calculadora depois
      *          da rodada.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---> arquivo indexado da folha de ponto
           SELECT HORAFL ASSIGN TO HORADD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-CHAVE
               FILE STATUS IS FS-HORA.
      *---> arquivo indexado de funcionarios (mesmo do cbaula72)
           SELECT EMPFL ASSIGN TO EMPDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS FS-EMP.
      *---> arquivo indexado de ausencias (CBAUS01)
           SELECT AUSFL ASSIGN TO AUSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-CHAVE
               FILE STATUS IS FS-AUS.
      *---> controle dos periodos da folha (cbaula72)
           SELECT FOLHAPERFL ASSIGN TO FOLHAPERDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-PERIODO
               FILE STATUS IS FS-FOLHAPER.
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
      *  TAMANHO DO REGISTRO = 51 CARACTERES SEM TERMINADOR FISICO
       FD HORAFL.
           COPY HORAREC.
      *
       FD EMPFL.
           COPY EMPREC.
      *
       FD AUSFL.
           COPY AUSREC.
      *
       FD FOLHAPERFL.
           COPY FOLHAPER.
      *
       FD  JOBLOGFL.
           COPY JOBLOG.
      *
       FD  CONFIGFL.
           COPY CONFIGCFG.
      *
       WORKING-STORAGE SECTION.
       01  HORADD            PIC X(30) VALUE "./cbHORAS.IDX".

       01  EMPDD             PIC X(30) VALUE "cbAULA72IDX.IDX".

       01  AUSDD             PIC X(30) VALUE "./cbAUSENCIAS.IDX".

       01  FOLHAPERDD        PIC X(30) VALUE "./cbFOLHAPER.IDX".

       01  FS-HORA           PIC X(02) VALUE SPACES.
           88  FS-HORA-OK         VALUE IS "00".
           88  FS-HORA-EOF        VALUE IS "10".
           88  FS-HORA-NAO-EXISTE VALUE IS "35".

       01  FS-EMP            PIC X(02) VALUE SPACES.
           88  FS-EMP-OK     VALUE IS "00".

       01  FS-AUS            PIC X(02) VALUE SPACES.
           88  FS-AUS-OK     VALUE IS "00".

       01  FS-FOLHAPER       PIC X(02) VALUE SPACES.
           88  FS-FOLHAPER-OK VALUE IS "00".

      *---> AUSENCIAS E PERIODOS SAO SO CONSULTADOS; SEM ELES NO
      *---> LUGAR NAO HA AUSENCIA NEM PERIODO FECHADO A CRITICAR
       77  WS-AUS-DISPON     PIC X     VALUE "N".
           88  AUS-DISPONIVEL VALUE "S".
       77  WS-PER-DISPON     PIC X     VALUE "N".
           88  PER-DISPONIVEL VALUE "S".

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

      *---> CAMPOS DA TELA DO PONTO
       01  WS-EMP-ID-INF     PIC X(05) VALUE SPACES.
       01  WS-DATA-INF       PIC 9(08) VALUE ZEROS.
       01  WS-HN-INF         PIC 9(02)V99 VALUE ZEROS.
       01  WS-H50-INF        PIC 9(02)V99 VALUE ZEROS.
       01  WS-H100-INF       PIC 9(02)V99 VALUE ZEROS.
       77  WS-HORAS-DIA      PIC 9(03)V99 VALUE ZEROS.

       01  WS-DATA-DET.
           05  WS-DT-AAAA    PIC 9(04).
           05  WS-DT-MM      PIC 9(02).
           05  WS-DT-DD      PIC 9(02).

      *---> TOTAIS DA CONSULTA DO FUNCIONARIO
       77  WS-QTD-LISTA      PIC 9(03) VALUE ZEROS.
       77  WS-TOT-NORMAIS    PIC 9(05)V99 VALUE ZEROS.
       77  WS-TOT-50         PIC 9(05)V99 VALUE ZEROS.
       77  WS-TOT-100        PIC 9(05)V99 VALUE ZEROS.
       01  WS-FIM-LISTA      PIC X     VALUE "N".
           88  E-FIM-LISTA   VALUE "S".

       01  WS-LIN-PONTO.
           05  WS-LP-DATA    PIC 9(08).
           05  FILLER        PIC X(10) VALUE "  NORMAIS ".
           05  WS-LP-NORMAIS PIC Z9.99.
           05  FILLER        PIC X(07) VALUE "  50%: ".
           05  WS-LP-50      PIC Z9.99.
           05  FILLER        PIC X(08) VALUE "  100%: ".
           05  WS-LP-100     PIC Z9.99.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  WS-LP-OPER    PIC X(08).

      *---> AUSENCIA QUE CONFLITA COM A DATA DO PONTO
       01  WS-CONFLITO       PIC X     VALUE "N".
           88  HA-CONFLITO   VALUE "S".
       01  WS-FIM-AUS        PIC X     VALUE "N".
           88  E-FIM-AUS     VALUE "S".

      *---> CONTROLES DA TELA CHEIA (MESMO PADRAO DO cbaula72)
       01  WS-MODULO.
           05 FILLER PIC X(30) VALUE
               "v1.00 FOLHA DE PONTO -".
           05 WS-OP  PIC X(20) VALUE SPACES.

       77  WS-NUML PIC 999.
       77  WS-NUMC PIC 999.
       77  COR-FUNDO  PIC 9 VALUE 1.
       77  COR-FRENTE PIC 9 VALUE 6.
       77  WS-STATUS PIC X(30).
       77  WS-MSGERRO PIC X(80).
       77  X01 PIC X.

       01  WS-OPCAO          PIC X     VALUE SPACE.
           88  E-SAI         VALUE "0".

       77  WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

       01  COUNTERS.
           05  READ-COUNT     PIC 9(02).
           05  WRITE-COUNT    PIC 9(02).

       77  XY     PIC X.

       COPY screenio.
      *
       SCREEN SECTION.
       01 SS-CLS.
           05 SS-FILLER.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL
                  BACKGROUND-COLOR COR-FUNDO.
               10 LINE WS-NUML COLUMN 01 ERASE EOL
                  BACKGROUND-COLOR COR-FUNDO.
           05 SS-CABECALHO.
               10 LINE 01 COLUMN 02 PIC X(31) FROM WS-MODULO
                  HIGHLIGHT FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.
           05 SS-STATUS.
               10 LINE WS-NUML COLUMN 2 ERASE EOL PIC X(30)
                  FROM WS-STATUS HIGHLIGHT
                  FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.

       01 SS-MENU FOREGROUND-COLOR 6.
           05 LINE 06 COLUMN 15 VALUE "1 - LANCAR PONTO".
           05 LINE 07 COLUMN 15 VALUE "2 - CONSULTAR FUNCIONARIO".
           05 LINE 08 COLUMN 15 VALUE "3 - EXCLUIR LANCAMENTO".
           05 LINE 09 COLUMN 15 VALUE "0 - SAIR".
           05 LINE 11 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 11 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-HORA.
           05 SS-HORA-CHAVE FOREGROUND-COLOR 2.
               10 LINE 08 COLUMN 10 VALUE "FUNCIONARIO  :".
               10 COLUMN PLUS 2 PIC X(05) USING WS-EMP-ID-INF.
               10 LINE 09 COLUMN 10 VALUE "DATA         :".
               10 COLUMN PLUS 2 PIC 9(08) USING WS-DATA-INF
                  BLANK WHEN ZEROS.
           05 SS-HORA-DADOS.
               10 LINE 10 COLUMN 10 VALUE "HORAS NORMAIS:".
               10 COLUMN PLUS 2 PIC Z9.99 USING WS-HN-INF.
               10 LINE 11 COLUMN 10 VALUE "EXTRAS 50%   :".
               10 COLUMN PLUS 2 PIC Z9.99 USING WS-H50-INF.
               10 LINE 12 COLUMN 10 VALUE "EXTRAS 100%  :".
               10 COLUMN PLUS 2 PIC Z9.99 USING WS-H100-INF.
               10 LINE 13 COLUMN 10
                  VALUE "(HORAS E CENTESIMOS: 7.50 = 7h30)".

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.
      *
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CBHORA01 - FOLHA DE PONTO DOS FUNCIONARIOS"
      *====> LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO (SE EXISTIR)
           PERFORM LE-CONFIG THRU LE-CONFIG-FIM
           PERFORM OBTEM-OPERADOR THRU OBTEM-OPERADOR-FIM
      *====> PEGA ARGUMENTOS DE ENTRADA DA LINHA DE COMANDO SE HOUVER
           ACCEPT args-cmd-linex   FROM COMMAND-LINE.
           IF  args-cmd-linex  NOT = SPACES
               UNSTRING args-cmd-linex DELIMITED BY SPACE
               INTO  HORADD  EMPDD.
           PERFORM REGISTRA-JOBLOG-INICIO
               THRU REGISTRA-JOBLOG-INICIO-FIM
           PERFORM OPEN-PARA      THRU OPEN-EXIT-PARA
      *====> PREPARA A TELA CHEIA (MESMO PADRAO DO cbaula72)
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'
           SET ENVIRONMENT 'ESCDELAY' TO '25'
           ACCEPT WS-NUML FROM LINES
           ACCEPT WS-NUMC FROM COLUMNS
           PERFORM PROCESS-PARA   THRU PROCESS-EXIT-PARA
           PERFORM CLOSE-PARA     THRU CLOSE-EXIT-PARA.
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           DISPLAY 'FIM CBHORA01 ...'
           STOP RUN.
      *================================
      * LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO ./cobol.cfg, SE
      * EXISTIR, E APLICA OS PARAMETROS DESTE PROGRAMA (HORASFILE,
      * EMPFILE, AUSFILE E FOLHAPERFILE)
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
               WHEN "HORASFILE"
                   MOVE WS-CFG-VALOR TO HORADD
               WHEN "EMPFILE"
                   MOVE WS-CFG-VALOR TO EMPDD
               WHEN "AUSFILE"
                   MOVE WS-CFG-VALOR TO AUSDD
               WHEN "FOLHAPERFILE"
                   MOVE WS-CFG-VALOR TO FOLHAPERDD
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
           MOVE "CBHORA01"        TO JL-PROGRAMA
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
           MOVE "X" TO FS-JOBLOG.
           OPEN EXTEND JOBLOGFL
           IF  NOT FS-JOBLOG-OK
               OPEN OUTPUT JOBLOGFL
           END-IF
           MOVE SPACES            TO JOBLOG-REC
           MOVE "CBHORA01"        TO JL-PROGRAMA
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
           INITIALIZE READ-COUNT WRITE-COUNT.
           OPEN I-O HORAFL
           IF  FS-HORA-OK
               GO TO OPEN-EMP-PARA
           END-IF.
           IF  FS-HORA-NAO-EXISTE
               DISPLAY "ARQUIVO DE PONTO NAO EXISTE, CRIANDO"
               OPEN OUTPUT HORAFL
               CLOSE HORAFL
               OPEN I-O HORAFL
           END-IF.
           IF  FS-HORA-OK
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO ARQUIVO DE PONTO FALHOU='
                   FS-HORA "  " HORADD
               GO TO EXIT-PARA
           END-IF.
       OPEN-EMP-PARA.
      * =====> ARQUIVO DE FUNCIONARIOS, PARA VALIDAR O LANCAMENTO
           OPEN INPUT EMPFL
           IF  FS-EMP-OK
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO ARQUIVO DE FUNCIONARIOS FALHOU='
                   FS-EMP "  " EMPDD
               CLOSE HORAFL
               GO TO EXIT-PARA
           END-IF.
      * =====> AUSENCIAS E PERIODOS DA FOLHA, SO PARA CRITICAR A DATA
           OPEN INPUT AUSFL
           IF  FS-AUS-OK
               MOVE "S" TO WS-AUS-DISPON
           ELSE
               DISPLAY "SEM ARQUIVO DE AUSENCIAS (" AUSDD
                   ") - DATAS NAO CONFERIDAS CONTRA AUSENCIAS"
           END-IF.
           OPEN INPUT FOLHAPERFL
           IF  FS-FOLHAPER-OK
               MOVE "S" TO WS-PER-DISPON
           END-IF.
       OPEN-EXIT-PARA.
           EXIT.
      *================================
       PROCESS-PARA.
           PERFORM EXIBE-MENU THRU EXIBE-MENU-FIM UNTIL E-SAI.
       PROCESS-EXIT-PARA.
           EXIT.
      *===================================
       EXIBE-MENU.
           MOVE "MENU" TO WS-OP
           MOVE "ESCOLHA A OPCAO" TO WS-STATUS
           MOVE SPACES TO WS-OPCAO
           DISPLAY SS-CLS
           ACCEPT SS-MENU
           IF COB-CRT-STATUS = COB-SCR-ESC
               MOVE "0" TO WS-OPCAO
           END-IF
           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM LANCA-PONTO    THRU LANCA-PONTO-FIM
               WHEN "2"
                   PERFORM CONSULTA-PONTO THRU CONSULTA-PONTO-FIM
               WHEN "3"
                   PERFORM EXCLUI-PONTO   THRU EXCLUI-PONTO-FIM
               WHEN "0"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       EXIBE-MENU-FIM.
           EXIT.
      *===================================
      * LANCAMENTO EM TELA CHEIA: FUNCIONARIO VALIDADO NO ARQUIVO,
      * DATA CRITICADA (FORA DE AUSENCIA E DE PERIODO FECHADO) E
      * HORAS DO DIA LIMITADAS A 24
       LANCA-PONTO.
           MOVE "LANCAMENTO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
       LANCA-PONTO-LOOP.
           MOVE SPACES TO WS-EMP-ID-INF.
           MOVE ZEROS  TO WS-DATA-INF WS-HN-INF WS-H50-INF
                          WS-H100-INF.
           DISPLAY SS-TELA-HORA.
           ACCEPT SS-TELA-HORA.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO LANCA-PONTO-FIM
           END-IF
           IF WS-EMP-ID-INF = SPACES
               MOVE "FAVOR INFORMAR O FUNCIONARIO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO LANCA-PONTO-LOOP
           END-IF
           MOVE WS-EMP-ID-INF TO EMP-ID
           READ EMPFL
               KEY IS EMP-ID
               INVALID KEY
                   MOVE "FUNCIONARIO NAO ENCONTRADO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO LANCA-PONTO-LOOP
           END-READ
           IF EMP-DESLIGADO
               MOVE "FUNCIONARIO DESLIGADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO LANCA-PONTO-LOOP
           END-IF
           PERFORM CRITICA-DATA THRU CRITICA-DATA-FIM
           IF WS-MSGERRO NOT = SPACES
               PERFORM MOSTRA-ERRO
               GO LANCA-PONTO-LOOP
           END-IF
           PERFORM CRITICA-HORAS THRU CRITICA-HORAS-FIM
           IF WS-MSGERRO NOT = SPACES
               PERFORM MOSTRA-ERRO
               GO LANCA-PONTO-LOOP
           END-IF
           PERFORM VERIFICA-AUSENCIA THRU VERIFICA-AUSENCIA-FIM
           IF WS-MSGERRO NOT = SPACES
               PERFORM MOSTRA-ERRO
               GO LANCA-PONTO-LOOP
           END-IF
           MOVE SPACES          TO HORA-REC
           MOVE WS-EMP-ID-INF   TO HR-EMP-ID
           MOVE WS-DATA-INF     TO HR-DATA
           MOVE WS-HN-INF       TO HR-HORAS-NORMAIS
           MOVE WS-H50-INF      TO HR-HORAS-50
           MOVE WS-H100-INF     TO HR-HORAS-100
           ACCEPT HR-DATA-LANC FROM DATE YYYYMMDD
           MOVE WS-OPERADOR     TO HR-OPERADOR
           WRITE HORA-REC
               INVALID KEY
                   MOVE "JA EXISTE PONTO NESTA DATA (EXCLUIR ANTES)"
                       TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
               NOT INVALID KEY
                   ADD 1 TO WRITE-COUNT
                   MOVE "PONTO LANCADO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-WRITE.
           GO LANCA-PONTO-LOOP.
       LANCA-PONTO-FIM.
           EXIT.

      *===================================
      * DATA AAAAMMDD POSSIVEL E FORA DE PERIODO DA FOLHA FECHADO;
      * WS-MSGERRO SAI EM BRANCO QUANDO ESTA TUDO CERTO
       CRITICA-DATA.
           MOVE SPACES TO WS-MSGERRO.
           MOVE WS-DATA-INF TO WS-DATA-DET.
           IF  WS-DT-MM < 01 OR WS-DT-MM > 12
               OR WS-DT-DD < 01 OR WS-DT-DD > 31
               MOVE "DATA IMPOSSIVEL" TO WS-MSGERRO
               GO TO CRITICA-DATA-FIM
           END-IF
           IF  NOT PER-DISPONIVEL
               GO TO CRITICA-DATA-FIM
           END-IF
           MOVE WS-DATA-INF(1:6) TO FP-PERIODO
           READ FOLHAPERFL
               KEY IS FP-PERIODO
               INVALID KEY
                   GO TO CRITICA-DATA-FIM
           END-READ
           IF  FP-FECHADO
               MOVE "PERIODO DA FOLHA FECHADO - PONTO NAO PODE MUDAR"
                   TO WS-MSGERRO
           END-IF.
       CRITICA-DATA-FIM.
           EXIT.

      * HORAS DO DIA: ALGUMA HORA LANCADA E NO MAXIMO 24 NO TOTAL
       CRITICA-HORAS.
           MOVE SPACES TO WS-MSGERRO.
           COMPUTE WS-HORAS-DIA = WS-HN-INF + WS-H50-INF + WS-H100-INF.
           IF  WS-HORAS-DIA = ZEROS
               MOVE "FAVOR INFORMAR AS HORAS DO DIA" TO WS-MSGERRO
               GO TO CRITICA-HORAS-FIM
           END-IF
           IF  WS-HORAS-DIA > 24
               MOVE "TOTAL DE HORAS DO DIA MAIOR QUE 24" TO WS-MSGERRO
           END-IF.
       CRITICA-HORAS-FIM.
           EXIT.

      * A DATA NAO PODE CAIR DENTRO DE UMA AUSENCIA DO FUNCIONARIO
      * (FERIAS OU LICENCA NAO TEM HORA TRABALHADA)
       VERIFICA-AUSENCIA.
           MOVE SPACES TO WS-MSGERRO.
           MOVE "N"    TO WS-CONFLITO WS-FIM-AUS.
           IF  NOT AUS-DISPONIVEL
               GO TO VERIFICA-AUSENCIA-FIM
           END-IF
           MOVE WS-EMP-ID-INF TO AU-EMP-ID.
           MOVE ZEROS         TO AU-DATA-INI.
           START AUSFL KEY IS NOT LESS THAN AU-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-AUS
           END-START.
           PERFORM LE-AUSENCIA THRU LE-AUSENCIA-FIM
               UNTIL E-FIM-AUS OR HA-CONFLITO.
           IF  HA-CONFLITO
               MOVE SPACES TO WS-MSGERRO
               STRING "DATA DENTRO DA AUSENCIA " DELIMITED BY SIZE
                      AU-TIPO     DELIMITED BY SIZE
                      " DE "      DELIMITED BY SIZE
                      AU-DATA-INI DELIMITED BY SIZE
                      " A "       DELIMITED BY SIZE
                      AU-DATA-FIM DELIMITED BY SIZE
                   INTO WS-MSGERRO
           END-IF.
       VERIFICA-AUSENCIA-FIM.
           EXIT.

       LE-AUSENCIA.
           READ AUSFL NEXT
               AT END
                   MOVE "S" TO WS-FIM-AUS
                   GO TO LE-AUSENCIA-FIM
           END-READ
           IF  AU-EMP-ID NOT = WS-EMP-ID-INF
               OR AU-DATA-INI > WS-DATA-INF
               MOVE "S" TO WS-FIM-AUS
               GO TO LE-AUSENCIA-FIM
           END-IF
           IF  AU-DATA-FIM NOT < WS-DATA-INF
               MOVE "S" TO WS-CONFLITO
           END-IF.
       LE-AUSENCIA-FIM.
           EXIT.
      *===================================
      * CONSULTA: LISTA NO CONSOLE O PONTO DO FUNCIONARIO A PARTIR
      * DA DATA INFORMADA (EM BRANCO = TUDO), COM OS TOTAIS
       CONSULTA-PONTO.
           MOVE "CONSULTA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO WS-EMP-ID-INF.
           MOVE ZEROS  TO WS-DATA-INF WS-HN-INF WS-H50-INF
                          WS-H100-INF.
           DISPLAY SS-TELA-HORA.
           ACCEPT SS-HORA-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO CONSULTA-PONTO-FIM
           END-IF
           MOVE ZEROS TO WS-QTD-LISTA WS-TOT-NORMAIS WS-TOT-50
                         WS-TOT-100.
           MOVE "N"   TO WS-FIM-LISTA.
           MOVE WS-EMP-ID-INF TO HR-EMP-ID.
           MOVE WS-DATA-INF   TO HR-DATA.
           START HORAFL KEY IS NOT LESS THAN HR-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
           END-START.
           DISPLAY "PONTO DE " WS-EMP-ID-INF " :"
           PERFORM LISTA-PONTO THRU LISTA-PONTO-FIM
               UNTIL E-FIM-LISTA.
           DISPLAY "LANCAMENTOS LISTADOS: " WS-QTD-LISTA.
           DISPLAY "TOTAL HORAS NORMAIS : " WS-TOT-NORMAIS.
           DISPLAY "TOTAL EXTRAS 50%    : " WS-TOT-50.
           DISPLAY "TOTAL EXTRAS 100%   : " WS-TOT-100.
           MOVE "PRESSIONE ENTER" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       CONSULTA-PONTO-FIM.
           EXIT.

       LISTA-PONTO.
           READ HORAFL NEXT
               AT END
                   MOVE "S" TO WS-FIM-LISTA
               NOT AT END
                   IF  HR-EMP-ID NOT = WS-EMP-ID-INF
                       MOVE "S" TO WS-FIM-LISTA
                   ELSE
                       ADD 1 TO WS-QTD-LISTA
                       ADD HR-HORAS-NORMAIS TO WS-TOT-NORMAIS
                       ADD HR-HORAS-50      TO WS-TOT-50
                       ADD HR-HORAS-100     TO WS-TOT-100
                       MOVE HR-DATA          TO WS-LP-DATA
                       MOVE HR-HORAS-NORMAIS TO WS-LP-NORMAIS
                       MOVE HR-HORAS-50      TO WS-LP-50
                       MOVE HR-HORAS-100     TO WS-LP-100
                       MOVE HR-OPERADOR      TO WS-LP-OPER
                       DISPLAY WS-LIN-PONTO
                   END-IF
           END-READ.
       LISTA-PONTO-FIM.
           EXIT.
      *===================================
      * EXCLUSAO DE LANCAMENTO ERRADO: PELA CHAVE FUNCIONARIO +
      * DATA, COM CONFIRMACAO; PERIODO DA FOLHA FECHADO NAO MUDA
       EXCLUI-PONTO.
           MOVE "EXCLUSAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO WS-EMP-ID-INF.
           MOVE ZEROS  TO WS-DATA-INF WS-HN-INF WS-H50-INF
                          WS-H100-INF.
           DISPLAY SS-TELA-HORA.
           ACCEPT SS-HORA-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO EXCLUI-PONTO-FIM
           END-IF
           MOVE WS-EMP-ID-INF TO HR-EMP-ID.
           MOVE WS-DATA-INF   TO HR-DATA.
           READ HORAFL
               INVALID KEY
                   MOVE "LANCAMENTO NAO ENCONTRADO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO EXCLUI-PONTO-FIM
           END-READ.
           PERFORM CRITICA-DATA THRU CRITICA-DATA-FIM.
           IF WS-MSGERRO NOT = SPACES
               PERFORM MOSTRA-ERRO
               GO EXCLUI-PONTO-FIM
           END-IF
           MOVE HR-DATA          TO WS-LP-DATA.
           MOVE HR-HORAS-NORMAIS TO WS-LP-NORMAIS.
           MOVE HR-HORAS-50      TO WS-LP-50.
           MOVE HR-HORAS-100     TO WS-LP-100.
           MOVE HR-OPERADOR      TO WS-LP-OPER.
           DISPLAY "PONTO: " WS-LIN-PONTO.
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA A EXCLUSAO DO LANCAMENTO (S/N)?"
               TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO EXCLUI-PONTO-FIM
           END-IF
           DELETE HORAFL
               INVALID KEY
                   MOVE "ERRO AO EXCLUIR" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
               NOT INVALID KEY
                   MOVE "LANCAMENTO EXCLUIDO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-DELETE.
       EXCLUI-PONTO-FIM.
           EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       MOSTRA-ERRO.
           DISPLAY SS-ERRO
           ACCEPT SS-ERRO
           DISPLAY SS-STATUS.

       CLOSE-PARA.
           CLOSE HORAFL EMPFL.
           IF  AUS-DISPONIVEL
               CLOSE AUSFL
           END-IF.
           IF  PER-DISPONIVEL
               CLOSE FOLHAPERFL
           END-IF.
       CLOSE-EXIT-PARA.
           EXIT.

      *=================  FIM ======
       EXIT-PARA.
           MOVE "ERRO" TO WS-JOB-STATUS
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           DISPLAY 'FIM CBHORA01 (ABORTADO) ...'
           EXIT PROGRAM.
