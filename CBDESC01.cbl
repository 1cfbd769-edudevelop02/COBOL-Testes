       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBDESC01.
      *
      ****************************************************************
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Manutencao dos descontos parcelados em folha dos
      *          funcionarios (cbDESCONTOS.IDX, layout DESCREC), no
      *          padrao de tela cheia do cbaula72: inclusao de
      *          adiantamento salarial, emprestimo consignado ou
      *          outro desconto com o valor, o numero de parcelas e
      *          o mes da primeira parcela; consulta dos descontos
      *          do funcionario com saldo, parcelas restantes e o
      *          que ficou para tras; cancelamento de desconto
      *          lancado errado. A folha mensal do cbaula72 desconta
      *          as parcelas a partir daqui, aposentando o caderno
      *          de controle dos descontos.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---> arquivo indexado dos descontos parcelados
           SELECT DESCFL ASSIGN TO DESCDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-CHAVE
               FILE STATUS IS FS-DESC.
      *---> arquivo indexado de funcionarios (mesmo do cbaula72)
           SELECT EMPFL ASSIGN TO EMPDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS FS-EMP.
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
      *  TAMANHO DO REGISTRO = 151 CARACTERES SEM TERMINADOR FISICO
       FD DESCFL.
           COPY DESCREC.
      *
       FD EMPFL.
           COPY EMPREC.
      *
       FD  JOBLOGFL.
           COPY JOBLOG.
      *
       FD  CONFIGFL.
           COPY CONFIGCFG.
      *
       WORKING-STORAGE SECTION.
       01  DESCDD            PIC X(30) VALUE "./cbDESCONTOS.IDX".

       01  EMPDD             PIC X(30) VALUE "cbAULA72IDX.IDX".

       01  FS-DESC           PIC X(02) VALUE SPACES.
           88  FS-DESC-OK         VALUE IS "00".
           88  FS-DESC-EOF        VALUE IS "10".
           88  FS-DESC-NAO-EXISTE VALUE IS "35".

       01  FS-EMP            PIC X(02) VALUE SPACES.
           88  FS-EMP-OK     VALUE IS "00".

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

      *---> CAMPOS DA TELA DO DESCONTO
       01  WS-EMP-ID-INF     PIC X(05) VALUE SPACES.
       01  WS-NUMERO-INF     PIC 9(03) VALUE ZEROS.
       01  WS-TIPO-INF       PIC X(01) VALUE SPACE.
       01  WS-DESCR-INF      PIC X(30) VALUE SPACES.
       01  WS-VALOR-INF      PIC 9(07)V99 VALUE ZEROS.
       01  WS-PARCELAS-INF   PIC 9(03) VALUE ZEROS.
       01  WS-INICIO-INF     PIC 9(06) VALUE ZEROS.
       01  WS-INICIO-DET REDEFINES WS-INICIO-INF.
           05  WS-INI-AAAA   PIC 9(04).
           05  WS-INI-MM     PIC 9(02).

       01  WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.

      *---> MAIOR NUMERO DE DESCONTO JA USADO PELO FUNCIONARIO
       77  WS-ULT-NUMERO     PIC 9(03) VALUE ZEROS.

      *---> TOTAIS DA CONSULTA DO FUNCIONARIO
       77  WS-QTD-LISTA      PIC 9(03) VALUE ZEROS.
       77  WS-TOT-SALDO      PIC 9(07)V99 VALUE ZEROS.
       01  WS-FIM-LISTA      PIC X     VALUE "N".
           88  E-FIM-LISTA   VALUE "S".

       01  WS-LIN-DESC.
           05  WS-LD-NUMERO  PIC 9(03).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  WS-LD-TIPO    PIC X(01).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  WS-LD-SIT     PIC X(01).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  WS-LD-DESCR   PIC X(30).
           05  FILLER        PIC X(07) VALUE " ORIG. ".
           05  WS-LD-ORIGINAL PIC Z(06)9.99.
           05  FILLER        PIC X(07) VALUE " SALDO ".
           05  WS-LD-SALDO   PIC Z(06)9.99.
           05  FILLER        PIC X(07) VALUE " PARC. ".
           05  WS-LD-REST    PIC ZZ9.
           05  FILLER        PIC X(01) VALUE "/".
           05  WS-LD-QTD     PIC ZZ9.
           05  FILLER        PIC X(09) VALUE " ATRASO ".
           05  WS-LD-ATRASO  PIC Z(06)9.99.

      *---> CONTROLES DA TELA CHEIA (MESMO PADRAO DO cbaula72)
       01  WS-MODULO.
           05 FILLER PIC X(30) VALUE
               "v1.00 DESCONTOS EM FOLHA -".
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
           05 LINE 06 COLUMN 15 VALUE "1 - INCLUIR DESCONTO".
           05 LINE 07 COLUMN 15 VALUE "2 - CONSULTAR FUNCIONARIO".
           05 LINE 08 COLUMN 15 VALUE "3 - CANCELAR DESCONTO".
           05 LINE 09 COLUMN 15 VALUE "0 - SAIR".
           05 LINE 11 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 11 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-DESC.
           05 SS-DESC-FUNC FOREGROUND-COLOR 2.
               10 LINE 08 COLUMN 10 VALUE "FUNCIONARIO :".
               10 COLUMN PLUS 2 PIC X(05) USING WS-EMP-ID-INF.
           05 SS-DESC-NUMERO FOREGROUND-COLOR 2.
               10 LINE 09 COLUMN 10 VALUE "NUMERO      :".
               10 COLUMN PLUS 2 PIC 9(03) USING WS-NUMERO-INF
                  BLANK WHEN ZEROS.
           05 SS-DESC-DADOS.
               10 LINE 10 COLUMN 10 VALUE "TIPO (A/E/O):".
               10 COLUMN PLUS 2 PIC X(01) USING WS-TIPO-INF.
               10 COLUMN PLUS 2
                  VALUE "(A=ADIANTAMENTO E=EMPRESTIMO O=OUTROS)".
               10 LINE 11 COLUMN 10 VALUE "DESCRICAO   :".
               10 COLUMN PLUS 2 PIC X(30) USING WS-DESCR-INF.
               10 LINE 12 COLUMN 10 VALUE "VALOR       :".
               10 COLUMN PLUS 2 PIC Z(06)9.99 USING WS-VALOR-INF.
               10 LINE 13 COLUMN 10 VALUE "PARCELAS    :".
               10 COLUMN PLUS 2 PIC 9(03) USING WS-PARCELAS-INF
                  BLANK WHEN ZEROS.
               10 LINE 14 COLUMN 10 VALUE "1a PARCELA  :".
               10 COLUMN PLUS 2 PIC 9(06) USING WS-INICIO-INF
                  BLANK WHEN ZEROS.
               10 COLUMN PLUS 2 VALUE "(AAAAMM, BRANCO = MES ATUAL)".

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.
      *
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CBDESC01 - DESCONTOS PARCELADOS EM FOLHA"
      *====> LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO (SE EXISTIR)
           PERFORM LE-CONFIG THRU LE-CONFIG-FIM
           PERFORM OBTEM-OPERADOR THRU OBTEM-OPERADOR-FIM
      *====> PEGA ARGUMENTOS DE ENTRADA DA LINHA DE COMANDO SE HOUVER
           ACCEPT args-cmd-linex   FROM COMMAND-LINE.
           IF  args-cmd-linex  NOT = SPACES
               UNSTRING args-cmd-linex DELIMITED BY SPACE
               INTO  DESCDD  EMPDD.
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
           DISPLAY 'FIM CBDESC01 ...'
           STOP RUN.
      *================================
      * LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO ./cobol.cfg, SE
      * EXISTIR, E APLICA OS PARAMETROS DESTE PROGRAMA (DESCFILE E
      * EMPFILE)
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
               WHEN "DESCFILE"
                   MOVE WS-CFG-VALOR TO DESCDD
               WHEN "EMPFILE"
                   MOVE WS-CFG-VALOR TO EMPDD
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
           MOVE "CBDESC01"        TO JL-PROGRAMA
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
           MOVE "CBDESC01"        TO JL-PROGRAMA
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
           OPEN I-O DESCFL
           IF  FS-DESC-OK
               GO TO OPEN-EMP-PARA
           END-IF.
           IF  FS-DESC-NAO-EXISTE
               DISPLAY "ARQUIVO DE DESCONTOS NAO EXISTE, CRIANDO"
               OPEN OUTPUT DESCFL
               CLOSE DESCFL
               OPEN I-O DESCFL
           END-IF.
           IF  FS-DESC-OK
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO ARQUIVO DE DESCONTOS FALHOU='
                   FS-DESC "  " DESCDD
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
               CLOSE DESCFL
               GO TO EXIT-PARA
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
                   PERFORM INCLUI-DESC    THRU INCLUI-DESC-FIM
               WHEN "2"
                   PERFORM CONSULTA-DESC  THRU CONSULTA-DESC-FIM
               WHEN "3"
                   PERFORM CANCELA-DESC   THRU CANCELA-DESC-FIM
               WHEN "0"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       EXIBE-MENU-FIM.
           EXIT.
      *===================================
      * INCLUSAO EM TELA CHEIA: FUNCIONARIO VALIDADO NO ARQUIVO (E
      * NAO DESLIGADO), TIPO A/E/O, VALOR E PARCELAS INFORMADOS E
      * MES DA 1a PARCELA POSSIVEL; O NUMERO E O PROXIMO LIVRE DO
      * FUNCIONARIO E A PARCELA E O VALOR DIVIDIDO PELAS PARCELAS
      * (A ULTIMA LEVA O ARREDONDAMENTO)
       INCLUI-DESC.
           MOVE "INCLUSAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
       INCLUI-DESC-LOOP.
           MOVE SPACES TO WS-EMP-ID-INF WS-TIPO-INF WS-DESCR-INF.
           MOVE ZEROS  TO WS-NUMERO-INF WS-VALOR-INF WS-PARCELAS-INF
                          WS-INICIO-INF.
           DISPLAY SS-TELA-DESC.
           ACCEPT SS-DESC-FUNC.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO INCLUI-DESC-FIM
           END-IF
           ACCEPT SS-DESC-DADOS.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO INCLUI-DESC-FIM
           END-IF
           IF WS-EMP-ID-INF = SPACES
               MOVE "FAVOR INFORMAR O FUNCIONARIO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-DESC-LOOP
           END-IF
           MOVE WS-EMP-ID-INF TO EMP-ID
           READ EMPFL
               KEY IS EMP-ID
               INVALID KEY
                   MOVE "FUNCIONARIO NAO ENCONTRADO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO INCLUI-DESC-LOOP
           END-READ
           IF EMP-DESLIGADO
               MOVE "FUNCIONARIO DESLIGADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-DESC-LOOP
           END-IF
           IF WS-TIPO-INF = "a" OR "e" OR "o"
               INSPECT WS-TIPO-INF CONVERTING "aeo" TO "AEO"
           END-IF
           IF WS-TIPO-INF NOT = "A" AND WS-TIPO-INF NOT = "E"
               AND WS-TIPO-INF NOT = "O"
               MOVE "TIPO DEVE SER A, E OU O" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-DESC-LOOP
           END-IF
           IF WS-VALOR-INF = ZEROS
               MOVE "FAVOR INFORMAR O VALOR" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-DESC-LOOP
           END-IF
           IF WS-PARCELAS-INF = ZEROS
               MOVE "FAVOR INFORMAR AS PARCELAS" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-DESC-LOOP
           END-IF
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           IF WS-INICIO-INF = ZEROS
               MOVE WS-DATA-HOJE(1:6) TO WS-INICIO-INF
           END-IF
           IF WS-INI-MM < 01 OR WS-INI-MM > 12
               MOVE "MES DA 1a PARCELA IMPOSSIVEL" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-DESC-LOOP
           END-IF
           PERFORM PROXIMO-NUMERO THRU PROXIMO-NUMERO-FIM
           IF WS-ULT-NUMERO >= 999
               MOVE "FUNCIONARIO SEM NUMERO DE DESCONTO LIVRE"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-DESC-LOOP
           END-IF
           MOVE SPACES          TO DESCONTO-REC
           MOVE WS-EMP-ID-INF   TO DS-EMP-ID
           COMPUTE DS-NUMERO = WS-ULT-NUMERO + 1
           MOVE WS-TIPO-INF     TO DS-TIPO
           MOVE WS-DESCR-INF    TO DS-DESCRICAO
           MOVE "A"             TO DS-SITUACAO
           MOVE WS-VALOR-INF    TO DS-VALOR-ORIGINAL DS-SALDO
           MOVE WS-PARCELAS-INF TO DS-QTD-PARCELAS DS-PARCELAS-REST
           COMPUTE DS-VALOR-PARCELA = WS-VALOR-INF / WS-PARCELAS-INF
           MOVE WS-INICIO-INF   TO DS-INICIO
           MOVE ZEROS           TO DS-ATRASO DS-ULT-PERIODO
                                   DS-ULT-VALOR DS-ANT-SALDO
                                   DS-ANT-PARCELAS DS-ANT-ATRASO
           MOVE "A"             TO DS-ANT-SITUACAO
           MOVE WS-DATA-HOJE    TO DS-DATA-LANC
           MOVE WS-OPERADOR     TO DS-OPERADOR
           MOVE DS-NUMERO       TO WS-NUMERO-INF
           WRITE DESCONTO-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR O DESCONTO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
               NOT INVALID KEY
                   ADD 1 TO WRITE-COUNT
                   DISPLAY SS-DESC-NUMERO
                   MOVE "DESCONTO INCLUIDO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-WRITE.
           GO INCLUI-DESC-LOOP.
       INCLUI-DESC-FIM.
           EXIT.

      * MAIOR NUMERO DE DESCONTO JA USADO PELO FUNCIONARIO (ZEROS SE
      * ELE AINDA NAO TEM NENHUM)
       PROXIMO-NUMERO.
           MOVE ZEROS TO WS-ULT-NUMERO.
           MOVE "N"   TO WS-FIM-LISTA.
           MOVE WS-EMP-ID-INF TO DS-EMP-ID.
           MOVE ZEROS         TO DS-NUMERO.
           START DESCFL KEY IS NOT LESS THAN DS-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
           END-START.
           PERFORM PROXIMO-NUMERO-LOOP THRU PROXIMO-NUMERO-LOOP-FIM
               UNTIL E-FIM-LISTA.
       PROXIMO-NUMERO-FIM.
           EXIT.

       PROXIMO-NUMERO-LOOP.
           READ DESCFL NEXT
               AT END
                   MOVE "S" TO WS-FIM-LISTA
               NOT AT END
                   IF  DS-EMP-ID NOT = WS-EMP-ID-INF
                       MOVE "S" TO WS-FIM-LISTA
                   ELSE
                       MOVE DS-NUMERO TO WS-ULT-NUMERO
                   END-IF
           END-READ.
       PROXIMO-NUMERO-LOOP-FIM.
           EXIT.
      *===================================
      * CONSULTA: LISTA NO CONSOLE OS DESCONTOS DO FUNCIONARIO, COM
      * O SALDO TOTAL EM ABERTO
       CONSULTA-DESC.
           MOVE "CONSULTA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO WS-EMP-ID-INF WS-TIPO-INF WS-DESCR-INF.
           MOVE ZEROS  TO WS-NUMERO-INF WS-VALOR-INF WS-PARCELAS-INF
                          WS-INICIO-INF.
           DISPLAY SS-TELA-DESC.
           ACCEPT SS-DESC-FUNC.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO CONSULTA-DESC-FIM
           END-IF
           MOVE ZEROS TO WS-QTD-LISTA WS-TOT-SALDO.
           MOVE "N"   TO WS-FIM-LISTA.
           MOVE WS-EMP-ID-INF TO DS-EMP-ID.
           MOVE ZEROS         TO DS-NUMERO.
           START DESCFL KEY IS NOT LESS THAN DS-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA
           END-START.
           DISPLAY "DESCONTOS DE " WS-EMP-ID-INF
               " (SITUACAO A=ATIVO Q=QUITADO C=CANCELADO) :"
           PERFORM LISTA-DESC THRU LISTA-DESC-FIM
               UNTIL E-FIM-LISTA.
           DISPLAY "DESCONTOS LISTADOS  : " WS-QTD-LISTA.
           DISPLAY "SALDO ATIVO A PAGAR : " WS-TOT-SALDO.
           MOVE "PRESSIONE ENTER" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       CONSULTA-DESC-FIM.
           EXIT.

       LISTA-DESC.
           READ DESCFL NEXT
               AT END
                   MOVE "S" TO WS-FIM-LISTA
               NOT AT END
                   IF  DS-EMP-ID NOT = WS-EMP-ID-INF
                       MOVE "S" TO WS-FIM-LISTA
                   ELSE
                       ADD 1 TO WS-QTD-LISTA
                       IF  DS-ATIVO
                           ADD DS-SALDO TO WS-TOT-SALDO
                       END-IF
                       PERFORM MOSTRA-DESC THRU MOSTRA-DESC-FIM
                   END-IF
           END-READ.
       LISTA-DESC-FIM.
           EXIT.

       MOSTRA-DESC.
           MOVE DS-NUMERO         TO WS-LD-NUMERO.
           MOVE DS-TIPO           TO WS-LD-TIPO.
           MOVE DS-SITUACAO       TO WS-LD-SIT.
           MOVE DS-DESCRICAO      TO WS-LD-DESCR.
           MOVE DS-VALOR-ORIGINAL TO WS-LD-ORIGINAL.
           MOVE DS-SALDO          TO WS-LD-SALDO.
           MOVE DS-PARCELAS-REST  TO WS-LD-REST.
           MOVE DS-QTD-PARCELAS   TO WS-LD-QTD.
           MOVE DS-ATRASO         TO WS-LD-ATRASO.
           DISPLAY WS-LIN-DESC.
       MOSTRA-DESC-FIM.
           EXIT.
      *===================================
      * CANCELAMENTO DE DESCONTO LANCADO ERRADO: PELA CHAVE
      * FUNCIONARIO + NUMERO, SO DESCONTO ATIVO, COM CONFIRMACAO. O
      * REGISTRO FICA (CANCELADO) PARA O HISTORICO DO QUE JA FOI
      * DESCONTADO
       CANCELA-DESC.
           MOVE "CANCELAMENTO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO WS-EMP-ID-INF WS-TIPO-INF WS-DESCR-INF.
           MOVE ZEROS  TO WS-NUMERO-INF WS-VALOR-INF WS-PARCELAS-INF
                          WS-INICIO-INF.
           DISPLAY SS-TELA-DESC.
           ACCEPT SS-DESC-FUNC.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO CANCELA-DESC-FIM
           END-IF
           ACCEPT SS-DESC-NUMERO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO CANCELA-DESC-FIM
           END-IF
           MOVE WS-EMP-ID-INF TO DS-EMP-ID.
           MOVE WS-NUMERO-INF TO DS-NUMERO.
           READ DESCFL
               INVALID KEY
                   MOVE "DESCONTO NAO ENCONTRADO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO CANCELA-DESC-FIM
           END-READ.
           PERFORM MOSTRA-DESC THRU MOSTRA-DESC-FIM.
           IF NOT DS-ATIVO
               MOVE "DESCONTO NAO ESTA ATIVO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CANCELA-DESC-FIM
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA O CANCELAMENTO DO DESCONTO (S/N)?"
               TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO CANCELA-DESC-FIM
           END-IF
           MOVE "C" TO DS-SITUACAO.
           REWRITE DESCONTO-REC
               INVALID KEY
                   MOVE "ERRO AO CANCELAR" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
               NOT INVALID KEY
                   MOVE "DESCONTO CANCELADO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-REWRITE.
       CANCELA-DESC-FIM.
           EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       MOSTRA-ERRO.
           DISPLAY SS-ERRO
           ACCEPT SS-ERRO
           DISPLAY SS-STATUS.

       CLOSE-PARA.
           CLOSE DESCFL EMPFL.
       CLOSE-EXIT-PARA.
           EXIT.

      *=================  FIM ======
       EXIT-PARA.
           MOVE "ERRO" TO WS-JOB-STATUS
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           DISPLAY 'FIM CBDESC01 (ABORTADO) ...'
           EXIT PROGRAM.
