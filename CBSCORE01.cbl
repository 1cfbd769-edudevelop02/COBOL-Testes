       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSCORE01.
      *
      ****************************************************************
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Score de clientes para a selecao de campanhas, para
      *          rodar depois do cb70_read-write-SEQ (na fila, depois
      *          dos pontos de fidelidade): para cada cliente ativo
      *          de cad-clientes.dat percorre o seu historico de
      *          compras (cadcli-compras.dat/COMPRAREC) e calcula
      *          recencia (dias comerciais desde a ultima compra),
      *          frequencia (dias com compra dentro da janela de
      *          CBSCORE01_JANELA_MESES) e valor (liquido das
      *          devolucoes, dentro da mesma janela). Cada medida
      *          recebe nota de 1 a 5; a soma das notas (3 a 15) da
      *          a faixa do cliente (A = 13 a 15, B = 10 a 12,
      *          C = 7 a 9, D = 3 a 6). O arquivo de score
      *          (cadcli-score.dat/SCOREREC) e refeito inteiro a cada
      *          rodada; cliente inativo fica fora dele. A faixa e o
      *          filtro de selecao das campanhas no CADCAMP01 e no
      *          CADMALA01.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---> arquivo indexado de clientes (mesmo layout do CADCLI01)
           SELECT FILE1 ASSIGN TO INFLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-KEY
               FILE STATUS IS FS-INFL.

      *---> historico de compras do cliente (lancado pelo cb70)
           SELECT COMPRAFL ASSIGN TO COMPRADD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               FILE STATUS IS FS-COMPRA.

      *---> score dos clientes (refeito a cada rodada)
           SELECT SCOREFL ASSIGN TO SCOREDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-CHAVE
               FILE STATUS IS FS-SCORE.

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
       FD  FILE1.
           COPY CLIREC.
      *
       FD  COMPRAFL.
           COPY COMPRAREC.
      *
      *  TAMANHO DO REGISTRO = 63 CARACTERES SEM TERMINADOR FISICO
       FD  SCOREFL.
           COPY SCOREREC.
      *
       FD  JOBLOGFL.
           COPY JOBLOG.
      *
       FD  CONFIGFL.
           COPY CONFIGCFG.
      *
       WORKING-STORAGE SECTION.
       01  INFLDD            PIC X(50) VALUE "./cad-clientes.dat".

       01  FS-INFL           PIC X(02) VALUE SPACES.
           88  FS-INFL-OK    VALUE IS "00".
           88  FS-INFL-EOF   VALUE IS "10".

       01  COMPRADD          PIC X(50) VALUE "./cadcli-compras.dat".

       01  FS-COMPRA         PIC X(02) VALUE SPACES.
           88  FS-COMPRA-OK  VALUE IS "00".

       01  SCOREDD           PIC X(50) VALUE "./cadcli-score.dat".

       01  FS-SCORE          PIC X(02) VALUE SPACES.
           88  FS-SCORE-OK   VALUE IS "00".

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

       01  args-cmd-linex    PIC X(160) VALUE SPACES.

      *---> JANELA DA FREQUENCIA E DO VALOR, EM MESES CONTADOS PARA
      *---> TRAS A PARTIR DE HOJE (MESES COMERCIAIS DE 30 DIAS)
       01  WS-JANELA-MESES   PIC 9(03) VALUE 012.
       77  WS-JANELA-DIAS    PIC 9(05) VALUE ZEROS.

      *---> LIMITES DAS NOTAS DE VALOR, EM CENTAVOS NO cobol.cfg
      *---> (NOTA 2 = QUALQUER VALOR POSITIVO, NOTA 1 = NENHUM)
       01  WS-VALOR-NOTA5-9  PIC 9(09) VALUE 000500000.
       01  WS-VALOR-NOTA5    REDEFINES WS-VALOR-NOTA5-9
                             PIC 9(07)V99.
       01  WS-VALOR-NOTA4-9  PIC 9(09) VALUE 000200000.
       01  WS-VALOR-NOTA4    REDEFINES WS-VALOR-NOTA4-9
                             PIC 9(07)V99.
       01  WS-VALOR-NOTA3-9  PIC 9(09) VALUE 000050000.
       01  WS-VALOR-NOTA3    REDEFINES WS-VALOR-NOTA3-9
                             PIC 9(07)V99.

      *---> DATA DO CALCULO E CONVERSAO DE DATAS EM DIAS COMERCIAIS
      *---> (ANO DE 360 DIAS, MES DE 30), A CONTA DO CBCRED02
       01  WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01  WS-DATA-AUX       PIC 9(08).
       01  WS-DATA-AUX-R     REDEFINES WS-DATA-AUX.
           05  WS-AUX-AAAA   PIC 9(04).
           05  WS-AUX-MM     PIC 9(02).
           05  WS-AUX-DD     PIC 9(02).
       77  WS-DIAS-HOJE      PIC 9(07) VALUE ZEROS.
       77  WS-DIAS-COMPRA    PIC 9(07) VALUE ZEROS.
       77  WS-DIAS-DECORR    PIC S9(07) VALUE ZEROS.

      *---> ACUMULADORES DO CLIENTE CORRENTE
       01  WS-ULT-COMPRA     PIC 9(08) VALUE ZEROS.
       01  WS-DATA-CONTADA   PIC 9(08) VALUE ZEROS.
       77  WS-QTD-COMPRAS    PIC 9(05) VALUE ZEROS.
       77  WS-DIAS-ULT       PIC 9(05) VALUE ZEROS.
       01  WS-VALOR-JANELA   PIC S9(09)V99 VALUE ZEROS.
       01  WS-FIM-COMPRAS    PIC X     VALUE "N".
           88  E-FIM-COMPRAS VALUE "S".

      *---> CLIENTES POR FAIXA (A, B, C, D) NO RESUMO DA RODADA
       01  WS-FAIXA-TAB.
           05  WS-FAIXA-QTD  PIC 9(07) OCCURS 4 TIMES.
       77  WS-FAIXA-IX       PIC 9(01) VALUE ZEROS.

       01  COUNTERS.
           05  READ-COUNT    PIC 9(07) VALUE ZEROS.
           05  INATIVOS      PIC 9(07) VALUE ZEROS.
           05  SEM-COMPRA    PIC 9(07) VALUE ZEROS.
           05  COMPRAS-LIDAS PIC 9(07) VALUE ZEROS.
           05  WRITE-COUNT   PIC 9(07) VALUE ZEROS.
      *
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CBSCORE01 - SCORE DE CLIENTES"
      *====> LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO (SE EXISTIR)
           PERFORM LE-CONFIG THRU LE-CONFIG-FIM
           PERFORM OBTEM-OPERADOR THRU OBTEM-OPERADOR-FIM
      *====> PEGA ARGUMENTOS DE ENTRADA DA LINHA DE COMANDO SE HOUVER
      *====> (1o = CLIENTES, 2o = HISTORICO DE COMPRAS, 3o = SCORE)
           ACCEPT args-cmd-linex   FROM COMMAND-LINE.
           IF  args-cmd-linex  NOT = SPACES
               UNSTRING args-cmd-linex DELIMITED BY SPACE
                   INTO  INFLDD  COMPRADD  SCOREDD
           END-IF.
           IF  WS-JANELA-MESES = ZEROS
               MOVE 012 TO WS-JANELA-MESES
           END-IF.
           COMPUTE WS-JANELA-DIAS = WS-JANELA-MESES * 30.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO WS-DATA-AUX.
           COMPUTE WS-DIAS-HOJE = WS-AUX-AAAA * 360
               + WS-AUX-MM * 30 + WS-AUX-DD.
      *
           DISPLAY "CLIENTES             : " INFLDD
           DISPLAY "HISTORICO DE COMPRAS : " COMPRADD
           DISPLAY "SCORE                : " SCOREDD
           DISPLAY "JANELA (MESES)       : " WS-JANELA-MESES
           DISPLAY "VALOR NOTAS 5/4/3    : " WS-VALOR-NOTA5 " "
               WS-VALOR-NOTA4 " " WS-VALOR-NOTA3
           PERFORM REGISTRA-JOBLOG-INICIO
               THRU REGISTRA-JOBLOG-INICIO-FIM
           PERFORM OPEN-PARA      THRU OPEN-EXIT-PARA
           PERFORM PROCESS-PARA   THRU PROCESS-EXIT-PARA
           PERFORM CLOSE-PARA     THRU CLOSE-EXIT-PARA.
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           DISPLAY 'FIM CBSCORE01 ...'
           STOP RUN.

      *================================
      * LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO ./cobol.cfg, SE
      * EXISTIR, E APLICA OS PARAMETROS DESTE PROGRAMA (ARQUIVOS,
      * JANELA E LIMITES DAS NOTAS DE VALOR)
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
               WHEN "COMPRAFILE"
                   MOVE WS-CFG-VALOR TO COMPRADD
               WHEN "SCOREFILE"
                   MOVE WS-CFG-VALOR TO SCOREDD
               WHEN "CBSCORE01_JANELA_MESES"
                   MOVE WS-CFG-VALOR TO WS-JANELA-MESES
               WHEN "CBSCORE01_VALOR_NOTA5"
                   MOVE WS-CFG-VALOR TO WS-VALOR-NOTA5-9
               WHEN "CBSCORE01_VALOR_NOTA4"
                   MOVE WS-CFG-VALOR TO WS-VALOR-NOTA4-9
               WHEN "CBSCORE01_VALOR_NOTA3"
                   MOVE WS-CFG-VALOR TO WS-VALOR-NOTA3-9
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
           MOVE "CBSCORE01"       TO JL-PROGRAMA
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
           MOVE "CBSCORE01"       TO JL-PROGRAMA
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
           OPEN INPUT COMPRAFL
           IF  FS-COMPRA-OK
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO HISTORICO DE COMPRAS FALHOU='
                   FS-COMPRA "  " COMPRADD
               CLOSE FILE1
               GO TO EXIT-PARA
           END-IF.
      * =====> O SCORE E REFEITO INTEIRO: A RODADA DE HOJE SUBSTITUI
      * =====> A ANTERIOR
           OPEN OUTPUT SCOREFL
           IF  FS-SCORE-OK
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO ARQUIVO DE SCORE FALHOU='
                   FS-SCORE "  " SCOREDD
               CLOSE FILE1 COMPRAFL
               GO TO EXIT-PARA
           END-IF.
       OPEN-EXIT-PARA.
           EXIT.
      *================================
      * UM REGISTRO DE SCORE POR CLIENTE ATIVO, NA ORDEM DO CADASTRO
       PROCESS-PARA.
           MOVE ZEROS TO WS-FAIXA-TAB.
           MOVE LOW-VALUES TO FS-KEY.
           START FILE1 KEY IS NOT LESS THAN FS-KEY
               INVALID KEY
                   MOVE "10" TO FS-INFL
           END-START.
           PERFORM PONTUA-CLIENTE THRU PONTUA-CLIENTE-FIM
               UNTIL FS-INFL-EOF.
       PROCESS-EXIT-PARA.
           EXIT.

       PONTUA-CLIENTE.
           READ FILE1 NEXT
               AT END
                   GO TO PONTUA-CLIENTE-FIM
           END-READ.
           ADD 1 TO READ-COUNT.
           IF  FS-INATIVO
               ADD 1 TO INATIVOS
               GO TO PONTUA-CLIENTE-FIM
           END-IF.
           MOVE ZEROS TO WS-ULT-COMPRA WS-DATA-CONTADA
                         WS-QTD-COMPRAS WS-VALOR-JANELA.
           MOVE "N"   TO WS-FIM-COMPRAS.
           MOVE FS-FONE TO CP-FONE.
           MOVE ZEROS   TO CP-SEQ.
           START COMPRAFL KEY IS NOT LESS THAN CP-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-COMPRAS
           END-START.
           PERFORM SOMA-COMPRA THRU SOMA-COMPRA-FIM
               UNTIL E-FIM-COMPRAS.
           PERFORM CALCULA-NOTAS THRU CALCULA-NOTAS-FIM.
           PERFORM GRAVA-SCORE THRU GRAVA-SCORE-FIM.
       PONTUA-CLIENTE-FIM.
           EXIT.

      * -----------------------------------
      * ACUMULA UMA LINHA DO HISTORICO DO CLIENTE: A COMPRA (QTDE
      * POSITIVA) MARCA A RECENCIA E, DENTRO DA JANELA, CONTA UM DIA
      * DE FREQUENCIA; DEVOLUCAO SO ABATE O VALOR
       SOMA-COMPRA.
           READ COMPRAFL NEXT
               AT END
                   MOVE "S" TO WS-FIM-COMPRAS
                   GO TO SOMA-COMPRA-FIM
           END-READ.
           IF  CP-FONE NOT = FS-FONE
               MOVE "S" TO WS-FIM-COMPRAS
               GO TO SOMA-COMPRA-FIM
           END-IF.
           ADD 1 TO COMPRAS-LIDAS.
           IF  CP-QTDE > ZEROS AND CP-DATA > WS-ULT-COMPRA
               MOVE CP-DATA TO WS-ULT-COMPRA
           END-IF.
           MOVE CP-DATA TO WS-DATA-AUX.
           COMPUTE WS-DIAS-COMPRA = WS-AUX-AAAA * 360
               + WS-AUX-MM * 30 + WS-AUX-DD.
           COMPUTE WS-DIAS-DECORR = WS-DIAS-HOJE - WS-DIAS-COMPRA.
           IF  WS-DIAS-DECORR NOT < WS-JANELA-DIAS
               GO TO SOMA-COMPRA-FIM
           END-IF.
           COMPUTE WS-VALOR-JANELA = WS-VALOR-JANELA
               + CP-QTDE * CP-VALOR-UNIT.
           IF  CP-QTDE > ZEROS AND CP-DATA NOT = WS-DATA-CONTADA
               ADD 1 TO WS-QTD-COMPRAS
               MOVE CP-DATA TO WS-DATA-CONTADA
           END-IF.
       SOMA-COMPRA-FIM.
           EXIT.

      * -----------------------------------
      * NOTAS DE 1 A 5 E FAIXA DO CLIENTE
      * RECENCIA : ATE 30 DIAS = 5, 90 = 4, 180 = 3, 360 = 2,
      *            MAIS OU NUNCA COMPROU = 1
      * FREQUENCIA: 12 DIAS COM COMPRA OU MAIS = 5, 6 = 4, 3 = 3,
      *            1 = 2, NENHUM = 1
      * VALOR    : LIMITES CBSCORE01_VALOR_NOTA5/4/3, POSITIVO = 2,
      *            ZERO OU NEGATIVO = 1
       CALCULA-NOTAS.
           IF  WS-ULT-COMPRA = ZEROS
               ADD 1 TO SEM-COMPRA
               MOVE 99999 TO WS-DIAS-ULT
           ELSE
               MOVE WS-ULT-COMPRA TO WS-DATA-AUX
               COMPUTE WS-DIAS-COMPRA = WS-AUX-AAAA * 360
                   + WS-AUX-MM * 30 + WS-AUX-DD
               IF  WS-DIAS-COMPRA > WS-DIAS-HOJE
                   MOVE ZEROS TO WS-DIAS-ULT
               ELSE
                   COMPUTE WS-DIAS-ULT = WS-DIAS-HOJE - WS-DIAS-COMPRA
               END-IF
           END-IF.
           MOVE SPACES TO SCORE-REC.
           EVALUATE TRUE
               WHEN WS-DIAS-ULT NOT > 30
                   MOVE 5 TO SC-NOTA-REC
               WHEN WS-DIAS-ULT NOT > 90
                   MOVE 4 TO SC-NOTA-REC
               WHEN WS-DIAS-ULT NOT > 180
                   MOVE 3 TO SC-NOTA-REC
               WHEN WS-DIAS-ULT NOT > 360
                   MOVE 2 TO SC-NOTA-REC
               WHEN OTHER
                   MOVE 1 TO SC-NOTA-REC
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-QTD-COMPRAS NOT < 12
                   MOVE 5 TO SC-NOTA-FREQ
               WHEN WS-QTD-COMPRAS NOT < 6
                   MOVE 4 TO SC-NOTA-FREQ
               WHEN WS-QTD-COMPRAS NOT < 3
                   MOVE 3 TO SC-NOTA-FREQ
               WHEN WS-QTD-COMPRAS NOT < 1
                   MOVE 2 TO SC-NOTA-FREQ
               WHEN OTHER
                   MOVE 1 TO SC-NOTA-FREQ
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-VALOR-JANELA NOT < WS-VALOR-NOTA5
                   MOVE 5 TO SC-NOTA-VALOR
               WHEN WS-VALOR-JANELA NOT < WS-VALOR-NOTA4
                   MOVE 4 TO SC-NOTA-VALOR
               WHEN WS-VALOR-JANELA NOT < WS-VALOR-NOTA3
                   MOVE 3 TO SC-NOTA-VALOR
               WHEN WS-VALOR-JANELA > ZEROS
                   MOVE 2 TO SC-NOTA-VALOR
               WHEN OTHER
                   MOVE 1 TO SC-NOTA-VALOR
           END-EVALUATE.
           COMPUTE SC-PONTUACAO = SC-NOTA-REC + SC-NOTA-FREQ
               + SC-NOTA-VALOR.
           EVALUATE TRUE
               WHEN SC-PONTUACAO NOT < 13
                   MOVE "A" TO SC-FAIXA
                   MOVE 1   TO WS-FAIXA-IX
               WHEN SC-PONTUACAO NOT < 10
                   MOVE "B" TO SC-FAIXA
                   MOVE 2   TO WS-FAIXA-IX
               WHEN SC-PONTUACAO NOT < 7
                   MOVE "C" TO SC-FAIXA
                   MOVE 3   TO WS-FAIXA-IX
               WHEN OTHER
                   MOVE "D" TO SC-FAIXA
                   MOVE 4   TO WS-FAIXA-IX
           END-EVALUATE.
       CALCULA-NOTAS-FIM.
           EXIT.

       GRAVA-SCORE.
           MOVE FS-FONE          TO SC-FONE.
           MOVE WS-DATA-HOJE     TO SC-DATA-CALC.
           MOVE WS-ULT-COMPRA    TO SC-ULT-COMPRA.
           MOVE WS-DIAS-ULT      TO SC-DIAS-ULT.
           MOVE WS-QTD-COMPRAS   TO SC-QTD-COMPRAS.
           MOVE WS-VALOR-JANELA  TO SC-VALOR.
           MOVE FS-CATEGORIA     TO SC-CATEGORIA.
           WRITE SCORE-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O SCORE " SC-FONE
                       " FS=" FS-SCORE
                   MOVE "ERRO" TO WS-JOB-STATUS
               NOT INVALID KEY
                   ADD 1 TO WRITE-COUNT
                   ADD 1 TO WS-FAIXA-QTD(WS-FAIXA-IX)
           END-WRITE.
       GRAVA-SCORE-FIM.
           EXIT.

       CLOSE-PARA.
           CLOSE FILE1 COMPRAFL SCOREFL.
           DISPLAY "================================================"
           DISPLAY "CLIENTES LIDOS           : " READ-COUNT
           DISPLAY "INATIVOS (FORA DO SCORE) : " INATIVOS
           DISPLAY "LINHAS DE COMPRA LIDAS   : " COMPRAS-LIDAS
           DISPLAY "CLIENTES SEM COMPRA      : " SEM-COMPRA
           DISPLAY "SCORES GRAVADOS          : " WRITE-COUNT
           DISPLAY "  FAIXA A (13 A 15)      : " WS-FAIXA-QTD(1)
           DISPLAY "  FAIXA B (10 A 12)      : " WS-FAIXA-QTD(2)
           DISPLAY "  FAIXA C (7 A 9)        : " WS-FAIXA-QTD(3)
           DISPLAY "  FAIXA D (3 A 6)        : " WS-FAIXA-QTD(4)
           DISPLAY "================================================".
       CLOSE-EXIT-PARA.
           EXIT.
      *=================  FIM ======
       EXIT-PARA.
           MOVE "ERRO" TO WS-JOB-STATUS
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           DISPLAY 'FIM CBSCORE01 (ABORTADO) ...'
           EXIT PROGRAM.
