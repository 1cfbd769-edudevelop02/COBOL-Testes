       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBEST01.
      *
      ****************************************************************
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Lancamento do saldo de estoque por loja e item, para
      *          rodar logo depois do cb70_read-write-SEQ: le o diario
      *          de movimentos aceitos da rodada (cbMOVACEITOS.SEQ/
      *          ACEITREC) e baixa cada venda do saldo da loja + item
      *          no arquivo de estoque (cbESTOQUE.IDX/ESTQREC),
      *          criando o registro na primeira vez que o par aparece
      *          e guardando o ultimo valor unitario e a data do
      *          ultimo movimento. Diario sem header "H" na frente ou
      *          sem trailer "T" no fim (rodada do cb70 que abortou)
      *          nao e lancado. Cada registro de estoque guarda o lote
      *          (data/hora do header) e a sequencia do ultimo
      *          movimento lancado: o que nao passa dessa marca ja
      *          entrou no saldo e e descartado, entao as linhas
      *          repetidas depois de um restart do cb70 e uma nova
      *          execucao deste job sobre o mesmo diario nao lancam
      *          nada duas vezes.
      * Mod log:
      *   15-10-2026 ACC - Devolucao do cliente (AC-TIPO-MOV "D" no
      *                     diario) volta para o saldo em vez de
      *                     baixar.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---> diario de movimentos aceitos gravado pelo cb70
           SELECT ACEITFL ASSIGN TO ACEITDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACEIT.

      *---> saldo de estoque por loja + item
           SELECT ESTQFL ASSIGN TO ESTQDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-CHAVE
               FILE STATUS IS FS-ESTQ.

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
      *  TAMANHO DO REGISTRO = 60 CARACTERES SEM TERMINADOR FISICO
       FD  ACEITFL.
           COPY ACEITREC.
      *
      *  TAMANHO DO REGISTRO = 70 CARACTERES SEM TERMINADOR FISICO
       FD  ESTQFL.
           COPY ESTQREC.
      *
       FD  JOBLOGFL.
           COPY JOBLOG.
      *
       FD  CONFIGFL.
           COPY CONFIGCFG.
      *
       WORKING-STORAGE SECTION.
       01  ACEITDD.
           05  FILLER  PIC X(30) VALUE "./files/cbMOVACEITOS.SEQ".

       01  FS-ACEIT          PIC X(02) VALUE SPACES.
           88  FS-ACEIT-OK   VALUE IS "00".
           88  FS-ACEIT-EOF  VALUE IS "10".

       01  ESTQDD            PIC X(30) VALUE "./cbESTOQUE.IDX".

       01  FS-ESTQ           PIC X(02) VALUE SPACES.
           88  FS-ESTQ-OK    VALUE IS "00".

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

      *---> LOTE DO DIARIO (DATA/HORA DO HEADER "H" DA RODADA DO
      *---> cb70), COMPARADO COM ES-ULT-LOTE DE CADA REGISTRO
       01  WS-LOTE.
           05  WS-LOTE-DATA  PIC 9(08) VALUE ZEROS.
           05  WS-LOTE-HORA  PIC 9(06) VALUE ZEROS.

      *---> CONFERENCIA DO DIARIO ANTES DE LANCAR: HEADER NA FRENTE,
      *---> TRAILER PRESENTE E NADA DEPOIS DELE
       77  WS-LINHAS-CONF    PIC 9(07) VALUE ZEROS.
       01  WS-TRAILER-ACHADO PIC X     VALUE "N".
           88  TRAILER-ACHADO VALUE "S".
       01  WS-DEPOIS-TRAILER PIC X     VALUE "N".
           88  DADO-DEPOIS-TRAILER VALUE "S".
       01  WS-TRL-COUNT      PIC 9(09) VALUE ZEROS.

       01  WS-ESTQ-NOVO      PIC X     VALUE "N".
           88  ESTQ-NOVO     VALUE "S".

       01  COUNTERS.
           05  READ-COUNT    PIC 9(07) VALUE ZEROS.
           05  LANCA-COUNT   PIC 9(07) VALUE ZEROS.
           05  JA-LANC-COUNT PIC 9(07) VALUE ZEROS.
           05  NOVOS-COUNT   PIC 9(07) VALUE ZEROS.
           05  QTDE-BAIXADA  PIC 9(09) VALUE ZEROS.
           05  QTDE-DEVOLVIDA PIC 9(09) VALUE ZEROS.
      *
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CBEST01 - LANCAMENTO DO SALDO DE ESTOQUE"
      *====> LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO (SE EXISTIR)
           PERFORM LE-CONFIG THRU LE-CONFIG-FIM
           PERFORM OBTEM-OPERADOR THRU OBTEM-OPERADOR-FIM
      *====> PEGA ARGUMENTOS DE ENTRADA DA LINHA DE COMANDO SE HOUVER
      *====> (1o = DIARIO DE ACEITOS, NO LUGAR DO CB70_ACEITOSDD)
           ACCEPT args-cmd-linex   FROM COMMAND-LINE.
           IF  args-cmd-linex  NOT = SPACES
               UNSTRING args-cmd-linex DELIMITED BY SPACE
                   INTO  ACEITDD
           END-IF.
      *
           DISPLAY "DIARIO DE ACEITOS : " ACEITDD
           DISPLAY "ARQUIVO DE ESTOQUE : " ESTQDD
           PERFORM REGISTRA-JOBLOG-INICIO
               THRU REGISTRA-JOBLOG-INICIO-FIM
           PERFORM OPEN-PARA      THRU OPEN-EXIT-PARA
           PERFORM PROCESS-PARA   THRU PROCESS-EXIT-PARA
           PERFORM CLOSE-PARA     THRU CLOSE-EXIT-PARA.
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           DISPLAY 'FIM CBEST01 ...'
           STOP RUN.

      *================================
      * LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO ./cobol.cfg, SE
      * EXISTIR, E APLICA OS PARAMETROS DESTE PROGRAMA (O DIARIO DE
      * ACEITOS DO cb70 E O ARQUIVO DE ESTOQUE)
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
               WHEN "CB70_ACEITOSDD"
                   MOVE WS-CFG-VALOR TO ACEITDD
               WHEN "ESTOQUEFILE"
                   MOVE WS-CFG-VALOR TO ESTQDD
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
           MOVE "CBEST01"         TO JL-PROGRAMA
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
           MOVE "CBEST01"         TO JL-PROGRAMA
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
      * CONFERE O DIARIO INTEIRO ANTES DE LANCAR QUALQUER COISA:
      * RODADA DO cb70 QUE ABORTOU DEIXA O DIARIO SEM TRAILER, E UM
      * LANCAMENTO PELA METADE NAO SERIA DESFEITO DEPOIS
       OPEN-PARA.
           OPEN INPUT ACEITFL
           IF  FS-ACEIT-OK
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO DIARIO DE ACEITOS FALHOU='
                   FS-ACEIT "  " ACEITDD
               GO TO EXIT-PARA
           END-IF.
           READ ACEITFL
               AT END
                   DISPLAY 'DIARIO DE ACEITOS VAZIO ' ACEITDD
                   CLOSE ACEITFL
                   GO TO EXIT-PARA
           END-READ.
           IF  NOT AC-HEADER
               DISPLAY 'DIARIO DE ACEITOS SEM HEADER "H": ' ACEITDD
               CLOSE ACEITFL
               GO TO EXIT-PARA
           END-IF.
           MOVE AC-CTL-DATA TO WS-LOTE-DATA.
           MOVE AC-CTL-HORA TO WS-LOTE-HORA.
           PERFORM CONFERE-DIARIO THRU CONFERE-DIARIO-FIM
               UNTIL FS-ACEIT-EOF.
           CLOSE ACEITFL.
           IF  NOT TRAILER-ACHADO
               DISPLAY 'DIARIO DE ACEITOS SEM TRAILER "T" - RODADA '
                   'DO cb70 INCOMPLETA, NADA LANCADO: ' ACEITDD
               GO TO EXIT-PARA
           END-IF.
           IF  DADO-DEPOIS-TRAILER
               DISPLAY 'DIARIO DE ACEITOS COM REGISTRO DEPOIS DO '
                   'TRAILER, NADA LANCADO: ' ACEITDD
               GO TO EXIT-PARA
           END-IF.
           DISPLAY "LOTE " WS-LOTE-DATA "-" WS-LOTE-HORA
               " TRAILER=" WS-TRL-COUNT " LINHAS=" WS-LINHAS-CONF.
      * =====> ARQUIVO DE ESTOQUE, CRIADO VAZIO SE AINDA NAO EXISTIR
           OPEN I-O ESTQFL
           IF  FS-ESTQ-OK
               CONTINUE
           ELSE
               OPEN OUTPUT ESTQFL
               CLOSE ESTQFL
               OPEN I-O ESTQFL
           END-IF.
           IF  FS-ESTQ-OK
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO ARQUIVO DE ESTOQUE FALHOU='
                   FS-ESTQ "  " ESTQDD
               GO TO EXIT-PARA
           END-IF.
           OPEN INPUT ACEITFL.
      * =====> PULA O HEADER, JA CONFERIDO ACIMA
           READ ACEITFL.
       OPEN-EXIT-PARA.
           EXIT.

       CONFERE-DIARIO.
           READ ACEITFL
               AT END
                   GO TO CONFERE-DIARIO-FIM
           END-READ.
           IF  TRAILER-ACHADO
               MOVE "S" TO WS-DEPOIS-TRAILER
               GO TO CONFERE-DIARIO-FIM
           END-IF.
           IF  AC-TRAILER
               MOVE "S"          TO WS-TRAILER-ACHADO
               MOVE AC-TRL-COUNT TO WS-TRL-COUNT
           ELSE
               ADD 1 TO WS-LINHAS-CONF
           END-IF.
       CONFERE-DIARIO-FIM.
           EXIT.
      *================================
      * LANCA CADA MOVIMENTO DO DIARIO NO SALDO DA LOJA + ITEM
       PROCESS-PARA.
           MOVE SPACES TO FS-ACEIT.
           PERFORM LANCA-MOVIMENTO THRU LANCA-MOVIMENTO-FIM
               UNTIL FS-ACEIT-EOF.
       PROCESS-EXIT-PARA.
           EXIT.

       LANCA-MOVIMENTO.
           READ ACEITFL
               AT END
                   GO TO LANCA-MOVIMENTO-FIM
           END-READ.
           IF  AC-TRAILER
               GO TO LANCA-MOVIMENTO-FIM
           END-IF.
           ADD 1 TO READ-COUNT.
           MOVE AC-STORE-ID TO ES-STORE-ID.
           MOVE AC-ITEM-ID  TO ES-ITEM-ID.
           MOVE "N"         TO WS-ESTQ-NOVO.
           READ ESTQFL
               KEY IS ES-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-ESTQ-NOVO
           END-READ.
           IF  ESTQ-NOVO
               MOVE AC-STORE-ID TO ES-STORE-ID
               MOVE AC-ITEM-ID  TO ES-ITEM-ID
               MOVE ZEROS       TO ES-SALDO ES-ULT-VALOR-UNIT
                                   ES-DATA-ULT-MOV ES-ULT-LOTE
                                   ES-ULT-SEQ ES-DATA-ULT-CONT
           END-IF.
      *=====> MOVIMENTO QUE NAO PASSA DA MARCA DO REGISTRO JA ESTA
      *=====> NO SALDO (LOTE ANTERIOR, OU MESMO LOTE COM SEQUENCIA
      *=====> JA LANCADA: RESTART DO cb70 OU NOVA EXECUCAO DESTE JOB)
           IF  ES-ULT-LOTE > WS-LOTE
               OR (ES-ULT-LOTE = WS-LOTE AND ES-ULT-SEQ >= AC-SEQ)
               ADD 1 TO JA-LANC-COUNT
               GO TO LANCA-MOVIMENTO-FIM
           END-IF.
      *=====> DEVOLUCAO DO CLIENTE VOLTA A MERCADORIA PARA O SALDO
           IF  AC-DEVOLUCAO
               ADD AC-QTDE       TO ES-SALDO
               ADD AC-QTDE       TO QTDE-DEVOLVIDA
           ELSE
               SUBTRACT AC-QTDE  FROM ES-SALDO
               ADD AC-QTDE       TO QTDE-BAIXADA
           END-IF.
           MOVE AC-VALOR-UNIT    TO ES-ULT-VALOR-UNIT.
           MOVE AC-DATA          TO ES-DATA-ULT-MOV.
           MOVE WS-LOTE          TO ES-ULT-LOTE.
           MOVE AC-SEQ           TO ES-ULT-SEQ.
           IF  ESTQ-NOVO
               WRITE ESTOQUE-REC
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR ESTOQUE " ES-CHAVE
                       MOVE "ERRO" TO WS-JOB-STATUS
                   NOT INVALID KEY
                       ADD 1 TO NOVOS-COUNT
                       ADD 1 TO LANCA-COUNT
               END-WRITE
           ELSE
               REWRITE ESTOQUE-REC
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR ESTOQUE " ES-CHAVE
                       MOVE "ERRO" TO WS-JOB-STATUS
                   NOT INVALID KEY
                       ADD 1 TO LANCA-COUNT
               END-REWRITE
           END-IF.
       LANCA-MOVIMENTO-FIM.
           EXIT.

       CLOSE-PARA.
           CLOSE ACEITFL ESTQFL.
           DISPLAY "================================================"
           DISPLAY "MOVIMENTOS NO DIARIO     : " READ-COUNT
           DISPLAY "MOVIMENTOS LANCADOS      : " LANCA-COUNT
           DISPLAY "JA LANCADOS (DESCARTADOS): " JA-LANC-COUNT
           DISPLAY "REGISTROS NOVOS DE SALDO : " NOVOS-COUNT
           DISPLAY "QUANTIDADE BAIXADA       : " QTDE-BAIXADA
           DISPLAY "QUANTIDADE DEVOLVIDA     : " QTDE-DEVOLVIDA
           DISPLAY "================================================".
       CLOSE-EXIT-PARA.
           EXIT.

      *=================  FIM ======
       EXIT-PARA.
           MOVE "ERRO" TO WS-JOB-STATUS
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           DISPLAY 'FIM CBEST01 (ABORTADO) ...'
           EXIT PROGRAM.
