       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBVMES01.
      *
      ****************************************************************
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Acumulo do resumo mensal de vendas por loja, item e
      *          mes, para rodar depois do cb70_read-write-SEQ (na
      *          fila, logo apos o CBEST01): le o diario de movimentos
      *          aceitos da rodada (cbMOVACEITOS.SEQ/ACEITREC) e soma
      *          quantidade e valor de cada movimento no registro da
      *          loja + item + mes do movimento (cbVENDASMES.IDX/
      *          VENDMREC), criando o registro na primeira venda do
      *          mes. Devolucao (AC-TIPO-MOV "D") soma nas colunas de
      *          devolvido. Mesma conferencia do diario e mesma marca
      *          de lote + sequencia do CBEST01: diario sem header ou
      *          sem trailer nao e somado, e movimento que nao passa
      *          da marca do registro (restart do cb70 ou nova
      *          execucao deste job) e descartado. O resumo e o que o
      *          CBVMES02 compara mes a mes.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---> diario de movimentos aceitos gravado pelo cb70
           SELECT ACEITFL ASSIGN TO ACEITDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACEIT.

      *---> resumo mensal de vendas por loja + item + mes
           SELECT VENDMFL ASSIGN TO VENDMDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-CHAVE
               FILE STATUS IS FS-VENDM.

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
      *  TAMANHO DO REGISTRO = 104 CARACTERES SEM TERMINADOR FISICO
       FD  VENDMFL.
           COPY VENDMREC.
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

       01  VENDMDD           PIC X(30) VALUE "./cbVENDASMES.IDX".

       01  FS-VENDM          PIC X(02) VALUE SPACES.
           88  FS-VENDM-OK   VALUE IS "00".

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
      *---> cb70), COMPARADO COM VM-ULT-LOTE DE CADA REGISTRO
       01  WS-LOTE.
           05  WS-LOTE-DATA  PIC 9(08) VALUE ZEROS.
           05  WS-LOTE-HORA  PIC 9(06) VALUE ZEROS.

      *---> CONFERENCIA DO DIARIO ANTES DE SOMAR: HEADER NA FRENTE,
      *---> TRAILER PRESENTE E NADA DEPOIS DELE
       77  WS-LINHAS-CONF    PIC 9(07) VALUE ZEROS.
       01  WS-TRAILER-ACHADO PIC X     VALUE "N".
           88  TRAILER-ACHADO VALUE "S".
       01  WS-DEPOIS-TRAILER PIC X     VALUE "N".
           88  DADO-DEPOIS-TRAILER VALUE "S".
       01  WS-TRL-COUNT      PIC 9(09) VALUE ZEROS.

       01  WS-VENDM-NOVO     PIC X     VALUE "N".
           88  VENDM-NOVO    VALUE "S".

      *---> VALOR DO MOVIMENTO CORRENTE (QTDE X VALOR UNITARIO)
       01  WS-VALOR-MOV      PIC 9(09)V99 VALUE ZEROS.

       01  COUNTERS.
           05  READ-COUNT    PIC 9(07) VALUE ZEROS.
           05  SOMA-COUNT    PIC 9(07) VALUE ZEROS.
           05  JA-SOMA-COUNT PIC 9(07) VALUE ZEROS.
           05  NOVOS-COUNT   PIC 9(07) VALUE ZEROS.
           05  DEVOL-COUNT   PIC 9(07) VALUE ZEROS.
      *
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CBVMES01 - RESUMO MENSAL DE VENDAS"
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
           DISPLAY "RESUMO MENSAL : " VENDMDD
           PERFORM REGISTRA-JOBLOG-INICIO
               THRU REGISTRA-JOBLOG-INICIO-FIM
           PERFORM OPEN-PARA      THRU OPEN-EXIT-PARA
           PERFORM PROCESS-PARA   THRU PROCESS-EXIT-PARA
           PERFORM CLOSE-PARA     THRU CLOSE-EXIT-PARA.
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           DISPLAY 'FIM CBVMES01 ...'
           STOP RUN.

      *================================
      * LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO ./cobol.cfg, SE
      * EXISTIR, E APLICA OS PARAMETROS DESTE PROGRAMA (O DIARIO DE
      * ACEITOS DO cb70 E O RESUMO MENSAL)
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
               WHEN "VENDASMESFILE"
                   MOVE WS-CFG-VALOR TO VENDMDD
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
           MOVE "CBVMES01"        TO JL-PROGRAMA
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
           MOVE "CBVMES01"        TO JL-PROGRAMA
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
      * CONFERE O DIARIO INTEIRO ANTES DE SOMAR QUALQUER COISA:
      * RODADA DO cb70 QUE ABORTOU DEIXA O DIARIO SEM TRAILER, E UMA
      * SOMA PELA METADE NAO SERIA DESFEITA DEPOIS
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
                   'DO cb70 INCOMPLETA, NADA SOMADO: ' ACEITDD
               GO TO EXIT-PARA
           END-IF.
           IF  DADO-DEPOIS-TRAILER
               DISPLAY 'DIARIO DE ACEITOS COM REGISTRO DEPOIS DO '
                   'TRAILER, NADA SOMADO: ' ACEITDD
               GO TO EXIT-PARA
           END-IF.
           DISPLAY "LOTE " WS-LOTE-DATA "-" WS-LOTE-HORA
               " TRAILER=" WS-TRL-COUNT " LINHAS=" WS-LINHAS-CONF.
      * =====> RESUMO MENSAL, CRIADO VAZIO SE AINDA NAO EXISTIR
           OPEN I-O VENDMFL
           IF  FS-VENDM-OK
               CONTINUE
           ELSE
               OPEN OUTPUT VENDMFL
               CLOSE VENDMFL
               OPEN I-O VENDMFL
           END-IF.
           IF  FS-VENDM-OK
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO RESUMO MENSAL FALHOU='
                   FS-VENDM "  " VENDMDD
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
      * SOMA CADA MOVIMENTO DO DIARIO NO MES DA LOJA + ITEM
       PROCESS-PARA.
           MOVE SPACES TO FS-ACEIT.
           PERFORM SOMA-MOVIMENTO THRU SOMA-MOVIMENTO-FIM
               UNTIL FS-ACEIT-EOF.
       PROCESS-EXIT-PARA.
           EXIT.

       SOMA-MOVIMENTO.
           READ ACEITFL
               AT END
                   GO TO SOMA-MOVIMENTO-FIM
           END-READ.
           IF  AC-TRAILER
               GO TO SOMA-MOVIMENTO-FIM
           END-IF.
           ADD 1 TO READ-COUNT.
           MOVE AC-STORE-ID   TO VM-STORE-ID.
           MOVE AC-ITEM-ID    TO VM-ITEM-ID.
           MOVE AC-DATA(1:6)  TO VM-ANOMES.
           MOVE "N"           TO WS-VENDM-NOVO.
           READ VENDMFL
               KEY IS VM-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-VENDM-NOVO
           END-READ.
           IF  VENDM-NOVO
               MOVE AC-STORE-ID  TO VM-STORE-ID
               MOVE AC-ITEM-ID   TO VM-ITEM-ID
               MOVE AC-DATA(1:6) TO VM-ANOMES
               MOVE ZEROS        TO VM-QTDE-VENDIDA VM-VALOR-VENDIDO
                                    VM-QTDE-DEVOLVIDA
                                    VM-VALOR-DEVOLVIDO
                                    VM-QTD-MOVIMENTOS VM-ULT-LOTE
                                    VM-ULT-SEQ
           END-IF.
      *=====> MOVIMENTO QUE NAO PASSA DA MARCA DO REGISTRO JA ESTA
      *=====> SOMADO (LOTE ANTERIOR, OU MESMO LOTE COM SEQUENCIA JA
      *=====> SOMADA: RESTART DO cb70 OU NOVA EXECUCAO DESTE JOB)
           IF  VM-ULT-LOTE > WS-LOTE
               OR (VM-ULT-LOTE = WS-LOTE AND VM-ULT-SEQ >= AC-SEQ)
               ADD 1 TO JA-SOMA-COUNT
               GO TO SOMA-MOVIMENTO-FIM
           END-IF.
           COMPUTE WS-VALOR-MOV = AC-QTDE * AC-VALOR-UNIT.
           IF  AC-DEVOLUCAO
               ADD AC-QTDE       TO VM-QTDE-DEVOLVIDA
               ADD WS-VALOR-MOV  TO VM-VALOR-DEVOLVIDO
               ADD 1             TO DEVOL-COUNT
           ELSE
               ADD AC-QTDE       TO VM-QTDE-VENDIDA
               ADD WS-VALOR-MOV  TO VM-VALOR-VENDIDO
           END-IF.
      *=====> A REGIAO GUARDADA E A DO ULTIMO MOVIMENTO DO MES
           MOVE AC-REGIAO        TO VM-REGIAO.
           ADD 1                 TO VM-QTD-MOVIMENTOS.
           MOVE WS-LOTE          TO VM-ULT-LOTE.
           MOVE AC-SEQ           TO VM-ULT-SEQ.
           IF  VENDM-NOVO
               WRITE VENDAMES-REC
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR RESUMO " VM-CHAVE
                       MOVE "ERRO" TO WS-JOB-STATUS
                   NOT INVALID KEY
                       ADD 1 TO NOVOS-COUNT
                       ADD 1 TO SOMA-COUNT
               END-WRITE
           ELSE
               REWRITE VENDAMES-REC
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR RESUMO " VM-CHAVE
                       MOVE "ERRO" TO WS-JOB-STATUS
                   NOT INVALID KEY
                       ADD 1 TO SOMA-COUNT
               END-REWRITE
           END-IF.
       SOMA-MOVIMENTO-FIM.
           EXIT.

       CLOSE-PARA.
           CLOSE ACEITFL VENDMFL.
           DISPLAY "================================================"
           DISPLAY "MOVIMENTOS NO DIARIO     : " READ-COUNT
           DISPLAY "MOVIMENTOS SOMADOS       : " SOMA-COUNT
           DISPLAY "JA SOMADOS (DESCARTADOS) : " JA-SOMA-COUNT
           DISPLAY "REGISTROS NOVOS NO MES   : " NOVOS-COUNT
           DISPLAY "DEVOLUCOES SOMADAS       : " DEVOL-COUNT
           DISPLAY "================================================".
       CLOSE-EXIT-PARA.
           EXIT.

      *=================  FIM ======
       EXIT-PARA.
           MOVE "ERRO" TO WS-JOB-STATUS
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           DISPLAY 'FIM CBVMES01 (ABORTADO) ...'
           EXIT PROGRAM.
