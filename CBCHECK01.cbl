      *          bate com os registros de dados realmente
      *          presentes - a mesma conferencia que o destino vai
      *          fazer. Modos, conforme o arquivo:
      *            EXTRATO - extrato do CADEXTR01 (fixo 179 bytes)
      *            DELTA   - delta do CADDELTA01  (fixo 120 bytes)
      *            SAIDA   - saidas do cb70 (linha a linha)
      *            CONTABIL- interfaces contabeis (LANCREC)
      * Mod log:
      *   15-10-2026 ACC - Trailer dos feeds de clientes passou a
      *                     trazer, nas posicoes 11-19, os clientes
      *                     suprimidos por recusa de compartilhamento
      *                     com terceiros; a quantidade aparece nos
      *                     totais da conferencia. Trailer sem esse
      *                     campo continua valendo.
      *   15-10-2026 ACC - Modo EXTRATO no registro de 179 bytes do
      *                     CADEXTR01 (e-mail do cliente no fim).
      *   15-10-2026 ACC - Modo CONTABIL para as interfaces contabeis
      *                     da folha e das vendas: alem da contagem,
      *                     confere conta, D/C e valor de cada
      *                     lancamento, os totais a debito e a
      *                     credito do trailer e se as partidas
      *                     fecham (debito = credito).
      *   15-10-2026 ACC - Cada conferencia grava uma linha de
      *                     resultado (modo, arquivo, OK/ERRO e
      *                     contagens) no cbcheck.log (chave
      *                     CBCHECK01_RESULTADOS do cobol.cfg), lida
      *                     pelo relatorio da manha do CBMANHA01.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---> arquivo fixo de 179 bytes (extrato do CADEXTR01)
           SELECT FIX179 ASSIGN TO ARQDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ARQ.
      *---> arquivo fixo de 120 bytes (delta do CADDELTA01)
           SELECT LINFL ASSIGN TO ARQDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARQ.
      *---> resultado de cada conferencia (lido pelo CBMANHA01)
           SELECT RESULTFL ASSIGN TO CHKRESDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHKRES.
      *---> arquivo de configuracao compartilhado de localizacao
           SELECT CONFIGFL ASSIGN TO CONFIGDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONFIG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD FIX179.
       01  FIX179-REC      PIC X(179).
      *
       FD FIX120.
       01  FIX120-REC      PIC X(120).
      *
       FD LINFL.
       01  LINFL-REC       PIC X(200).
      *
       FD  RESULTFL.
           COPY CHKRES.
      *
       FD  CONFIGFL.
           COPY CONFIGCFG.
      *
       WORKING-STORAGE SECTION.
       01  ARQDD           PIC X(60) VALUE SPACES.

       01  args-cmd-linex    PIC X(90)  VALUE SPACES.

       01  CHKRESDD          PIC X(30) VALUE "./cbcheck.log".

       01  FS-CHKRES         PIC X(02) VALUE "X".
           88  FS-CHKRES-OK  VALUE IS "00".

       01  CONFIGDD          PIC X(30) VALUE "./cobol.cfg".

       01  FS-CONFIG         PIC X(02) VALUE "X".
           88  FS-CONFIG-OK  VALUE IS "00".
           88  FS-CONFIG-EOF VALUE IS "10".

       77  WS-CFG-CHAVE      PIC X(30) VALUE SPACES.
       77  WS-CFG-VALOR      PIC X(50) VALUE SPACES.

      *---> MODO CONFORME O TIPO DO ARQUIVO CONFERIDO
       01  WS-MODO           PIC X(08) VALUE "SAIDA".
           88  MODO-EXTRATO  VALUE "EXTRATO".
           88  MODO-DELTA    VALUE "DELTA".
           88  MODO-SAIDA    VALUE "SAIDA".
           88  MODO-CONTABIL VALUE "CONTABIL".

      *---> REGISTRO CORRENTE, JA COPIADO DO FD DO MODO EM USO
       77  WS-REG            PIC X(200) VALUE SPACES.
           88  E-COM-ERRO    VALUE "S".

       77  WS-TRL-COUNT      PIC 9(09) VALUE ZEROS.
      *---> SUPRIMIDOS POR RECUSA INFORMADOS NO TRAILER (SE HOUVER)
       77  WS-TRL-SUPRIM     PIC 9(09) VALUE ZEROS.
       77  WS-TRL-COM-SUPRIM PIC X VALUE "N".
           88  E-TRL-COM-SUPRIM VALUE "S".

      *---> MODO CONTABIL: TOTAIS DO TRAILER E SOMADOS NOS
      *---> LANCAMENTOS (CONTA EM 11-22, D/C EM 23, VALOR EM 24-36)
       77  WS-TRL-DEBITOS    PIC 9(13)V99 VALUE ZEROS.
       77  WS-TRL-CREDITOS   PIC 9(13)V99 VALUE ZEROS.
       77  WS-SOMA-DEBITOS   PIC 9(13)V99 VALUE ZEROS.
       77  WS-SOMA-CREDITOS  PIC 9(13)V99 VALUE ZEROS.
       77  WS-LC-VALOR       PIC 9(11)V99 VALUE ZEROS.
       77  WS-LC-INVALIDOS   PIC 9(09) VALUE ZEROS.

       01  COUNTERS.
           05  READ-COUNT    PIC 9(09) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CBCHECK01 - CONFERENCIA DE HEADER/TRAILER"
      *====> LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO (SE EXISTIR)
           PERFORM LE-CONFIG THRU LE-CONFIG-FIM
      *====> ARGUMENTOS: 1o = MODO (EXTRATO/DELTA/SAIDA/CONTABIL),
      *====> 2o = ARQUIVO A CONFERIR
           ACCEPT args-cmd-linex   FROM COMMAND-LINE.
           IF  args-cmd-linex  NOT = SPACES
                   INTO  WS-MODO  ARQDD
           END-IF.
           IF  NOT MODO-EXTRATO AND NOT MODO-DELTA AND NOT MODO-SAIDA
               AND NOT MODO-CONTABIL
               DISPLAY "MODO INVALIDO (USE EXTRATO, DELTA, SAIDA OU "
                   "CONTABIL): " WS-MODO
               GO TO EXIT-PARA
           END-IF.
           IF  ARQDD = SPACES
           DISPLAY 'FIM CBCHECK01 ...'
           STOP RUN.

      *================================
      * LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO ./cobol.cfg, SE
      * EXISTIR, E APLICA A CHAVE DESTE PROGRAMA (CBCHECK01_RESULTADOS)
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
               WHEN "CBCHECK01_RESULTADOS"
                   MOVE WS-CFG-VALOR TO CHKRESDD
           END-EVALUATE.
       APLICA-CONFIG-FIM.
           EXIT.

       OPEN-PARA.
           EVALUATE TRUE
               WHEN MODO-EXTRATO
                   OPEN INPUT FIX179
               WHEN MODO-DELTA
                   OPEN INPUT FIX120
               WHEN OTHER
           MOVE SPACES TO WS-REG.
           EVALUATE TRUE
               WHEN MODO-EXTRATO
                   READ FIX179
                       AT END CONTINUE
                       NOT AT END MOVE FIX179-REC TO WS-REG
                   END-READ
               WHEN MODO-DELTA
                   READ FIX120
                       DISPLAY "TRAILER COM CONTAGEM NAO NUMERICA: "
                           WS-REG(1:20)
                   END-IF
                   IF  MODO-CONTABIL
                       PERFORM CONFERE-TRL-CONTABIL
                           THRU CONFERE-TRL-CONTABIL-FIM
                   END-IF
      *=====> SO OS FEEDS DE CLIENTES TRAZEM OS SUPRIMIDOS NAS POSICOES
      *=====> 11-19; NAS SAIDAS DO cb70 ALI ESTA O VALOR DO TRAILER
                   IF  MODO-EXTRATO OR MODO-DELTA
                       IF  WS-REG(11:9) NUMERIC
                           MOVE WS-REG(11:9) TO WS-TRL-SUPRIM
                           MOVE "S" TO WS-TRL-COM-SUPRIM
                       END-IF
                   END-IF
               WHEN OTHER
                   ADD 1 TO DATA-COUNT
                   IF  MODO-CONTABIL
                       PERFORM CONFERE-LANCAMENTO
                           THRU CONFERE-LANCAMENTO-FIM
                   END-IF
           END-EVALUATE.
       CLASSIFICA-REGISTRO-FIM.
           EXIT.
      *===================================
      * MODO CONTABIL: LANCAMENTO PRECISA DE CONTA, D/C E VALOR
      * NUMERICO; O VALOR SOMA NO LADO INDICADO
       CONFERE-LANCAMENTO.
           IF  WS-REG(11:12) = SPACES
               OR (WS-REG(23:1) NOT = "D" AND WS-REG(23:1) NOT = "C")
               OR WS-REG(24:13) NOT NUMERIC
               MOVE "S" TO WS-ERRO
               ADD 1 TO WS-LC-INVALIDOS
               DISPLAY "LANCAMENTO INVALIDO (CONTA, D/C OU VALOR) NO "
                   "REGISTRO " READ-COUNT ": " WS-REG(1:40)
               GO TO CONFERE-LANCAMENTO-FIM
           END-IF.
           MOVE WS-REG(24:13) TO WS-LC-VALOR.
           IF  WS-REG(23:1) = "D"
               ADD WS-LC-VALOR TO WS-SOMA-DEBITOS
           ELSE
               ADD WS-LC-VALOR TO WS-SOMA-CREDITOS
           END-IF.
       CONFERE-LANCAMENTO-FIM.
           EXIT.

      * MODO CONTABIL: TOTAIS A DEBITO (12-26) E A CREDITO (27-41)
      * GRAVADOS NO TRAILER
       CONFERE-TRL-CONTABIL.
           IF  WS-REG(12:15) NUMERIC AND WS-REG(27:15) NUMERIC
               MOVE WS-REG(12:15) TO WS-TRL-DEBITOS
               MOVE WS-REG(27:15) TO WS-TRL-CREDITOS
           ELSE
               MOVE "S" TO WS-ERRO
               DISPLAY "TRAILER COM TOTAIS NAO NUMERICOS: "
                   WS-REG(1:41)
           END-IF.
       CONFERE-TRL-CONTABIL-FIM.
           EXIT.

       CLOSE-PARA.
           EVALUATE TRUE
               WHEN MODO-EXTRATO
                   CLOSE FIX179
               WHEN MODO-DELTA
                   CLOSE FIX120
               WHEN OTHER
               DISPLAY "ERRO: TRAILER DIVERGENTE - GRAVADO="
                   WS-TRL-COUNT " CONTADO=" DATA-COUNT
           END-IF
           IF  MODO-CONTABIL AND E-ACHOU-TRL
               AND (WS-TRL-DEBITOS NOT = WS-SOMA-DEBITOS
                    OR WS-TRL-CREDITOS NOT = WS-SOMA-CREDITOS)
               MOVE "S" TO WS-ERRO
               DISPLAY "ERRO: TOTAIS DO TRAILER DIVERGENTES DOS "
                   "LANCAMENTOS"
           END-IF
           IF  MODO-CONTABIL
               AND WS-SOMA-DEBITOS NOT = WS-SOMA-CREDITOS
               MOVE "S" TO WS-ERRO
               DISPLAY "ERRO: PARTIDAS NAO FECHAM - DEBITO DIFERENTE "
                   "DO CREDITO"
           END-IF
           DISPLAY "================================================"
           DISPLAY "REGISTROS LIDOS      : " READ-COUNT
           DISPLAY "REGISTROS DE DADOS   : " DATA-COUNT
           DISPLAY "CONTAGEM DO TRAILER  : " WS-TRL-COUNT
           IF  E-TRL-COM-SUPRIM
               DISPLAY "SUPRIMIDOS (RECUSA)  : " WS-TRL-SUPRIM
           END-IF
           IF  MODO-CONTABIL
               DISPLAY "DEBITOS  (TRAILER)   : " WS-TRL-DEBITOS
               DISPLAY "DEBITOS  (SOMADOS)   : " WS-SOMA-DEBITOS
               DISPLAY "CREDITOS (TRAILER)   : " WS-TRL-CREDITOS
               DISPLAY "CREDITOS (SOMADOS)   : " WS-SOMA-CREDITOS
               DISPLAY "LANCAMENTOS INVALIDOS: " WS-LC-INVALIDOS
           END-IF
           IF  E-COM-ERRO
               DISPLAY "RESULTADO            : ARQUIVO COM ERRO - "
                   "NAO TRANSMITIR"
               DISPLAY "RESULTADO            : ARQUIVO OK"
           END-IF
           DISPLAY "================================================".
           PERFORM GRAVA-RESULTADO THRU GRAVA-RESULTADO-FIM.
       CLOSE-EXIT-PARA.
           EXIT.

      *===================================
      * ANEXA AO cbcheck.log A LINHA DE RESULTADO DESTA CONFERENCIA
       GRAVA-RESULTADO.
           OPEN EXTEND RESULTFL
           IF  NOT FS-CHKRES-OK
               OPEN OUTPUT RESULTFL
           END-IF
           IF  NOT FS-CHKRES-OK
               DISPLAY 'GRAVACAO DO RESULTADO FALHOU=' FS-CHKRES
                   "  " CHKRESDD
               GO TO GRAVA-RESULTADO-FIM
           END-IF
           MOVE SPACES            TO CHKRES-REC
           ACCEPT CK-DATA FROM DATE YYYYMMDD
           ACCEPT CK-HORA FROM TIME
           MOVE WS-MODO           TO CK-MODO
           IF  E-COM-ERRO
               MOVE "ERRO"        TO CK-RESULTADO
           ELSE
               MOVE "OK"          TO CK-RESULTADO
           END-IF
           MOVE DATA-COUNT        TO CK-DADOS
           MOVE WS-TRL-COUNT      TO CK-TRAILER
           MOVE ARQDD             TO CK-ARQUIVO
           WRITE CHKRES-REC
           CLOSE RESULTFL.
       GRAVA-RESULTADO-FIM.
           EXIT.

      *=================  FIM ======
       EXIT-PARA.
      *====> ARQUIVO INFORMADO QUE NAO PODE SER CONFERIDO TAMBEM
      *====> FICA NO cbcheck.log, COMO ERRO
           IF  ARQDD NOT = SPACES
               MOVE "S" TO WS-ERRO
               PERFORM GRAVA-RESULTADO THRU GRAVA-RESULTADO-FIM
           END-IF
           DISPLAY 'FIM CBCHECK01 (ABORTADO) ...'
           MOVE 8 TO RETURN-CODE
           EXIT PROGRAM.
