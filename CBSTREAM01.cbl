      *                     dia sai no INICIO do log de jobs, e a
      *                     fila se recusa a rodar duas vezes na
      *                     mesma data (evento PULADO no log).
      *   15-10-2026 ACC - Filas de ate 30 jobs (STREAM_JOB1..30 e
      *                     STREAM_<FILA>_JOB1..30): a fila de fim
      *                     de mes ja ocupava os 9 lugares e o
      *                     CBEST01 (estoque) entra logo depois do
      *                     cb70. As chaves de fila passam a ser
      *                     decompostas em nome da fila + numero do
      *                     job, no lugar de um WHEN por chave.
      *   15-10-2026 ACC - Relatorio da manha (CBMANHA01, chave
      *                     STREAM_RELATORIO_MANHA) disparado como
      *                     ultimo passo depois do FIM da fila,
      *                     inclusive quando ela aborta; o retorno
      *                     dele nao muda o resultado da fila. Chave
      *                     vazia desliga o relatorio.
      *   15-10-2026 ACC - Antes do primeiro job a fila roda o
      *                     "CBCFG01 CONFERE" e se recusa a comecar
      *                     (evento RECUSA no log, codigo de retorno
      *                     8, sem INICIO) quando o cobol.cfg em uso
      *                     difere da ultima versao aprovada por um
      *                     operador senior. O comando e fixo, fora
      *                     do cobol.cfg que ele confere, e qualquer
      *                     falha dele tambem recusa a fila.
      *   15-10-2026 ACC - Fila recusada pela conferencia do cobol.cfg
      *                     tambem tem relatorio da manha, depois do
      *                     RECUSA; o comando e o padrao do programa
      *                     (./CBMANHA01), nao o do arquivo recusado,
      *                     que so pode desligar o relatorio.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      *---> LISTA ORDENADA DE JOBS DA FILA ESCOLHIDA PARA HOJE
       01  WS-JOBS-TAB.
           05  WS-JOB-CMD    PIC X(50) OCCURS 30 TIMES.

      *---> FILAS NOMEADAS DO cobol.cfg: DIARIA (INCLUI AS CHAVES
      *---> STREAM_JOB1..30 ANTIGAS), FERIADO E FIM DE MES
       01  WS-JOBS-DIA-TAB.
           05  WS-JOB-DIA    PIC X(50) OCCURS 30 TIMES.
       01  WS-JOBS-FER-TAB.
           05  WS-JOB-FER    PIC X(50) OCCURS 30 TIMES.
       01  WS-JOBS-MES-TAB.
           05  WS-JOB-MES    PIC X(50) OCCURS 30 TIMES.

      *---> CHAVE DE FILA DECOMPOSTA: NOME DA FILA (O QUE VEM
      *---> ANTES DE "_JOB") E NUMERO DO JOB (O QUE VEM DEPOIS)
       01  WS-FILA-PREFIXO   PIC X(30) VALUE SPACES.
       01  WS-FILA-NUM-X     PIC X(02) VALUE SPACES.
       77  WS-FILA-NUM-TAM   PIC 9(02) VALUE ZEROS.
       77  WS-FILA-NUM       PIC 9(02) VALUE ZEROS.

       77  WS-QTD-JOBS       PIC 9(02) VALUE ZEROS.
       77  WS-JOB-IX         PIC 9(02) VALUE ZEROS.

       01  WS-COMANDO        PIC X(80) VALUE SPACES.

      *---> RELATORIO DA MANHA, RODADO DEPOIS DO FIM DA FILA
       01  WS-CMD-MANHA      PIC X(50) VALUE "./CBMANHA01".
       77  WS-RC-JOB         PIC S9(04) COMP VALUE ZEROS.

      *---> CONFERENCIA DO cobol.cfg CONTRA A VERSAO APROVADA; FIXA
      *---> NO PROGRAMA, NAO PODE SER DESLIGADA PELO PROPRIO ARQUIVO
       01  WS-CMD-CFG        PIC X(50) VALUE "./CBCFG01 CONFERE".
       77  WS-CFG-RECUSADA   PIC X VALUE "N".
           88  E-CFG-RECUSADA VALUE "S".

      *---> FILA ABORTADA NO JOB CORRENTE
       77  WS-ABORTOU        PIC X VALUE "N".
           88  E-ABORTOU     VALUE "S".
               PERFORM REGISTRA-PULADO THRU REGISTRA-PULADO-FIM
               GO TO FINALIZA
           END-IF
      *====> SO RODA SOBRE O cobol.cfg APROVADO
           PERFORM CONFERE-CONFIG THRU CONFERE-CONFIG-FIM
           IF  E-CFG-RECUSADA
               PERFORM REGISTRA-RECUSA THRU REGISTRA-RECUSA-FIM
      *=====> O cobol.cfg NAO APROVADO NAO ESCOLHE COMANDO A RODAR
               IF  WS-CMD-MANHA NOT = SPACES
                   MOVE "./CBMANHA01" TO WS-CMD-MANHA
               END-IF
               PERFORM EMITE-RELATORIO-MANHA
                   THRU EMITE-RELATORIO-MANHA-FIM
               GO TO FINALIZA
           END-IF
           PERFORM CONTA-JOBS THRU CONTA-JOBS-FIM
           IF  WS-QTD-JOBS = ZEROS
               DISPLAY "NENHUM JOB CONFIGURADO PARA A FILA "
           PERFORM RODA-JOB THRU RODA-JOB-FIM
               UNTIL WS-JOB-IX >= WS-QTD-JOBS OR E-ABORTOU
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           PERFORM EMITE-RELATORIO-MANHA
               THRU EMITE-RELATORIO-MANHA-FIM.
       FINALIZA.
           EVALUATE TRUE
               WHEN E-CFG-RECUSADA
                   DISPLAY "FILA NAO INICIADA: cobol.cfg DIFERENTE "
                       "DA VERSAO APROVADA - APROVAR COM "
                       "CBCFG01 APROVA"
                   MOVE 8 TO RETURN-CODE
               WHEN E-ABORTOU
                   DISPLAY "FILA ABORTADA NO JOB " WS-JOB-IX " : "
                       WS-COMANDO
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "FILA CONCLUIDA SEM ERROS"
           END-EVALUATE
           DISPLAY 'FIM CBSTREAM01 ...'
           STOP RUN.

      * -----------------------------------
      * LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO ./cobol.cfg E
      * CARREGA AS CHAVES DESTE PROGRAMA (STREAM_JOB1..30 E JOBLOGDD)
       LE-CONFIG.
           OPEN INPUT CONFIGFL
           IF  FS-CONFIG-OK
                   MOVE WS-CFG-VALOR TO JOBLOGDD
               WHEN "CALFILE"
                   MOVE WS-CFG-VALOR TO CALDD
               WHEN "STREAM_RELATORIO_MANHA"
                   MOVE WS-CFG-VALOR TO WS-CMD-MANHA
      *=====> CHAVES DE FILA (STREAM_JOBn E STREAM_<FILA>_JOBn)
               WHEN OTHER
                   PERFORM APLICA-CHAVE-FILA
                       THRU APLICA-CHAVE-FILA-FIM
           END-EVALUATE.
       APLICA-CONFIG-FIM.
           EXIT.

      * -----------------------------------
      * DECOMPOE UMA CHAVE DE FILA EM NOME DA FILA E NUMERO DO JOB
      * (1 A 30) E GUARDA O COMANDO NA TABELA DA FILA; AS CHAVES
      * STREAM_JOBn ANTIGAS VALEM COMO FILA DIARIA. CHAVE DE OUTRO
      * PROGRAMA (OU NUMERO FORA DA FAIXA) E IGNORADA
       APLICA-CHAVE-FILA.
           MOVE SPACES TO WS-FILA-PREFIXO WS-FILA-NUM-X.
           MOVE ZEROS  TO WS-FILA-NUM-TAM WS-FILA-NUM.
           UNSTRING WS-CFG-CHAVE DELIMITED BY "_JOB" OR SPACE
               INTO WS-FILA-PREFIXO
                    WS-FILA-NUM-X COUNT IN WS-FILA-NUM-TAM.
           EVALUATE WS-FILA-NUM-TAM
               WHEN 1
                   IF  WS-FILA-NUM-X(1:1) NUMERIC
                       MOVE WS-FILA-NUM-X(1:1) TO WS-FILA-NUM
                   END-IF
               WHEN 2
                   IF  WS-FILA-NUM-X NUMERIC
                       MOVE WS-FILA-NUM-X TO WS-FILA-NUM
                   END-IF
           END-EVALUATE.
           IF  WS-FILA-NUM < 1 OR WS-FILA-NUM > 30
               GO TO APLICA-CHAVE-FILA-FIM
           END-IF.
           EVALUATE WS-FILA-PREFIXO
               WHEN "STREAM"
                   MOVE WS-CFG-VALOR TO WS-JOB-DIA(WS-FILA-NUM)
               WHEN "STREAM_DIARIA"
                   MOVE WS-CFG-VALOR TO WS-JOB-DIA(WS-FILA-NUM)
               WHEN "STREAM_FERIADO"
                   MOVE WS-CFG-VALOR TO WS-JOB-FER(WS-FILA-NUM)
               WHEN "STREAM_FIMMES"
                   MOVE WS-CFG-VALOR TO WS-JOB-MES(WS-FILA-NUM)
           END-EVALUATE.
       APLICA-CHAVE-FILA-FIM.
           EXIT.

      * -----------------------------------
      * TIPO DO DIA CORRENTE SEGUNDO O CALENDARIO; DATA AUSENTE OU
      * CALENDARIO INEXISTENTE VALEM COMO DIA UTIL
       REGISTRA-PULADO-FIM.
           EXIT.

      * -----------------------------------
      * CONFERE O cobol.cfg EM USO CONTRA A ULTIMA VERSAO APROVADA
      * (CBCFG01 CONFERE); RETORNO DIFERENTE DE ZERO, INCLUSIVE
      * PROGRAMA AUSENTE, RECUSA A FILA
       CONFERE-CONFIG.
           MOVE "N" TO WS-CFG-RECUSADA.
           DISPLAY "CONFERINDO CONFIGURACAO : " WS-CMD-CFG.
           CALL "SYSTEM" USING WS-CMD-CFG.
           MOVE RETURN-CODE TO WS-RC-JOB.
           MOVE ZEROS       TO RETURN-CODE.
           IF  WS-RC-JOB NOT = ZEROS
               DISPLAY "CONFERENCIA DA CONFIGURACAO TERMINOU COM "
                   "CODIGO DE RETORNO " WS-RC-JOB
               MOVE "S" TO WS-CFG-RECUSADA
           END-IF.
       CONFERE-CONFIG-FIM.
           EXIT.

      * -----------------------------------
      * ANOTA NO LOG QUE A FILA FOI RECUSADA (CONFIGURACAO SEM
      * APROVACAO); SEM INICIO, PARA PODER RODAR DEPOIS DE APROVADA
       REGISTRA-RECUSA.
           MOVE "X" TO FS-JOBLOG.
           OPEN EXTEND JOBLOGFL
           IF  NOT FS-JOBLOG-OK
               OPEN OUTPUT JOBLOGFL
           END-IF
           MOVE SPACES            TO JOBLOG-REC
           MOVE "CBSTREAM01"      TO JL-PROGRAMA
           MOVE "RECUSA"          TO JL-EVENTO
           ACCEPT JL-DATA FROM DATE YYYYMMDD
           ACCEPT JL-HORA FROM TIME
           MOVE "SEM APROV."      TO JL-STATUS
           MOVE WS-OPERADOR       TO JL-OPERADOR
           WRITE JOBLOG-REC
           CLOSE JOBLOGFL.
       REGISTRA-RECUSA-FIM.
           EXIT.

      * -----------------------------------
      * A ULTIMA CHAVE PREENCHIDA DA O TAMANHO DA FILA; AS CHAVES
      * DEVEM SER CONTIGUAS A PARTIR DE STREAM_JOB1
       CONTA-JOBS.
           MOVE ZEROS TO WS-QTD-JOBS WS-JOB-IX.
           PERFORM CONTA-JOBS-LOOP THRU CONTA-JOBS-LOOP-FIM
               UNTIL WS-JOB-IX >= 30.
       CONTA-JOBS-FIM.
           EXIT.

       RODA-JOB-FIM.
           EXIT.

      * -----------------------------------
      * DISPARA O RELATORIO DA MANHA DEPOIS DO FIM DA FILA (TAMBEM
      * QUANDO ELA ABORTOU, PARA O TURNO VER ONDE PAROU); FALHA DELE
      * SO VAI PARA A TELA
       EMITE-RELATORIO-MANHA.
           IF  WS-CMD-MANHA = SPACES
               GO TO EMITE-RELATORIO-MANHA-FIM
           END-IF
           DISPLAY "EXECUTANDO RELATORIO DA MANHA : " WS-CMD-MANHA.
           CALL "SYSTEM" USING WS-CMD-MANHA.
           MOVE RETURN-CODE TO WS-RC-JOB.
           MOVE ZEROS       TO RETURN-CODE.
           IF  WS-RC-JOB NOT = ZEROS
               DISPLAY "RELATORIO DA MANHA TERMINOU COM CODIGO DE "
                   "RETORNO " WS-RC-JOB
           END-IF.
       EMITE-RELATORIO-MANHA-FIM.
           EXIT.

      * -----------------------------------
      * RELE O LOG DE JOBS E GUARDA O ULTIMO REGISTRO GRAVADO,
      * QUE DEVE SER O FIM DO JOB QUE ACABOU DE RODAR
