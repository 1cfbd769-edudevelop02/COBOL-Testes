       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBCONT01.
      *
      ****************************************************************
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Interface contabil das vendas do dia, para rodar
      *          depois do cb70_read-write-SEQ (na fila, depois do
      *          CBVMES01): le o diario de movimentos aceitos da
      *          rodada (cbMOVACEITOS.SEQ/ACEITREC), com a mesma
      *          conferencia de header/trailer do CBVMES01, ordena
      *          (SORT interno) por regiao e loja e grava, por loja,
      *          os lancamentos da receita do dia - debito de caixa/
      *          contas a receber (CX) contra credito de receita de
      *          vendas (VEN) e, havendo devolucoes, debito de
      *          devolucoes (DEV) contra credito de CX - com as
      *          contas da tabela cbCONTAS.SEQ (CONTATAB, a conta da
      *          regiao ganha da generica). Saida no layout LANCREC
      *          com header/trailer de controle (conferivel pelo
      *          CBCHECK01 no modo CONTABIL) e geracao registrada no
      *          controle de geracoes (feed CONTABVEND). Movimento
      *          repetido no diario por restart do cb70 (sequencia
      *          que nao avanca) nao e lancado de novo.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---> diario de movimentos aceitos gravado pelo cb70
           SELECT ACEITFL ASSIGN TO ACEITDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACEIT.
      *---> tabela de contas contabeis (editavel sem recompilar)
           SELECT CONTASFL ASSIGN TO CONTASDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTAS.
      *---> interface contabil das vendas (lancamentos por loja)
           SELECT LANCFL ASSIGN TO LANCDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LANC.
      *---> controle de geracoes dos feeds de saida
           SELECT GERFL ASSIGN TO GERDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GER.
      *---> arquivo de trabalho do SORT por regiao + loja
           SELECT SORTFL ASSIGN TO "CBCONT01-SORT".
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
       FD  CONTASFL.
           COPY CONTATAB.
      *
      *  TAMANHO DO REGISTRO = 100 CARACTERES SEM TERMINADOR FISICO
       FD  LANCFL.
           COPY LANCREC.
      *
       FD  GERFL.
           COPY GERREC.
      *
       SD SORTFL.
       01  SORT-REC.
           05 S-REGIAO      PIC 9(01).
           05 S-STORE-ID    PIC 9(05).
           05 S-TIPO-MOV    PIC X(01).
           05 S-VALOR       PIC 9(09)V99.
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

       01  CONTASDD          PIC X(30) VALUE "./cbCONTAS.SEQ".

       01  FS-CONTAS         PIC X(02) VALUE SPACES.
           88  FS-CONTAS-OK  VALUE IS "00".
           88  FS-CONTAS-EOF VALUE IS "10".

       01  LANCDD.
           05  FILLER  PIC X(30) VALUE "./files/cbCONTAB-VENDAS.SEQ".

       01  FS-LANC           PIC X(02) VALUE SPACES.
           88  FS-LANC-OK    VALUE IS "00".

       01  GERDD.
           05  FILLER  PIC X(30) VALUE "./files/cbgeracoes.dat".

       01  FS-GER            PIC X(02) VALUE "X".
           88  FS-GER-OK     VALUE IS "00".
           88  FS-GER-EOF    VALUE IS "10".

      *---> NUMERO DE GERACAO DESTE FEED (MAIOR JA REGISTRADO + 1)
       77  WS-GERACAO        PIC 9(06) VALUE ZEROS.

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
      *---> cb70): A DATA E A DOS LANCAMENTOS
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

      *---> MAIOR SEQUENCIA JA LANCADA: A QUE NAO AVANCA E REPETICAO
      *---> DO RESTART DO cb70
       77  WS-ULT-SEQ        PIC 9(07) VALUE ZEROS.

      *---> TABELA DE CONTAS CARREGADA
       01  WS-CT-TAB.
           05  WS-CT OCCURS 100 TIMES.
               10  WS-CT-ORIGEM  PIC X(01).
               10  WS-CT-EVENTO  PIC X(04).
               10  WS-CT-QUALIF  PIC X(05).
               10  WS-CT-CONTA   PIC X(12).
               10  WS-CT-DESC    PIC X(30).
       77  WS-QTD-CT         PIC 9(03) VALUE ZEROS.
       77  WS-IX-CT          PIC 9(03) VALUE ZEROS.
       77  WS-IX-CT-ACHADO   PIC 9(03) VALUE ZEROS.
       77  WS-IX-CT-GERAL    PIC 9(03) VALUE ZEROS.

       77  WS-FIM-SORT       PIC X VALUE "N".
           88  E-FIM-SORT    VALUE "S".

      *---> QUEBRA POR LOJA NA SAIDA DO SORT
       77  WS-REGIAO-ANT     PIC 9(01) VALUE ZEROS.
       77  WS-STORE-ANT      PIC 9(05) VALUE ZEROS.
       01  WS-PRIMEIRO       PIC X     VALUE "S".
           88  E-PRIMEIRO    VALUE "S".
       77  WS-LOJA-VENDAS    PIC 9(11)V99 VALUE ZEROS.
       77  WS-LOJA-DEVOL     PIC 9(11)V99 VALUE ZEROS.

      *---> VALOR DO MOVIMENTO CORRENTE (QTDE X VALOR UNITARIO)
       01  WS-VALOR-MOV      PIC 9(09)V99 VALUE ZEROS.

      *---> LANCAMENTO CORRENTE E TOTAIS DO ARQUIVO
       77  WS-LC-EVENTO      PIC X(04) VALUE SPACES.
       77  WS-LC-DC          PIC X(01) VALUE SPACE.
       77  WS-LC-VALOR       PIC 9(11)V99 VALUE ZEROS.
       77  WS-LC-QUALIF      PIC X(05) VALUE SPACES.
       77  WS-LC-REFERENCIA  PIC X(12) VALUE SPACES.
       77  WS-LC-DEBITOS     PIC 9(13)V99 VALUE ZEROS.
       77  WS-LC-CREDITOS    PIC 9(13)V99 VALUE ZEROS.
       77  WS-CAB-DATA       PIC 9(08) VALUE ZEROS.
       77  WS-CAB-HORA       PIC 9(06) VALUE ZEROS.

       01  COUNTERS.
           05  READ-COUNT    PIC 9(07) VALUE ZEROS.
           05  REPETIDOS     PIC 9(07) VALUE ZEROS.
           05  LOJAS         PIC 9(07) VALUE ZEROS.
           05  WRITE-COUNT   PIC 9(09) VALUE ZEROS.
           05  SEM-CONTA     PIC 9(07) VALUE ZEROS.
      *
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CBCONT01 - INTERFACE CONTABIL DAS VENDAS"
      *====> LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO (SE EXISTIR)
           PERFORM LE-CONFIG THRU LE-CONFIG-FIM
           PERFORM OBTEM-OPERADOR THRU OBTEM-OPERADOR-FIM
      *====> PEGA ARGUMENTOS DE ENTRADA DA LINHA DE COMANDO SE HOUVER
      *====> (1o = DIARIO DE ACEITOS, 2o = INTERFACE CONTABIL)
           ACCEPT args-cmd-linex   FROM COMMAND-LINE.
           IF  args-cmd-linex  NOT = SPACES
               UNSTRING args-cmd-linex DELIMITED BY SPACE
                   INTO  ACEITDD  LANCDD
           END-IF.
      *
           DISPLAY "DIARIO DE ACEITOS : " ACEITDD
           DISPLAY "INTERFACE CONTABIL : " LANCDD
           PERFORM REGISTRA-JOBLOG-INICIO
               THRU REGISTRA-JOBLOG-INICIO-FIM
      *====> SEM TABELA DE CONTAS A INTERFACE NAO E GERADA E A FILA
      *====> SEGUE (A CONTABILIDADE AINDA NAO RECEBE ESTE FEED)
           PERFORM CARREGA-CONTAS THRU CARREGA-CONTAS-FIM
           IF  WS-QTD-CT = ZEROS
               DISPLAY 'SEM TABELA DE CONTAS (' CONTASDD
                   ') - INTERFACE CONTABIL NAO GERADA'
               PERFORM REGISTRA-JOBLOG-TERMINO
                   THRU REGISTRA-JOBLOG-TERMINO-FIM
               DISPLAY 'FIM CBCONT01 ...'
               STOP RUN
           END-IF
           PERFORM OPEN-PARA      THRU OPEN-EXIT-PARA
      *====> ORDENA POR REGIAO + LOJA E LANCA COM QUEBRA POR LOJA
           SORT SORTFL
               ASCENDING KEY S-REGIAO S-STORE-ID
               INPUT PROCEDURE IS SOLTA-MOVIMENTOS
                   THRU SOLTA-MOVIMENTOS-FIM
               OUTPUT PROCEDURE IS LANCA-ORDENADO
                   THRU LANCA-ORDENADO-FIM
           PERFORM CLOSE-PARA     THRU CLOSE-EXIT-PARA.
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           DISPLAY 'FIM CBCONT01 ...'
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
               WHEN "CB70_ACEITOSDD"
                   MOVE WS-CFG-VALOR TO ACEITDD
               WHEN "CONTASFILE"
                   MOVE WS-CFG-VALOR TO CONTASDD
               WHEN "CBCONT01_CONTABDD"
                   MOVE WS-CFG-VALOR TO LANCDD
               WHEN "GERFILE"
                   MOVE WS-CFG-VALOR TO GERDD
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
           MOVE "CBCONT01"        TO JL-PROGRAMA
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
           MOVE "CBCONT01"        TO JL-PROGRAMA
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
      * RODADA DO cb70 QUE ABORTOU DEIXA O DIARIO SEM TRAILER, E A
      * CONTABILIDADE NAO PODE RECEBER O DIA PELA METADE
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
           OPEN OUTPUT LANCFL.
           IF  FS-LANC-OK
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DA INTERFACE CONTABIL FALHOU='
                   FS-LANC "  " LANCDD
               GO TO EXIT-PARA
           END-IF.
      * =====> HEADER DE CONTROLE COM O NUMERO DE GERACAO DO FEED E A
      * =====> REFERENCIA DO LOTE (DATA DAS VENDAS)
           PERFORM OBTEM-GERACAO THRU OBTEM-GERACAO-FIM.
           ACCEPT WS-CAB-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-CAB-HORA FROM TIME.
           MOVE SPACES TO WS-LC-REFERENCIA.
           STRING "VD" WS-LOTE-DATA DELIMITED BY SIZE
               INTO WS-LC-REFERENCIA.
           MOVE SPACES           TO LANCTO-REC.
           MOVE "H"              TO LC-CTL-TIPO.
           MOVE WS-CAB-DATA      TO LC-CTL-DATA.
           MOVE WS-CAB-HORA      TO LC-CTL-HORA.
           MOVE WS-GERACAO       TO LC-CTL-GERACAO.
           MOVE "V"              TO LC-CTL-ORIGEM.
           MOVE WS-LC-REFERENCIA TO LC-CTL-REFERENCIA.
           WRITE LANCTO-REC.
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
      * CARREGA A TABELA DE CONTAS (LINHAS EM BRANCO OU COM "*" NA
      * PRIMEIRA COLUNA SAO COMENTARIO)
       CARREGA-CONTAS.
           MOVE ZEROS TO WS-QTD-CT.
           MOVE "X"   TO FS-CONTAS.
           OPEN INPUT CONTASFL
           IF  FS-CONTAS-OK
               PERFORM CARREGA-CONTAS-LOOP THRU CARREGA-CONTAS-LOOP-FIM
                   UNTIL FS-CONTAS-EOF
               CLOSE CONTASFL
           END-IF.
       CARREGA-CONTAS-FIM.
           EXIT.

       CARREGA-CONTAS-LOOP.
           READ CONTASFL
               AT END
                   CONTINUE
               NOT AT END
                   IF  CONTATAB-REC NOT = SPACES
                       AND CT-ORIGEM NOT = "*"
                       AND CT-CONTA NOT = SPACES
                       AND WS-QTD-CT < 100
                       ADD 1 TO WS-QTD-CT
                       MOVE CT-ORIGEM    TO WS-CT-ORIGEM(WS-QTD-CT)
                       MOVE CT-EVENTO    TO WS-CT-EVENTO(WS-QTD-CT)
                       MOVE CT-QUALIF    TO WS-CT-QUALIF(WS-QTD-CT)
                       MOVE CT-CONTA     TO WS-CT-CONTA(WS-QTD-CT)
                       MOVE CT-DESCRICAO TO WS-CT-DESC(WS-QTD-CT)
                   END-IF
           END-READ.
       CARREGA-CONTAS-LOOP-FIM.
           EXIT.
      *================================
      * PROXIMO NUMERO DE GERACAO DESTE FEED: MAIOR JA REGISTRADO
      * NO CONTROLE DE GERACOES + 1 (SEM CONTROLE AINDA, COMECA DE 1)
       OBTEM-GERACAO.
           MOVE ZEROS TO WS-GERACAO.
           MOVE "X"   TO FS-GER.
           OPEN INPUT GERFL
           IF  FS-GER-OK
               PERFORM LE-GERACAO THRU LE-GERACAO-FIM
                   UNTIL FS-GER-EOF
               CLOSE GERFL
           END-IF.
           ADD 1 TO WS-GERACAO.
       OBTEM-GERACAO-FIM.
           EXIT.

       LE-GERACAO.
           READ GERFL
               AT END
                   CONTINUE
               NOT AT END
                   IF  GR-FEED = "CONTABVEND"
                       AND GR-GERACAO NUMERIC
                       AND GR-GERACAO > WS-GERACAO
                       MOVE GR-GERACAO TO WS-GERACAO
                   END-IF
           END-READ.
       LE-GERACAO-FIM.
           EXIT.
      *================================
      * REGISTRA A GERACAO NO CONTROLE COM STATUS GERADO; O AVANCO
      * PARA TRANSMITIDO/CONFIRMADO E FEITO A MAO NO CBGER01
       REGISTRA-GERACAO.
           MOVE "X" TO FS-GER.
           OPEN EXTEND GERFL
           IF  NOT FS-GER-OK
               OPEN OUTPUT GERFL
           END-IF
           IF  FS-GER-OK
               MOVE SPACES       TO GERACAO-REC
               MOVE "CONTABVEND" TO GR-FEED
               MOVE WS-GERACAO   TO GR-GERACAO
               MOVE WS-CAB-DATA  TO GR-DATA
               MOVE WS-CAB-HORA  TO GR-HORA
               MOVE WRITE-COUNT  TO GR-COUNT
               MOVE "GERADO"     TO GR-STATUS
               MOVE LANCDD       TO GR-ARQUIVO
               WRITE GERACAO-REC
               CLOSE GERFL
           ELSE
               DISPLAY "AVISO: NAO GRAVOU O CONTROLE DE GERACOES ST="
                   FS-GER
           END-IF.
       REGISTRA-GERACAO-FIM.
           EXIT.
      *================================
      * PROCEDIMENTO DE ENTRADA DO SORT: SOLTA O VALOR DE CADA
      * MOVIMENTO DO DIARIO, PULANDO A REPETICAO DO RESTART
       SOLTA-MOVIMENTOS.
           OPEN INPUT ACEITFL.
      * =====> PULA O HEADER, JA CONFERIDO NA ABERTURA
           READ ACEITFL.
           MOVE SPACES TO FS-ACEIT.
           PERFORM SOLTA-MOVIMENTOS-LOOP THRU SOLTA-MOVIMENTOS-LOOP-FIM
               UNTIL FS-ACEIT-EOF.
           CLOSE ACEITFL.
       SOLTA-MOVIMENTOS-FIM.
           EXIT.

       SOLTA-MOVIMENTOS-LOOP.
           READ ACEITFL
               AT END
                   GO TO SOLTA-MOVIMENTOS-LOOP-FIM
           END-READ.
           IF  AC-TRAILER
               GO TO SOLTA-MOVIMENTOS-LOOP-FIM
           END-IF.
           ADD 1 TO READ-COUNT.
           IF  AC-SEQ NOT > WS-ULT-SEQ
               ADD 1 TO REPETIDOS
               GO TO SOLTA-MOVIMENTOS-LOOP-FIM
           END-IF.
           MOVE AC-SEQ TO WS-ULT-SEQ.
           COMPUTE WS-VALOR-MOV = AC-QTDE * AC-VALOR-UNIT.
           MOVE AC-REGIAO    TO S-REGIAO.
           MOVE AC-STORE-ID  TO S-STORE-ID.
           MOVE AC-TIPO-MOV  TO S-TIPO-MOV.
           MOVE WS-VALOR-MOV TO S-VALOR.
           RELEASE SORT-REC.
       SOLTA-MOVIMENTOS-LOOP-FIM.
           EXIT.
      *================================
      * PROCEDIMENTO DE SAIDA DO SORT: SOMA VENDAS E DEVOLUCOES DA
      * LOJA E GRAVA OS LANCAMENTOS NA QUEBRA
       LANCA-ORDENADO.
           PERFORM LANCA-LOOP THRU LANCA-LOOP-FIM
               UNTIL E-FIM-SORT.
           IF  NOT E-PRIMEIRO
               PERFORM FECHA-LOJA THRU FECHA-LOJA-FIM
           END-IF.
       LANCA-ORDENADO-FIM.
           EXIT.

       LANCA-LOOP.
           RETURN SORTFL
               AT END
                   MOVE "S" TO WS-FIM-SORT
               NOT AT END
                   PERFORM SOMA-LOJA THRU SOMA-LOJA-FIM
           END-RETURN.
       LANCA-LOOP-FIM.
           EXIT.

       SOMA-LOJA.
           IF  NOT E-PRIMEIRO
               AND (S-REGIAO NOT = WS-REGIAO-ANT
                    OR S-STORE-ID NOT = WS-STORE-ANT)
               PERFORM FECHA-LOJA THRU FECHA-LOJA-FIM
           END-IF.
           IF  E-PRIMEIRO
               OR S-REGIAO NOT = WS-REGIAO-ANT
               OR S-STORE-ID NOT = WS-STORE-ANT
               MOVE "N"        TO WS-PRIMEIRO
               MOVE S-REGIAO   TO WS-REGIAO-ANT
               MOVE S-STORE-ID TO WS-STORE-ANT
               MOVE ZEROS      TO WS-LOJA-VENDAS WS-LOJA-DEVOL
               ADD 1 TO LOJAS
           END-IF.
           IF  S-TIPO-MOV = "D"
               ADD S-VALOR TO WS-LOJA-DEVOL
           ELSE
               ADD S-VALOR TO WS-LOJA-VENDAS
           END-IF.
       SOMA-LOJA-FIM.
           EXIT.

      * LANCAMENTOS DA LOJA: VENDA (D CX / C VEN) E DEVOLUCAO
      * (D DEV / C CX); VALOR ZERADO NAO SAI
       FECHA-LOJA.
           MOVE SPACES TO WS-LC-QUALIF.
           MOVE WS-REGIAO-ANT TO WS-LC-QUALIF(1:1).
           MOVE WS-LOJA-VENDAS TO WS-LC-VALOR.
           MOVE "CX  " TO WS-LC-EVENTO.
           MOVE "D"    TO WS-LC-DC.
           PERFORM GRAVA-LANCTO THRU GRAVA-LANCTO-FIM.
           MOVE "VEN " TO WS-LC-EVENTO.
           MOVE "C"    TO WS-LC-DC.
           PERFORM GRAVA-LANCTO THRU GRAVA-LANCTO-FIM.
           MOVE WS-LOJA-DEVOL TO WS-LC-VALOR.
           MOVE "DEV " TO WS-LC-EVENTO.
           MOVE "D"    TO WS-LC-DC.
           PERFORM GRAVA-LANCTO THRU GRAVA-LANCTO-FIM.
           MOVE "CX  " TO WS-LC-EVENTO.
           MOVE "C"    TO WS-LC-DC.
           PERFORM GRAVA-LANCTO THRU GRAVA-LANCTO-FIM.
       FECHA-LOJA-FIM.
           EXIT.

       GRAVA-LANCTO.
           IF  WS-LC-VALOR = ZEROS
               GO TO GRAVA-LANCTO-FIM
           END-IF.
           PERFORM PROCURA-CONTA THRU PROCURA-CONTA-FIM.
           MOVE SPACES           TO LANCTO-REC.
           MOVE "L"              TO LC-TIPO.
           MOVE "V"              TO LC-ORIGEM.
           MOVE WS-LOTE-DATA     TO LC-DATA.
           MOVE WS-LC-DC         TO LC-DC.
           MOVE WS-LC-VALOR      TO LC-VALOR.
           MOVE WS-STORE-ANT     TO LC-CCUSTO.
           MOVE WS-REGIAO-ANT    TO LC-REGIAO.
           MOVE WS-LC-EVENTO     TO LC-EVENTO.
           MOVE WS-LC-REFERENCIA TO LC-REFERENCIA.
           IF  WS-IX-CT-ACHADO > ZEROS
               MOVE WS-CT-CONTA(WS-IX-CT-ACHADO) TO LC-CONTA
               MOVE WS-CT-DESC(WS-IX-CT-ACHADO)  TO LC-HISTORICO
           ELSE
               ADD 1 TO SEM-CONTA
               MOVE "CONTA NAO MAPEADA"          TO LC-HISTORICO
               DISPLAY "SEM CONTA PARA O EVENTO " WS-LC-EVENTO
                   " DA REGIAO " WS-REGIAO-ANT
           END-IF.
           WRITE LANCTO-REC.
           ADD 1 TO WRITE-COUNT.
           IF  WS-LC-DC = "D"
               ADD WS-LC-VALOR TO WS-LC-DEBITOS
           ELSE
               ADD WS-LC-VALOR TO WS-LC-CREDITOS
           END-IF.
       GRAVA-LANCTO-FIM.
           EXIT.

      * CONTA DO EVENTO DE VENDAS PARA A REGIAO: A LINHA DA REGIAO
      * GANHA DA LINHA GENERICA (QUALIFICADOR EM BRANCO)
       PROCURA-CONTA.
           MOVE ZEROS TO WS-IX-CT WS-IX-CT-ACHADO WS-IX-CT-GERAL.
           PERFORM PROCURA-CONTA-LOOP THRU PROCURA-CONTA-LOOP-FIM
               UNTIL WS-IX-CT-ACHADO > ZEROS OR WS-IX-CT >= WS-QTD-CT.
           IF  WS-IX-CT-ACHADO = ZEROS
               MOVE WS-IX-CT-GERAL TO WS-IX-CT-ACHADO
           END-IF.
       PROCURA-CONTA-FIM.
           EXIT.

       PROCURA-CONTA-LOOP.
           ADD 1 TO WS-IX-CT.
           IF  WS-CT-ORIGEM(WS-IX-CT) = "V"
               AND WS-CT-EVENTO(WS-IX-CT) = WS-LC-EVENTO
               IF  WS-CT-QUALIF(WS-IX-CT) = WS-LC-QUALIF
                   MOVE WS-IX-CT TO WS-IX-CT-ACHADO
               ELSE
                   IF  WS-CT-QUALIF(WS-IX-CT) = SPACES
                       AND WS-IX-CT-GERAL = ZEROS
                       MOVE WS-IX-CT TO WS-IX-CT-GERAL
                   END-IF
               END-IF
           END-IF.
       PROCURA-CONTA-LOOP-FIM.
           EXIT.
      *================================
      * TRAILER COM A CONTAGEM E OS TOTAIS A DEBITO E A CREDITO
       CLOSE-PARA.
           MOVE SPACES         TO LANCTO-REC.
           MOVE "T"            TO LC-CTL-TIPO.
           MOVE WRITE-COUNT    TO LC-TRL-COUNT.
           MOVE WS-LC-DEBITOS  TO LC-TRL-DEBITOS.
           MOVE WS-LC-CREDITOS TO LC-TRL-CREDITOS.
           WRITE LANCTO-REC.
           CLOSE LANCFL.
           PERFORM REGISTRA-GERACAO THRU REGISTRA-GERACAO-FIM.
           IF  SEM-CONTA > ZEROS
               MOVE "ERRO" TO WS-JOB-STATUS
           END-IF.
           DISPLAY "================================================"
           DISPLAY "MOVIMENTOS NO DIARIO     : " READ-COUNT
           DISPLAY "REPETIDOS (RESTART)      : " REPETIDOS
           DISPLAY "LOJAS LANCADAS           : " LOJAS
           DISPLAY "LANCAMENTOS GRAVADOS     : " WRITE-COUNT
           DISPLAY "TOTAL A DEBITO           : " WS-LC-DEBITOS
           DISPLAY "TOTAL A CREDITO          : " WS-LC-CREDITOS
           DISPLAY "GERACAO DO FEED          : " WS-GERACAO
           IF  SEM-CONTA > ZEROS
               DISPLAY "SEM CONTA NA TABELA      : " SEM-CONTA
                   " - CORRIGIR A TABELA E RODAR DE NOVO"
           END-IF
           DISPLAY "================================================".
       CLOSE-EXIT-PARA.
           EXIT.

      *=================  FIM ======
       EXIT-PARA.
           MOVE "ERRO" TO WS-JOB-STATUS
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           DISPLAY 'FIM CBCONT01 (ABORTADO) ...'
           EXIT PROGRAM.
