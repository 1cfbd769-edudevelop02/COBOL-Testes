       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBORC01.
      *
      ****************************************************************
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Orcado x realizado da folha por departamento. Le o
      *          orcamento mensal (ORCAREC, lancado no CBDEP01) e o
      *          razao da folha (FOLHAREC, gravado pela FOLHA-
      *          PAGAMENTO do cbaula72_INDEXED) e mostra, para o mes
      *          pedido e para o acumulado do ano ate ele, o quadro
      *          e o custo orcados contra os realizados, com a
      *          variacao. Custo realizado = bruto menos desconto de
      *          ausencia das folhas mensal, de ferias e da 2a
      *          parcela do 13o (a 1a parcela e adiantamento, acertado
      *          na 2a, como no contabil); quadro realizado =
      *          funcionarios na folha mensal do mes. Departamento
      *          acima do orcamento (custo do mes ou do ano, ou
      *          quadro) sai marcado no relatorio e no console; com
      *          folha e sem orcamento tambem. O cbaula72 dispara este
      *          relatorio no fim de cada folha; argumentos: mes
      *          AAAAMM (sem ele, o mes corrente) e o relatorio.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---> orcamento mensal da folha por departamento
           SELECT ORCAFL ASSIGN TO ORCADD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-CHAVE
               FILE STATUS IS FS-ORCA.
      *---> razao da folha: periodo + tipo + funcionario
           SELECT FOLHAFL ASSIGN TO FOLHADD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FL-CHAVE
               FILE STATUS IS FS-FOLHA.
      *---> cadastro de departamentos (nome no relatorio)
           SELECT DEPTOFL ASSIGN TO DEPTODD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CHAVE
               FILE STATUS IS FS-DEPTO.
      *---> relatorio impresso do orcado x realizado
           SELECT RELATORIO ASSIGN TO NOME-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
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
       FD  ORCAFL.
           COPY ORCAREC.
      *
       FD  FOLHAFL.
           COPY FOLHAREC.
      *
       FD  DEPTOFL.
           COPY DEPREC.
      *
       FD RELATORIO.
       01 RELAT-REC PIC X(132).
      *
       FD  JOBLOGFL.
           COPY JOBLOG.
      *
       FD  CONFIGFL.
           COPY CONFIGCFG.
      *
       WORKING-STORAGE SECTION.
       01  ORCADD            PIC X(30) VALUE "./cbORCAMENTO.IDX".

       01  FS-ORCA           PIC X(02) VALUE SPACES.
           88  FS-ORCA-OK    VALUE IS "00".
           88  FS-ORCA-EOF   VALUE IS "10".

      *---> SEM ORCAMENTO LANCADO TODO DEPARTAMENTO COM FOLHA SAI
      *---> "SEM ORCAMENTO"
       01  WS-ORCA-ABERTO    PIC X     VALUE "N".
           88  ORCA-ABERTO   VALUE "S".

       01  FOLHADD           PIC X(30) VALUE "./cbFOLHA.IDX".

       01  FS-FOLHA          PIC X(02) VALUE SPACES.
           88  FS-FOLHA-OK         VALUE IS "00".
           88  FS-FOLHA-EOF        VALUE IS "10".
           88  FS-FOLHA-NAO-EXISTE VALUE IS "35".

      *---> SEM RAZAO (NENHUMA FOLHA GRAVADA AINDA) O REALIZADO E ZERO
       01  WS-FOLHA-ABERTO   PIC X     VALUE "N".
           88  FOLHA-ABERTO  VALUE "S".

       01  DEPTODD           PIC X(30) VALUE "./cbDEPTOS.IDX".

       01  FS-DEPTO          PIC X(02) VALUE SPACES.
           88  FS-DEPTO-OK   VALUE IS "00".

       01  WS-DEPTO-ABERTO   PIC X     VALUE "N".
           88  DEPTO-ABERTO  VALUE "S".

       01  NOME-ARQ-RELATORIO.
           05  FILLER  PIC X(50) VALUE "./cborcamento.out".

       77  FS-RELAT          PIC X(02) VALUE SPACES.

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

      *---> MES DO RELATORIO (ENTRADA OU, SEM ELA, O MES CORRENTE)
       01  WS-PER-INF        PIC X(06) VALUE SPACES.
       01  WS-PER-INF-N REDEFINES WS-PER-INF PIC 9(06).
       01  WS-PERIODO.
           05  WS-ANO        PIC 9(04).
           05  WS-MES        PIC 9(02).
       01  WS-PERIODO-N REDEFINES WS-PERIODO PIC 9(06).

       01  WS-FIM-LEITURA    PIC X     VALUE "N".
           88  E-FIM-LEITURA VALUE "S".

      *---> ORCADO E REALIZADO POR DEPARTAMENTO: NO MES E NO
      *---> ACUMULADO DO ANO ATE O MES
       01  WS-ORC-TAB.
           05  WS-ORC-ENT OCCURS 50 TIMES.
               10  WO-DEPTO       PIC X(03).
               10  WO-TEM-ORC     PIC X(01).
                   88  WO-ORCADO  VALUE "S".
               10  WO-ORC-QTD     PIC 9(05).
               10  WO-ORC-CUSTO   PIC 9(09)V99.
               10  WO-REAL-QTD    PIC 9(05).
               10  WO-REAL-CUSTO  PIC 9(09)V99.
               10  WO-ORC-ACUM    PIC 9(11)V99.
               10  WO-REAL-ACUM   PIC 9(11)V99.

       77  WS-QTD-DEP        PIC 9(03) VALUE ZEROS.
       77  WS-IX-DEP         PIC 9(03) VALUE ZEROS.
       77  WS-IX-ACHADO      PIC 9(03) VALUE ZEROS.
       77  WS-DEPTO-PROC     PIC X(03) VALUE SPACES.

       77  WS-CUSTO-FOLHA    PIC 9(07)V99 VALUE ZEROS.
       77  WS-VARIACAO       PIC S9(11)V99 VALUE ZEROS.

       01  WS-SITUACAO       PIC X(10) VALUE SPACES.

       01  COUNTERS.
           05  ORC-COUNT     PIC 9(07) VALUE ZEROS.
           05  FOLHA-COUNT   PIC 9(07) VALUE ZEROS.
           05  DEP-ACIMA     PIC 9(03) VALUE ZEROS.
           05  DEP-SEM-ORC   PIC 9(03) VALUE ZEROS.
           05  DEP-FORA-TAB  PIC 9(05) VALUE ZEROS.

      *---> TOTAIS DA EMPRESA
       01  WS-TOTAIS.
           05  WS-TT-ORC-QTD     PIC 9(05)     VALUE ZEROS.
           05  WS-TT-REAL-QTD    PIC 9(05)     VALUE ZEROS.
           05  WS-TT-ORC-CUSTO   PIC 9(09)V99  VALUE ZEROS.
           05  WS-TT-REAL-CUSTO  PIC 9(09)V99  VALUE ZEROS.
           05  WS-TT-ORC-ACUM    PIC 9(11)V99  VALUE ZEROS.
           05  WS-TT-REAL-ACUM   PIC 9(11)V99  VALUE ZEROS.

       77  WS-DATA-RELAT   PIC 9(08).
       77  WS-NUM-PAGINA   PIC 9(03) VALUE ZEROS.
       77  WS-LIN-PAGINA   PIC 9(02) VALUE ZEROS.

       01  WS-CAB-REL1.
           05 FILLER        PIC X(36) VALUE
               "ORCADO X REALIZADO DA FOLHA  MES: ".
           05 WS-CAB-PERIODO PIC 9(06).
           05 FILLER        PIC X(08) VALUE "  DATA: ".
           05 WS-CAB-DATA   PIC 9(08).
           05 FILLER        PIC X(08) VALUE "  PAG.: ".
           05 WS-CAB-PAGINA PIC ZZ9.

       01  WS-CAB-REL2.
           05 FILLER        PIC X(33) VALUE SPACES.
           05 FILLER        PIC X(54) VALUE
               "------------------- NO MES -------------------".
           05 FILLER        PIC X(45) VALUE
               "------------ ACUMULADO NO ANO ------------".

       01  WS-CAB-REL3.
           05 FILLER        PIC X(21) VALUE "DEP NOME".
           05 FILLER        PIC X(12) VALUE " QTD.ORC/REA".
           05 FILLER        PIC X(13) VALUE "      ORCADO".
           05 FILLER        PIC X(13) VALUE "   REALIZADO".
           05 FILLER        PIC X(14) VALUE "     VARIACAO".
           05 FILLER        PIC X(15) VALUE "         ORCADO".
           05 FILLER        PIC X(15) VALUE "      REALIZADO".
           05 FILLER        PIC X(16) VALUE "       VARIACAO".
           05 FILLER        PIC X(11) VALUE "  SITUACAO".

       01  WS-LIN-REL.
           05 WL-DEPTO      PIC X(03).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WL-NOME       PIC X(16).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WL-ORC-QTD    PIC ZZZZ9.
           05 FILLER        PIC X(01) VALUE "/".
           05 WL-REAL-QTD   PIC ZZZZ9.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WL-ORC-CUSTO  PIC ZZZZZZZZ9.99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WL-REAL-CUSTO PIC ZZZZZZZZ9.99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WL-VARIACAO   PIC -ZZZZZZZZ9.99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WL-ORC-ACUM   PIC ZZZZZZZZZZ9.99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WL-REAL-ACUM  PIC ZZZZZZZZZZ9.99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WL-VAR-ACUM   PIC -ZZZZZZZZZZ9.99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WL-SITUACAO   PIC X(10).

       01  WS-TOT-REL.
           05 WT-ROTULO     PIC X(30).
           05 WT-TOTAL      PIC ZZZZ9.

       77  XY     PIC X.
      *
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CBORC01 - ORCADO X REALIZADO DA FOLHA POR DEPTO"
      *====> LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO (SE EXISTIR)
           PERFORM LE-CONFIG THRU LE-CONFIG-FIM
           PERFORM OBTEM-OPERADOR THRU OBTEM-OPERADOR-FIM
      *====> PEGA ARGUMENTOS DE ENTRADA DA LINHA DE COMANDO SE HOUVER
      *====> (1o = MES AAAAMM, 2o = RELATORIO)
           ACCEPT args-cmd-linex   FROM COMMAND-LINE.
           IF  args-cmd-linex  NOT = SPACES
               UNSTRING args-cmd-linex DELIMITED BY SPACE
                   INTO  WS-PER-INF  NOME-ARQ-RELATORIO
           END-IF.
           ACCEPT WS-DATA-RELAT FROM DATE YYYYMMDD.
           IF  WS-PER-INF = SPACES
               MOVE WS-DATA-RELAT(1:6) TO WS-PERIODO
           ELSE
               IF  WS-PER-INF NOT NUMERIC
                   DISPLAY "MES DEVE SER AAAAMM: " WS-PER-INF
                   GO TO EXIT-PARA
               END-IF
               MOVE WS-PER-INF-N TO WS-PERIODO-N
           END-IF.
           IF  WS-MES < 1 OR WS-MES > 12
               DISPLAY "MES DEVE SER AAAAMM: " WS-PERIODO
               GO TO EXIT-PARA
           END-IF.
      *
           DISPLAY "MES       : " WS-PERIODO
           DISPLAY "RELATORIO : " NOME-ARQ-RELATORIO
           PERFORM REGISTRA-JOBLOG-INICIO
               THRU REGISTRA-JOBLOG-INICIO-FIM
           PERFORM OPEN-PARA      THRU OPEN-EXIT-PARA
           PERFORM PROCESS-PARA   THRU PROCESS-EXIT-PARA
           PERFORM CLOSE-PARA     THRU CLOSE-EXIT-PARA.
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           DISPLAY 'FIM CBORC01 ...'
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
               WHEN "ORCAFILE"
                   MOVE WS-CFG-VALOR TO ORCADD
               WHEN "FOLHAFILE"
                   MOVE WS-CFG-VALOR TO FOLHADD
               WHEN "DEPTOFILE"
                   MOVE WS-CFG-VALOR TO DEPTODD
               WHEN "CBORC01_RELATORIO"
                   MOVE WS-CFG-VALOR TO NOME-ARQ-RELATORIO
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
           MOVE "CBORC01"         TO JL-PROGRAMA
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
           MOVE "CBORC01"         TO JL-PROGRAMA
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
           OPEN INPUT ORCAFL
           IF  FS-ORCA-OK
               MOVE "S" TO WS-ORCA-ABERTO
           ELSE
               DISPLAY "SEM ORCAMENTO DOS DEPARTAMENTOS (" ORCADD
                   ") - LANCE PELO CBDEP01"
           END-IF.
           OPEN INPUT FOLHAFL
           IF  FS-FOLHA-OK
               MOVE "S" TO WS-FOLHA-ABERTO
           ELSE
               IF  FS-FOLHA-NAO-EXISTE
                   DISPLAY 'SEM RAZAO DA FOLHA (' FOLHADD
                       ') - NENHUMA FOLHA GRAVADA'
               ELSE
                   DISPLAY 'ABERTURA DO RAZAO DA FOLHA FALHOU='
                       FS-FOLHA "  " FOLHADD
                   IF  ORCA-ABERTO
                       CLOSE ORCAFL
                   END-IF
                   GO TO EXIT-PARA
               END-IF
           END-IF.
      * =====> SEM O CADASTRO DE DEPARTAMENTOS O RELATORIO SAI SEM
      * =====> O NOME DO DEPARTAMENTO
           OPEN INPUT DEPTOFL.
           IF  FS-DEPTO-OK
               MOVE "S" TO WS-DEPTO-ABERTO
           END-IF.
           OPEN OUTPUT RELATORIO.
           IF  FS-RELAT = "00"
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO RELATORIO FALHOU=' FS-RELAT
                   "  " NOME-ARQ-RELATORIO
               PERFORM FECHA-ENTRADAS THRU FECHA-ENTRADAS-FIM
               GO TO EXIT-PARA
           END-IF.
       OPEN-EXIT-PARA.
           EXIT.
      *================================
       PROCESS-PARA.
           MOVE SPACES TO WS-ORC-TAB.
           PERFORM CARREGA-ORCAMENTO THRU CARREGA-ORCAMENTO-FIM.
           PERFORM SOMA-RAZAO        THRU SOMA-RAZAO-FIM.
           PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM.
           IF  WS-QTD-DEP = ZEROS
               MOVE "SEM ORCAMENTO E SEM FOLHA NO ANO ATE O MES"
                   TO RELAT-REC
               WRITE RELAT-REC
               ADD 1 TO WS-LIN-PAGINA
           END-IF.
           MOVE ZEROS TO WS-IX-DEP.
           PERFORM LISTA-DEPARTAMENTO THRU LISTA-DEPARTAMENTO-FIM
               UNTIL WS-IX-DEP >= WS-QTD-DEP.
       PROCESS-EXIT-PARA.
           EXIT.
      *================================
      * ORCAMENTO DO ANO ATE O MES: O DO MES E O ACUMULADO
       CARREGA-ORCAMENTO.
           IF  NOT ORCA-ABERTO
               GO TO CARREGA-ORCAMENTO-FIM
           END-IF.
           MOVE "N" TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO OR-CHAVE.
           START ORCAFL KEY IS NOT LESS THAN OR-CHAVE
               INVALID KEY
                   GO TO CARREGA-ORCAMENTO-FIM
           END-START.
           PERFORM CARREGA-ORCAMENTO-LOOP
               THRU CARREGA-ORCAMENTO-LOOP-FIM
               UNTIL E-FIM-LEITURA.
       CARREGA-ORCAMENTO-FIM.
           EXIT.

       CARREGA-ORCAMENTO-LOOP.
           READ ORCAFL NEXT
               AT END
                   MOVE "S" TO WS-FIM-LEITURA
                   GO TO CARREGA-ORCAMENTO-LOOP-FIM
           END-READ.
           IF  OR-ANO NOT = WS-ANO OR OR-MES > WS-MES
               GO TO CARREGA-ORCAMENTO-LOOP-FIM
           END-IF.
           ADD 1 TO ORC-COUNT.
           MOVE OR-DEPTO TO WS-DEPTO-PROC.
           PERFORM LOCALIZA-DEPTO THRU LOCALIZA-DEPTO-FIM.
           IF  WS-IX-ACHADO = ZEROS
               GO TO CARREGA-ORCAMENTO-LOOP-FIM
           END-IF.
           ADD OR-CUSTO TO WO-ORC-ACUM(WS-IX-ACHADO).
           IF  OR-MES = WS-MES
               MOVE "S"         TO WO-TEM-ORC(WS-IX-ACHADO)
               MOVE OR-QTD-FUNC TO WO-ORC-QTD(WS-IX-ACHADO)
               MOVE OR-CUSTO    TO WO-ORC-CUSTO(WS-IX-ACHADO)
           END-IF.
       CARREGA-ORCAMENTO-LOOP-FIM.
           EXIT.
      *================================
      * REALIZADO DO RAZAO NO ANO ATE O MES. A 1a PARCELA DO 13o E
      * ADIANTAMENTO (ACERTADO NA 2a, QUE TRAZ O 13o INTEIRO) E NAO
      * ENTRA NO CUSTO
       SOMA-RAZAO.
           IF  NOT FOLHA-ABERTO
               GO TO SOMA-RAZAO-FIM
           END-IF.
           MOVE "N" TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO FL-CHAVE.
           MOVE WS-ANO     TO FL-ANO.
           MOVE ZEROS      TO FL-MES.
           START FOLHAFL KEY IS NOT LESS THAN FL-CHAVE
               INVALID KEY
                   GO TO SOMA-RAZAO-FIM
           END-START.
           PERFORM SOMA-RAZAO-LOOP THRU SOMA-RAZAO-LOOP-FIM
               UNTIL E-FIM-LEITURA.
       SOMA-RAZAO-FIM.
           EXIT.

       SOMA-RAZAO-LOOP.
           READ FOLHAFL NEXT
               AT END
                   MOVE "S" TO WS-FIM-LEITURA
                   GO TO SOMA-RAZAO-LOOP-FIM
           END-READ.
           IF  FL-ANO NOT = WS-ANO OR FL-MES > WS-MES
               MOVE "S" TO WS-FIM-LEITURA
               GO TO SOMA-RAZAO-LOOP-FIM
           END-IF.
           IF  FL-13-PRIM
               GO TO SOMA-RAZAO-LOOP-FIM
           END-IF.
           ADD 1 TO FOLHA-COUNT.
           MOVE FL-DEPTO TO WS-DEPTO-PROC.
           PERFORM LOCALIZA-DEPTO THRU LOCALIZA-DEPTO-FIM.
           IF  WS-IX-ACHADO = ZEROS
               GO TO SOMA-RAZAO-LOOP-FIM
           END-IF.
           COMPUTE WS-CUSTO-FOLHA = FL-BRUTO - FL-DESC-AUSENCIA.
           ADD WS-CUSTO-FOLHA TO WO-REAL-ACUM(WS-IX-ACHADO).
           IF  FL-MES = WS-MES
               ADD WS-CUSTO-FOLHA TO WO-REAL-CUSTO(WS-IX-ACHADO)
               IF  FL-MENSAL
                   ADD 1 TO WO-REAL-QTD(WS-IX-ACHADO)
               END-IF
           END-IF.
       SOMA-RAZAO-LOOP-FIM.
           EXIT.
      *================================
      * ACHA (OU ABRE) A LINHA DO DEPARTAMENTO WS-DEPTO-PROC NA
      * TABELA; TABELA CHEIA DEVOLVE ZERO E CONTA O REGISTRO DE FORA
       LOCALIZA-DEPTO.
           MOVE ZEROS TO WS-IX-ACHADO WS-IX-DEP.
           PERFORM PROCURA-DEPTO THRU PROCURA-DEPTO-FIM
               UNTIL WS-IX-ACHADO > ZEROS OR WS-IX-DEP >= WS-QTD-DEP.
           IF  WS-IX-ACHADO > ZEROS
               GO TO LOCALIZA-DEPTO-FIM
           END-IF.
           IF  WS-QTD-DEP >= 50
               ADD 1 TO DEP-FORA-TAB
               GO TO LOCALIZA-DEPTO-FIM
           END-IF.
           ADD 1 TO WS-QTD-DEP.
           MOVE WS-QTD-DEP TO WS-IX-ACHADO.
           MOVE WS-DEPTO-PROC TO WO-DEPTO(WS-IX-ACHADO).
           MOVE "N"           TO WO-TEM-ORC(WS-IX-ACHADO).
           MOVE ZEROS TO WO-ORC-QTD(WS-IX-ACHADO)
                         WO-ORC-CUSTO(WS-IX-ACHADO)
                         WO-REAL-QTD(WS-IX-ACHADO)
                         WO-REAL-CUSTO(WS-IX-ACHADO)
                         WO-ORC-ACUM(WS-IX-ACHADO)
                         WO-REAL-ACUM(WS-IX-ACHADO).
       LOCALIZA-DEPTO-FIM.
           EXIT.

       PROCURA-DEPTO.
           ADD 1 TO WS-IX-DEP.
           IF  WO-DEPTO(WS-IX-DEP) = WS-DEPTO-PROC
               MOVE WS-IX-DEP TO WS-IX-ACHADO
           END-IF.
       PROCURA-DEPTO-FIM.
           EXIT.
      *================================
      * UMA LINHA POR DEPARTAMENTO: ORCADO, REALIZADO E VARIACAO NO
      * MES E NO ACUMULADO, E A SITUACAO
       LISTA-DEPARTAMENTO.
           ADD 1 TO WS-IX-DEP.
           MOVE SPACES TO WS-SITUACAO.
           IF  NOT WO-ORCADO(WS-IX-DEP) AND WO-ORC-ACUM(WS-IX-DEP) = 0
               MOVE "SEM ORCAM." TO WS-SITUACAO
               ADD 1 TO DEP-SEM-ORC
           ELSE
               IF  WO-REAL-CUSTO(WS-IX-DEP) > WO-ORC-CUSTO(WS-IX-DEP)
                   OR WO-REAL-ACUM(WS-IX-DEP) > WO-ORC-ACUM(WS-IX-DEP)
                   MOVE "ACIMA" TO WS-SITUACAO
               ELSE
                   IF  WO-REAL-QTD(WS-IX-DEP) > WO-ORC-QTD(WS-IX-DEP)
                       MOVE "QTD ACIMA" TO WS-SITUACAO
                   END-IF
               END-IF
           END-IF.
           IF  WS-SITUACAO = "ACIMA" OR WS-SITUACAO = "QTD ACIMA"
               ADD 1 TO DEP-ACIMA
               DISPLAY "ACIMA DO ORCAMENTO: " WO-DEPTO(WS-IX-DEP)
                   "  " WS-SITUACAO
           END-IF.
           IF  WS-LIN-PAGINA >= 50
               PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM
           END-IF.
           MOVE WO-DEPTO(WS-IX-DEP) TO WL-DEPTO.
           MOVE SPACES TO WL-NOME.
           IF  DEPTO-ABERTO
               MOVE WO-DEPTO(WS-IX-DEP) TO DP-CODIGO
               READ DEPTOFL
                   KEY IS DP-CHAVE
                   INVALID KEY
                       MOVE "NAO CADASTRADO" TO WL-NOME
                   NOT INVALID KEY
                       MOVE DP-NOME TO WL-NOME
               END-READ
           END-IF.
           MOVE WO-ORC-QTD(WS-IX-DEP)    TO WL-ORC-QTD.
           MOVE WO-REAL-QTD(WS-IX-DEP)   TO WL-REAL-QTD.
           MOVE WO-ORC-CUSTO(WS-IX-DEP)  TO WL-ORC-CUSTO.
           MOVE WO-REAL-CUSTO(WS-IX-DEP) TO WL-REAL-CUSTO.
           COMPUTE WS-VARIACAO = WO-REAL-CUSTO(WS-IX-DEP)
               - WO-ORC-CUSTO(WS-IX-DEP).
           MOVE WS-VARIACAO              TO WL-VARIACAO.
           MOVE WO-ORC-ACUM(WS-IX-DEP)   TO WL-ORC-ACUM.
           MOVE WO-REAL-ACUM(WS-IX-DEP)  TO WL-REAL-ACUM.
           COMPUTE WS-VARIACAO = WO-REAL-ACUM(WS-IX-DEP)
               - WO-ORC-ACUM(WS-IX-DEP).
           MOVE WS-VARIACAO              TO WL-VAR-ACUM.
           MOVE WS-SITUACAO              TO WL-SITUACAO.
           WRITE RELAT-REC FROM WS-LIN-REL.
           ADD 1 TO WS-LIN-PAGINA.
      *=====> TOTAIS DA EMPRESA
           ADD WO-ORC-QTD(WS-IX-DEP)    TO WS-TT-ORC-QTD.
           ADD WO-REAL-QTD(WS-IX-DEP)   TO WS-TT-REAL-QTD.
           ADD WO-ORC-CUSTO(WS-IX-DEP)  TO WS-TT-ORC-CUSTO.
           ADD WO-REAL-CUSTO(WS-IX-DEP) TO WS-TT-REAL-CUSTO.
           ADD WO-ORC-ACUM(WS-IX-DEP)   TO WS-TT-ORC-ACUM.
           ADD WO-REAL-ACUM(WS-IX-DEP)  TO WS-TT-REAL-ACUM.
       LISTA-DEPARTAMENTO-FIM.
           EXIT.

       ESCREVE-CABECALHO.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE ZEROS TO WS-LIN-PAGINA.
           MOVE WS-PERIODO    TO WS-CAB-PERIODO.
           MOVE WS-DATA-RELAT TO WS-CAB-DATA.
           MOVE WS-NUM-PAGINA TO WS-CAB-PAGINA.
           WRITE RELAT-REC FROM WS-CAB-REL1.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
           WRITE RELAT-REC FROM WS-CAB-REL2.
           WRITE RELAT-REC FROM WS-CAB-REL3.
       ESCREVE-CABECALHO-FIM.
           EXIT.
      *================================
       CLOSE-PARA.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
           MOVE "TOTAL"                  TO WL-DEPTO.
           MOVE SPACES                   TO WL-NOME WL-SITUACAO.
           MOVE WS-TT-ORC-QTD            TO WL-ORC-QTD.
           MOVE WS-TT-REAL-QTD           TO WL-REAL-QTD.
           MOVE WS-TT-ORC-CUSTO          TO WL-ORC-CUSTO.
           MOVE WS-TT-REAL-CUSTO         TO WL-REAL-CUSTO.
           COMPUTE WS-VARIACAO = WS-TT-REAL-CUSTO - WS-TT-ORC-CUSTO.
           MOVE WS-VARIACAO              TO WL-VARIACAO.
           MOVE WS-TT-ORC-ACUM           TO WL-ORC-ACUM.
           MOVE WS-TT-REAL-ACUM          TO WL-REAL-ACUM.
           COMPUTE WS-VARIACAO = WS-TT-REAL-ACUM - WS-TT-ORC-ACUM.
           MOVE WS-VARIACAO              TO WL-VAR-ACUM.
           WRITE RELAT-REC FROM WS-LIN-REL.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
           MOVE "DEPARTAMENTOS LISTADOS     : " TO WT-ROTULO.
           MOVE WS-QTD-DEP                     TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "ACIMA DO ORCAMENTO         : " TO WT-ROTULO.
           MOVE DEP-ACIMA                      TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "COM FOLHA E SEM ORCAMENTO  : " TO WT-ROTULO.
           MOVE DEP-SEM-ORC                    TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           IF  DEP-FORA-TAB > ZEROS
               MOVE "REGISTROS FORA (50 DEPTOS) : " TO WT-ROTULO
               MOVE DEP-FORA-TAB                   TO WT-TOTAL
               WRITE RELAT-REC FROM WS-TOT-REL
           END-IF.
           CLOSE RELATORIO.
           PERFORM FECHA-ENTRADAS THRU FECHA-ENTRADAS-FIM.
           DISPLAY "================================================"
           DISPLAY "ORCAMENTOS NO ANO    : " ORC-COUNT
           DISPLAY "FOLHAS NO ANO        : " FOLHA-COUNT
           DISPLAY "DEPARTAMENTOS        : " WS-QTD-DEP
           DISPLAY "ACIMA DO ORCAMENTO   : " DEP-ACIMA
           DISPLAY "SEM ORCAMENTO        : " DEP-SEM-ORC
           DISPLAY "================================================".
       CLOSE-EXIT-PARA.
           EXIT.

       FECHA-ENTRADAS.
           IF  ORCA-ABERTO
               CLOSE ORCAFL
           END-IF.
           IF  FOLHA-ABERTO
               CLOSE FOLHAFL
           END-IF.
           IF  DEPTO-ABERTO
               CLOSE DEPTOFL
           END-IF.
       FECHA-ENTRADAS-FIM.
           EXIT.

      *=================  FIM ======
       EXIT-PARA.
           MOVE "ERRO" TO WS-JOB-STATUS
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           DISPLAY 'FIM CBORC01 (ABORTADO) ...'
           EXIT PROGRAM.
