       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBMANHA01.
      *
      ****************************************************************
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Relatorio da manha com as excecoes da noite numa
      *          pagina so, rodado pelo CBSTREAM01 como ultimo passo
      *          da fila (mesmo quando ela aborta) ou a mao pelo
      *          turno. Junta o que cada conferidor deixou:
      *            CBPREV01   - ultimo FIM no cbjoblog.log
      *            CBCHECK01  - linhas da noite no cbcheck.log
      *            CBAUDVER01 - ultimo FIM no cbjoblog.log
      *            CBCOBER01  - excecoes do cbcobertura.out
      *            CBTEMP01   - alertas do cbtempos.out
      *            CADVERIF01 - erros do cadcli-excecoes.out
      *          A noite comeca no ultimo INICIO do CBSTREAM01 no
      *          log de jobs, ou no ultimo RECUSA dele (fila que nao
      *          comecou por cobol.cfg sem aprovacao, resultado
      *          RECUSADA); sem eles, vale a data de hoje; saida
      *          mais velha que isso conta como nao produzida.
      *          Cada conferidor vira uma secao com situacao
      *          VERMELHO (veredito com ERRO ou job sem FIM),
      *          AMARELO (excecoes a tratar ou saida nao produzida)
      *          ou VERDE, a contagem e as primeiras linhas que
      *          acusaram; as secoes saem das vermelhas para as
      *          verdes, seguidas da lista de saidas esperadas que
      *          nao foram produzidas e da linha de visto do
      *          supervisor do turno.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---> log de controle de jobs, compartilhado entre os programas
           SELECT JOBLOGFL ASSIGN TO JOBLOGDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOBLOG.
      *---> resultados das conferencias do CBCHECK01
           SELECT RESULTFL ASSIGN TO CHKRESDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHKRES.
      *---> relatorio de um conferidor (trocado a cada secao)
           SELECT ORIGEMFL ASSIGN TO WS-ARQ-ORIGEM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORIGEM.
      *---> relatorio impresso da manha
           SELECT RELATORIO ASSIGN TO NOME-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
      *---> arquivo de configuracao compartilhado de localizacao
           SELECT CONFIGFL ASSIGN TO CONFIGDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONFIG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  JOBLOGFL.
           COPY JOBLOG.
      *
       FD  RESULTFL.
           COPY CHKRES.
      *
       FD  ORIGEMFL.
       01  ORIGEM-REC PIC X(132).
      *
       FD  RELATORIO.
       01  RELAT-REC PIC X(132).
      *
       FD  CONFIGFL.
           COPY CONFIGCFG.
      *
       WORKING-STORAGE SECTION.
       01  JOBLOGDD.
           05  FILLER  PIC X(30) VALUE "./cbjoblog.log".

       01  FS-JOBLOG         PIC X(02) VALUE "X".
           88  FS-JOBLOG-OK  VALUE IS "00".
           88  FS-JOBLOG-EOF VALUE IS "10".

       01  WS-JOB-STATUS     PIC X(10) VALUE "OK".

      *---> CODIGO DO OPERADOR (VARIAVEL DE AMBIENTE OPERADOR)
       77  WS-OPERADOR       PIC X(08) VALUE SPACES.

       01  CHKRESDD          PIC X(30) VALUE "./cbcheck.log".

       01  FS-CHKRES         PIC X(02) VALUE "X".
           88  FS-CHKRES-OK  VALUE IS "00".
           88  FS-CHKRES-EOF VALUE IS "10".

      *---> RELATORIOS DOS CONFERIDORES (MESMAS CHAVES DO cobol.cfg
      *---> QUE CADA UM USA PARA GRAVAR)
       01  WS-REL-COBER      PIC X(50) VALUE "./cbcobertura.out".
       01  WS-REL-TEMPOS     PIC X(50) VALUE "./cbtempos.out".
       01  WS-REL-VERIF      PIC X(50) VALUE "./cadcli-excecoes.out".

       01  WS-ARQ-ORIGEM     PIC X(50) VALUE SPACES.

       01  FS-ORIGEM         PIC X(02) VALUE "X".
           88  FS-ORIGEM-OK  VALUE IS "00".
           88  FS-ORIGEM-EOF VALUE IS "10".

       01  NOME-ARQ-RELATORIO.
           05  FILLER  PIC X(50) VALUE "./cbmanha.out".

       77  FS-RELAT          PIC X(02) VALUE SPACES.

       01  CONFIGDD          PIC X(30) VALUE "./cobol.cfg".

       01  FS-CONFIG         PIC X(02) VALUE "X".
           88  FS-CONFIG-OK  VALUE IS "00".
           88  FS-CONFIG-EOF VALUE IS "10".

       77  WS-CFG-CHAVE      PIC X(30) VALUE SPACES.
       77  WS-CFG-VALOR      PIC X(50) VALUE SPACES.

       01  args-cmd-linex    PIC X(90)  VALUE SPACES.

       77  WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-AGORA     PIC 9(06) VALUE ZEROS.

      *---> A NOITE: ULTIMO INICIO DO CBSTREAM01 NO LOG DE JOBS, A
      *---> FILA QUE RODOU, COMO ELA TERMINOU E ONDE PAROU
       01  WS-NOITE-MARCA.
           05  WS-NOITE-DATA PIC 9(08) VALUE ZEROS.
           05  WS-NOITE-HORA PIC 9(06) VALUE ZEROS.
       77  WS-NOITE-FILA     PIC X(10) VALUE SPACES.
       77  WS-NOITE-STATUS   PIC X(10) VALUE SPACES.
       77  WS-NOITE-PARADA   PIC X(20) VALUE SPACES.

      *---> MENOR DATA ACEITA NO CABECALHO DOS RELATORIOS DA NOITE
       77  WS-LIMITE-DATA    PIC 9(08) VALUE ZEROS.

      *---> DATA/HORA DE UMA LINHA DO cbcheck.log, PARA COMPARAR COM
      *---> O INICIO DA NOITE
       01  WS-REG-MARCA.
           05  WS-REG-DATA   PIC 9(08) VALUE ZEROS.
           05  WS-REG-HORA   PIC 9(06) VALUE ZEROS.

      *---> DATA DO CABECALHO DO RELATORIO DE UM CONFERIDOR
       01  WS-DATA-ORIGEM-X  PIC X(08) VALUE SPACES.
       01  WS-DATA-ORIGEM    REDEFINES WS-DATA-ORIGEM-X PIC 9(08).

      *---> UMA SECAO POR CONFERIDOR: 1 CBPREV01, 2 CBCHECK01,
      *---> 3 CBAUDVER01, 4 CBCOBER01, 5 CBTEMP01, 6 CADVERIF01
       01  WS-SEC-TAB.
           05  WS-SEC OCCURS 6 TIMES.
               10  SC-PROGRAMA   PIC X(10).
               10  SC-TITULO     PIC X(36).
               10  SC-ORIGEM     PIC X(50).
               10  SC-COR        PIC 9(01).
                   88  SC-VERMELHO VALUE 1.
                   88  SC-AMARELO  VALUE 2.
                   88  SC-VERDE    VALUE 3.
               10  SC-PRODUZIU   PIC X(01).
                   88  SC-PRODUZIDO VALUE "S".
               10  SC-SITUACAO   PIC X(40).
      *---> OCORRENCIAS QUE PESAM NA SITUACAO E LINHAS CANDIDATAS
               10  SC-QTD        PIC 9(05).
               10  SC-QTD-TOT    PIC 9(05).
      *---> ULTIMO EVENTO DO JOB NO LOG (SECOES DE VEREDITO)
               10  SC-ULT-EVENTO PIC X(06).
               10  SC-ULT-STATUS PIC X(10).
               10  SC-ULT-DATA   PIC 9(08).
               10  SC-ULT-HORA   PIC 9(06).
      *---> PRIMEIRAS LINHAS QUE ACUSARAM
               10  SC-QTD-LIN    PIC 9(01).
               10  SC-LINHA      PIC X(100) OCCURS 5 TIMES.

       77  WS-SEC-IX         PIC 9(01) VALUE ZEROS.
       77  WS-COR-IX         PIC 9(01) VALUE ZEROS.
       77  WS-LIN-IX         PIC 9(01) VALUE ZEROS.
       77  WS-MAX-LINHAS     PIC 9(01) VALUE 5.

      *---> LINHA CANDIDATA A ENTRAR NA SECAO CORRENTE
       01  WS-LINHA-NOVA     PIC X(100) VALUE SPACES.

      *---> FIM (OU INICIO SEM FIM) DE UM JOB NO LOG
       01  WS-LIN-JOB.
           05 WJ-EVENTO      PIC X(06).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WJ-DATA        PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WJ-HORA        PIC 9(06).
           05 FILLER         PIC X(10) VALUE "  STATUS: ".
           05 WJ-STATUS      PIC X(10).
           05 FILLER         PIC X(12) VALUE "  OPERADOR: ".
           05 WJ-OPERADOR    PIC X(08).

      *---> CONFERENCIA COM ERRO DO CBCHECK01
       01  WS-LIN-CHK.
           05 WK-MODO        PIC X(08).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WK-ARQUIVO     PIC X(50).
           05 FILLER         PIC X(08) VALUE "  DADOS ".
           05 WK-DADOS       PIC ZZZZZZZZ9.
           05 FILLER         PIC X(10) VALUE "  TRAILER ".
           05 WK-TRAILER     PIC ZZZZZZZZ9.

       01  COUNTERS.
           05  QTD-VERMELHO  PIC 9(01) VALUE ZEROS.
           05  QTD-AMARELO   PIC 9(01) VALUE ZEROS.
           05  QTD-VERDE     PIC 9(01) VALUE ZEROS.
           05  QTD-NAO-PROD  PIC 9(01) VALUE ZEROS.

       01  WS-CAB-REL1.
           05 FILLER        PIC X(40) VALUE
               "RELATORIO DA MANHA - EXCECOES DA NOITE".
           05 FILLER        PIC X(08) VALUE "  DATA: ".
           05 WS-CAB-DATA   PIC 9(08).
           05 FILLER        PIC X(08) VALUE "  HORA: ".
           05 WS-CAB-HORA   PIC 9(06).

       01  WS-CAB-FILA.
           05 FILLER        PIC X(15) VALUE "FILA DA NOITE: ".
           05 WC-FILA       PIC X(10).
           05 FILLER        PIC X(10) VALUE "  INICIO: ".
           05 WC-DATA       PIC 9(08).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WC-HORA       PIC 9(06).
           05 FILLER        PIC X(13) VALUE "  RESULTADO: ".
           05 WC-RESULTADO  PIC X(10).
           05 WC-PAROU-ROT  PIC X(12).
           05 WC-PAROU      PIC X(20).

       01  WS-CAB-RESUMO.
           05 FILLER        PIC X(18) VALUE "RESUMO: VERMELHO: ".
           05 WR-VERMELHO   PIC 9.
           05 FILLER        PIC X(11) VALUE "  AMARELO: ".
           05 WR-AMARELO    PIC 9.
           05 FILLER        PIC X(09) VALUE "  VERDE: ".
           05 WR-VERDE      PIC 9.

       01  WS-LIN-SEC.
           05 WS-LS-COR      PIC X(10).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WS-LS-PROGRAMA PIC X(11).
           05 WS-LS-TITULO   PIC X(36).
           05 FILLER         PIC X(13) VALUE "OCORRENCIAS: ".
           05 WS-LS-QTD      PIC ZZZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-LS-SITUACAO PIC X(40).

       01  WS-LIN-ORIGEM.
           05 FILLER         PIC X(11) VALUE "   ORIGEM: ".
           05 WS-LO-ORIGEM   PIC X(50).

       01  WS-LIN-DET.
           05 FILLER         PIC X(05) VALUE "   > ".
           05 WS-LD-LINHA    PIC X(100).

       01  WS-LIN-MAIS.
           05 FILLER         PIC X(13) VALUE "   ... E MAIS".
           05 WS-LM-QTD      PIC ZZZZ9.
           05 FILLER         PIC X(20) VALUE " LINHA(S) NA ORIGEM".

       01  WS-LIN-NAO-PROD.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 WS-LN-PROGRAMA PIC X(11).
           05 WS-LN-ORIGEM   PIC X(50).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-LN-SITUACAO PIC X(40).

       01  WS-LIN-VISTO.
           05 FILLER         PIC X(30) VALUE
               "VISTO DO SUPERVISOR DO TURNO: ".
           05 FILLER         PIC X(30) VALUE ALL "_".
           05 FILLER         PIC X(09) VALUE "   DATA: ".
           05 FILLER         PIC X(10) VALUE "__/__/____".

       77  XY     PIC X.
      *
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CBMANHA01 - RELATORIO DA MANHA (EXCECOES DA NOITE)"
      *====> LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO (SE EXISTIR)
           PERFORM LE-CONFIG THRU LE-CONFIG-FIM
           PERFORM OBTEM-OPERADOR THRU OBTEM-OPERADOR-FIM
      *====> PEGA ARGUMENTOS DE ENTRADA DA LINHA DE COMANDO SE HOUVER
           ACCEPT args-cmd-linex   FROM COMMAND-LINE.
           IF  args-cmd-linex  NOT = SPACES
               UNSTRING args-cmd-linex DELIMITED BY SPACE
                   INTO  NOME-ARQ-RELATORIO
           END-IF.
      *
           DISPLAY "RELATORIO : " NOME-ARQ-RELATORIO
           PERFORM REGISTRA-JOBLOG-INICIO
               THRU REGISTRA-JOBLOG-INICIO-FIM
           PERFORM OPEN-PARA      THRU OPEN-EXIT-PARA
           PERFORM PROCESS-PARA   THRU PROCESS-EXIT-PARA
           PERFORM CLOSE-PARA     THRU CLOSE-EXIT-PARA.
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           DISPLAY 'FIM CBMANHA01 ...'
           STOP RUN.

      *================================
      * LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO ./cobol.cfg, SE
      * EXISTIR, E APLICA A CHAVE DESTE PROGRAMA (CBMANHA01_RELATORIO)
      * E AS CHAVES DE SAIDA DE CADA CONFERIDOR
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
               WHEN "CBMANHA01_RELATORIO"
                   MOVE WS-CFG-VALOR TO NOME-ARQ-RELATORIO
               WHEN "CBCHECK01_RESULTADOS"
                   MOVE WS-CFG-VALOR TO CHKRESDD
               WHEN "CBCOBER01_RELATORIO"
                   MOVE WS-CFG-VALOR TO WS-REL-COBER
               WHEN "CBTEMP01_RELATORIO"
                   MOVE WS-CFG-VALOR TO WS-REL-TEMPOS
               WHEN "CADVERIF01_RELATORIO"
                   MOVE WS-CFG-VALOR TO WS-REL-VERIF
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
           MOVE "X" TO FS-JOBLOG.
           OPEN EXTEND JOBLOGFL
           IF  NOT FS-JOBLOG-OK
               OPEN OUTPUT JOBLOGFL
           END-IF
           MOVE SPACES            TO JOBLOG-REC
           MOVE "CBMANHA01"       TO JL-PROGRAMA
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
           MOVE "CBMANHA01"       TO JL-PROGRAMA
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
           OPEN OUTPUT RELATORIO.
           IF  FS-RELAT = "00"
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO RELATORIO FALHOU=' FS-RELAT
                   "  " NOME-ARQ-RELATORIO
               GO TO EXIT-PARA
           END-IF.
           ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           PERFORM MONTA-SECOES THRU MONTA-SECOES-FIM.
       OPEN-EXIT-PARA.
           EXIT.
      *================================
      * TABELA DE SECOES: CONFERIDOR, TITULO E ONDE ELE DEIXA O
      * RESULTADO
       MONTA-SECOES.
           MOVE SPACES TO WS-SEC-TAB.
           MOVE "CBPREV01"   TO SC-PROGRAMA(1)
           MOVE "PRE-VOO DA FILA DA NOITE" TO SC-TITULO(1)
           MOVE JOBLOGDD     TO SC-ORIGEM(1)
           MOVE "CBCHECK01"  TO SC-PROGRAMA(2)
           MOVE "CONFERENCIA DE HEADER/TRAILER" TO SC-TITULO(2)
           MOVE CHKRESDD     TO SC-ORIGEM(2)
           MOVE "CBAUDVER01" TO SC-PROGRAMA(3)
           MOVE "VERIFICACAO DA TRILHA DE AUDITORIA"
               TO SC-TITULO(3)
           MOVE JOBLOGDD     TO SC-ORIGEM(3)
           MOVE "CBCOBER01"  TO SC-PROGRAMA(4)
           MOVE "COBERTURA DE MOVIMENTOS POR LOJA" TO SC-TITULO(4)
           MOVE WS-REL-COBER TO SC-ORIGEM(4)
           MOVE "CBTEMP01"   TO SC-PROGRAMA(5)
           MOVE "TENDENCIA DE DURACAO DOS JOBS" TO SC-TITULO(5)
           MOVE WS-REL-TEMPOS TO SC-ORIGEM(5)
           MOVE "CADVERIF01" TO SC-PROGRAMA(6)
           MOVE "INTEGRIDADE DO CADASTRO DE CLIENTES"
               TO SC-TITULO(6)
           MOVE WS-REL-VERIF TO SC-ORIGEM(6)
           MOVE ZEROS TO WS-SEC-IX.
           PERFORM ZERA-SECAO THRU ZERA-SECAO-FIM
               UNTIL WS-SEC-IX >= 6.
       MONTA-SECOES-FIM.
           EXIT.

       ZERA-SECAO.
           ADD 1 TO WS-SEC-IX.
           PERFORM LIMPA-SECAO THRU LIMPA-SECAO-FIM.
       ZERA-SECAO-FIM.
           EXIT.

      * LIMPA O QUE FOI APURADO NA SECAO WS-SEC-IX
       LIMPA-SECAO.
           MOVE 3      TO SC-COR(WS-SEC-IX)
           MOVE "N"    TO SC-PRODUZIU(WS-SEC-IX)
           MOVE SPACES TO SC-SITUACAO(WS-SEC-IX)
                          SC-ULT-EVENTO(WS-SEC-IX)
                          SC-ULT-STATUS(WS-SEC-IX)
           MOVE ZEROS  TO SC-QTD(WS-SEC-IX) SC-QTD-TOT(WS-SEC-IX)
                          SC-ULT-DATA(WS-SEC-IX)
                          SC-ULT-HORA(WS-SEC-IX)
                          SC-QTD-LIN(WS-SEC-IX).
       LIMPA-SECAO-FIM.
           EXIT.
      *================================
      * PASSO 1: LOG DE JOBS (A NOITE E OS VEREDITOS DO CBPREV01 E
      * DO CBAUDVER01); PASSO 2: cbcheck.log; PASSO 3: RELATORIOS
      * DOS CONFERIDORES; DEPOIS A PAGINA, DAS SECOES VERMELHAS PARA
      * AS VERDES
       PROCESS-PARA.
           PERFORM LE-JOBLOG THRU LE-JOBLOG-FIM.
           MOVE 1 TO WS-SEC-IX
           PERFORM AVALIA-VEREDITO THRU AVALIA-VEREDITO-FIM
           MOVE 3 TO WS-SEC-IX
           PERFORM AVALIA-VEREDITO THRU AVALIA-VEREDITO-FIM
           IF  WS-NOITE-DATA > ZEROS
               MOVE WS-NOITE-DATA TO WS-LIMITE-DATA
           ELSE
               MOVE WS-DATA-HOJE  TO WS-LIMITE-DATA
           END-IF
           MOVE 2 TO WS-SEC-IX
           PERFORM LE-CHECAGENS THRU LE-CHECAGENS-FIM
           MOVE 3 TO WS-SEC-IX
           PERFORM LE-ORIGEM THRU LE-ORIGEM-FIM
               UNTIL WS-SEC-IX >= 6.
           PERFORM IMPRIME-PAGINA THRU IMPRIME-PAGINA-FIM.
       PROCESS-EXIT-PARA.
           EXIT.
      *================================
      * PERCORRE O LOG DE JOBS: CADA INICIO DO CBSTREAM01 ABRE UMA
      * NOITE NOVA E DESCARTA O QUE FOI VISTO ANTES DELA
       LE-JOBLOG.
           MOVE "X" TO FS-JOBLOG.
           OPEN INPUT JOBLOGFL
           IF  NOT FS-JOBLOG-OK
               DISPLAY "LOG DE JOBS NAO ENCONTRADO: " JOBLOGDD
               GO TO LE-JOBLOG-FIM
           END-IF
           PERFORM LE-JOBLOG-LOOP THRU LE-JOBLOG-LOOP-FIM
               UNTIL FS-JOBLOG-EOF
           CLOSE JOBLOGFL.
       LE-JOBLOG-FIM.
           EXIT.

       LE-JOBLOG-LOOP.
           READ JOBLOGFL
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM CLASSIFICA-JOBLOG
                       THRU CLASSIFICA-JOBLOG-FIM
           END-READ.
       LE-JOBLOG-LOOP-FIM.
           EXIT.

       CLASSIFICA-JOBLOG.
           IF  JL-PROGRAMA = "CBSTREAM01"
               EVALUATE JL-EVENTO
                   WHEN "INICIO"
                       MOVE JL-DATA   TO WS-NOITE-DATA
                       MOVE JL-HORA   TO WS-NOITE-HORA
                       MOVE JL-STATUS TO WS-NOITE-FILA
                       MOVE SPACES    TO WS-NOITE-STATUS
                                         WS-NOITE-PARADA
                       MOVE 1 TO WS-SEC-IX
                       PERFORM LIMPA-SECAO THRU LIMPA-SECAO-FIM
                       MOVE 3 TO WS-SEC-IX
                       PERFORM LIMPA-SECAO THRU LIMPA-SECAO-FIM
                   WHEN "RECUSA"
      *=====> FILA NAO COMECOU: NOITE NOVA, SEM NENHUM JOB RODADO
                       MOVE JL-DATA   TO WS-NOITE-DATA
                       MOVE JL-HORA   TO WS-NOITE-HORA
                       MOVE SPACES    TO WS-NOITE-FILA
                       MOVE "RECUSADA" TO WS-NOITE-STATUS
                       MOVE "CONFERE DO cobol.cfg" TO WS-NOITE-PARADA
                       MOVE 1 TO WS-SEC-IX
                       PERFORM LIMPA-SECAO THRU LIMPA-SECAO-FIM
                       MOVE 3 TO WS-SEC-IX
                       PERFORM LIMPA-SECAO THRU LIMPA-SECAO-FIM
                   WHEN "FIM"
                       MOVE JL-STATUS TO WS-NOITE-STATUS
               END-EVALUATE
               GO TO CLASSIFICA-JOBLOG-FIM
           END-IF
      *=====> SEM FILA NO LOG, VALE SO O QUE RODOU HOJE
           IF  WS-NOITE-DATA = ZEROS AND JL-DATA NOT = WS-DATA-HOJE
               GO TO CLASSIFICA-JOBLOG-FIM
           END-IF
      *=====> PRIMEIRO FIM COM ERRO DENTRO DA FILA = ONDE ELA PAROU
           IF  JL-EVENTO = "FIM" AND JL-STATUS = "ERRO"
               AND WS-NOITE-DATA > ZEROS
               AND WS-NOITE-STATUS = SPACES
               AND WS-NOITE-PARADA = SPACES
               MOVE JL-PROGRAMA TO WS-NOITE-PARADA
           END-IF
           EVALUATE JL-PROGRAMA
               WHEN "CBPREV01"
                   MOVE 1 TO WS-SEC-IX
               WHEN "CBAUDVER01"
                   MOVE 3 TO WS-SEC-IX
               WHEN OTHER
                   GO TO CLASSIFICA-JOBLOG-FIM
           END-EVALUATE
           PERFORM ANOTA-VEREDITO THRU ANOTA-VEREDITO-FIM.
       CLASSIFICA-JOBLOG-FIM.
           EXIT.

      * GUARDA O ULTIMO EVENTO DO CONFERIDOR E CADA FIM DELE COMO
      * LINHA DA SECAO; FIM COM ERRO CONTA COMO OCORRENCIA
       ANOTA-VEREDITO.
           MOVE JL-EVENTO TO SC-ULT-EVENTO(WS-SEC-IX)
           MOVE JL-STATUS TO SC-ULT-STATUS(WS-SEC-IX)
           MOVE JL-DATA   TO SC-ULT-DATA(WS-SEC-IX)
           MOVE JL-HORA   TO SC-ULT-HORA(WS-SEC-IX)
           IF  JL-EVENTO NOT = "FIM"
               GO TO ANOTA-VEREDITO-FIM
           END-IF
           IF  JL-STATUS = "ERRO"
               ADD 1 TO SC-QTD(WS-SEC-IX)
           END-IF
           MOVE JL-EVENTO   TO WJ-EVENTO
           MOVE JL-DATA     TO WJ-DATA
           MOVE JL-HORA     TO WJ-HORA
           MOVE JL-STATUS   TO WJ-STATUS
           MOVE JL-OPERADOR TO WJ-OPERADOR
           MOVE WS-LIN-JOB  TO WS-LINHA-NOVA
           PERFORM GUARDA-LINHA THRU GUARDA-LINHA-FIM.
       ANOTA-VEREDITO-FIM.
           EXIT.

      * VEREDITO PELO ULTIMO EVENTO DA NOITE: SEM NADA = NAO RODOU,
      * INICIO SEM FIM = CAIU NO MEIO, FIM COM ERRO = VERMELHO
       AVALIA-VEREDITO.
           IF  SC-ULT-EVENTO(WS-SEC-IX) = SPACES
               MOVE 2 TO SC-COR(WS-SEC-IX)
               MOVE "NAO RODOU NESTA NOITE" TO SC-SITUACAO(WS-SEC-IX)
               GO TO AVALIA-VEREDITO-FIM
           END-IF
           MOVE "S" TO SC-PRODUZIU(WS-SEC-IX)
           IF  SC-ULT-EVENTO(WS-SEC-IX) NOT = "FIM"
               MOVE 1 TO SC-COR(WS-SEC-IX)
               MOVE "INICIOU E NAO GRAVOU FIM"
                   TO SC-SITUACAO(WS-SEC-IX)
               MOVE "INICIO" TO WJ-EVENTO
               MOVE SC-ULT-DATA(WS-SEC-IX) TO WJ-DATA
               MOVE SC-ULT-HORA(WS-SEC-IX) TO WJ-HORA
               MOVE "SEM FIM"  TO WJ-STATUS
               MOVE SPACES     TO WJ-OPERADOR
               MOVE WS-LIN-JOB TO WS-LINHA-NOVA
               PERFORM GUARDA-LINHA THRU GUARDA-LINHA-FIM
               GO TO AVALIA-VEREDITO-FIM
           END-IF
           IF  SC-ULT-STATUS(WS-SEC-IX) = "ERRO"
               MOVE 1 TO SC-COR(WS-SEC-IX)
               MOVE "ULTIMO FIM COM ERRO" TO SC-SITUACAO(WS-SEC-IX)
               GO TO AVALIA-VEREDITO-FIM
           END-IF
           IF  SC-QTD(WS-SEC-IX) > ZEROS
               MOVE 2 TO SC-COR(WS-SEC-IX)
               MOVE "OK NA ULTIMA RODADA, ERRO NAS ANTERIORES"
                   TO SC-SITUACAO(WS-SEC-IX)
           ELSE
               MOVE 3 TO SC-COR(WS-SEC-IX)
               MOVE "ULTIMO FIM OK" TO SC-SITUACAO(WS-SEC-IX)
           END-IF.
       AVALIA-VEREDITO-FIM.
           EXIT.
      *================================
      * CONFERENCIAS DO CBCHECK01 GRAVADAS DESDE O INICIO DA NOITE;
      * QUALQUER ARQUIVO COM ERRO DEIXA A SECAO VERMELHA
       LE-CHECAGENS.
           MOVE "X" TO FS-CHKRES.
           OPEN INPUT RESULTFL
           IF  NOT FS-CHKRES-OK
               MOVE 2 TO SC-COR(WS-SEC-IX)
               MOVE "SEM RESULTADOS (ARQUIVO NAO ENCONTRADO)"
                   TO SC-SITUACAO(WS-SEC-IX)
               GO TO LE-CHECAGENS-FIM
           END-IF
           PERFORM LE-CHECAGENS-LOOP THRU LE-CHECAGENS-LOOP-FIM
               UNTIL FS-CHKRES-EOF
           CLOSE RESULTFL.
           IF  SC-QTD-TOT(WS-SEC-IX) = ZEROS
               MOVE 2 TO SC-COR(WS-SEC-IX)
               MOVE "NENHUMA CONFERENCIA NESTA NOITE"
                   TO SC-SITUACAO(WS-SEC-IX)
               GO TO LE-CHECAGENS-FIM
           END-IF
           MOVE "S" TO SC-PRODUZIU(WS-SEC-IX)
           IF  SC-QTD(WS-SEC-IX) > ZEROS
               MOVE 1 TO SC-COR(WS-SEC-IX)
               MOVE "ARQUIVO(S) COM ERRO - NAO TRANSMITIR"
                   TO SC-SITUACAO(WS-SEC-IX)
           ELSE
               MOVE 3 TO SC-COR(WS-SEC-IX)
               MOVE "TODOS OS ARQUIVOS CONFERIDOS OK"
                   TO SC-SITUACAO(WS-SEC-IX)
           END-IF.
       LE-CHECAGENS-FIM.
           EXIT.

       LE-CHECAGENS-LOOP.
           READ RESULTFL
               AT END
                   GO TO LE-CHECAGENS-LOOP-FIM
           END-READ
           IF  CK-DATA NOT NUMERIC OR CK-HORA NOT NUMERIC
               GO TO LE-CHECAGENS-LOOP-FIM
           END-IF
           MOVE CK-DATA TO WS-REG-DATA
           MOVE CK-HORA TO WS-REG-HORA
           IF  WS-NOITE-DATA > ZEROS
               IF  WS-REG-MARCA < WS-NOITE-MARCA
                   GO TO LE-CHECAGENS-LOOP-FIM
               END-IF
           ELSE
               IF  CK-DATA NOT = WS-DATA-HOJE
                   GO TO LE-CHECAGENS-LOOP-FIM
               END-IF
           END-IF
           ADD 1 TO SC-QTD-TOT(WS-SEC-IX)
           IF  CK-ERRO
               ADD 1 TO SC-QTD(WS-SEC-IX)
               MOVE CK-MODO    TO WK-MODO
               MOVE CK-ARQUIVO TO WK-ARQUIVO
               MOVE CK-DADOS   TO WK-DADOS
               MOVE CK-TRAILER TO WK-TRAILER
               MOVE WS-LIN-CHK TO WS-LINHA-NOVA
               PERFORM GUARDA-LINHA THRU GUARDA-LINHA-FIM
           END-IF.
       LE-CHECAGENS-LOOP-FIM.
           EXIT.
      *================================
      * RELATORIO DE UM CONFERIDOR (SECOES 4 A 6): SO VALE SE O
      * CABECALHO FOR DESTA NOITE; CADA LINHA DE EXCECAO CONTA E
      * AS PRIMEIRAS VAO PARA A SECAO
       LE-ORIGEM.
           ADD 1 TO WS-SEC-IX.
           MOVE SC-ORIGEM(WS-SEC-IX) TO WS-ARQ-ORIGEM.
           MOVE "X" TO FS-ORIGEM.
           OPEN INPUT ORIGEMFL
           IF  NOT FS-ORIGEM-OK
               MOVE 2 TO SC-COR(WS-SEC-IX)
               MOVE "RELATORIO NAO ENCONTRADO"
                   TO SC-SITUACAO(WS-SEC-IX)
               GO TO LE-ORIGEM-FIM
           END-IF
           MOVE SPACES TO ORIGEM-REC
           READ ORIGEMFL
               AT END
                   CONTINUE
           END-READ
           IF  WS-SEC-IX = 5
               MOVE ORIGEM-REC(43:8) TO WS-DATA-ORIGEM-X
           ELSE
               MOVE ORIGEM-REC(45:8) TO WS-DATA-ORIGEM-X
           END-IF
           IF  WS-DATA-ORIGEM-X NOT NUMERIC
               OR WS-DATA-ORIGEM < WS-LIMITE-DATA
               MOVE 2 TO SC-COR(WS-SEC-IX)
               MOVE "RELATORIO NAO E DESTA NOITE"
                   TO SC-SITUACAO(WS-SEC-IX)
               CLOSE ORIGEMFL
               GO TO LE-ORIGEM-FIM
           END-IF
           MOVE "S" TO SC-PRODUZIU(WS-SEC-IX)
           PERFORM LE-ORIGEM-LOOP THRU LE-ORIGEM-LOOP-FIM
               UNTIL FS-ORIGEM-EOF
           CLOSE ORIGEMFL.
           IF  SC-QTD(WS-SEC-IX) = ZEROS
               MOVE 3 TO SC-COR(WS-SEC-IX)
               MOVE "SEM EXCECOES" TO SC-SITUACAO(WS-SEC-IX)
               GO TO LE-ORIGEM-FIM
           END-IF
           MOVE 2 TO SC-COR(WS-SEC-IX)
           EVALUATE WS-SEC-IX
               WHEN 4
                   MOVE "LOJAS COM COBERTURA A CONFERIR"
                       TO SC-SITUACAO(WS-SEC-IX)
               WHEN 5
                   MOVE "JOBS ACIMA DO LIMITE DE DURACAO"
                       TO SC-SITUACAO(WS-SEC-IX)
               WHEN OTHER
                   MOVE "CLIENTES COM ERRO NO CADASTRO"
                       TO SC-SITUACAO(WS-SEC-IX)
           END-EVALUATE.
       LE-ORIGEM-FIM.
           EXIT.

      * LINHA DE EXCECAO DE CADA RELATORIO: COBERTURA = CODIGO DA
      * LOJA NO INICIO; TEMPOS = SITUACAO "ALERTA"; INTEGRIDADE =
      * TELEFONE + NOME + TEXTO DO ERRO (FORA OS CABECALHOS)
       LE-ORIGEM-LOOP.
           READ ORIGEMFL
               AT END
                   GO TO LE-ORIGEM-LOOP-FIM
           END-READ
           EVALUATE WS-SEC-IX
               WHEN 4
                   IF  ORIGEM-REC(1:5) NOT NUMERIC
                       OR ORIGEM-REC(6:2) NOT = SPACES
                       GO TO LE-ORIGEM-LOOP-FIM
                   END-IF
               WHEN 5
                   IF  ORIGEM-REC(57:6) NOT = "ALERTA"
                       GO TO LE-ORIGEM-LOOP-FIM
                   END-IF
               WHEN OTHER
                   IF  ORIGEM-REC(10:2) NOT = SPACES
                       OR ORIGEM-REC(54:1) = SPACE
                       OR ORIGEM-REC(1:8) = "TELEFONE"
                       GO TO LE-ORIGEM-LOOP-FIM
                   END-IF
           END-EVALUATE
           ADD 1 TO SC-QTD(WS-SEC-IX) SC-QTD-TOT(WS-SEC-IX)
           MOVE ORIGEM-REC(1:100) TO WS-LINHA-NOVA
           PERFORM GUARDA-LINHA THRU GUARDA-LINHA-FIM.
       LE-ORIGEM-LOOP-FIM.
           EXIT.
      *================================
      * GUARDA WS-LINHA-NOVA NA SECAO CORRENTE ENQUANTO HOUVER LUGAR
      * (AS DEMAIS SO ENTRAM NA CONTAGEM "E MAIS")
       GUARDA-LINHA.
           IF  SC-QTD-LIN(WS-SEC-IX) < WS-MAX-LINHAS
               ADD 1 TO SC-QTD-LIN(WS-SEC-IX)
               MOVE WS-LINHA-NOVA
                   TO SC-LINHA(WS-SEC-IX SC-QTD-LIN(WS-SEC-IX))
           END-IF.
       GUARDA-LINHA-FIM.
           EXIT.
      *================================
      * A PAGINA: CABECALHO COM A FILA DA NOITE E O RESUMO, SECOES
      * VERMELHAS, AMARELAS E VERDES, SAIDAS NAO PRODUZIDAS E O VISTO
       IMPRIME-PAGINA.
           MOVE ZEROS TO WS-SEC-IX.
           PERFORM CONTA-COR THRU CONTA-COR-FIM
               UNTIL WS-SEC-IX >= 6.
           MOVE WS-DATA-HOJE  TO WS-CAB-DATA
           MOVE WS-HORA-AGORA TO WS-CAB-HORA
           WRITE RELAT-REC FROM WS-CAB-REL1
           MOVE SPACES TO WC-PAROU-ROT WC-PAROU
           IF  WS-NOITE-DATA = ZEROS
               MOVE SPACES TO WC-FILA
               MOVE ZEROS  TO WC-DATA WC-HORA
               MOVE "NAO RODOU" TO WC-RESULTADO
           ELSE
               MOVE WS-NOITE-FILA TO WC-FILA
               MOVE WS-NOITE-DATA TO WC-DATA
               MOVE WS-NOITE-HORA TO WC-HORA
               IF  WS-NOITE-STATUS = SPACES
                   MOVE "SEM FIM" TO WC-RESULTADO
               ELSE
                   MOVE WS-NOITE-STATUS TO WC-RESULTADO
               END-IF
               IF  WS-NOITE-PARADA NOT = SPACES
                   MOVE "  PAROU EM: " TO WC-PAROU-ROT
                   MOVE WS-NOITE-PARADA TO WC-PAROU
               END-IF
           END-IF
           WRITE RELAT-REC FROM WS-CAB-FILA
           MOVE QTD-VERMELHO TO WR-VERMELHO
           MOVE QTD-AMARELO  TO WR-AMARELO
           MOVE QTD-VERDE    TO WR-VERDE
           WRITE RELAT-REC FROM WS-CAB-RESUMO
           MOVE SPACES TO RELAT-REC
           WRITE RELAT-REC
           MOVE ZEROS TO WS-COR-IX.
           PERFORM IMPRIME-COR THRU IMPRIME-COR-FIM
               UNTIL WS-COR-IX >= 3.
           MOVE "SAIDAS ESPERADAS NAO PRODUZIDAS NESTA NOITE:"
               TO RELAT-REC
           WRITE RELAT-REC
           IF  QTD-NAO-PROD = ZEROS
               MOVE "   NENHUMA" TO RELAT-REC
               WRITE RELAT-REC
           ELSE
               MOVE ZEROS TO WS-SEC-IX
               PERFORM IMPRIME-NAO-PROD THRU IMPRIME-NAO-PROD-FIM
                   UNTIL WS-SEC-IX >= 6
           END-IF
           MOVE SPACES TO RELAT-REC
           WRITE RELAT-REC
           WRITE RELAT-REC
           WRITE RELAT-REC FROM WS-LIN-VISTO.
       IMPRIME-PAGINA-FIM.
           EXIT.

       CONTA-COR.
           ADD 1 TO WS-SEC-IX.
           EVALUATE TRUE
               WHEN SC-VERMELHO(WS-SEC-IX)
                   ADD 1 TO QTD-VERMELHO
               WHEN SC-AMARELO(WS-SEC-IX)
                   ADD 1 TO QTD-AMARELO
               WHEN OTHER
                   ADD 1 TO QTD-VERDE
           END-EVALUATE
           IF  NOT SC-PRODUZIDO(WS-SEC-IX)
               ADD 1 TO QTD-NAO-PROD
           END-IF.
       CONTA-COR-FIM.
           EXIT.

       IMPRIME-COR.
           ADD 1 TO WS-COR-IX.
           MOVE ZEROS TO WS-SEC-IX.
           PERFORM IMPRIME-SECAO THRU IMPRIME-SECAO-FIM
               UNTIL WS-SEC-IX >= 6.
       IMPRIME-COR-FIM.
           EXIT.

       IMPRIME-SECAO.
           ADD 1 TO WS-SEC-IX.
           IF  SC-COR(WS-SEC-IX) NOT = WS-COR-IX
               GO TO IMPRIME-SECAO-FIM
           END-IF
           EVALUATE TRUE
               WHEN SC-VERMELHO(WS-SEC-IX)
                   MOVE "[VERMELHO]" TO WS-LS-COR
               WHEN SC-AMARELO(WS-SEC-IX)
                   MOVE "[AMARELO]"  TO WS-LS-COR
               WHEN OTHER
                   MOVE "[VERDE]"    TO WS-LS-COR
           END-EVALUATE
           MOVE SC-PROGRAMA(WS-SEC-IX)  TO WS-LS-PROGRAMA
           MOVE SC-TITULO(WS-SEC-IX)    TO WS-LS-TITULO
           MOVE SC-QTD(WS-SEC-IX)       TO WS-LS-QTD
           MOVE SC-SITUACAO(WS-SEC-IX)  TO WS-LS-SITUACAO
           WRITE RELAT-REC FROM WS-LIN-SEC
           MOVE SC-ORIGEM(WS-SEC-IX)    TO WS-LO-ORIGEM
           WRITE RELAT-REC FROM WS-LIN-ORIGEM
           MOVE ZEROS TO WS-LIN-IX.
           PERFORM IMPRIME-LINHA THRU IMPRIME-LINHA-FIM
               UNTIL WS-LIN-IX >= SC-QTD-LIN(WS-SEC-IX).
           IF  SC-QTD-TOT(WS-SEC-IX) > SC-QTD-LIN(WS-SEC-IX)
               COMPUTE WS-LM-QTD = SC-QTD-TOT(WS-SEC-IX)
                   - SC-QTD-LIN(WS-SEC-IX)
               WRITE RELAT-REC FROM WS-LIN-MAIS
           END-IF
           MOVE SPACES TO RELAT-REC
           WRITE RELAT-REC.
       IMPRIME-SECAO-FIM.
           EXIT.

       IMPRIME-LINHA.
           ADD 1 TO WS-LIN-IX.
           MOVE SC-LINHA(WS-SEC-IX WS-LIN-IX) TO WS-LD-LINHA
           WRITE RELAT-REC FROM WS-LIN-DET.
       IMPRIME-LINHA-FIM.
           EXIT.

       IMPRIME-NAO-PROD.
           ADD 1 TO WS-SEC-IX.
           IF  SC-PRODUZIDO(WS-SEC-IX)
               GO TO IMPRIME-NAO-PROD-FIM
           END-IF
           MOVE SC-PROGRAMA(WS-SEC-IX) TO WS-LN-PROGRAMA
           MOVE SC-ORIGEM(WS-SEC-IX)   TO WS-LN-ORIGEM
           MOVE SC-SITUACAO(WS-SEC-IX) TO WS-LN-SITUACAO
           WRITE RELAT-REC FROM WS-LIN-NAO-PROD.
       IMPRIME-NAO-PROD-FIM.
           EXIT.
      *================================
       CLOSE-PARA.
           CLOSE RELATORIO.
           DISPLAY "SECOES VERMELHAS       : " QTD-VERMELHO
           DISPLAY "SECOES AMARELAS        : " QTD-AMARELO
           DISPLAY "SECOES VERDES          : " QTD-VERDE
           DISPLAY "SAIDAS NAO PRODUZIDAS  : " QTD-NAO-PROD
           DISPLAY "RELATORIO GERADO       : " NOME-ARQ-RELATORIO.
       CLOSE-EXIT-PARA.
           EXIT.

      *=================  FIM ======
       EXIT-PARA.
           MOVE "ERRO" TO WS-JOB-STATUS
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           MOVE 8 TO RETURN-CODE
           DISPLAY 'FIM CBMANHA01 (ABORTADO) ...'
           EXIT PROGRAM.
