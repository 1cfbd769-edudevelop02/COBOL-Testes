       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBPONT01.
      *
      ****************************************************************
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Lancamento dos pontos de fidelidade, para rodar
      *          depois do cb70_read-write-SEQ (na fila, depois do
      *          resumo mensal): percorre o historico de compras
      *          (cadcli-compras.dat/COMPRAREC) e lanca no extrato
      *          de pontos do cliente (cadcli-pontos.dat/PONTREC) um
      *          ganho por compra ainda nao pontuada, com a taxa de
      *          pontos por real da categoria do cliente (V/C/P ou
      *          sem categoria, CBPONT01_TAXA_*; o VIP com a taxa
      *          melhor). Devolucao (CP-QTDE negativa) estorna os
      *          pontos, sem deixar o saldo negativo. A marca contra
      *          lancamento em dobro e a maior sequencia de compra
      *          (PT-ORIGEM-SEQ) ja pontuada no extrato do cliente.
      *          Na segunda passada expira os ganhos cujo mes de
      *          validade (mes do ganho + CBPONT01_VALIDADE_MESES) ja
      *          passou e que nao foram consumidos por resgates,
      *          estornos ou expiracoes anteriores (os mais antigos
      *          saem primeiro).
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---> historico de compras do cliente (lancado pelo cb70)
           SELECT COMPRAFL ASSIGN TO COMPRADD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               FILE STATUS IS FS-COMPRA.

      *---> arquivo indexado de clientes (categoria do cliente)
           SELECT FILE1 ASSIGN TO INFLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-KEY
               FILE STATUS IS FS-INFL.

      *---> extrato de pontos de fidelidade por cliente
           SELECT PONTFL ASSIGN TO PONTDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-CHAVE
               FILE STATUS IS FS-PONT.

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
       FD  COMPRAFL.
           COPY COMPRAREC.
      *
       FD  FILE1.
           COPY CLIREC.
      *
      *  TAMANHO DO REGISTRO = 96 CARACTERES SEM TERMINADOR FISICO
       FD  PONTFL.
           COPY PONTREC.
      *
       FD  JOBLOGFL.
           COPY JOBLOG.
      *
       FD  CONFIGFL.
           COPY CONFIGCFG.
      *
       WORKING-STORAGE SECTION.
       01  COMPRADD          PIC X(50) VALUE "./cadcli-compras.dat".

       01  FS-COMPRA         PIC X(02) VALUE SPACES.
           88  FS-COMPRA-OK  VALUE IS "00".
           88  FS-COMPRA-EOF VALUE IS "10".

       01  INFLDD            PIC X(50) VALUE "./cad-clientes.dat".

       01  FS-INFL           PIC X(02) VALUE SPACES.
           88  FS-INFL-OK    VALUE IS "00".

       01  WS-CADASTRO-ABERTO PIC X    VALUE "N".
           88  CADASTRO-ABERTO VALUE "S".

       01  PONTDD            PIC X(50) VALUE "./cadcli-pontos.dat".

       01  FS-PONT           PIC X(02) VALUE SPACES.
           88  FS-PONT-OK    VALUE IS "00".
           88  FS-PONT-EOF   VALUE IS "10".

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

      *---> TAXAS DE PONTOS POR REAL COMPRADO, POR CATEGORIA DO
      *---> CLIENTE (CENTESIMOS NO cobol.cfg: 00100 = 1 PONTO POR
      *---> REAL); O VIP GANHA O DOBRO NO PADRAO
       01  WS-TAXA-VAREJO-9  PIC 9(05) VALUE 00100.
       01  WS-TAXA-VAREJO    REDEFINES WS-TAXA-VAREJO-9 PIC 9(03)V99.
       01  WS-TAXA-CORP-9    PIC 9(05) VALUE 00100.
       01  WS-TAXA-CORP      REDEFINES WS-TAXA-CORP-9   PIC 9(03)V99.
       01  WS-TAXA-VIP-9     PIC 9(05) VALUE 00200.
       01  WS-TAXA-VIP       REDEFINES WS-TAXA-VIP-9    PIC 9(03)V99.
       01  WS-TAXA-SEMCAT-9  PIC 9(05) VALUE 00100.
       01  WS-TAXA-SEMCAT    REDEFINES WS-TAXA-SEMCAT-9 PIC 9(03)V99.

      *---> MESES DE VALIDADE DE UM GANHO, CONTADOS DO MES DO GANHO
       01  WS-VALIDADE-MESES PIC 9(03) VALUE 012.

      *---> DATA DO LANCAMENTO E MES CORRENTE (AAAAMM)
       01  WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01  WS-DATA-HOJE-R    REDEFINES WS-DATA-HOJE.
           05  WS-HOJE-ANO   PIC 9(04).
           05  WS-HOJE-MES   PIC 9(02).
           05  WS-HOJE-DIA   PIC 9(02).
       01  WS-MES-HOJE       PIC 9(06) VALUE ZEROS.

      *---> MES DE VALIDADE DOS GANHOS LANCADOS HOJE
       01  WS-MES-VALIDADE   PIC 9(06) VALUE ZEROS.
       01  WS-MES-VALIDADE-R REDEFINES WS-MES-VALIDADE.
           05  WS-VAL-ANO    PIC 9(04).
           05  WS-VAL-MES    PIC 9(02).
       77  WS-MESES-CORRIDOS PIC 9(07) VALUE ZEROS.

      *---> CLIENTE CORRENTE DA PRIMEIRA PASSADA E A SITUACAO DO SEU
      *---> EXTRATO: ULTIMA SEQUENCIA, SALDO E A MAIOR COMPRA JA
      *---> PONTUADA
       77  WS-FONE-ATUAL     PIC 9(09) VALUE ZEROS.
       77  WS-ULT-SEQ        PIC 9(05) VALUE ZEROS.
       77  WS-SALDO          PIC S9(07) VALUE ZEROS.
       77  WS-MAIOR-ORIGEM   PIC 9(04) VALUE ZEROS.
       77  WS-CATEG-ATUAL    PIC X(01) VALUE SPACE.
       01  WS-TAXA-ATUAL     PIC 9(03)V99 VALUE ZEROS.
       01  WS-FIM-EXTRATO    PIC X     VALUE "N".
           88  E-FIM-EXTRATO VALUE "S".

      *---> PONTOS DA COMPRA CORRENTE
       77  WS-PONTOS         PIC S9(07) VALUE ZEROS.
       01  WS-VALOR-COMPRA   PIC S9(09)V99 VALUE ZEROS.

      *---> SEGUNDA PASSADA (EXPIRACAO): GANHOS JA VENCIDOS E TUDO O
      *---> QUE JA SAIU DO SALDO (RESGATES, ESTORNOS, EXPIRACOES)
       77  WS-GANHO-VENCIDO  PIC S9(09) VALUE ZEROS.
       77  WS-CONSUMIDO      PIC S9(09) VALUE ZEROS.
       77  WS-A-EXPIRAR      PIC S9(09) VALUE ZEROS.
       01  WS-CHAVE-PROX     PIC X(14) VALUE SPACES.
       01  WS-TEM-PROX       PIC X     VALUE "N".
           88  TEM-PROX      VALUE "S".

       01  COUNTERS.
           05  READ-COUNT    PIC 9(07) VALUE ZEROS.
           05  GANHO-COUNT   PIC 9(07) VALUE ZEROS.
           05  ESTORNO-COUNT PIC 9(07) VALUE ZEROS.
           05  JA-PONT-COUNT PIC 9(07) VALUE ZEROS.
           05  ZERO-COUNT    PIC 9(07) VALUE ZEROS.
           05  CLI-COUNT     PIC 9(07) VALUE ZEROS.
           05  EXPIRA-COUNT  PIC 9(07) VALUE ZEROS.
           05  PONTOS-GANHOS PIC S9(09) VALUE ZEROS.
           05  PONTOS-ESTORN PIC S9(09) VALUE ZEROS.
           05  PONTOS-EXPIR  PIC S9(09) VALUE ZEROS.
      *
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CBPONT01 - PONTOS DE FIDELIDADE"
      *====> LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO (SE EXISTIR)
           PERFORM LE-CONFIG THRU LE-CONFIG-FIM
           PERFORM OBTEM-OPERADOR THRU OBTEM-OPERADOR-FIM
      *====> PEGA ARGUMENTOS DE ENTRADA DA LINHA DE COMANDO SE HOUVER
      *====> (1o = HISTORICO DE COMPRAS, 2o = EXTRATO DE PONTOS)
           ACCEPT args-cmd-linex   FROM COMMAND-LINE.
           IF  args-cmd-linex  NOT = SPACES
               UNSTRING args-cmd-linex DELIMITED BY SPACE
                   INTO  COMPRADD  PONTDD
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE(1:6) TO WS-MES-HOJE.
      *====> O GANHO DE HOJE VALE ATE O FIM DO MES CORRENTE MAIS OS
      *====> MESES DE VALIDADE
           COMPUTE WS-MESES-CORRIDOS = WS-HOJE-ANO * 12
               + WS-HOJE-MES - 1 + WS-VALIDADE-MESES.
           DIVIDE WS-MESES-CORRIDOS BY 12 GIVING WS-VAL-ANO
               REMAINDER WS-VAL-MES.
           ADD 1 TO WS-VAL-MES.
      *
           DISPLAY "HISTORICO DE COMPRAS : " COMPRADD
           DISPLAY "EXTRATO DE PONTOS    : " PONTDD
           DISPLAY "TAXAS V/C/P/BRANCO   : " WS-TAXA-VAREJO " "
               WS-TAXA-CORP " " WS-TAXA-VIP " " WS-TAXA-SEMCAT
           DISPLAY "VALIDADE DOS GANHOS  : " WS-MES-VALIDADE
           PERFORM REGISTRA-JOBLOG-INICIO
               THRU REGISTRA-JOBLOG-INICIO-FIM
           PERFORM OPEN-PARA      THRU OPEN-EXIT-PARA
           PERFORM PROCESS-PARA   THRU PROCESS-EXIT-PARA
           PERFORM CLOSE-PARA     THRU CLOSE-EXIT-PARA.
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           DISPLAY 'FIM CBPONT01 ...'
           STOP RUN.

      *================================
      * LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO ./cobol.cfg, SE
      * EXISTIR, E APLICA OS PARAMETROS DESTE PROGRAMA (ARQUIVOS,
      * TAXAS POR CATEGORIA E VALIDADE DOS GANHOS)
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
               WHEN "COMPRAFILE"
                   MOVE WS-CFG-VALOR TO COMPRADD
               WHEN "CADCLI01_FILE1"
                   MOVE WS-CFG-VALOR TO INFLDD
               WHEN "PONTOSFILE"
                   MOVE WS-CFG-VALOR TO PONTDD
               WHEN "CBPONT01_TAXA_VAREJO"
                   MOVE WS-CFG-VALOR TO WS-TAXA-VAREJO-9
               WHEN "CBPONT01_TAXA_CORP"
                   MOVE WS-CFG-VALOR TO WS-TAXA-CORP-9
               WHEN "CBPONT01_TAXA_VIP"
                   MOVE WS-CFG-VALOR TO WS-TAXA-VIP-9
               WHEN "CBPONT01_TAXA_SEMCAT"
                   MOVE WS-CFG-VALOR TO WS-TAXA-SEMCAT-9
               WHEN "CBPONT01_VALIDADE_MESES"
                   MOVE WS-CFG-VALOR TO WS-VALIDADE-MESES
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
           MOVE "CBPONT01"        TO JL-PROGRAMA
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
           MOVE "CBPONT01"        TO JL-PROGRAMA
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
           OPEN INPUT COMPRAFL
           IF  FS-COMPRA-OK
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO HISTORICO DE COMPRAS FALHOU='
                   FS-COMPRA "  " COMPRADD
               GO TO EXIT-PARA
           END-IF.
      * =====> SEM O CADASTRO DE CLIENTES TODO GANHO SAI COM A TAXA
      * =====> DE CLIENTE SEM CATEGORIA
           OPEN INPUT FILE1
           IF  FS-INFL-OK
               MOVE "S" TO WS-CADASTRO-ABERTO
           ELSE
               DISPLAY 'CADASTRO DE CLIENTES NAO ABERTO=' FS-INFL
                   "  " INFLDD " - TAXA SEM CATEGORIA PARA TODOS"
           END-IF.
      * =====> EXTRATO DE PONTOS, CRIADO VAZIO SE AINDA NAO EXISTIR
           OPEN I-O PONTFL
           IF  FS-PONT-OK
               CONTINUE
           ELSE
               OPEN OUTPUT PONTFL
               CLOSE PONTFL
               OPEN I-O PONTFL
           END-IF.
           IF  FS-PONT-OK
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO EXTRATO DE PONTOS FALHOU='
                   FS-PONT "  " PONTDD
               CLOSE COMPRAFL
               IF  CADASTRO-ABERTO
                   CLOSE FILE1
               END-IF
               GO TO EXIT-PARA
           END-IF.
       OPEN-EXIT-PARA.
           EXIT.
      *================================
      * PRIMEIRA PASSADA: GANHOS E ESTORNOS DAS COMPRAS NOVAS, NA
      * ORDEM DO HISTORICO (TELEFONE + SEQUENCIA); SEGUNDA PASSADA:
      * EXPIRACAO DOS GANHOS VENCIDOS EM TODO O EXTRATO
       PROCESS-PARA.
           MOVE ZEROS TO WS-FONE-ATUAL.
           MOVE LOW-VALUES TO CP-CHAVE.
           START COMPRAFL KEY IS NOT LESS THAN CP-CHAVE
               INVALID KEY
                   MOVE "10" TO FS-COMPRA
           END-START.
           PERFORM PONTUA-COMPRA THRU PONTUA-COMPRA-FIM
               UNTIL FS-COMPRA-EOF.
           PERFORM EXPIRA-GANHOS THRU EXPIRA-GANHOS-FIM.
       PROCESS-EXIT-PARA.
           EXIT.

       PONTUA-COMPRA.
           READ COMPRAFL NEXT
               AT END
                   GO TO PONTUA-COMPRA-FIM
           END-READ.
           ADD 1 TO READ-COUNT.
           IF  CP-FONE NOT = WS-FONE-ATUAL
               PERFORM CARREGA-CLIENTE THRU CARREGA-CLIENTE-FIM
           END-IF.
      *=====> COMPRA QUE NAO PASSA DA MAIOR JA PONTUADA E DESCARTADA
      *=====> (NOVA EXECUCAO DESTE JOB NO MESMO DIA)
           IF  CP-SEQ NOT > WS-MAIOR-ORIGEM
               ADD 1 TO JA-PONT-COUNT
               GO TO PONTUA-COMPRA-FIM
           END-IF.
           COMPUTE WS-VALOR-COMPRA = CP-QTDE * CP-VALOR-UNIT.
           COMPUTE WS-PONTOS = WS-VALOR-COMPRA * WS-TAXA-ATUAL.
      *=====> ESTORNO POR DEVOLUCAO NAO LEVA O SALDO ABAIXO DE ZERO
      *=====> (OS PONTOS JA RESGATADOS NAO VOLTAM)
           IF  WS-PONTOS < ZEROS AND WS-SALDO + WS-PONTOS < ZEROS
               COMPUTE WS-PONTOS = ZEROS - WS-SALDO
           END-IF.
      *=====> A MAIOR COMPRA PONTUADA SO AVANCA COM O LANCAMENTO
      *=====> GRAVADO, COMO NA LEITURA DO EXTRATO (CARREGA-CLIENTE)
           IF  WS-PONTOS = ZEROS
               ADD 1 TO ZERO-COUNT
               GO TO PONTUA-COMPRA-FIM
           END-IF.
           ADD 1 TO WS-ULT-SEQ.
           ADD WS-PONTOS TO WS-SALDO.
           MOVE SPACES            TO PONTOS-REC.
           MOVE CP-FONE           TO PT-FONE.
           MOVE WS-ULT-SEQ        TO PT-SEQ.
           MOVE WS-DATA-HOJE      TO PT-DATA.
           MOVE "G"               TO PT-TIPO.
           MOVE WS-PONTOS         TO PT-PONTOS.
           MOVE WS-SALDO          TO PT-SALDO.
           MOVE CP-SEQ            TO PT-ORIGEM-SEQ.
           MOVE WS-CATEG-ATUAL    TO PT-CATEGORIA.
           MOVE WS-OPERADOR       TO PT-OPERADOR.
           IF  WS-PONTOS < ZEROS
               MOVE ZEROS             TO PT-VALIDADE
               STRING "ESTORNO DEVOLUCAO LOJA " DELIMITED BY SIZE
                      CP-LOJA DELIMITED BY SIZE
                   INTO PT-NOTA
           ELSE
               MOVE WS-MES-VALIDADE   TO PT-VALIDADE
               STRING "COMPRA LOJA " DELIMITED BY SIZE
                      CP-LOJA DELIMITED BY SIZE
                   INTO PT-NOTA
           END-IF.
           WRITE PONTOS-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR PONTOS " PT-CHAVE
                   MOVE "ERRO" TO WS-JOB-STATUS
                   SUBTRACT WS-PONTOS FROM WS-SALDO
                   SUBTRACT 1 FROM WS-ULT-SEQ
               NOT INVALID KEY
                   MOVE CP-SEQ TO WS-MAIOR-ORIGEM
                   IF  WS-PONTOS < ZEROS
                       ADD 1         TO ESTORNO-COUNT
                       ADD WS-PONTOS TO PONTOS-ESTORN
                   ELSE
                       ADD 1         TO GANHO-COUNT
                       ADD WS-PONTOS TO PONTOS-GANHOS
                   END-IF
           END-WRITE.
       PONTUA-COMPRA-FIM.
           EXIT.

      * -----------------------------------
      * NOVO CLIENTE NO HISTORICO: CATEGORIA/TAXA DO CADASTRO E A
      * SITUACAO DO SEU EXTRATO (ULTIMA SEQUENCIA, SALDO E MAIOR
      * COMPRA JA PONTUADA)
       CARREGA-CLIENTE.
           MOVE CP-FONE TO WS-FONE-ATUAL.
           ADD 1 TO CLI-COUNT.
           MOVE SPACE TO WS-CATEG-ATUAL.
           IF  CADASTRO-ABERTO
               MOVE CP-FONE TO FS-FONE
               READ FILE1
                   INVALID KEY
                       MOVE SPACE TO FS-CATEGORIA
               END-READ
               MOVE FS-CATEGORIA TO WS-CATEG-ATUAL
           END-IF.
           EVALUATE WS-CATEG-ATUAL
               WHEN "V"
                   MOVE WS-TAXA-VAREJO TO WS-TAXA-ATUAL
               WHEN "C"
                   MOVE WS-TAXA-CORP   TO WS-TAXA-ATUAL
               WHEN "P"
                   MOVE WS-TAXA-VIP    TO WS-TAXA-ATUAL
               WHEN OTHER
                   MOVE WS-TAXA-SEMCAT TO WS-TAXA-ATUAL
           END-EVALUATE.
           MOVE ZEROS TO WS-ULT-SEQ WS-SALDO WS-MAIOR-ORIGEM.
           MOVE "N" TO WS-FIM-EXTRATO.
           MOVE CP-FONE TO PT-FONE.
           MOVE ZEROS   TO PT-SEQ.
           START PONTFL KEY IS NOT LESS THAN PT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-EXTRATO
           END-START.
           PERFORM LE-EXTRATO-CLIENTE THRU LE-EXTRATO-CLIENTE-FIM
               UNTIL E-FIM-EXTRATO.
       CARREGA-CLIENTE-FIM.
           EXIT.

       LE-EXTRATO-CLIENTE.
           READ PONTFL NEXT
               AT END
                   MOVE "S" TO WS-FIM-EXTRATO
               NOT AT END
                   IF  PT-FONE NOT = WS-FONE-ATUAL
                       MOVE "S" TO WS-FIM-EXTRATO
                   ELSE
                       MOVE PT-SEQ   TO WS-ULT-SEQ
                       MOVE PT-SALDO TO WS-SALDO
                       IF  PT-GANHO
                           AND PT-ORIGEM-SEQ > WS-MAIOR-ORIGEM
                           MOVE PT-ORIGEM-SEQ TO WS-MAIOR-ORIGEM
                       END-IF
                   END-IF
           END-READ.
       LE-EXTRATO-CLIENTE-FIM.
           EXIT.
      *================================
      * EXPIRACAO: PERCORRE O EXTRATO INTEIRO POR CLIENTE. O QUE
      * EXPIRA E O GANHO JA VENCIDO QUE AINDA NAO FOI CONSUMIDO
      * (TUDO O QUE JA SAIU DO SALDO CONSOME OS GANHOS MAIS ANTIGOS
      * PRIMEIRO), LIMITADO AO SALDO DO CLIENTE
       EXPIRA-GANHOS.
           MOVE "N" TO WS-TEM-PROX.
           MOVE LOW-VALUES TO PT-CHAVE.
           START PONTFL KEY IS NOT LESS THAN PT-CHAVE
               INVALID KEY
                   GO TO EXPIRA-GANHOS-FIM
           END-START.
           READ PONTFL NEXT
               AT END
                   GO TO EXPIRA-GANHOS-FIM
           END-READ.
           MOVE "S" TO WS-TEM-PROX.
           PERFORM EXPIRA-CLIENTE THRU EXPIRA-CLIENTE-FIM
               UNTIL NOT TEM-PROX.
       EXPIRA-GANHOS-FIM.
           EXIT.

      * -----------------------------------
      * SOMA O EXTRATO DO CLIENTE DO REGISTRO JA LIDO ATE A QUEBRA E
      * LANCA A EXPIRACAO; A GRAVACAO MUDA A POSICAO DE LEITURA,
      * ENTAO A LEITURA E REPOSICIONADA NO PRIMEIRO REGISTRO DO
      * CLIENTE SEGUINTE
       EXPIRA-CLIENTE.
           MOVE PT-FONE TO WS-FONE-ATUAL.
           MOVE ZEROS   TO WS-GANHO-VENCIDO WS-CONSUMIDO.
           MOVE "N"     TO WS-FIM-EXTRATO.
           PERFORM SOMA-EXPIRACAO THRU SOMA-EXPIRACAO-FIM
               UNTIL E-FIM-EXTRATO.
           COMPUTE WS-A-EXPIRAR = WS-GANHO-VENCIDO - WS-CONSUMIDO.
           IF  WS-A-EXPIRAR > WS-SALDO
               MOVE WS-SALDO TO WS-A-EXPIRAR
           END-IF.
           IF  WS-A-EXPIRAR NOT > ZEROS
               GO TO EXPIRA-CLIENTE-FIM
           END-IF.
           IF  TEM-PROX
               MOVE PT-CHAVE TO WS-CHAVE-PROX
           END-IF.
           ADD 1 TO WS-ULT-SEQ.
           SUBTRACT WS-A-EXPIRAR FROM WS-SALDO.
           MOVE SPACES            TO PONTOS-REC.
           MOVE WS-FONE-ATUAL     TO PT-FONE.
           MOVE WS-ULT-SEQ        TO PT-SEQ.
           MOVE WS-DATA-HOJE      TO PT-DATA.
           MOVE "E"               TO PT-TIPO.
           COMPUTE PT-PONTOS = ZEROS - WS-A-EXPIRAR.
           MOVE WS-SALDO          TO PT-SALDO.
           MOVE ZEROS             TO PT-VALIDADE PT-ORIGEM-SEQ.
           MOVE WS-OPERADOR       TO PT-OPERADOR.
           MOVE "GANHOS VENCIDOS" TO PT-NOTA.
           WRITE PONTOS-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR EXPIRACAO " PT-CHAVE
                   MOVE "ERRO" TO WS-JOB-STATUS
               NOT INVALID KEY
                   ADD 1            TO EXPIRA-COUNT
                   ADD WS-A-EXPIRAR TO PONTOS-EXPIR
           END-WRITE.
           IF  TEM-PROX
               MOVE WS-CHAVE-PROX TO PT-CHAVE
               START PONTFL KEY IS NOT LESS THAN PT-CHAVE
                   INVALID KEY
                       MOVE "N" TO WS-TEM-PROX
               END-START
               IF  TEM-PROX
                   READ PONTFL NEXT
                       AT END
                           MOVE "N" TO WS-TEM-PROX
                   END-READ
               END-IF
           END-IF.
       EXPIRA-CLIENTE-FIM.
           EXIT.

      * -----------------------------------
      * ACUMULA O REGISTRO CORRENTE DO CLIENTE E LE O PROXIMO; NA
      * QUEBRA (OU FIM DO ARQUIVO) O REGISTRO LIDO E O DO CLIENTE
      * SEGUINTE
       SOMA-EXPIRACAO.
           IF  PT-FONE NOT = WS-FONE-ATUAL
               MOVE "S" TO WS-FIM-EXTRATO
               GO TO SOMA-EXPIRACAO-FIM
           END-IF.
           MOVE PT-SEQ   TO WS-ULT-SEQ.
           MOVE PT-SALDO TO WS-SALDO.
           IF  PT-PONTOS > ZEROS
               IF  PT-VALIDADE < WS-MES-HOJE
                   ADD PT-PONTOS TO WS-GANHO-VENCIDO
               END-IF
           ELSE
               SUBTRACT PT-PONTOS FROM WS-CONSUMIDO
           END-IF.
           READ PONTFL NEXT
               AT END
                   MOVE "N" TO WS-TEM-PROX
                   MOVE "S" TO WS-FIM-EXTRATO
           END-READ.
       SOMA-EXPIRACAO-FIM.
           EXIT.

       CLOSE-PARA.
           CLOSE COMPRAFL PONTFL.
           IF  CADASTRO-ABERTO
               CLOSE FILE1
           END-IF.
           DISPLAY "================================================"
           DISPLAY "COMPRAS NO HISTORICO     : " READ-COUNT
           DISPLAY "CLIENTES NO HISTORICO    : " CLI-COUNT
           DISPLAY "JA PONTUADAS (DESCART.)  : " JA-PONT-COUNT
           DISPLAY "SEM PONTOS (VALOR ZERO)  : " ZERO-COUNT
           DISPLAY "GANHOS LANCADOS          : " GANHO-COUNT
           DISPLAY "PONTOS GANHOS            : " PONTOS-GANHOS
           DISPLAY "ESTORNOS POR DEVOLUCAO   : " ESTORNO-COUNT
           DISPLAY "PONTOS ESTORNADOS        : " PONTOS-ESTORN
           DISPLAY "EXPIRACOES LANCADAS      : " EXPIRA-COUNT
           DISPLAY "PONTOS EXPIRADOS         : " PONTOS-EXPIR
           DISPLAY "================================================".
       CLOSE-EXIT-PARA.
           EXIT.

      *=================  FIM ======
       EXIT-PARA.
           MOVE "ERRO" TO WS-JOB-STATUS
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           DISPLAY 'FIM CBPONT01 (ABORTADO) ...'
           EXIT PROGRAM.
