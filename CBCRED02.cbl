       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBCRED02.
      *
      ****************************************************************
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Aging do crediario: le as parcelas em aberto de
      *          cadcli-crediario.dat (CREDREC, lancadas pelo CBCRED01)
      *          e distribui o saldo de cada uma pelas faixas de
      *          atraso - corrente (a vencer ou ate 29 dias), 30, 60
      *          e 90 dias ou mais -, contados em dias comerciais
      *          (AAAA*360 + MM*30 + DD, a mesma conta do CBEST02).
      *          O relatorio sai com uma linha por cliente (quebra
      *          pelo telefone, nome do cadastro de clientes) e, no
      *          fim, o quadro por loja da venda, com o total geral.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---> parcelas do crediario por cliente + contrato + parcela
           SELECT CREDFL ASSIGN TO CREDDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHAVE
               FILE STATUS IS FS-CRED.
      *---> arquivo indexado de clientes (mesmo layout do CADCLI01)
           SELECT FILE1 ASSIGN TO INFLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-INFL
               RECORD KEY IS FS-KEY.
      *---> cadastro de lojas (mantido pelo CBLOJA01)
           SELECT LOJAFL ASSIGN TO LOJADD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LJ-CHAVE
               FILE STATUS IS FS-LOJA.
      *---> relatorio impresso do aging
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
      *  TAMANHO DO REGISTRO = 91 CARACTERES SEM TERMINADOR FISICO
       FD  CREDFL.
           COPY CREDREC.
      *
       FD  FILE1.
           COPY CLIREC.
      *
      *  TAMANHO DO REGISTRO = 40 CARACTERES SEM TERMINADOR FISICO
       FD  LOJAFL.
           COPY STOREREC.
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
       01  CREDDD            PIC X(30) VALUE "./cadcli-crediario.dat".

       01  FS-CRED           PIC X(02) VALUE SPACES.
           88  FS-CRED-OK    VALUE IS "00".
           88  FS-CRED-EOF   VALUE IS "10".
           88  FS-CRED-NAO-EXISTE VALUE IS "35".

      *---> SEM CREDIARIO AINDA (NENHUMA VENDA A PRAZO) O RELATORIO
      *---> SAI VAZIO, SEM PARAR A FILA DA NOITE
       01  WS-CRED-ABERTO    PIC X     VALUE "N".
           88  CRED-ABERTO   VALUE "S".

       01  INFLDD            PIC X(50) VALUE "./cad-clientes.dat".

       01  FS-INFL           PIC X(02) VALUE SPACES.
           88  FS-INFL-OK    VALUE IS "00".

       01  LOJADD            PIC X(30) VALUE "./cbLOJAS.IDX".

       01  FS-LOJA           PIC X(02) VALUE SPACES.
           88  FS-LOJA-OK    VALUE IS "00".

      *---> SEM O CADASTRO DE LOJAS O QUADRO SAI SO COM O CODIGO
       01  WS-LOJA-ABERTO    PIC X     VALUE "N".
           88  LOJA-ABERTO   VALUE "S".

       01  NOME-ARQ-RELATORIO.
           05  FILLER  PIC X(50) VALUE "./cbcrediario-aging.out".

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

      *---> DATAS EM DIAS COMERCIAIS (AAAA*360 + MM*30 + DD) PARA A
      *---> CONTAGEM DOS DIAS DE ATRASO
       01  WS-DATA-AUX       PIC 9(08).
       01  WS-DATA-AUX-R     REDEFINES WS-DATA-AUX.
           05  WS-AUX-AAAA   PIC 9(04).
           05  WS-AUX-MM     PIC 9(02).
           05  WS-AUX-DD     PIC 9(02).
       77  WS-DIAS-HOJE      PIC 9(07) VALUE ZEROS.
       77  WS-DIAS-VENC      PIC 9(07) VALUE ZEROS.
       77  WS-DIAS-ATRASO    PIC 9(07) VALUE ZEROS.

      *---> SALDO DA PARCELA CORRENTE E FAIXA DE ATRASO (1=CORRENTE,
      *---> 2=30 DIAS, 3=60 DIAS, 4=90 DIAS OU MAIS)
       01  WS-SALDO-PARC     PIC 9(07)V99 VALUE ZEROS.
       77  WS-FAIXA          PIC 9(01) VALUE ZEROS.
       77  WS-FX-IX          PIC 9(01) VALUE ZEROS.

      *---> FAIXAS DO CLIENTE EM QUEBRA E DO TOTAL GERAL
       01  WS-CLI-FAIXAS.
           05  WS-CLI-FX     PIC 9(09)V99 OCCURS 4 TIMES.
       01  WS-GER-FAIXAS.
           05  WS-GER-FX     PIC 9(09)V99 OCCURS 4 TIMES.
       01  WS-CLI-TOTAL      PIC 9(09)V99 VALUE ZEROS.
       77  WS-FONE-ANT       PIC 9(09) VALUE ZEROS.
       01  WS-PRIMEIRO       PIC X     VALUE "S".
           88  E-PRIMEIRO    VALUE "S".

      *---> QUADRO POR LOJA (PESQUISA SEQUENCIAL NA TABELA, COMO NO
      *---> CBINV01)
       01  WS-QBR-TAB.
           05  WS-QBR-ENT OCCURS 300 TIMES.
               10  WS-QBR-LOJA   PIC 9(05).
               10  WS-QBR-FX     PIC 9(09)V99 OCCURS 4 TIMES.

       77  WS-QTD-QBR-TAB    PIC 9(03) VALUE ZEROS.
       77  WS-QBR-IX         PIC 9(03) VALUE ZEROS.

       01  WS-QBR-ACHADO     PIC X     VALUE "N".
           88  QBR-ACHADO    VALUE "S".

       01  WS-VALOR-ED       PIC -(09)9,99.

       01  COUNTERS.
           05  READ-COUNT    PIC 9(07) VALUE ZEROS.
           05  EM-ABERTO     PIC 9(07) VALUE ZEROS.
           05  EM-ATRASO     PIC 9(07) VALUE ZEROS.
           05  CLIENTES      PIC 9(07) VALUE ZEROS.
           05  LOJAS-FORA    PIC 9(07) VALUE ZEROS.

       77  WS-DATA-RELAT   PIC 9(08).
       77  WS-NUM-PAGINA   PIC 9(03) VALUE ZEROS.
       77  WS-LIN-PAGINA   PIC 9(02) VALUE ZEROS.

       01  WS-CAB-REL1.
           05 FILLER        PIC X(36) VALUE
               "AGING DO CREDIARIO".
           05 FILLER        PIC X(08) VALUE "  DATA: ".
           05 WS-CAB-DATA   PIC 9(08).
           05 FILLER        PIC X(08) VALUE "  PAG.: ".
           05 WS-CAB-PAGINA PIC ZZ9.

       01  WS-CAB-REL2.
           05 WS-CAB-CHAVE  PIC X(11) VALUE "FONE".
           05 WS-CAB-NOME   PIC X(32) VALUE "NOME".
           05 FILLER        PIC X(15) VALUE "       CORRENTE".
           05 FILLER        PIC X(15) VALUE "        30 DIAS".
           05 FILLER        PIC X(15) VALUE "        60 DIAS".
           05 FILLER        PIC X(15) VALUE "       90+ DIAS".
           05 FILLER        PIC X(15) VALUE "          TOTAL".

       01  WS-LIN-REL.
           05 WL-CHAVE      PIC X(09).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WL-NOME       PIC X(30).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WL-FAIXAS.
               10 WL-FX     PIC Z(08)9,99 OCCURS 4 TIMES.
           05 WL-TOTAL      PIC Z(08)9,99.

       01  WS-LIN-QUADRO.
           05 FILLER        PIC X(30) VALUE
               "QUADRO POR LOJA DA VENDA".

       01  WS-TOT-REL.
           05 WT-ROTULO     PIC X(30).
           05 WT-TOTAL      PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CBCRED02 - AGING DO CREDIARIO POR CLIENTE E LOJA"
      *====> LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO (SE EXISTIR)
           PERFORM LE-CONFIG THRU LE-CONFIG-FIM
           PERFORM OBTEM-OPERADOR THRU OBTEM-OPERADOR-FIM
      *====> PEGA ARGUMENTOS DE ENTRADA DA LINHA DE COMANDO SE HOUVER
      *====> (1o = ARQUIVO DO CREDIARIO, 2o = RELATORIO)
           ACCEPT args-cmd-linex   FROM COMMAND-LINE.
           IF  args-cmd-linex  NOT = SPACES
               UNSTRING args-cmd-linex DELIMITED BY SPACE
                   INTO  CREDDD  NOME-ARQ-RELATORIO
           END-IF.
      *
           DISPLAY "ARQUIVO DO CREDIARIO : " CREDDD
           DISPLAY "RELATORIO : " NOME-ARQ-RELATORIO
           PERFORM REGISTRA-JOBLOG-INICIO
               THRU REGISTRA-JOBLOG-INICIO-FIM
           PERFORM OPEN-PARA      THRU OPEN-EXIT-PARA
           PERFORM PROCESS-PARA   THRU PROCESS-EXIT-PARA
           PERFORM CLOSE-PARA     THRU CLOSE-EXIT-PARA.
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           DISPLAY 'FIM CBCRED02 ...'
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
               WHEN "CREDFILE"
                   MOVE WS-CFG-VALOR TO CREDDD
               WHEN "CBCRED02_RELATORIO"
                   MOVE WS-CFG-VALOR TO NOME-ARQ-RELATORIO
               WHEN "CADCLI01_FILE1"
                   MOVE WS-CFG-VALOR TO INFLDD
               WHEN "LOJAFILE"
                   MOVE WS-CFG-VALOR TO LOJADD
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
           MOVE "CBCRED02"        TO JL-PROGRAMA
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
           MOVE "CBCRED02"        TO JL-PROGRAMA
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
           OPEN INPUT CREDFL
           IF  FS-CRED-OK
               MOVE "S" TO WS-CRED-ABERTO
           ELSE
               IF  FS-CRED-NAO-EXISTE
                   DISPLAY 'SEM ARQUIVO DO CREDIARIO (' CREDDD
                       ') - NENHUMA VENDA A PRAZO NO CBCRED01'
               ELSE
                   DISPLAY 'ABERTURA DO ARQUIVO DO CREDIARIO FALHOU='
                       FS-CRED "  " CREDDD
                   GO TO EXIT-PARA
               END-IF
           END-IF.
           OPEN INPUT FILE1
           IF  FS-INFL-OK
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO ARQUIVO DE CLIENTES FALHOU='
                   FS-INFL "  " INFLDD
               IF  CRED-ABERTO
                   CLOSE CREDFL
               END-IF
               GO TO EXIT-PARA
           END-IF.
      * =====> SEM O CADASTRO DE LOJAS O QUADRO SAI SO COM O CODIGO
           OPEN INPUT LOJAFL.
           IF  FS-LOJA-OK
               MOVE "S" TO WS-LOJA-ABERTO
           END-IF.
           OPEN OUTPUT RELATORIO.
           IF  FS-RELAT = "00"
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO RELATORIO FALHOU=' FS-RELAT
                   "  " NOME-ARQ-RELATORIO
               CLOSE FILE1
               IF  CRED-ABERTO
                   CLOSE CREDFL
               END-IF
               IF  LOJA-ABERTO
                   CLOSE LOJAFL
               END-IF
               GO TO EXIT-PARA
           END-IF.
           ACCEPT WS-DATA-RELAT FROM DATE YYYYMMDD.
           MOVE WS-DATA-RELAT TO WS-DATA-AUX.
           COMPUTE WS-DIAS-HOJE = WS-AUX-AAAA * 360
               + WS-AUX-MM * 30 + WS-AUX-DD.
           MOVE ZEROS TO WS-CLI-FAIXAS WS-GER-FAIXAS.
           PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM.
       OPEN-EXIT-PARA.
           EXIT.
      *================================
      * PERCORRE AS PARCELAS EM ORDEM DE CLIENTE, FECHANDO A LINHA
      * DO CLIENTE A CADA TELEFONE NOVO, E DEPOIS EMITE O QUADRO POR
      * LOJA E O TOTAL GERAL
       PROCESS-PARA.
           IF  CRED-ABERTO
               MOVE LOW-VALUES TO CR-CHAVE
               START CREDFL KEY IS NOT LESS THAN CR-CHAVE
                   INVALID KEY
                       DISPLAY "ARQUIVO DO CREDIARIO VAZIO"
                       MOVE "10" TO FS-CRED
               END-START
           ELSE
               MOVE "10" TO FS-CRED
           END-IF.
           PERFORM LE-PARCELA THRU LE-PARCELA-FIM
               UNTIL FS-CRED-EOF.
           IF  NOT E-PRIMEIRO
               PERFORM FECHA-CLIENTE THRU FECHA-CLIENTE-FIM
           END-IF.
           PERFORM EMITE-QUADRO-LOJA THRU EMITE-QUADRO-LOJA-FIM.
       PROCESS-EXIT-PARA.
           EXIT.

       LE-PARCELA.
           READ CREDFL NEXT
               AT END
                   GO TO LE-PARCELA-FIM
           END-READ.
           ADD 1 TO READ-COUNT.
           IF  CR-QUITADA
               GO TO LE-PARCELA-FIM
           END-IF.
           IF  NOT E-PRIMEIRO AND CR-FONE NOT = WS-FONE-ANT
               PERFORM FECHA-CLIENTE THRU FECHA-CLIENTE-FIM
           END-IF.
           MOVE "N"     TO WS-PRIMEIRO.
           MOVE CR-FONE TO WS-FONE-ANT.
           ADD 1 TO EM-ABERTO.
           COMPUTE WS-SALDO-PARC = CR-VALOR-PARCELA - CR-VALOR-PAGO.
      *=====> FAIXA PELOS DIAS COMERCIAIS DE ATRASO DO VENCIMENTO
           MOVE ZEROS TO WS-DIAS-ATRASO.
           IF  CR-VENCIMENTO < WS-DATA-RELAT
               ADD 1 TO EM-ATRASO
               MOVE CR-VENCIMENTO TO WS-DATA-AUX
               COMPUTE WS-DIAS-VENC = WS-AUX-AAAA * 360
                   + WS-AUX-MM * 30 + WS-AUX-DD
               IF  WS-DIAS-HOJE > WS-DIAS-VENC
                   COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-VENC
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO >= 90
                   MOVE 4 TO WS-FAIXA
               WHEN WS-DIAS-ATRASO >= 60
                   MOVE 3 TO WS-FAIXA
               WHEN WS-DIAS-ATRASO >= 30
                   MOVE 2 TO WS-FAIXA
               WHEN OTHER
                   MOVE 1 TO WS-FAIXA
           END-EVALUATE.
           ADD WS-SALDO-PARC TO WS-CLI-FX(WS-FAIXA).
           ADD WS-SALDO-PARC TO WS-GER-FX(WS-FAIXA).
           PERFORM SOMA-LOJA THRU SOMA-LOJA-FIM.
       LE-PARCELA-FIM.
           EXIT.

      *================================
      * SOMA O SALDO DA PARCELA NA FAIXA DA LOJA DA VENDA
       SOMA-LOJA.
           MOVE "N"   TO WS-QBR-ACHADO.
           MOVE ZEROS TO WS-QBR-IX.
           PERFORM PROCURA-QBR-TAB THRU PROCURA-QBR-TAB-FIM
               UNTIL QBR-ACHADO OR WS-QBR-IX >= WS-QTD-QBR-TAB.
           IF  NOT QBR-ACHADO
               IF  WS-QTD-QBR-TAB >= 300
                   ADD 1 TO LOJAS-FORA
                   DISPLAY "TABELA DE LOJAS CHEIA, LOJA " CR-LOJA
                       " FORA DO QUADRO"
                   GO TO SOMA-LOJA-FIM
               END-IF
               ADD 1 TO WS-QTD-QBR-TAB
               MOVE WS-QTD-QBR-TAB TO WS-QBR-IX
               MOVE CR-LOJA TO WS-QBR-LOJA(WS-QBR-IX)
               MOVE ZEROS   TO WS-QBR-FX(WS-QBR-IX 1)
                               WS-QBR-FX(WS-QBR-IX 2)
                               WS-QBR-FX(WS-QBR-IX 3)
                               WS-QBR-FX(WS-QBR-IX 4)
           END-IF.
           ADD WS-SALDO-PARC TO WS-QBR-FX(WS-QBR-IX WS-FAIXA).
       SOMA-LOJA-FIM.
           EXIT.

       PROCURA-QBR-TAB.
           ADD 1 TO WS-QBR-IX.
           IF  WS-QBR-LOJA(WS-QBR-IX) = CR-LOJA
               MOVE "S" TO WS-QBR-ACHADO
           END-IF.
       PROCURA-QBR-TAB-FIM.
           EXIT.

      *================================
      * LINHA DO CLIENTE EM QUEBRA: SALDO POR FAIXA E TOTAL
       FECHA-CLIENTE.
           ADD 1 TO CLIENTES.
           MOVE WS-FONE-ANT TO FS-FONE.
           READ FILE1
               KEY IS FS-KEY
               INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO" TO WL-NOME
               NOT INVALID KEY
                   MOVE FS-NOME TO WL-NOME
           END-READ.
           MOVE WS-FONE-ANT TO WL-CHAVE.
           MOVE ZEROS TO WS-CLI-TOTAL WS-FX-IX.
           PERFORM MONTA-FAIXA-CLI THRU MONTA-FAIXA-CLI-FIM
               UNTIL WS-FX-IX >= 4.
           MOVE WS-CLI-TOTAL TO WL-TOTAL.
           IF  WS-LIN-PAGINA >= 50
               PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM
           END-IF.
           WRITE RELAT-REC FROM WS-LIN-REL.
           ADD 1 TO WS-LIN-PAGINA.
           MOVE ZEROS TO WS-CLI-FAIXAS.
       FECHA-CLIENTE-FIM.
           EXIT.

       MONTA-FAIXA-CLI.
           ADD 1 TO WS-FX-IX.
           MOVE WS-CLI-FX(WS-FX-IX) TO WL-FX(WS-FX-IX).
           ADD WS-CLI-FX(WS-FX-IX)  TO WS-CLI-TOTAL.
       MONTA-FAIXA-CLI-FIM.
           EXIT.

      *================================
      * QUADRO POR LOJA DA VENDA, NA ORDEM EM QUE AS LOJAS
      * APARECERAM, SEGUIDO DO TOTAL GERAL POR FAIXA
       EMITE-QUADRO-LOJA.
           MOVE "LOJA"      TO WS-CAB-CHAVE.
           MOVE "NOME DA LOJA" TO WS-CAB-NOME.
           PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM.
           WRITE RELAT-REC FROM WS-LIN-QUADRO.
           ADD 1 TO WS-LIN-PAGINA.
           MOVE ZEROS TO WS-QBR-IX.
           PERFORM EMITE-LOJA THRU EMITE-LOJA-FIM
               UNTIL WS-QBR-IX >= WS-QTD-QBR-TAB.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
           MOVE SPACES        TO WL-CHAVE.
           MOVE "TOTAL GERAL" TO WL-NOME.
           MOVE ZEROS TO WS-CLI-TOTAL WS-FX-IX.
           MOVE WS-GER-FAIXAS TO WS-CLI-FAIXAS.
           PERFORM MONTA-FAIXA-CLI THRU MONTA-FAIXA-CLI-FIM
               UNTIL WS-FX-IX >= 4.
           MOVE WS-CLI-TOTAL TO WL-TOTAL.
           WRITE RELAT-REC FROM WS-LIN-REL.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
           MOVE "PARCELAS LIDAS            : " TO WT-ROTULO.
           MOVE READ-COUNT                     TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "PARCELAS EM ABERTO        : " TO WT-ROTULO.
           MOVE EM-ABERTO                      TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "PARCELAS VENCIDAS         : " TO WT-ROTULO.
           MOVE EM-ATRASO                      TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "CLIENTES COM SALDO        : " TO WT-ROTULO.
           MOVE CLIENTES                       TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
       EMITE-QUADRO-LOJA-FIM.
           EXIT.

       EMITE-LOJA.
           ADD 1 TO WS-QBR-IX.
           MOVE WS-QBR-LOJA(WS-QBR-IX) TO WL-CHAVE LJ-STORE-ID.
           MOVE SPACES TO WL-NOME.
           IF  LOJA-ABERTO
               READ LOJAFL
                   KEY IS LJ-CHAVE
                   INVALID KEY
                       MOVE "LOJA NAO CADASTRADA" TO WL-NOME
                   NOT INVALID KEY
                       MOVE LJ-NOME TO WL-NOME
               END-READ
           END-IF.
           MOVE ZEROS TO WS-CLI-TOTAL WS-FX-IX.
           MOVE WS-QBR-FX(WS-QBR-IX 1) TO WS-CLI-FX(1).
           MOVE WS-QBR-FX(WS-QBR-IX 2) TO WS-CLI-FX(2).
           MOVE WS-QBR-FX(WS-QBR-IX 3) TO WS-CLI-FX(3).
           MOVE WS-QBR-FX(WS-QBR-IX 4) TO WS-CLI-FX(4).
           PERFORM MONTA-FAIXA-CLI THRU MONTA-FAIXA-CLI-FIM
               UNTIL WS-FX-IX >= 4.
           MOVE WS-CLI-TOTAL TO WL-TOTAL.
           IF  WS-LIN-PAGINA >= 50
               PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM
           END-IF.
           WRITE RELAT-REC FROM WS-LIN-REL.
           ADD 1 TO WS-LIN-PAGINA.
       EMITE-LOJA-FIM.
           EXIT.

       ESCREVE-CABECALHO.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE ZEROS TO WS-LIN-PAGINA.
           MOVE WS-DATA-RELAT   TO WS-CAB-DATA.
           MOVE WS-NUM-PAGINA   TO WS-CAB-PAGINA.
           WRITE RELAT-REC FROM WS-CAB-REL1.
           WRITE RELAT-REC FROM WS-CAB-REL2.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
       ESCREVE-CABECALHO-FIM.
           EXIT.
      *================================
       CLOSE-PARA.
           CLOSE FILE1 RELATORIO.
           IF  CRED-ABERTO
               CLOSE CREDFL
           END-IF.
           IF  LOJA-ABERTO
               CLOSE LOJAFL
           END-IF.
           DISPLAY "================================================"
           DISPLAY "PARCELAS LIDAS       : " READ-COUNT
           DISPLAY "PARCELAS EM ABERTO   : " EM-ABERTO
           DISPLAY "PARCELAS VENCIDAS    : " EM-ATRASO
           DISPLAY "CLIENTES COM SALDO   : " CLIENTES
           MOVE WS-GER-FX(4) TO WS-VALOR-ED
           DISPLAY "SALDO COM 90+ DIAS   : " WS-VALOR-ED
           IF  LOJAS-FORA > ZEROS
               DISPLAY "PARCELAS FORA DO QUADRO POR LOJA: " LOJAS-FORA
           END-IF
           DISPLAY "================================================".
       CLOSE-EXIT-PARA.
           EXIT.

      *=================  FIM ======
       EXIT-PARA.
           MOVE "ERRO" TO WS-JOB-STATUS
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           DISPLAY 'FIM CBCRED02 (ABORTADO) ...'
           EXIT PROGRAM.
