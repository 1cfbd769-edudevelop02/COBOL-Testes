       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBEST02.
      *
      ****************************************************************
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Relatorio de posicao de estoque por regiao, loja e
      *          item: le o arquivo de saldo de estoque (cbESTOQUE.IDX
      *          /ESTQREC, lancado pelo CBEST01), busca a regiao e o
      *          nome da loja no cadastro de lojas, o nome da regiao
      *          no cadastro de regioes e a descricao do item no
      *          cadastro de itens, ordena por regiao + loja + item
      *          (SORT interno) e lista saldo, ultimo valor unitario,
      *          valor do saldo e data do ultimo movimento. Saldo
      *          negativo e item parado ha mais de N dias (base
      *          comercial de 30 dias por mes, CBEST02_DIAS_SEM_MOV)
      *          saem marcados na coluna de ocorrencia, para a
      *          central responder a loja que liga perguntando o que
      *          tem na prateleira.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---> saldo de estoque por loja + item (lancado pelo CBEST01)
           SELECT ESTQFL ASSIGN TO ESTQDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-CHAVE
               FILE STATUS IS FS-ESTQ.

      *---> cadastro de lojas (mantido pelo CBLOJA01)
           SELECT LOJAFL ASSIGN TO LOJADD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LJ-CHAVE
               FILE STATUS IS FS-LOJA.

      *---> cadastro de itens (mantido pelo CBITEM01)
           SELECT ITEMFL ASSIGN TO ITEMDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IT-CHAVE
               FILE STATUS IS FS-ITEM.

      *---> cadastro de regioes (mantido pelo CBREG01)
           SELECT REGFL ASSIGN TO REGDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-CHAVE
               FILE STATUS IS FS-REG.

      *---> relatorio impresso da posicao de estoque
           SELECT RELATORIO ASSIGN TO NOME-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.

      *---> arquivo de trabalho do SORT por regiao + loja + item
           SELECT SORTFL ASSIGN TO "CBEST02-SORT".

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
      *  TAMANHO DO REGISTRO = 70 CARACTERES SEM TERMINADOR FISICO
       FD  ESTQFL.
           COPY ESTQREC.
      *
      *  TAMANHO DO REGISTRO = 40 CARACTERES SEM TERMINADOR FISICO
       FD  LOJAFL.
           COPY STOREREC.
      *
      *  TAMANHO DO REGISTRO = 50 CARACTERES SEM TERMINADOR FISICO
       FD  ITEMFL.
           COPY ITEMREC.
      *
      *  TAMANHO DO REGISTRO = 60 CARACTERES SEM TERMINADOR FISICO
       FD  REGFL.
           COPY REGREC.
      *
       FD RELATORIO.
       01 RELAT-REC PIC X(132).
      *
       SD SORTFL.
       01  SORT-REC.
           05 S-REGIAO      PIC 9(01).
           05 S-STORE-ID    PIC 9(05).
           05 S-ITEM-ID     PIC X(10).
           05 S-NOME-LOJA   PIC X(30).
           05 S-DESCRICAO   PIC X(30).
           05 S-SALDO       PIC S9(07) SIGN LEADING SEPARATE.
           05 S-VALOR-UNIT  PIC 9(05)V99.
           05 S-DATA-MOV    PIC 9(08).
      *
       FD  JOBLOGFL.
           COPY JOBLOG.
      *
       FD  CONFIGFL.
           COPY CONFIGCFG.
      *
       WORKING-STORAGE SECTION.
       01  ESTQDD            PIC X(30) VALUE "./cbESTOQUE.IDX".

       01  FS-ESTQ           PIC X(02) VALUE SPACES.
           88  FS-ESTQ-OK    VALUE IS "00".
           88  FS-ESTQ-EOF   VALUE IS "10".

       01  LOJADD            PIC X(30) VALUE "./cbLOJAS.IDX".

       01  FS-LOJA           PIC X(02) VALUE SPACES.
           88  FS-LOJA-OK    VALUE IS "00".

       01  ITEMDD            PIC X(30) VALUE "./cbITENS.IDX".

       01  FS-ITEM           PIC X(02) VALUE SPACES.
           88  FS-ITEM-OK    VALUE IS "00".

       01  REGDD             PIC X(30) VALUE "./cbREGIOES.IDX".

       01  FS-REG            PIC X(02) VALUE SPACES.
           88  FS-REG-OK     VALUE IS "00".

       01  WS-REG-ABERTO     PIC X     VALUE "N".
           88  REG-ABERTO    VALUE "S".

       01  NOME-ARQ-RELATORIO.
           05  FILLER  PIC X(50) VALUE "./cbestoque.out".

       77  FS-RELAT          PIC X(02) VALUE SPACES.

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
       01  args-cmd-line2x   PIC X(10)  VALUE SPACES.

      *---> DIAS SEM MOVIMENTO A PARTIR DOS QUAIS O ITEM E APONTADO
      *---> COMO PARADO (CONFIGURAVEL); ZERO DESLIGA O TESTE
       01  WS-DIAS-SEM-MOV   PIC 9(03) VALUE 030.

      *---> DATAS EM DIAS COMERCIAIS (AAAA*360 + MM*30 + DD) PARA A
      *---> CONTAGEM DE DIAS SEM MOVIMENTO
       01  WS-DATA-AUX       PIC 9(08).
       01  WS-DATA-AUX-R     REDEFINES WS-DATA-AUX.
           05  WS-AUX-AAAA   PIC 9(04).
           05  WS-AUX-MM     PIC 9(02).
           05  WS-AUX-DD     PIC 9(02).
       77  WS-DIAS-HOJE      PIC 9(07) VALUE ZEROS.
       77  WS-DIAS-MOV       PIC 9(07) VALUE ZEROS.
       77  WS-DIAS-PARADO    PIC 9(07) VALUE ZEROS.

       77  WS-FIM-SORT       PIC X VALUE "N".
           88  E-FIM-SORT    VALUE "S".

      *---> QUEBRA POR REGIAO NA SAIDA DO SORT
       77  WS-REGIAO-ANT     PIC 9(01) VALUE ZEROS.
       01  WS-PRIMEIRO       PIC X     VALUE "S".
           88  E-PRIMEIRO    VALUE "S".

       01  WS-VALOR-SALDO    PIC S9(09)V99 VALUE ZEROS.

       01  COUNTERS.
           05  READ-COUNT    PIC 9(07) VALUE ZEROS.
           05  SALDO-NEG     PIC 9(07) VALUE ZEROS.
           05  ITENS-PARADOS PIC 9(07) VALUE ZEROS.
           05  SEM-CADASTRO  PIC 9(07) VALUE ZEROS.

       77  WS-DATA-RELAT   PIC 9(08).
       77  WS-NUM-PAGINA   PIC 9(03) VALUE ZEROS.
       77  WS-LIN-PAGINA   PIC 9(02) VALUE ZEROS.

       01  WS-CAB-REL1.
           05 FILLER        PIC X(36) VALUE
               "POSICAO DE ESTOQUE POR LOJA E ITEM".
           05 FILLER        PIC X(08) VALUE "  DATA: ".
           05 WS-CAB-DATA   PIC 9(08).
           05 FILLER        PIC X(08) VALUE "  PAG.: ".
           05 WS-CAB-PAGINA PIC ZZ9.
           05 FILLER        PIC X(18) VALUE "  PARADO APOS: ".
           05 WS-CAB-DIAS   PIC ZZ9.
           05 FILLER        PIC X(05) VALUE " DIAS".

       01  WS-CAB-REL2.
           05 FILLER        PIC X(07) VALUE "LOJA".
           05 FILLER        PIC X(22) VALUE "NOME".
           05 FILLER        PIC X(12) VALUE "ITEM".
           05 FILLER        PIC X(22) VALUE "DESCRICAO".
           05 FILLER        PIC X(10) VALUE "    SALDO".
           05 FILLER        PIC X(11) VALUE " ULT.VALOR".
           05 FILLER        PIC X(15) VALUE "   VALOR SALDO".
           05 FILLER        PIC X(10) VALUE "ULT.MOV".
           05 FILLER        PIC X(20) VALUE "OCORRENCIA".

       01  WS-LIN-REGIAO.
           05 FILLER        PIC X(08) VALUE "REGIAO ".
           05 WR-REGIAO     PIC 9(01).
           05 FILLER        PIC X(03) VALUE " - ".
           05 WR-NOME       PIC X(20).

       01  WS-LIN-REL.
           05 WL-LOJA       PIC 9(05).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WL-NOME       PIC X(20).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WL-ITEM       PIC X(10).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WL-DESCRICAO  PIC X(20).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WL-SALDO      PIC -------9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WL-VALOR-UNIT PIC ZZZZ9,99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WL-VALOR      PIC ---------9,99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WL-DATA-MOV   PIC 9(08).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WL-OCORR      PIC X(20).

       01  WS-TOT-REL.
           05 WT-ROTULO     PIC X(30).
           05 WT-TOTAL      PIC ZZZZZZ9.

      *
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CBEST02 - POSICAO DE ESTOQUE POR LOJA E ITEM"
      *====> LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO (SE EXISTIR)
           PERFORM LE-CONFIG THRU LE-CONFIG-FIM
           PERFORM OBTEM-OPERADOR THRU OBTEM-OPERADOR-FIM
      *====> PEGA ARGUMENTOS DE ENTRADA DA LINHA DE COMANDO SE HOUVER
      *====> (1o = RELATORIO, 2o = DIAS SEM MOVIMENTO)
           ACCEPT args-cmd-linex   FROM COMMAND-LINE.
           IF  args-cmd-linex  NOT = SPACES
               UNSTRING args-cmd-linex DELIMITED BY SPACE
                   INTO  NOME-ARQ-RELATORIO  args-cmd-line2x
               IF  args-cmd-line2x NOT = SPACES
                   MOVE args-cmd-line2x TO WS-DIAS-SEM-MOV
               END-IF
           END-IF.
      *
           DISPLAY "ARQUIVO DE ESTOQUE : " ESTQDD
           DISPLAY "RELATORIO : " NOME-ARQ-RELATORIO
           DISPLAY "DIAS SEM MOVIMENTO : " WS-DIAS-SEM-MOV
           PERFORM REGISTRA-JOBLOG-INICIO
               THRU REGISTRA-JOBLOG-INICIO-FIM
           PERFORM OPEN-PARA      THRU OPEN-EXIT-PARA
      *====> ORDENA POR REGIAO + LOJA + ITEM E LISTA COM QUEBRA POR
      *====> REGIAO
           SORT SORTFL
               ASCENDING KEY S-REGIAO S-STORE-ID S-ITEM-ID
               INPUT PROCEDURE IS SOLTA-SALDOS
                   THRU SOLTA-SALDOS-FIM
               OUTPUT PROCEDURE IS LISTA-ORDENADO
                   THRU LISTA-ORDENADO-FIM
           PERFORM CLOSE-PARA     THRU CLOSE-EXIT-PARA.
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           DISPLAY 'FIM CBEST02 ...'
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
               WHEN "ESTOQUEFILE"
                   MOVE WS-CFG-VALOR TO ESTQDD
               WHEN "LOJAFILE"
                   MOVE WS-CFG-VALOR TO LOJADD
               WHEN "ITEMFILE"
                   MOVE WS-CFG-VALOR TO ITEMDD
               WHEN "REGIAOFILE"
                   MOVE WS-CFG-VALOR TO REGDD
               WHEN "CBEST02_RELATORIO"
                   MOVE WS-CFG-VALOR TO NOME-ARQ-RELATORIO
               WHEN "CBEST02_DIAS_SEM_MOV"
                   MOVE WS-CFG-VALOR TO WS-DIAS-SEM-MOV
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
           MOVE "CBEST02"         TO JL-PROGRAMA
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
           MOVE "CBEST02"         TO JL-PROGRAMA
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
           OPEN INPUT ESTQFL
           IF  FS-ESTQ-OK
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO ARQUIVO DE ESTOQUE FALHOU='
                   FS-ESTQ "  " ESTQDD
               DISPLAY 'RODE O CBEST01 DEPOIS DO cb70 ANTES DO '
                   'RELATORIO'
               GO TO EXIT-PARA
           END-IF.
           OPEN INPUT LOJAFL
           IF  FS-LOJA-OK
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO CADASTRO DE LOJAS FALHOU='
                   FS-LOJA "  " LOJADD
               CLOSE ESTQFL
               GO TO EXIT-PARA
           END-IF.
           OPEN INPUT ITEMFL
           IF  FS-ITEM-OK
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO CADASTRO DE ITENS FALHOU='
                   FS-ITEM "  " ITEMDD
               CLOSE ESTQFL LOJAFL
               GO TO EXIT-PARA
           END-IF.
      * =====> SEM O CADASTRO DE REGIOES O RELATORIO SAI SO COM O
      * =====> CODIGO DA REGIAO NA QUEBRA
           OPEN INPUT REGFL.
           IF  FS-REG-OK
               MOVE "S" TO WS-REG-ABERTO
           END-IF.
           OPEN OUTPUT RELATORIO.
           IF  FS-RELAT = "00"
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO RELATORIO FALHOU=' FS-RELAT
                   "  " NOME-ARQ-RELATORIO
               CLOSE ESTQFL LOJAFL ITEMFL
               GO TO EXIT-PARA
           END-IF.
           ACCEPT WS-DATA-RELAT FROM DATE YYYYMMDD.
           MOVE WS-DATA-RELAT TO WS-DATA-AUX.
           COMPUTE WS-DIAS-HOJE = WS-AUX-AAAA * 360
               + WS-AUX-MM * 30 + WS-AUX-DD.
           PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM.
       OPEN-EXIT-PARA.
           EXIT.
      *================================
      * PROCEDIMENTO DE ENTRADA DO SORT: SOLTA CADA SALDO COM A
      * REGIAO E O NOME DA LOJA E A DESCRICAO DO ITEM
       SOLTA-SALDOS.
           MOVE LOW-VALUES TO ES-CHAVE.
           START ESTQFL KEY IS NOT LESS THAN ES-CHAVE
               INVALID KEY
                   DISPLAY "ARQUIVO DE ESTOQUE VAZIO"
                   GO TO SOLTA-SALDOS-FIM
           END-START.
           PERFORM SOLTA-SALDOS-LOOP THRU SOLTA-SALDOS-LOOP-FIM
               UNTIL FS-ESTQ-EOF.
       SOLTA-SALDOS-FIM.
           EXIT.

       SOLTA-SALDOS-LOOP.
           READ ESTQFL NEXT
               AT END
                   GO TO SOLTA-SALDOS-LOOP-FIM
           END-READ.
           ADD 1 TO READ-COUNT.
           MOVE ES-STORE-ID       TO S-STORE-ID.
           MOVE ES-ITEM-ID        TO S-ITEM-ID.
           MOVE ES-SALDO          TO S-SALDO.
           MOVE ES-ULT-VALOR-UNIT TO S-VALOR-UNIT.
           MOVE ES-DATA-ULT-MOV   TO S-DATA-MOV.
           MOVE ES-STORE-ID       TO LJ-STORE-ID.
           READ LOJAFL
               KEY IS LJ-CHAVE
               INVALID KEY
                   ADD 1 TO SEM-CADASTRO
                   MOVE ZEROS TO S-REGIAO
                   MOVE "LOJA NAO CADASTRADA" TO S-NOME-LOJA
               NOT INVALID KEY
                   MOVE LJ-REGIAO TO S-REGIAO
                   MOVE LJ-NOME   TO S-NOME-LOJA
           END-READ.
           MOVE ES-ITEM-ID        TO IT-ITEM-ID.
           READ ITEMFL
               KEY IS IT-CHAVE
               INVALID KEY
                   MOVE "ITEM NAO CADASTRADO" TO S-DESCRICAO
               NOT INVALID KEY
                   MOVE IT-DESCRICAO TO S-DESCRICAO
           END-READ.
           RELEASE SORT-REC.
       SOLTA-SALDOS-LOOP-FIM.
           EXIT.
      *================================
      * PROCEDIMENTO DE SAIDA DO SORT: LISTA CADA SALDO, ABRINDO UMA
      * QUEBRA A CADA REGIAO NOVA
       LISTA-ORDENADO.
           PERFORM LISTA-LOOP THRU LISTA-LOOP-FIM
               UNTIL E-FIM-SORT.
       LISTA-ORDENADO-FIM.
           EXIT.

       LISTA-LOOP.
           RETURN SORTFL
               AT END
                   MOVE "S" TO WS-FIM-SORT
               NOT AT END
                   PERFORM LISTA-SALDO THRU LISTA-SALDO-FIM
           END-RETURN.
       LISTA-LOOP-FIM.
           EXIT.

       LISTA-SALDO.
           IF  E-PRIMEIRO OR S-REGIAO NOT = WS-REGIAO-ANT
               MOVE "N"      TO WS-PRIMEIRO
               MOVE S-REGIAO TO WS-REGIAO-ANT
               PERFORM ESCREVE-REGIAO THRU ESCREVE-REGIAO-FIM
           END-IF.
           MOVE SPACES TO WL-OCORR.
      *=====> ITEM PARADO: DIAS COMERCIAIS DESDE O ULTIMO MOVIMENTO
           IF  WS-DIAS-SEM-MOV > ZEROS AND S-DATA-MOV > ZEROS
               MOVE S-DATA-MOV TO WS-DATA-AUX
               COMPUTE WS-DIAS-MOV = WS-AUX-AAAA * 360
                   + WS-AUX-MM * 30 + WS-AUX-DD
               IF  WS-DIAS-HOJE > WS-DIAS-MOV
                   COMPUTE WS-DIAS-PARADO = WS-DIAS-HOJE - WS-DIAS-MOV
               ELSE
                   MOVE ZEROS TO WS-DIAS-PARADO
               END-IF
               IF  WS-DIAS-PARADO > WS-DIAS-SEM-MOV
                   ADD 1 TO ITENS-PARADOS
                   MOVE "SEM MOVIMENTO" TO WL-OCORR
               END-IF
           END-IF.
      *=====> SALDO NEGATIVO PREVALECE NA COLUNA DE OCORRENCIA
           IF  S-SALDO < ZEROS
               ADD 1 TO SALDO-NEG
               MOVE "SALDO NEGATIVO" TO WL-OCORR
           END-IF.
           COMPUTE WS-VALOR-SALDO = S-SALDO * S-VALOR-UNIT.
           IF  WS-LIN-PAGINA >= 50
               PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM
           END-IF.
           MOVE S-STORE-ID     TO WL-LOJA.
           MOVE S-NOME-LOJA    TO WL-NOME.
           MOVE S-ITEM-ID      TO WL-ITEM.
           MOVE S-DESCRICAO    TO WL-DESCRICAO.
           MOVE S-SALDO        TO WL-SALDO.
           MOVE S-VALOR-UNIT   TO WL-VALOR-UNIT.
           MOVE WS-VALOR-SALDO TO WL-VALOR.
           MOVE S-DATA-MOV     TO WL-DATA-MOV.
           WRITE RELAT-REC FROM WS-LIN-REL.
           ADD 1 TO WS-LIN-PAGINA.
       LISTA-SALDO-FIM.
           EXIT.

      *================================
      * LINHA DE QUEBRA COM O CODIGO E O NOME DA REGIAO
       ESCREVE-REGIAO.
           MOVE S-REGIAO TO WR-REGIAO RG-REGIAO.
           MOVE SPACES   TO WR-NOME.
           IF  REG-ABERTO
               READ REGFL
                   KEY IS RG-CHAVE
                   INVALID KEY
                       MOVE "REGIAO NAO CADASTRADA" TO WR-NOME
                   NOT INVALID KEY
                       MOVE RG-NOME TO WR-NOME
               END-READ
           END-IF.
           IF  WS-LIN-PAGINA >= 48
               PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM
           END-IF.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
           WRITE RELAT-REC FROM WS-LIN-REGIAO.
           ADD 2 TO WS-LIN-PAGINA.
       ESCREVE-REGIAO-FIM.
           EXIT.

       ESCREVE-CABECALHO.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE ZEROS TO WS-LIN-PAGINA.
           MOVE WS-DATA-RELAT   TO WS-CAB-DATA.
           MOVE WS-NUM-PAGINA   TO WS-CAB-PAGINA.
           MOVE WS-DIAS-SEM-MOV TO WS-CAB-DIAS.
           WRITE RELAT-REC FROM WS-CAB-REL1.
           WRITE RELAT-REC FROM WS-CAB-REL2.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
       ESCREVE-CABECALHO-FIM.
           EXIT.

       CLOSE-PARA.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
           MOVE "SALDOS LISTADOS           : " TO WT-ROTULO.
           MOVE READ-COUNT                     TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "SALDOS NEGATIVOS          : " TO WT-ROTULO.
           MOVE SALDO-NEG                      TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "ITENS SEM MOVIMENTO       : " TO WT-ROTULO.
           MOVE ITENS-PARADOS                  TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "LOJA FORA DO CADASTRO     : " TO WT-ROTULO.
           MOVE SEM-CADASTRO                   TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           CLOSE ESTQFL LOJAFL ITEMFL RELATORIO.
           IF  REG-ABERTO
               CLOSE REGFL
           END-IF.
           DISPLAY "================================================"
           DISPLAY "SALDOS LISTADOS        : " READ-COUNT
           DISPLAY "SALDOS NEGATIVOS       : " SALDO-NEG
           DISPLAY "ITENS SEM MOVIMENTO    : " ITENS-PARADOS
           DISPLAY "LOJA FORA DO CADASTRO  : " SEM-CADASTRO
           DISPLAY "================================================".
       CLOSE-EXIT-PARA.
           EXIT.

      *=================  FIM ======
       EXIT-PARA.
           MOVE "ERRO" TO WS-JOB-STATUS
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           DISPLAY 'FIM CBEST02 (ABORTADO) ...'
           EXIT PROGRAM.
