       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBVMES02.
      *
      ****************************************************************
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Comparativo mensal de vendas: le o resumo mensal de
      *          vendas (cbVENDASMES.IDX/VENDMREC, acumulado pelo
      *          CBVMES01) e compara o mes de referencia (o mes
      *          corrente, ou o AAAAMM informado) com o mes anterior
      *          e com o mesmo mes do ano anterior, em quantidade e
      *          valor liquidos (vendas menos devolucoes) e variacao
      *          percentual. Sai por loja (LJ-NOME, na ordem do
      *          resumo), por item (IT-DESCRICAO, ordenado por SORT
      *          interno) e por regiao (RG-NOME, regiao gravada no
      *          resumo no momento da venda), com o total geral no
      *          fim - os numeros que hoje sao remontados em planilha
      *          a partir das saidas regionais.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---> resumo mensal de vendas (acumulado pelo CBVMES01)
           SELECT VENDMFL ASSIGN TO VENDMDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-CHAVE
               FILE STATUS IS FS-VENDM.

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

      *---> relatorio impresso do comparativo
           SELECT RELATORIO ASSIGN TO NOME-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.

      *---> arquivo de trabalho do SORT por item
           SELECT SORTFL ASSIGN TO "CBVMES02-SORT".

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
      *  TAMANHO DO REGISTRO = 104 CARACTERES SEM TERMINADOR FISICO
       FD  VENDMFL.
           COPY VENDMREC.
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
           05 S-ITEM-ID     PIC X(10).
      *---> 1 = MES DE REFERENCIA, 2 = MES ANTERIOR, 3 = ANO ANTERIOR
           05 S-PERIODO     PIC 9(01).
           05 S-QTDE        PIC S9(09).
           05 S-VALOR       PIC S9(11)V99.
      *
       FD  JOBLOGFL.
           COPY JOBLOG.
      *
       FD  CONFIGFL.
           COPY CONFIGCFG.
      *
       WORKING-STORAGE SECTION.
       01  VENDMDD           PIC X(30) VALUE "./cbVENDASMES.IDX".

       01  FS-VENDM          PIC X(02) VALUE SPACES.
           88  FS-VENDM-OK   VALUE IS "00".
           88  FS-VENDM-EOF  VALUE IS "10".

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
           05  FILLER  PIC X(50) VALUE "./cbvendasmes.out".

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

      *---> MES DE REFERENCIA E OS DOIS MESES DE COMPARACAO (AAAAMM)
       01  WS-MES-REF        PIC 9(06) VALUE ZEROS.
       01  WS-MES-REF-R      REDEFINES WS-MES-REF.
           05  WS-REF-ANO    PIC 9(04).
           05  WS-REF-MES    PIC 9(02).
       01  WS-MES-ANT        PIC 9(06) VALUE ZEROS.
       01  WS-MES-ANT-R      REDEFINES WS-MES-ANT.
           05  WS-ANT-ANO    PIC 9(04).
           05  WS-ANT-MES    PIC 9(02).
       01  WS-MES-ANO-ANT    PIC 9(06) VALUE ZEROS.
       01  WS-MES-ANO-ANT-R  REDEFINES WS-MES-ANO-ANT.
           05  WS-ANO-ANT-ANO PIC 9(04).
           05  WS-ANO-ANT-MES PIC 9(02).

      *---> PERIODO DO REGISTRO LIDO (ZERO = FORA DA COMPARACAO)
       77  WS-PER-IX         PIC 9(01) VALUE ZEROS.
       77  WS-REG-IX         PIC 9(02) VALUE ZEROS.

      *---> QUANTIDADE E VALOR LIQUIDOS DO REGISTRO LIDO
       01  WS-QTDE-LIQ       PIC S9(09)    VALUE ZEROS.
       01  WS-VALOR-LIQ      PIC S9(11)V99 VALUE ZEROS.

      *---> ACUMULADORES DOS TRES PERIODOS: DA LOJA EM QUEBRA, DO
      *---> ITEM EM QUEBRA, DA LINHA A IMPRIMIR E DO TOTAL GERAL
       01  WS-ACUM-LOJA.
           05  WS-AL-PER OCCURS 3 TIMES.
               10  WS-AL-QTDE    PIC S9(09).
               10  WS-AL-VALOR   PIC S9(11)V99.
       01  WS-ACUM-ITEM.
           05  WS-AI-PER OCCURS 3 TIMES.
               10  WS-AI-QTDE    PIC S9(09).
               10  WS-AI-VALOR   PIC S9(11)V99.
       01  WS-ACUM-LIN.
           05  WS-AN-PER OCCURS 3 TIMES.
               10  WS-AN-QTDE    PIC S9(09).
               10  WS-AN-VALOR   PIC S9(11)V99.
       01  WS-ACUM-GERAL.
           05  WS-AG-PER OCCURS 3 TIMES.
               10  WS-AG-QTDE    PIC S9(09).
               10  WS-AG-VALOR   PIC S9(11)V99.

      *---> TOTAIS POR REGIAO, INDEXADOS PELO CODIGO DA REGIAO + 1
       01  WS-REG-TAB.
           05  WS-REG-ENT OCCURS 10 TIMES.
               10  WS-RT-USADA   PIC X(01).
               10  WS-RT-PER OCCURS 3 TIMES.
                   15  WS-RT-QTDE    PIC S9(09).
                   15  WS-RT-VALOR   PIC S9(11)V99.

      *---> QUEBRAS POR LOJA (LEITURA DO RESUMO) E POR ITEM (SAIDA
      *---> DO SORT)
       77  WS-LOJA-ANT       PIC 9(05) VALUE ZEROS.
       77  WS-ITEM-ANT       PIC X(10) VALUE SPACES.
       01  WS-TEM-LOJA       PIC X     VALUE "N".
           88  TEM-LOJA      VALUE "S".
       01  WS-TEM-ITEM       PIC X     VALUE "N".
           88  TEM-ITEM      VALUE "S".
       77  WS-FIM-SORT       PIC X VALUE "N".
           88  E-FIM-SORT    VALUE "S".

      *---> VARIACAO PERCENTUAL DO MES DE REFERENCIA SOBRE A BASE
       01  WS-VAR-BASE       PIC S9(11)V99 VALUE ZEROS.
       01  WS-VAR-PCT        PIC S9(05)V9  VALUE ZEROS.

       01  COUNTERS.
           05  READ-COUNT    PIC 9(07) VALUE ZEROS.
           05  USADOS-COUNT  PIC 9(07) VALUE ZEROS.
           05  LOJAS-COUNT   PIC 9(07) VALUE ZEROS.
           05  ITENS-COUNT   PIC 9(07) VALUE ZEROS.

       77  WS-DATA-RELAT   PIC 9(08).
       77  WS-NUM-PAGINA   PIC 9(03) VALUE ZEROS.
       77  WS-LIN-PAGINA   PIC 9(02) VALUE ZEROS.

       01  WS-CAB-REL1.
           05 FILLER        PIC X(26) VALUE
               "COMPARATIVO MENSAL VENDAS".
           05 FILLER        PIC X(08) VALUE "  DATA: ".
           05 WS-CAB-DATA   PIC 9(08).
           05 FILLER        PIC X(08) VALUE "  PAG.: ".
           05 WS-CAB-PAGINA PIC ZZ9.

       01  WS-CAB-REL2.
           05 FILLER        PIC X(32) VALUE SPACES.
           05 FILLER        PIC X(11) VALUE "MES REF.  ".
           05 WS-CAB-MES1   PIC 9(06).
           05 FILLER        PIC X(07) VALUE SPACES.
           05 FILLER        PIC X(11) VALUE "ANTERIOR  ".
           05 WS-CAB-MES2   PIC 9(06).
           05 FILLER        PIC X(07) VALUE SPACES.
           05 FILLER        PIC X(11) VALUE "ANO ANT.  ".
           05 WS-CAB-MES3   PIC 9(06).
           05 FILLER        PIC X(07) VALUE SPACES.
           05 FILLER        PIC X(17) VALUE "   VARIACAO %".

       01  WS-CAB-REL3.
           05 FILLER        PIC X(11) VALUE "CODIGO".
           05 FILLER        PIC X(21) VALUE "NOME".
           05 FILLER        PIC X(24) VALUE
               "    QTDE          VALOR ".
           05 FILLER        PIC X(24) VALUE
               "    QTDE          VALOR ".
           05 FILLER        PIC X(24) VALUE
               "    QTDE          VALOR ".
           05 FILLER        PIC X(17) VALUE
               " S/ANTER. S/ANO".

       01  WS-LIN-SECAO.
           05 FILLER        PIC X(10) VALUE "VENDAS POR".
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WX-SECAO      PIC X(20).

       01  WS-LIN-REL.
           05 WL-CODIGO     PIC X(10).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WL-NOME       PIC X(20).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WL-PER OCCURS 3 TIMES.
               10 WL-QTDE   PIC -------9.
               10 FILLER    PIC X(01).
               10 WL-VALOR  PIC -(10)9,99.
               10 FILLER    PIC X(01).
           05 WL-VAR-ANT    PIC -----9,9.
           05 WL-VAR-ANT-X  REDEFINES WL-VAR-ANT PIC X(08).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WL-VAR-ANO    PIC -----9,9.
           05 WL-VAR-ANO-X  REDEFINES WL-VAR-ANO PIC X(08).

       01  WS-TOT-REL.
           05 WT-ROTULO     PIC X(30).
           05 WT-TOTAL      PIC ZZZZZZ9.

      *
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CBVMES02 - COMPARATIVO MENSAL DE VENDAS"
      *====> LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO (SE EXISTIR)
           PERFORM LE-CONFIG THRU LE-CONFIG-FIM
           PERFORM OBTEM-OPERADOR THRU OBTEM-OPERADOR-FIM
           ACCEPT WS-DATA-RELAT FROM DATE YYYYMMDD.
           MOVE WS-DATA-RELAT(1:6) TO WS-MES-REF.
      *====> PEGA ARGUMENTOS DE ENTRADA DA LINHA DE COMANDO SE HOUVER
      *====> (1o = RELATORIO, 2o = MES DE REFERENCIA AAAAMM)
           ACCEPT args-cmd-linex   FROM COMMAND-LINE.
           IF  args-cmd-linex  NOT = SPACES
               UNSTRING args-cmd-linex DELIMITED BY SPACE
                   INTO  NOME-ARQ-RELATORIO  args-cmd-line2x
               IF  args-cmd-line2x NOT = SPACES
                   IF  args-cmd-line2x(1:6) NUMERIC
                       AND args-cmd-line2x(5:2) >= "01"
                       AND args-cmd-line2x(5:2) <= "12"
                       MOVE args-cmd-line2x(1:6) TO WS-MES-REF
                   ELSE
                       DISPLAY "MES DE REFERENCIA INVALIDO (AAAAMM): "
                           args-cmd-line2x
                       GO TO EXIT-PARA
                   END-IF
               END-IF
           END-IF.
      *====> MES ANTERIOR (JANEIRO VOLTA PARA DEZEMBRO DO ANO
      *====> ANTERIOR) E MESMO MES DO ANO ANTERIOR
           IF  WS-REF-MES = 01
               COMPUTE WS-ANT-ANO = WS-REF-ANO - 1
               MOVE 12 TO WS-ANT-MES
           ELSE
               MOVE WS-REF-ANO TO WS-ANT-ANO
               COMPUTE WS-ANT-MES = WS-REF-MES - 1
           END-IF.
           COMPUTE WS-ANO-ANT-ANO = WS-REF-ANO - 1.
           MOVE WS-REF-MES TO WS-ANO-ANT-MES.
      *
           DISPLAY "RESUMO MENSAL : " VENDMDD
           DISPLAY "RELATORIO : " NOME-ARQ-RELATORIO
           DISPLAY "MES DE REFERENCIA : " WS-MES-REF
               "  ANTERIOR : " WS-MES-ANT
               "  ANO ANTERIOR : " WS-MES-ANO-ANT
           PERFORM REGISTRA-JOBLOG-INICIO
               THRU REGISTRA-JOBLOG-INICIO-FIM
           PERFORM OPEN-PARA      THRU OPEN-EXIT-PARA
      *====> A LEITURA DO RESUMO LISTA AS LOJAS (ORDEM DA CHAVE) E
      *====> SOLTA OS ITENS PARA O SORT; A SAIDA DO SORT LISTA OS
      *====> ITENS; AS REGIOES E O TOTAL GERAL FECHAM O RELATORIO
           SORT SORTFL
               ASCENDING KEY S-ITEM-ID S-PERIODO
               INPUT PROCEDURE IS PERCORRE-RESUMO
                   THRU PERCORRE-RESUMO-FIM
               OUTPUT PROCEDURE IS LISTA-ITENS
                   THRU LISTA-ITENS-FIM
           PERFORM LISTA-REGIOES  THRU LISTA-REGIOES-FIM
           PERFORM CLOSE-PARA     THRU CLOSE-EXIT-PARA.
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           DISPLAY 'FIM CBVMES02 ...'
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
               WHEN "VENDASMESFILE"
                   MOVE WS-CFG-VALOR TO VENDMDD
               WHEN "LOJAFILE"
                   MOVE WS-CFG-VALOR TO LOJADD
               WHEN "ITEMFILE"
                   MOVE WS-CFG-VALOR TO ITEMDD
               WHEN "REGIAOFILE"
                   MOVE WS-CFG-VALOR TO REGDD
               WHEN "CBVMES02_RELATORIO"
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
           MOVE "CBVMES02"        TO JL-PROGRAMA
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
           MOVE "CBVMES02"        TO JL-PROGRAMA
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
           OPEN INPUT VENDMFL
           IF  FS-VENDM-OK
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO RESUMO MENSAL FALHOU='
                   FS-VENDM "  " VENDMDD
               DISPLAY 'RODE O CBVMES01 DEPOIS DO cb70 ANTES DO '
                   'RELATORIO'
               GO TO EXIT-PARA
           END-IF.
           OPEN INPUT LOJAFL
           IF  FS-LOJA-OK
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO CADASTRO DE LOJAS FALHOU='
                   FS-LOJA "  " LOJADD
               CLOSE VENDMFL
               GO TO EXIT-PARA
           END-IF.
           OPEN INPUT ITEMFL
           IF  FS-ITEM-OK
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO CADASTRO DE ITENS FALHOU='
                   FS-ITEM "  " ITEMDD
               CLOSE VENDMFL LOJAFL
               GO TO EXIT-PARA
           END-IF.
      * =====> SEM O CADASTRO DE REGIOES A QUEBRA POR REGIAO SAI SO
      * =====> COM O CODIGO
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
               CLOSE VENDMFL LOJAFL ITEMFL
               GO TO EXIT-PARA
           END-IF.
           INITIALIZE WS-ACUM-GERAL WS-REG-TAB.
           PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM.
       OPEN-EXIT-PARA.
           EXIT.
      *================================
      * PROCEDIMENTO DE ENTRADA DO SORT: PERCORRE O RESUMO NA ORDEM
      * LOJA + ITEM + MES, LISTA CADA LOJA NA QUEBRA, SOMA A REGIAO E
      * O TOTAL GERAL E SOLTA O ITEM COM O PERIODO PARA O SORT
       PERCORRE-RESUMO.
           MOVE "LOJA" TO WX-SECAO.
           PERFORM ESCREVE-SECAO THRU ESCREVE-SECAO-FIM.
           MOVE LOW-VALUES TO VM-CHAVE.
           START VENDMFL KEY IS NOT LESS THAN VM-CHAVE
               INVALID KEY
                   DISPLAY "RESUMO MENSAL VAZIO"
                   GO TO PERCORRE-RESUMO-FIM
           END-START.
           PERFORM PERCORRE-LOOP THRU PERCORRE-LOOP-FIM
               UNTIL FS-VENDM-EOF.
           IF  TEM-LOJA
               PERFORM FECHA-LOJA THRU FECHA-LOJA-FIM
           END-IF.
       PERCORRE-RESUMO-FIM.
           EXIT.

       PERCORRE-LOOP.
           READ VENDMFL NEXT
               AT END
                   GO TO PERCORRE-LOOP-FIM
           END-READ.
           ADD 1 TO READ-COUNT.
           EVALUATE VM-ANOMES
               WHEN WS-MES-REF
                   MOVE 1 TO WS-PER-IX
               WHEN WS-MES-ANT
                   MOVE 2 TO WS-PER-IX
               WHEN WS-MES-ANO-ANT
                   MOVE 3 TO WS-PER-IX
               WHEN OTHER
                   GO TO PERCORRE-LOOP-FIM
           END-EVALUATE.
           ADD 1 TO USADOS-COUNT.
           IF  TEM-LOJA AND VM-STORE-ID NOT = WS-LOJA-ANT
               PERFORM FECHA-LOJA THRU FECHA-LOJA-FIM
           END-IF.
           IF  NOT TEM-LOJA
               MOVE "S"         TO WS-TEM-LOJA
               MOVE VM-STORE-ID TO WS-LOJA-ANT
               INITIALIZE WS-ACUM-LOJA
           END-IF.
           COMPUTE WS-QTDE-LIQ  = VM-QTDE-VENDIDA - VM-QTDE-DEVOLVIDA.
           COMPUTE WS-VALOR-LIQ = VM-VALOR-VENDIDO
               - VM-VALOR-DEVOLVIDO.
           ADD WS-QTDE-LIQ  TO WS-AL-QTDE(WS-PER-IX)
                               WS-AG-QTDE(WS-PER-IX).
           ADD WS-VALOR-LIQ TO WS-AL-VALOR(WS-PER-IX)
                               WS-AG-VALOR(WS-PER-IX).
           COMPUTE WS-REG-IX = VM-REGIAO + 1.
           MOVE "S"          TO WS-RT-USADA(WS-REG-IX).
           ADD WS-QTDE-LIQ   TO WS-RT-QTDE(WS-REG-IX WS-PER-IX).
           ADD WS-VALOR-LIQ  TO WS-RT-VALOR(WS-REG-IX WS-PER-IX).
           MOVE VM-ITEM-ID   TO S-ITEM-ID.
           MOVE WS-PER-IX    TO S-PERIODO.
           MOVE WS-QTDE-LIQ  TO S-QTDE.
           MOVE WS-VALOR-LIQ TO S-VALOR.
           RELEASE SORT-REC.
       PERCORRE-LOOP-FIM.
           EXIT.
      *================================
      * QUEBRA DE LOJA: LINHA COM O NOME DA LOJA E OS TRES PERIODOS
       FECHA-LOJA.
           ADD 1 TO LOJAS-COUNT.
           MOVE "N"          TO WS-TEM-LOJA.
           MOVE SPACES       TO WL-CODIGO.
           MOVE WS-LOJA-ANT  TO WL-CODIGO(1:5) LJ-STORE-ID.
           READ LOJAFL
               KEY IS LJ-CHAVE
               INVALID KEY
                   MOVE "LOJA NAO CADASTRADA" TO WL-NOME
               NOT INVALID KEY
                   MOVE LJ-NOME TO WL-NOME
           END-READ.
           MOVE WS-ACUM-LOJA TO WS-ACUM-LIN.
           PERFORM ESCREVE-LINHA THRU ESCREVE-LINHA-FIM.
       FECHA-LOJA-FIM.
           EXIT.
      *================================
      * PROCEDIMENTO DE SAIDA DO SORT: SOMA OS PERIODOS DE CADA ITEM
      * (DE TODAS AS LOJAS) E LISTA O ITEM NA QUEBRA
       LISTA-ITENS.
           MOVE "ITEM" TO WX-SECAO.
           PERFORM ESCREVE-SECAO THRU ESCREVE-SECAO-FIM.
           PERFORM LISTA-ITENS-LOOP THRU LISTA-ITENS-LOOP-FIM
               UNTIL E-FIM-SORT.
           IF  TEM-ITEM
               PERFORM FECHA-ITEM THRU FECHA-ITEM-FIM
           END-IF.
       LISTA-ITENS-FIM.
           EXIT.

       LISTA-ITENS-LOOP.
           RETURN SORTFL
               AT END
                   MOVE "S" TO WS-FIM-SORT
                   GO TO LISTA-ITENS-LOOP-FIM
           END-RETURN.
           IF  TEM-ITEM AND S-ITEM-ID NOT = WS-ITEM-ANT
               PERFORM FECHA-ITEM THRU FECHA-ITEM-FIM
           END-IF.
           IF  NOT TEM-ITEM
               MOVE "S"       TO WS-TEM-ITEM
               MOVE S-ITEM-ID TO WS-ITEM-ANT
               INITIALIZE WS-ACUM-ITEM
           END-IF.
           ADD S-QTDE  TO WS-AI-QTDE(S-PERIODO).
           ADD S-VALOR TO WS-AI-VALOR(S-PERIODO).
       LISTA-ITENS-LOOP-FIM.
           EXIT.

       FECHA-ITEM.
           ADD 1 TO ITENS-COUNT.
           MOVE "N"          TO WS-TEM-ITEM.
           MOVE WS-ITEM-ANT  TO WL-CODIGO IT-ITEM-ID.
           READ ITEMFL
               KEY IS IT-CHAVE
               INVALID KEY
                   MOVE "ITEM NAO CADASTRADO" TO WL-NOME
               NOT INVALID KEY
                   MOVE IT-DESCRICAO TO WL-NOME
           END-READ.
           MOVE WS-ACUM-ITEM TO WS-ACUM-LIN.
           PERFORM ESCREVE-LINHA THRU ESCREVE-LINHA-FIM.
       FECHA-ITEM-FIM.
           EXIT.
      *================================
      * QUEBRA POR REGIAO (CODIGOS 0 A 9) E TOTAL GERAL
       LISTA-REGIOES.
           MOVE "REGIAO" TO WX-SECAO.
           PERFORM ESCREVE-SECAO THRU ESCREVE-SECAO-FIM.
           MOVE ZEROS TO WS-REG-IX.
           PERFORM LISTA-REGIAO THRU LISTA-REGIAO-FIM
               UNTIL WS-REG-IX >= 10.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
           ADD 1 TO WS-LIN-PAGINA.
           MOVE SPACES        TO WL-CODIGO.
           MOVE "TOTAL GERAL" TO WL-NOME.
           MOVE WS-ACUM-GERAL TO WS-ACUM-LIN.
           PERFORM ESCREVE-LINHA THRU ESCREVE-LINHA-FIM.
       LISTA-REGIOES-FIM.
           EXIT.

       LISTA-REGIAO.
           ADD 1 TO WS-REG-IX.
           IF  WS-RT-USADA(WS-REG-IX) NOT = "S"
               GO TO LISTA-REGIAO-FIM
           END-IF.
           MOVE SPACES TO WL-CODIGO WL-NOME.
           COMPUTE RG-REGIAO = WS-REG-IX - 1.
           MOVE RG-REGIAO TO WL-CODIGO(1:1).
           IF  REG-ABERTO
               READ REGFL
                   KEY IS RG-CHAVE
                   INVALID KEY
                       MOVE "REGIAO NAO CADASTRADA" TO WL-NOME
                   NOT INVALID KEY
                       MOVE RG-NOME TO WL-NOME
               END-READ
           END-IF.
           MOVE WS-RT-PER(WS-REG-IX 1) TO WS-AN-PER(1).
           MOVE WS-RT-PER(WS-REG-IX 2) TO WS-AN-PER(2).
           MOVE WS-RT-PER(WS-REG-IX 3) TO WS-AN-PER(3).
           PERFORM ESCREVE-LINHA THRU ESCREVE-LINHA-FIM.
       LISTA-REGIAO-FIM.
           EXIT.
      *================================
      * LINHA DO RELATORIO A PARTIR DE WS-ACUM-LIN (CODIGO E NOME JA
      * MONTADOS): OS TRES PERIODOS E A VARIACAO DO VALOR DO MES DE
      * REFERENCIA SOBRE O MES ANTERIOR E SOBRE O ANO ANTERIOR
       ESCREVE-LINHA.
           IF  WS-LIN-PAGINA >= 50
               PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM
           END-IF.
           MOVE WS-AN-QTDE(1)  TO WL-QTDE(1).
           MOVE WS-AN-VALOR(1) TO WL-VALOR(1).
           MOVE WS-AN-QTDE(2)  TO WL-QTDE(2).
           MOVE WS-AN-VALOR(2) TO WL-VALOR(2).
           MOVE WS-AN-QTDE(3)  TO WL-QTDE(3).
           MOVE WS-AN-VALOR(3) TO WL-VALOR(3).
           MOVE WS-AN-VALOR(2) TO WS-VAR-BASE.
           PERFORM CALCULA-VARIACAO THRU CALCULA-VARIACAO-FIM.
           IF  WS-VAR-BASE > ZEROS
               MOVE WS-VAR-PCT TO WL-VAR-ANT
           ELSE
               MOVE "     ---" TO WL-VAR-ANT-X
           END-IF.
           MOVE WS-AN-VALOR(3) TO WS-VAR-BASE.
           PERFORM CALCULA-VARIACAO THRU CALCULA-VARIACAO-FIM.
           IF  WS-VAR-BASE > ZEROS
               MOVE WS-VAR-PCT TO WL-VAR-ANO
           ELSE
               MOVE "     ---" TO WL-VAR-ANO-X
           END-IF.
           WRITE RELAT-REC FROM WS-LIN-REL.
           ADD 1 TO WS-LIN-PAGINA.
       ESCREVE-LINHA-FIM.
           EXIT.

      *---> SEM BASE POSITIVA A VARIACAO NAO SE CALCULA (SAI "---")
       CALCULA-VARIACAO.
           MOVE ZEROS TO WS-VAR-PCT.
           IF  WS-VAR-BASE > ZEROS
               COMPUTE WS-VAR-PCT ROUNDED =
                   (WS-AN-VALOR(1) - WS-VAR-BASE) * 100 / WS-VAR-BASE
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-VAR-PCT
               END-COMPUTE
           END-IF.
       CALCULA-VARIACAO-FIM.
           EXIT.

       ESCREVE-SECAO.
           IF  WS-LIN-PAGINA >= 48
               PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM
           END-IF.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
           WRITE RELAT-REC FROM WS-LIN-SECAO.
           ADD 2 TO WS-LIN-PAGINA.
       ESCREVE-SECAO-FIM.
           EXIT.

       ESCREVE-CABECALHO.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE ZEROS TO WS-LIN-PAGINA.
           MOVE WS-DATA-RELAT   TO WS-CAB-DATA.
           MOVE WS-NUM-PAGINA   TO WS-CAB-PAGINA.
           MOVE WS-MES-REF      TO WS-CAB-MES1.
           MOVE WS-MES-ANT      TO WS-CAB-MES2.
           MOVE WS-MES-ANO-ANT  TO WS-CAB-MES3.
           WRITE RELAT-REC FROM WS-CAB-REL1.
           WRITE RELAT-REC FROM WS-CAB-REL2.
           WRITE RELAT-REC FROM WS-CAB-REL3.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
       ESCREVE-CABECALHO-FIM.
           EXIT.

       CLOSE-PARA.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
           MOVE "REGISTROS NO RESUMO       : " TO WT-ROTULO.
           MOVE READ-COUNT                     TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "REGISTROS NOS TRES MESES  : " TO WT-ROTULO.
           MOVE USADOS-COUNT                   TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "LOJAS LISTADAS            : " TO WT-ROTULO.
           MOVE LOJAS-COUNT                    TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "ITENS LISTADOS            : " TO WT-ROTULO.
           MOVE ITENS-COUNT                    TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           CLOSE VENDMFL LOJAFL ITEMFL RELATORIO.
           IF  REG-ABERTO
               CLOSE REGFL
           END-IF.
           DISPLAY "================================================"
           DISPLAY "REGISTROS NO RESUMO    : " READ-COUNT
           DISPLAY "REGISTROS NOS 3 MESES  : " USADOS-COUNT
           DISPLAY "LOJAS LISTADAS         : " LOJAS-COUNT
           DISPLAY "ITENS LISTADOS         : " ITENS-COUNT
           DISPLAY "================================================".
       CLOSE-EXIT-PARA.
           EXIT.

      *=================  FIM ======
       EXIT-PARA.
           MOVE "ERRO" TO WS-JOB-STATUS
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           DISPLAY 'FIM CBVMES02 (ABORTADO) ...'
           EXIT PROGRAM.
