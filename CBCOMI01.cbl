       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBCOMI01.
      *
      ****************************************************************
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Comissao de vendas dos vendedores de loja no mes.
      *          Soma no resumo mensal de vendas (cbVENDASMES.IDX,
      *          VENDMREC, acumulado pelo CBVMES01 dos movimentos
      *          aceitos do cb70) a venda liquida de cada loja no mes
      *          (quantidade x valor unitario vendido, menos o
      *          devolvido), divide em partes iguais entre os
      *          vendedores da loja - funcionarios em atividade com
      *          EMP-STORE-ID e percentual de comissao (EMP-COMISSAO)
      *          no cadastro do cbaula72 - e cada um recebe o seu
      *          percentual sobre a sua parte. Grava a comissao de
      *          cada vendedor no cbCOMISSAO.IDX (COMISREC), que a
      *          folha mensal do mesmo mes paga como provento antes
      *          do INSS, e emite o extrato por loja para o gerente
      *          conferir e assinar. Rodada de novo no mes, troca as
      *          comissoes; mes fechado na folha (FOLHAPER) nao e
      *          recalculado. Roda depois do fechamento das vendas
      *          do mes e antes da folha mensal; argumentos: mes
      *          AAAAMM (sem ele, o mes corrente) e o relatorio.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---> resumo mensal de vendas por loja + item + mes
           SELECT VENDMFL ASSIGN TO VENDMDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-CHAVE
               FILE STATUS IS FS-VENDM.
      *---> cadastro de funcionarios (loja e percentual de comissao)
           SELECT INFL ASSIGN TO INFLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS FS-INFL.
      *---> cadastro de lojas (nome e regiao no extrato)
           SELECT LOJAFL ASSIGN TO LOJADD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LJ-CHAVE
               FILE STATUS IS FS-LOJA.
      *---> comissoes do mes por vendedor, pagas pela folha mensal
           SELECT COMISFL ASSIGN TO COMISDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CHAVE
               FILE STATUS IS FS-COMIS.
      *---> controle dos periodos (meses) da folha: aberto/fechado
           SELECT FOLHAPERFL ASSIGN TO FOLHAPERDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-PERIODO
               FILE STATUS IS FS-FOLHAPER.
      *---> extrato de comissoes por loja
           SELECT RELATORIO ASSIGN TO NOME-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
      *---> arquivo de trabalho do SORT por loja + funcionario
           SELECT SORTFL ASSIGN TO "CBCOMI01-SORT".
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
       FD  VENDMFL.
           COPY VENDMREC.
      *
       FD  INFL.
           COPY EMPREC.
      *
       FD  LOJAFL.
           COPY STOREREC.
      *
       FD  COMISFL.
           COPY COMISREC.
      *
       FD  FOLHAPERFL.
           COPY FOLHAPER.
      *
       FD RELATORIO.
       01 RELAT-REC PIC X(132).
      *
       SD SORTFL.
       01  SORT-REC.
           05 S-STORE-ID    PIC 9(05).
           05 S-EMP-ID      PIC X(05).
           05 S-EMP-NAME    PIC X(40).
           05 S-PERC        PIC 9(02)V99.
           05 S-BASE        PIC 9(11)V99.
           05 S-VALOR       PIC 9(06)V99.
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

       01  INFLDD            PIC X(30) VALUE "cbAULA72IDX.IDX".

       01  FS-INFL           PIC X(02) VALUE SPACES.
           88  FS-INFL-OK    VALUE IS "00".
           88  FS-INFL-EOF   VALUE IS "10".

       01  LOJADD            PIC X(30) VALUE "./cbLOJAS.IDX".

       01  FS-LOJA           PIC X(02) VALUE SPACES.
           88  FS-LOJA-OK    VALUE IS "00".

      *---> SEM O CADASTRO DE LOJAS O EXTRATO SAI SEM NOME E REGIAO
       01  WS-LOJA-ABERTO    PIC X     VALUE "N".
           88  LOJA-ABERTO   VALUE "S".

       01  COMISDD           PIC X(30) VALUE "./cbCOMISSAO.IDX".

       01  FS-COMIS          PIC X(02) VALUE SPACES.
           88  FS-COMIS-OK         VALUE IS "00".
           88  FS-COMIS-NAO-EXISTE VALUE IS "35".

       01  FOLHAPERDD        PIC X(30) VALUE "./cbFOLHAPER.IDX".

       01  FS-FOLHAPER       PIC X(02) VALUE SPACES.
           88  FS-FOLHAPER-OK VALUE IS "00".

       01  NOME-ARQ-RELATORIO.
           05  FILLER  PIC X(50) VALUE "./cbcomissao.out".

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

      *---> MES DAS VENDAS E DA FOLHA QUE PAGA A COMISSAO (ENTRADA OU,
      *---> SEM ELA, O MES CORRENTE)
       01  WS-PER-INF        PIC X(06) VALUE SPACES.
       01  WS-PER-INF-N REDEFINES WS-PER-INF PIC 9(06).
       01  WS-PERIODO.
           05  WS-ANO        PIC 9(04).
           05  WS-MES        PIC 9(02).
       01  WS-PERIODO-N REDEFINES WS-PERIODO PIC 9(06).
      *---> ULTIMO DIA POSSIVEL DO MES: ADMITIDO DEPOIS NAO ENTRA
       77  WS-FIM-MES        PIC 9(08) VALUE ZEROS.

       01  WS-FIM-LEITURA    PIC X     VALUE "N".
           88  E-FIM-LEITURA VALUE "S".
       77  WS-FIM-SORT       PIC X VALUE "N".
           88  E-FIM-SORT    VALUE "S".
       77  WS-ELEGIVEL       PIC X VALUE "N".
           88  E-ELEGIVEL    VALUE "S".

      *---> VENDA DO MES E VENDEDORES POR LOJA
       01  WS-LOJA-TAB.
           05  WS-LOJA-ENT OCCURS 500 TIMES.
               10  WV-STORE-ID    PIC 9(05).
               10  WV-VENDIDO     PIC 9(11)V99.
               10  WV-DEVOLVIDO   PIC 9(11)V99.
               10  WV-QTD-VEND    PIC 9(03).

       77  WS-QTD-LOJA       PIC 9(03) VALUE ZEROS.
       77  WS-IX-LOJA        PIC 9(03) VALUE ZEROS.
       77  WS-IX-ACHADO      PIC 9(03) VALUE ZEROS.
       77  WS-STORE-PROC     PIC 9(05) VALUE ZEROS.

       77  WS-VENDA-LIQ      PIC S9(11)V99 VALUE ZEROS.
       77  WS-BASE           PIC 9(11)V99  VALUE ZEROS.
       77  WS-COMISSAO       PIC 9(06)V99  VALUE ZEROS.

      *---> QUEBRA POR LOJA NA SAIDA DO SORT
       77  WS-STORE-ANT      PIC 9(05) VALUE ZEROS.
       77  WS-PRIMEIRO       PIC X VALUE "S".
           88  E-PRIMEIRO    VALUE "S".
       77  WS-TOT-LOJA       PIC 9(07)V99 VALUE ZEROS.

       01  COUNTERS.
           05  VENDM-COUNT   PIC 9(07) VALUE ZEROS.
           05  EMP-COUNT     PIC 9(07) VALUE ZEROS.
           05  VENDEDORES    PIC 9(05) VALUE ZEROS.
           05  COMIS-LIMPAS  PIC 9(05) VALUE ZEROS.
           05  COMIS-GRAVADAS PIC 9(05) VALUE ZEROS.
           05  LOJAS-EXTRATO PIC 9(03) VALUE ZEROS.
           05  LOJAS-SEM-VEND PIC 9(03) VALUE ZEROS.
           05  FORA-TABELA   PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-COMIS    PIC 9(09)V99 VALUE ZEROS.

       77  WS-DATA-RELAT   PIC 9(08).
       77  WS-NUM-PAGINA   PIC 9(03) VALUE ZEROS.
       77  WS-LIN-PAGINA   PIC 9(02) VALUE ZEROS.

       01  WS-CAB-REL1.
           05 FILLER        PIC X(38) VALUE
               "EXTRATO DE COMISSOES DE VENDAS  MES: ".
           05 WS-CAB-PERIODO PIC 9(06).
           05 FILLER        PIC X(08) VALUE "  DATA: ".
           05 WS-CAB-DATA   PIC 9(08).
           05 FILLER        PIC X(08) VALUE "  PAG.: ".
           05 WS-CAB-PAGINA PIC ZZ9.

       01  WS-LIN-LOJA.
           05 FILLER        PIC X(07) VALUE "LOJA: ".
           05 WJ-STORE-ID   PIC 9(05).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WJ-NOME       PIC X(30).
           05 FILLER        PIC X(10) VALUE "  REGIAO: ".
           05 WJ-REGIAO     PIC X(01).

       01  WS-LIN-VALOR.
           05 WX-ROTULO     PIC X(30).
           05 WX-VALOR      PIC -ZZZZZZZZZZ9.99.

       01  WS-LIN-QTD.
           05 WQ-ROTULO     PIC X(30).
           05 WQ-QTD        PIC ZZ9.

       01  WS-CAB-VEND.
           05 FILLER        PIC X(07) VALUE "FUNC.".
           05 FILLER        PIC X(42) VALUE "NOME".
           05 FILLER        PIC X(08) VALUE " PERC.%".
           05 FILLER        PIC X(17) VALUE "   PARTE DA VENDA".
           05 FILLER        PIC X(12) VALUE "    COMISSAO".

       01  WS-LIN-VEND.
           05 WD-EMP-ID     PIC X(05).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WD-NOME       PIC X(40).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WD-PERC       PIC Z9.99.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 WD-BASE       PIC ZZZZZZZZZZ9.99.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 WD-VALOR      PIC ZZZZZ9.99.

       01  WS-LIN-ASSINA1.
           05 FILLER        PIC X(33) VALUE
               "CONFERIDO POR (GERENTE DA LOJA): ".
           05 FILLER        PIC X(40) VALUE ALL "_".
           05 FILLER        PIC X(26) VALUE
               "   DATA: ____/____/______".

       01  WS-TOT-REL.
           05 WT-ROTULO     PIC X(36).
           05 WT-TOTAL      PIC ZZZZ9.

       01  WS-TOT-VALOR.
           05 WT-ROTULO-V   PIC X(36).
           05 WT-VALOR      PIC ZZZZZZZZ9.99.

       77  XY     PIC X.
      *
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CBCOMI01 - COMISSAO DE VENDAS DOS VENDEDORES"
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
           COMPUTE WS-FIM-MES = WS-PERIODO-N * 100 + 31.
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
           IF  WS-JOB-STATUS NOT = "OK"
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY 'FIM CBCOMI01 ...'
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
               WHEN "EMPFILE"
                   MOVE WS-CFG-VALOR TO INFLDD
               WHEN "LOJAFILE"
                   MOVE WS-CFG-VALOR TO LOJADD
               WHEN "COMISFILE"
                   MOVE WS-CFG-VALOR TO COMISDD
               WHEN "FOLHAPERFILE"
                   MOVE WS-CFG-VALOR TO FOLHAPERDD
               WHEN "CBCOMI01_RELATORIO"
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
           MOVE "CBCOMI01"        TO JL-PROGRAMA
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
           MOVE "CBCOMI01"        TO JL-PROGRAMA
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
      * =====> MES JA FECHADO NA FOLHA: A COMISSAO JA FOI PAGA E NAO
      * =====> SE MEXE MAIS (SEM O CONTROLE DE PERIODOS, SEGUE)
           OPEN INPUT FOLHAPERFL
           IF  FS-FOLHAPER-OK
               MOVE WS-PERIODO-N TO FP-PERIODO
               READ FOLHAPERFL
                   KEY IS FP-PERIODO
                   INVALID KEY
                       MOVE SPACES TO FP-SITUACAO
               END-READ
               CLOSE FOLHAPERFL
               IF  FP-FECHADO
                   DISPLAY "PERIODO " WS-PERIODO " FECHADO NA FOLHA EM "
                       FP-DATA-FECHA " - COMISSOES NAO RECALCULADAS"
                   GO TO EXIT-PARA
               END-IF
           END-IF.
           OPEN INPUT VENDMFL
           IF  NOT FS-VENDM-OK
               DISPLAY 'ABERTURA DO RESUMO DE VENDAS FALHOU='
                   FS-VENDM "  " VENDMDD
               GO TO EXIT-PARA
           END-IF.
           OPEN INPUT INFL
           IF  NOT FS-INFL-OK
               DISPLAY 'ABERTURA DO CADASTRO DE FUNCIONARIOS FALHOU='
                   FS-INFL "  " INFLDD
               CLOSE VENDMFL
               GO TO EXIT-PARA
           END-IF.
      * =====> SEM O CADASTRO DE LOJAS O EXTRATO SAI SEM O NOME
           OPEN INPUT LOJAFL
           IF  FS-LOJA-OK
               MOVE "S" TO WS-LOJA-ABERTO
           END-IF.
      * =====> COMISSOES DO MES, CRIADO SE NAO EXISTIR
           OPEN I-O COMISFL
           IF  FS-COMIS-NAO-EXISTE
               OPEN OUTPUT COMISFL
               CLOSE COMISFL
               OPEN I-O COMISFL
           END-IF
           IF  NOT FS-COMIS-OK
               DISPLAY 'ABERTURA DAS COMISSOES FALHOU=' FS-COMIS
                   "  " COMISDD
               PERFORM FECHA-ENTRADAS THRU FECHA-ENTRADAS-FIM
               GO TO EXIT-PARA
           END-IF.
           OPEN OUTPUT RELATORIO.
           IF  FS-RELAT = "00"
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO RELATORIO FALHOU=' FS-RELAT
                   "  " NOME-ARQ-RELATORIO
               PERFORM FECHA-ENTRADAS THRU FECHA-ENTRADAS-FIM
               CLOSE COMISFL
               GO TO EXIT-PARA
           END-IF.
       OPEN-EXIT-PARA.
           EXIT.
      *================================
       PROCESS-PARA.
           MOVE SPACES TO WS-LOJA-TAB.
           PERFORM CARREGA-VENDAS    THRU CARREGA-VENDAS-FIM.
           PERFORM CONTA-VENDEDORES  THRU CONTA-VENDEDORES-FIM.
           IF  FORA-TABELA > ZEROS
               DISPLAY "MAIS DE 500 LOJAS NO MES - COMISSOES NAO "
                   "CALCULADAS"
               MOVE "ERRO" TO WS-JOB-STATUS
               GO TO PROCESS-EXIT-PARA
           END-IF.
           PERFORM LIMPA-COMISSOES   THRU LIMPA-COMISSOES-FIM.
      *====> CALCULA E GRAVA POR VENDEDOR, ORDENA POR LOJA + FUNCIONARIO
      *====> E EMITE UM EXTRATO POR LOJA
           SORT SORTFL
               ASCENDING KEY S-STORE-ID S-EMP-ID
               INPUT PROCEDURE IS CALCULA-COMISSOES
                   THRU CALCULA-COMISSOES-FIM
               OUTPUT PROCEDURE IS EMITE-EXTRATOS
                   THRU EMITE-EXTRATOS-FIM.
           PERFORM LISTA-SEM-VENDEDOR THRU LISTA-SEM-VENDEDOR-FIM.
       PROCESS-EXIT-PARA.
           EXIT.
      *================================
      * VENDA DO MES POR LOJA: VENDIDO E DEVOLVIDO DE TODOS OS ITENS
       CARREGA-VENDAS.
           MOVE "N" TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO VM-CHAVE.
           START VENDMFL KEY IS NOT LESS THAN VM-CHAVE
               INVALID KEY
                   DISPLAY "RESUMO DE VENDAS VAZIO"
                   GO TO CARREGA-VENDAS-FIM
           END-START.
           PERFORM CARREGA-VENDAS-LOOP THRU CARREGA-VENDAS-LOOP-FIM
               UNTIL E-FIM-LEITURA.
       CARREGA-VENDAS-FIM.
           EXIT.

       CARREGA-VENDAS-LOOP.
           READ VENDMFL NEXT
               AT END
                   MOVE "S" TO WS-FIM-LEITURA
                   GO TO CARREGA-VENDAS-LOOP-FIM
           END-READ.
           IF  VM-ANO NOT = WS-ANO OR VM-MES NOT = WS-MES
               GO TO CARREGA-VENDAS-LOOP-FIM
           END-IF.
           ADD 1 TO VENDM-COUNT.
           MOVE VM-STORE-ID TO WS-STORE-PROC.
           PERFORM LOCALIZA-LOJA THRU LOCALIZA-LOJA-FIM.
           IF  WS-IX-ACHADO = ZEROS
               GO TO CARREGA-VENDAS-LOOP-FIM
           END-IF.
           ADD VM-VALOR-VENDIDO   TO WV-VENDIDO(WS-IX-ACHADO).
           ADD VM-VALOR-DEVOLVIDO TO WV-DEVOLVIDO(WS-IX-ACHADO).
       CARREGA-VENDAS-LOOP-FIM.
           EXIT.
      *================================
      * VENDEDORES POR LOJA: QUANTOS DIVIDEM A VENDA DE CADA UMA
       CONTA-VENDEDORES.
           MOVE "N" TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO EMP-ID.
           START INFL KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   DISPLAY "CADASTRO DE FUNCIONARIOS VAZIO"
                   GO TO CONTA-VENDEDORES-FIM
           END-START.
           PERFORM CONTA-VENDEDORES-LOOP THRU CONTA-VENDEDORES-LOOP-FIM
               UNTIL E-FIM-LEITURA.
       CONTA-VENDEDORES-FIM.
           EXIT.

       CONTA-VENDEDORES-LOOP.
           READ INFL NEXT
               AT END
                   MOVE "S" TO WS-FIM-LEITURA
                   GO TO CONTA-VENDEDORES-LOOP-FIM
           END-READ.
           ADD 1 TO EMP-COUNT.
           PERFORM VERIFICA-VENDEDOR THRU VERIFICA-VENDEDOR-FIM.
           IF  NOT E-ELEGIVEL
               GO TO CONTA-VENDEDORES-LOOP-FIM
           END-IF.
           MOVE EMP-STORE-ID TO WS-STORE-PROC.
           PERFORM LOCALIZA-LOJA THRU LOCALIZA-LOJA-FIM.
           IF  WS-IX-ACHADO > ZEROS
               ADD 1 TO WV-QTD-VEND(WS-IX-ACHADO)
           END-IF.
       CONTA-VENDEDORES-LOOP-FIM.
           EXIT.

      * VENDEDOR QUE ENTRA NA COMISSAO DO MES: EM ATIVIDADE, COM LOJA
      * E PERCENTUAL NO CADASTRO E ADMITIDO ATE O FIM DO MES
       VERIFICA-VENDEDOR.
           MOVE "N" TO WS-ELEGIVEL.
           IF  EMP-DESLIGADO
               GO TO VERIFICA-VENDEDOR-FIM
           END-IF.
           IF  EMP-STORE-ID NOT NUMERIC OR EMP-COMISSAO NOT NUMERIC
               GO TO VERIFICA-VENDEDOR-FIM
           END-IF.
           IF  EMP-STORE-ID = ZEROS OR EMP-COMISSAO = ZEROS
               GO TO VERIFICA-VENDEDOR-FIM
           END-IF.
           IF  EMP-ADMISSAO NUMERIC AND EMP-ADMISSAO > WS-FIM-MES
               GO TO VERIFICA-VENDEDOR-FIM
           END-IF.
           MOVE "S" TO WS-ELEGIVEL.
       VERIFICA-VENDEDOR-FIM.
           EXIT.
      *================================
      * ACHA (OU ABRE) A LINHA DA LOJA WS-STORE-PROC NA TABELA;
      * TABELA CHEIA DEVOLVE ZERO E CONTA O QUE FICOU DE FORA
       LOCALIZA-LOJA.
           MOVE ZEROS TO WS-IX-ACHADO WS-IX-LOJA.
           PERFORM PROCURA-LOJA THRU PROCURA-LOJA-FIM
               UNTIL WS-IX-ACHADO > ZEROS OR WS-IX-LOJA >= WS-QTD-LOJA.
           IF  WS-IX-ACHADO > ZEROS
               GO TO LOCALIZA-LOJA-FIM
           END-IF.
           IF  WS-QTD-LOJA >= 500
               ADD 1 TO FORA-TABELA
               GO TO LOCALIZA-LOJA-FIM
           END-IF.
           ADD 1 TO WS-QTD-LOJA.
           MOVE WS-QTD-LOJA   TO WS-IX-ACHADO.
           MOVE WS-STORE-PROC TO WV-STORE-ID(WS-IX-ACHADO).
           MOVE ZEROS TO WV-VENDIDO(WS-IX-ACHADO)
                         WV-DEVOLVIDO(WS-IX-ACHADO)
                         WV-QTD-VEND(WS-IX-ACHADO).
       LOCALIZA-LOJA-FIM.
           EXIT.

       PROCURA-LOJA.
           ADD 1 TO WS-IX-LOJA.
           IF  WV-STORE-ID(WS-IX-LOJA) = WS-STORE-PROC
               MOVE WS-IX-LOJA TO WS-IX-ACHADO
           END-IF.
       PROCURA-LOJA-FIM.
           EXIT.
      *================================
      * APAGA AS COMISSOES JA CALCULADAS PARA O MES (CALCULO REPETIDO
      * TROCA OS REGISTROS, COMO A FOLHA FAZ NO RAZAO)
       LIMPA-COMISSOES.
           MOVE "N" TO WS-FIM-LEITURA.
           MOVE LOW-VALUES   TO CM-CHAVE.
           MOVE WS-PERIODO-N TO CM-PERIODO.
           START COMISFL KEY IS NOT LESS THAN CM-CHAVE
               INVALID KEY
                   GO TO LIMPA-COMISSOES-FIM
           END-START.
           PERFORM LIMPA-COMISSOES-LOOP THRU LIMPA-COMISSOES-LOOP-FIM
               UNTIL E-FIM-LEITURA.
           IF  COMIS-LIMPAS > ZEROS
               DISPLAY "COMISSOES ANTERIORES DO MES TROCADAS: "
                   COMIS-LIMPAS
           END-IF.
       LIMPA-COMISSOES-FIM.
           EXIT.

       LIMPA-COMISSOES-LOOP.
           READ COMISFL NEXT
               AT END
                   MOVE "S" TO WS-FIM-LEITURA
                   GO TO LIMPA-COMISSOES-LOOP-FIM
           END-READ.
           IF  CM-PERIODO NOT = WS-PERIODO
               MOVE "S" TO WS-FIM-LEITURA
               GO TO LIMPA-COMISSOES-LOOP-FIM
           END-IF.
           DELETE COMISFL
               INVALID KEY
                   DISPLAY "ERRO AO APAGAR A COMISSAO: " CM-CHAVE
               NOT INVALID KEY
                   ADD 1 TO COMIS-LIMPAS
           END-DELETE.
       LIMPA-COMISSOES-LOOP-FIM.
           EXIT.
      *================================
      * PROCEDIMENTO DE ENTRADA DO SORT: CALCULA A COMISSAO DE CADA
      * VENDEDOR - PARTE IGUAL NA VENDA LIQUIDA DA LOJA (ZERO SE A
      * DEVOLUCAO PASSOU DA VENDA) VEZES O PERCENTUAL DELE - GRAVA E
      * SOLTA PARA O EXTRATO
       CALCULA-COMISSOES.
           MOVE "N" TO WS-FIM-LEITURA.
           MOVE LOW-VALUES TO EMP-ID.
           START INFL KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   GO TO CALCULA-COMISSOES-FIM
           END-START.
           PERFORM CALCULA-COMISSOES-LOOP
               THRU CALCULA-COMISSOES-LOOP-FIM
               UNTIL E-FIM-LEITURA.
       CALCULA-COMISSOES-FIM.
           EXIT.

       CALCULA-COMISSOES-LOOP.
           READ INFL NEXT
               AT END
                   MOVE "S" TO WS-FIM-LEITURA
                   GO TO CALCULA-COMISSOES-LOOP-FIM
           END-READ.
           PERFORM VERIFICA-VENDEDOR THRU VERIFICA-VENDEDOR-FIM.
           IF  NOT E-ELEGIVEL
               GO TO CALCULA-COMISSOES-LOOP-FIM
           END-IF.
           MOVE EMP-STORE-ID TO WS-STORE-PROC.
           PERFORM LOCALIZA-LOJA THRU LOCALIZA-LOJA-FIM.
           ADD 1 TO VENDEDORES.
           COMPUTE WS-VENDA-LIQ = WV-VENDIDO(WS-IX-ACHADO)
               - WV-DEVOLVIDO(WS-IX-ACHADO).
           MOVE ZEROS TO WS-BASE WS-COMISSAO.
           IF  WS-VENDA-LIQ > ZEROS
               COMPUTE WS-BASE ROUNDED =
                   WS-VENDA-LIQ / WV-QTD-VEND(WS-IX-ACHADO)
               COMPUTE WS-COMISSAO ROUNDED =
                   WS-BASE * EMP-COMISSAO / 100
           END-IF.
           MOVE SPACES           TO COMIS-REC.
           MOVE WS-PERIODO-N     TO CM-PERIODO.
           MOVE EMP-ID           TO CM-EMP-ID.
           MOVE EMP-STORE-ID     TO CM-STORE-ID.
           MOVE WS-VENDA-LIQ     TO CM-VENDA-LOJA.
           MOVE WV-QTD-VEND(WS-IX-ACHADO) TO CM-QTD-VEND.
           MOVE WS-BASE          TO CM-BASE.
           MOVE EMP-COMISSAO     TO CM-PERC.
           MOVE WS-COMISSAO      TO CM-VALOR.
           MOVE WS-DATA-RELAT    TO CM-DATA-CALC.
           MOVE WS-OPERADOR      TO CM-OPERADOR.
           WRITE COMIS-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A COMISSAO: " CM-CHAVE
                   MOVE "ERRO" TO WS-JOB-STATUS
               NOT INVALID KEY
                   ADD 1 TO COMIS-GRAVADAS
           END-WRITE.
           ADD WS-COMISSAO TO WS-TOTAL-COMIS.
           MOVE EMP-STORE-ID TO S-STORE-ID.
           MOVE EMP-ID       TO S-EMP-ID.
           MOVE EMP-NAME     TO S-EMP-NAME.
           MOVE EMP-COMISSAO TO S-PERC.
           MOVE WS-BASE      TO S-BASE.
           MOVE WS-COMISSAO  TO S-VALOR.
           RELEASE SORT-REC.
       CALCULA-COMISSOES-LOOP-FIM.
           EXIT.
      *================================
      * PROCEDIMENTO DE SAIDA DO SORT: UM EXTRATO POR LOJA, COM A
      * VENDA DO MES, OS VENDEDORES E A LINHA PARA O GERENTE ASSINAR
       EMITE-EXTRATOS.
           PERFORM EMITE-LOOP THRU EMITE-LOOP-FIM
               UNTIL E-FIM-SORT.
           IF  E-PRIMEIRO
               PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM
               MOVE "NENHUM VENDEDOR COM LOJA E COMISSAO NO CADASTRO"
                   TO RELAT-REC
               WRITE RELAT-REC
               ADD 1 TO WS-LIN-PAGINA
           ELSE
               PERFORM FECHA-EXTRATO THRU FECHA-EXTRATO-FIM
           END-IF.
       EMITE-EXTRATOS-FIM.
           EXIT.

       EMITE-LOOP.
           RETURN SORTFL
               AT END
                   MOVE "S" TO WS-FIM-SORT
               NOT AT END
                   PERFORM LISTA-VENDEDOR THRU LISTA-VENDEDOR-FIM
           END-RETURN.
       EMITE-LOOP-FIM.
           EXIT.

       LISTA-VENDEDOR.
           IF  NOT E-PRIMEIRO AND S-STORE-ID NOT = WS-STORE-ANT
               PERFORM FECHA-EXTRATO THRU FECHA-EXTRATO-FIM
           END-IF.
           IF  E-PRIMEIRO OR S-STORE-ID NOT = WS-STORE-ANT
               MOVE "N"        TO WS-PRIMEIRO
               MOVE S-STORE-ID TO WS-STORE-ANT
               PERFORM ABRE-EXTRATO THRU ABRE-EXTRATO-FIM
           END-IF.
           IF  WS-LIN-PAGINA >= 50
               PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM
               WRITE RELAT-REC FROM WS-LIN-LOJA
               WRITE RELAT-REC FROM WS-CAB-VEND
               ADD 2 TO WS-LIN-PAGINA
           END-IF.
           MOVE S-EMP-ID   TO WD-EMP-ID.
           MOVE S-EMP-NAME TO WD-NOME.
           MOVE S-PERC     TO WD-PERC.
           MOVE S-BASE     TO WD-BASE.
           MOVE S-VALOR    TO WD-VALOR.
           WRITE RELAT-REC FROM WS-LIN-VEND.
           ADD 1 TO WS-LIN-PAGINA.
           ADD S-VALOR TO WS-TOT-LOJA.
       LISTA-VENDEDOR-FIM.
           EXIT.

      * NOVA PAGINA DA LOJA: NOME, REGIAO E A VENDA DO MES
       ABRE-EXTRATO.
           ADD 1 TO LOJAS-EXTRATO.
           MOVE ZEROS TO WS-TOT-LOJA.
           MOVE S-STORE-ID TO WS-STORE-PROC.
           PERFORM LOCALIZA-LOJA THRU LOCALIZA-LOJA-FIM.
           PERFORM MONTA-LIN-LOJA THRU MONTA-LIN-LOJA-FIM.
           PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM.
           WRITE RELAT-REC FROM WS-LIN-LOJA.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
           MOVE "VENDIDO NO MES              :" TO WX-ROTULO.
           MOVE WV-VENDIDO(WS-IX-ACHADO)         TO WX-VALOR.
           WRITE RELAT-REC FROM WS-LIN-VALOR.
           MOVE "DEVOLVIDO NO MES            :" TO WX-ROTULO.
           MOVE WV-DEVOLVIDO(WS-IX-ACHADO)       TO WX-VALOR.
           WRITE RELAT-REC FROM WS-LIN-VALOR.
           MOVE "VENDA LIQUIDA DA LOJA       :" TO WX-ROTULO.
           COMPUTE WX-VALOR = WV-VENDIDO(WS-IX-ACHADO)
               - WV-DEVOLVIDO(WS-IX-ACHADO).
           WRITE RELAT-REC FROM WS-LIN-VALOR.
           MOVE "VENDEDORES QUE DIVIDEM      :" TO WQ-ROTULO.
           MOVE WV-QTD-VEND(WS-IX-ACHADO)        TO WQ-QTD.
           WRITE RELAT-REC FROM WS-LIN-QTD.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
           WRITE RELAT-REC FROM WS-CAB-VEND.
           ADD 9 TO WS-LIN-PAGINA.
       ABRE-EXTRATO-FIM.
           EXIT.

      * FIM DA LOJA: TOTAL DAS COMISSOES E A CONFERENCIA DO GERENTE
       FECHA-EXTRATO.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
           MOVE "TOTAL DE COMISSOES DA LOJA  :" TO WX-ROTULO.
           MOVE WS-TOT-LOJA                      TO WX-VALOR.
           WRITE RELAT-REC FROM WS-LIN-VALOR.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
           WRITE RELAT-REC.
           WRITE RELAT-REC FROM WS-LIN-ASSINA1.
           ADD 5 TO WS-LIN-PAGINA.
       FECHA-EXTRATO-FIM.
           EXIT.

      * NOME E REGIAO DA LOJA WS-STORE-PROC PARA A LINHA DA LOJA
       MONTA-LIN-LOJA.
           MOVE WS-STORE-PROC TO WJ-STORE-ID.
           MOVE SPACES        TO WJ-NOME WJ-REGIAO.
           IF  LOJA-ABERTO
               MOVE WS-STORE-PROC TO LJ-STORE-ID
               READ LOJAFL
                   KEY IS LJ-CHAVE
                   INVALID KEY
                       MOVE "LOJA NAO CADASTRADA" TO WJ-NOME
                   NOT INVALID KEY
                       MOVE LJ-NOME    TO WJ-NOME
                       MOVE LJ-REGIAO  TO WJ-REGIAO
               END-READ
           END-IF.
       MONTA-LIN-LOJA-FIM.
           EXIT.
      *================================
      * LOJAS COM VENDA NO MES E NENHUM VENDEDOR COMISSIONADO: SAEM
      * NO FIM DO RELATORIO PARA O CADASTRO SER CONFERIDO
       LISTA-SEM-VENDEDOR.
           MOVE ZEROS TO WS-IX-LOJA.
           PERFORM VERIFICA-SEM-VENDEDOR THRU VERIFICA-SEM-VENDEDOR-FIM
               UNTIL WS-IX-LOJA >= WS-QTD-LOJA.
       LISTA-SEM-VENDEDOR-FIM.
           EXIT.

       VERIFICA-SEM-VENDEDOR.
           ADD 1 TO WS-IX-LOJA.
           IF  WV-QTD-VEND(WS-IX-LOJA) > ZEROS
               GO TO VERIFICA-SEM-VENDEDOR-FIM
           END-IF.
           IF  LOJAS-SEM-VEND = ZEROS
               PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM
               MOVE "LOJAS COM VENDA NO MES E SEM VENDEDOR COMISSIONADO"
                   TO RELAT-REC
               WRITE RELAT-REC
               MOVE SPACES TO RELAT-REC
               WRITE RELAT-REC
               ADD 2 TO WS-LIN-PAGINA
           END-IF.
           ADD 1 TO LOJAS-SEM-VEND.
           IF  WS-LIN-PAGINA >= 50
               PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM
           END-IF.
           MOVE WV-STORE-ID(WS-IX-LOJA) TO WS-STORE-PROC.
           PERFORM MONTA-LIN-LOJA THRU MONTA-LIN-LOJA-FIM.
           WRITE RELAT-REC FROM WS-LIN-LOJA.
           MOVE "  VENDA LIQUIDA DA LOJA     :" TO WX-ROTULO.
           COMPUTE WX-VALOR = WV-VENDIDO(WS-IX-LOJA)
               - WV-DEVOLVIDO(WS-IX-LOJA).
           WRITE RELAT-REC FROM WS-LIN-VALOR.
           ADD 2 TO WS-LIN-PAGINA.
           DISPLAY "LOJA SEM VENDEDOR COMISSIONADO: "
               WV-STORE-ID(WS-IX-LOJA).
       VERIFICA-SEM-VENDEDOR-FIM.
           EXIT.

       ESCREVE-CABECALHO.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE ZEROS TO WS-LIN-PAGINA.
           MOVE WS-PERIODO    TO WS-CAB-PERIODO.
           MOVE WS-DATA-RELAT TO WS-CAB-DATA.
           MOVE WS-NUM-PAGINA TO WS-CAB-PAGINA.
           IF  WS-NUM-PAGINA > 1
               MOVE SPACES TO RELAT-REC
               WRITE RELAT-REC
           END-IF.
           WRITE RELAT-REC FROM WS-CAB-REL1.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
       ESCREVE-CABECALHO-FIM.
           EXIT.
      *================================
       CLOSE-PARA.
           IF  WS-NUM-PAGINA = ZEROS
               PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM
           END-IF.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
           MOVE "LOJAS COM EXTRATO                 : " TO WT-ROTULO.
           MOVE LOJAS-EXTRATO                         TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "VENDEDORES COMISSIONADOS          : " TO WT-ROTULO.
           MOVE VENDEDORES                            TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "LOJAS COM VENDA E SEM VENDEDOR    : " TO WT-ROTULO.
           MOVE LOJAS-SEM-VEND                        TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "TOTAL DE COMISSOES DO MES         : " TO WT-ROTULO-V.
           MOVE WS-TOTAL-COMIS                        TO WT-VALOR.
           WRITE RELAT-REC FROM WS-TOT-VALOR.
           CLOSE RELATORIO.
           CLOSE COMISFL.
           PERFORM FECHA-ENTRADAS THRU FECHA-ENTRADAS-FIM.
           DISPLAY "================================================"
           DISPLAY "RESUMOS DE VENDA DO MES : " VENDM-COUNT
           DISPLAY "FUNCIONARIOS LIDOS      : " EMP-COUNT
           DISPLAY "VENDEDORES              : " VENDEDORES
           DISPLAY "COMISSOES GRAVADAS      : " COMIS-GRAVADAS
           DISPLAY "TOTAL DE COMISSOES      : " WS-TOTAL-COMIS
           DISPLAY "COMISSOES EM            : " COMISDD
           DISPLAY "================================================".
       CLOSE-EXIT-PARA.
           EXIT.

       FECHA-ENTRADAS.
           CLOSE VENDMFL.
           CLOSE INFL.
           IF  LOJA-ABERTO
               CLOSE LOJAFL
           END-IF.
       FECHA-ENTRADAS-FIM.
           EXIT.

      *=================  FIM ======
       EXIT-PARA.
           MOVE "ERRO" TO WS-JOB-STATUS
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           MOVE 8 TO RETURN-CODE
           DISPLAY 'FIM CBCOMI01 (ABORTADO) ...'
           EXIT PROGRAM.
