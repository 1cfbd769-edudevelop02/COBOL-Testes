       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBINFR01.
      *
      ****************************************************************
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Informe de rendimentos anual dos funcionarios, tirado
      *          do razao da folha (cbFOLHA.IDX, FOLHAREC, gravado pela
      *          FOLHA-PAGAMENTO do cbaula72_INDEXED): le os registros
      *          do ano-calendario, ordena (SORT interno) por
      *          funcionario, mes e tipo da folha e emite, uma pagina
      *          por funcionario - ativos e desligados (EMP-DESLIGADO)
      *          -, os meses pagos e o quadro do informe: rendimentos
      *          tributaveis (mensal menos ausencias, mais ferias),
      *          contribuicao previdenciaria oficial, imposto retido
      *          (a folha nao retem IR) e o 13o salario com o INSS
      *          dele, de tributacao exclusiva. Roda em fevereiro
      *          para o ano anterior; argumentos: ano, funcionario.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---> razao da folha: periodo + tipo + funcionario
           SELECT FOLHAFL ASSIGN TO FOLHADD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FL-CHAVE
               FILE STATUS IS FS-FOLHA.
      *---> cadastro de funcionarios (situacao e desligamento)
           SELECT INFL ASSIGN TO INFLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS FS-INFL.
      *---> relatorio impresso dos informes
           SELECT RELATORIO ASSIGN TO NOME-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
      *---> arquivo de trabalho do SORT por funcionario + mes + tipo
           SELECT SORTFL ASSIGN TO "CBINFR01-SORT".
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
       FD  FOLHAFL.
           COPY FOLHAREC.
      *
       FD  INFL.
           COPY EMPREC.
      *
       FD RELATORIO.
       01 RELAT-REC PIC X(132).
      *
       SD SORTFL.
       01  SORT-REC.
           05 S-EMP-ID      PIC X(05).
           05 S-MES         PIC 9(02).
           05 S-TIPO        PIC X(01).
           05 S-EMP-NAME    PIC X(40).
           05 S-REFERENCIA  PIC 9(02).
           05 S-BRUTO       PIC 9(06)V99.
           05 S-AUSENCIA    PIC 9(05)V99.
           05 S-INSS        PIC 9(05)V99.
           05 S-DESC-ADIANT PIC 9(05)V99.
           05 S-LIQUIDO     PIC 9(06)V99.
      *
       FD  JOBLOGFL.
           COPY JOBLOG.
      *
       FD  CONFIGFL.
           COPY CONFIGCFG.
      *
       WORKING-STORAGE SECTION.
       01  FOLHADD           PIC X(30) VALUE "./cbFOLHA.IDX".

       01  FS-FOLHA          PIC X(02) VALUE SPACES.
           88  FS-FOLHA-OK         VALUE IS "00".
           88  FS-FOLHA-EOF        VALUE IS "10".
           88  FS-FOLHA-NAO-EXISTE VALUE IS "35".

      *---> SEM RAZAO (NENHUMA FOLHA GRAVADA AINDA) O RELATORIO SAI
      *---> VAZIO, SEM PARAR A FILA
       01  WS-FOLHA-ABERTO   PIC X     VALUE "N".
           88  FOLHA-ABERTO  VALUE "S".

       01  INFLDD            PIC X(30) VALUE "cbAULA72IDX.IDX".

       01  FS-INFL           PIC X(02) VALUE SPACES.
           88  FS-INFL-OK    VALUE IS "00".

      *---> SEM O CADASTRO O INFORME SAI COM O NOME DO RAZAO E SEM A
      *---> SITUACAO DO FUNCIONARIO
       01  WS-INFL-ABERTO    PIC X     VALUE "N".
           88  INFL-ABERTO   VALUE "S".

       01  NOME-ARQ-RELATORIO.
           05  FILLER  PIC X(50) VALUE "./cbinforme-rend.out".

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

      *---> FONTE PAGADORA (A MESMA RAZAO SOCIAL DO ARQUIVO DO BANCO)
       77  WS-EMPRESA        PIC X(30)
               VALUE "COMERCIO ACCAMPORA LTDA".

       01  args-cmd-linex    PIC X(90)  VALUE SPACES.

      *---> ANO-CALENDARIO (ENTRADA OU, SEM ELA, O ANO ANTERIOR) E O
      *---> FUNCIONARIO (ESPACOS = TODOS)
       01  WS-ANO-INF        PIC X(04) VALUE SPACES.
       01  WS-ANO-INF-N REDEFINES WS-ANO-INF PIC 9(04).
       77  WS-ANO-INFORME    PIC 9(04) VALUE ZEROS.
       77  WS-EMP-FILTRO     PIC X(05) VALUE SPACES.

       77  WS-FIM-FOLHA      PIC X VALUE "N".
           88  E-FIM-FOLHA   VALUE "S".
       77  WS-FIM-SORT       PIC X VALUE "N".
           88  E-FIM-SORT    VALUE "S".

      *---> QUEBRA POR FUNCIONARIO NA SAIDA DO SORT
       77  WS-EMP-ANT        PIC X(05) VALUE SPACES.
       01  WS-PRIMEIRO       PIC X     VALUE "S".
           88  E-PRIMEIRO    VALUE "S".

      *---> ACUMULADOS DO FUNCIONARIO NO ANO
       01  WS-ACUM-EMP.
           05  WS-AC-TRIBUTAVEL   PIC 9(07)V99.
           05  WS-AC-INSS         PIC 9(07)V99.
           05  WS-AC-13-PRIM      PIC 9(07)V99.
           05  WS-AC-13-SEG       PIC 9(07)V99.
           05  WS-AC-INSS-13      PIC 9(07)V99.
           05  WS-AC-LIQUIDO      PIC 9(07)V99.
       77  WS-AC-DECIMO       PIC 9(07)V99 VALUE ZEROS.
       77  WS-TEM-13-SEG      PIC X VALUE "N".
           88  TEM-13-SEG     VALUE "S".

       01  COUNTERS.
           05  READ-COUNT    PIC 9(07) VALUE ZEROS.
           05  SELECIONADOS  PIC 9(07) VALUE ZEROS.
           05  INFORMES      PIC 9(07) VALUE ZEROS.
           05  DESLIGADOS    PIC 9(07) VALUE ZEROS.

       77  WS-DATA-RELAT   PIC 9(08).
       77  WS-NUM-PAGINA   PIC 9(03) VALUE ZEROS.
       77  WS-LIN-PAGINA   PIC 9(02) VALUE ZEROS.

       01  WS-CAB-REL1.
           05 FILLER        PIC X(30) VALUE
               "INFORME DE RENDIMENTOS - ANO ".
           05 WS-CAB-ANO    PIC 9(04).
           05 FILLER        PIC X(08) VALUE "  DATA: ".
           05 WS-CAB-DATA   PIC 9(08).
           05 FILLER        PIC X(08) VALUE "  PAG.: ".
           05 WS-CAB-PAGINA PIC ZZ9.

       01  WS-CAB-REL2.
           05 FILLER        PIC X(17) VALUE "FONTE PAGADORA: ".
           05 WS-CAB-EMPRESA PIC X(30).

       01  WS-LIN-EMP.
           05 FILLER        PIC X(13) VALUE "FUNCIONARIO: ".
           05 WE-EMP-ID     PIC X(05).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WE-NOME       PIC X(40).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WE-SITUACAO   PIC X(30).

       01  WS-CAB-MESES.
           05 FILLER        PIC X(05) VALUE "MES".
           05 FILLER        PIC X(15) VALUE "FOLHA".
           05 FILLER        PIC X(05) VALUE "REF".
           05 FILLER        PIC X(12) VALUE "       BRUTO".
           05 FILLER        PIC X(12) VALUE "    AUSENCIA".
           05 FILLER        PIC X(12) VALUE "        INSS".
           05 FILLER        PIC X(12) VALUE "  1a PARCELA".
           05 FILLER        PIC X(12) VALUE "     LIQUIDO".

       01  WS-LIN-MES.
           05 WM-MES        PIC 99.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 WM-TIPO       PIC X(15).
           05 WM-REF        PIC Z9.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 WM-BRUTO      PIC Z(05)9.99.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 WM-AUSENCIA   PIC Z(05)9.99.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 WM-INSS       PIC Z(05)9.99.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 WM-ADIANT     PIC Z(05)9.99.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 WM-LIQUIDO    PIC Z(05)9.99.

       01  WS-LIN-QUADRO.
           05 WQ-ROTULO     PIC X(50).
           05 WQ-VALOR      PIC Z(06)9.99.

       01  WS-TOT-REL.
           05 WT-ROTULO     PIC X(30).
           05 WT-TOTAL      PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CBINFR01 - INFORME DE RENDIMENTOS ANUAL"
      *====> LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO (SE EXISTIR)
           PERFORM LE-CONFIG THRU LE-CONFIG-FIM
           PERFORM OBTEM-OPERADOR THRU OBTEM-OPERADOR-FIM
      *====> PEGA ARGUMENTOS DE ENTRADA DA LINHA DE COMANDO SE HOUVER
      *====> (1o = ANO-CALENDARIO, 2o = FUNCIONARIO, 3o = RELATORIO)
           ACCEPT args-cmd-linex   FROM COMMAND-LINE.
           IF  args-cmd-linex  NOT = SPACES
               UNSTRING args-cmd-linex DELIMITED BY SPACE
                   INTO  WS-ANO-INF  WS-EMP-FILTRO  NOME-ARQ-RELATORIO
           END-IF.
           ACCEPT WS-DATA-RELAT FROM DATE YYYYMMDD.
           IF  WS-ANO-INF = SPACES
               COMPUTE WS-ANO-INFORME = WS-DATA-RELAT / 10000 - 1
           ELSE
               IF  WS-ANO-INF NOT NUMERIC
                   DISPLAY "ANO-CALENDARIO DEVE SER AAAA: " WS-ANO-INF
                   GO TO EXIT-PARA
               END-IF
               MOVE WS-ANO-INF-N TO WS-ANO-INFORME
           END-IF.
           IF  WS-EMP-FILTRO = "*"
               MOVE SPACES TO WS-EMP-FILTRO
           END-IF.
      *
           DISPLAY "ANO-CALENDARIO : " WS-ANO-INFORME
           IF  WS-EMP-FILTRO NOT = SPACES
               DISPLAY "FUNCIONARIO : " WS-EMP-FILTRO
           END-IF
           DISPLAY "RAZAO DA FOLHA : " FOLHADD
           DISPLAY "RELATORIO : " NOME-ARQ-RELATORIO
           PERFORM REGISTRA-JOBLOG-INICIO
               THRU REGISTRA-JOBLOG-INICIO-FIM
           PERFORM OPEN-PARA      THRU OPEN-EXIT-PARA
      *====> ORDENA POR FUNCIONARIO + MES + TIPO E EMITE UM INFORME
      *====> POR FUNCIONARIO
           SORT SORTFL
               ASCENDING KEY S-EMP-ID S-MES S-TIPO
               INPUT PROCEDURE IS SOLTA-RAZAO
                   THRU SOLTA-RAZAO-FIM
               OUTPUT PROCEDURE IS LISTA-ORDENADO
                   THRU LISTA-ORDENADO-FIM
           PERFORM CLOSE-PARA     THRU CLOSE-EXIT-PARA.
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           DISPLAY 'FIM CBINFR01 ...'
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
               WHEN "FOLHAFILE"
                   MOVE WS-CFG-VALOR TO FOLHADD
               WHEN "EMPFILE"
                   MOVE WS-CFG-VALOR TO INFLDD
               WHEN "AULA72_EMPRESA"
                   MOVE WS-CFG-VALOR TO WS-EMPRESA
               WHEN "CBINFR01_RELATORIO"
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
           MOVE "CBINFR01"        TO JL-PROGRAMA
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
           MOVE "CBINFR01"        TO JL-PROGRAMA
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
                   GO TO EXIT-PARA
               END-IF
           END-IF.
      * =====> SEM O CADASTRO DE FUNCIONARIOS O INFORME SAI SEM A
      * =====> SITUACAO (ATIVO/DESLIGADO)
           OPEN INPUT INFL.
           IF  FS-INFL-OK
               MOVE "S" TO WS-INFL-ABERTO
           END-IF.
           OPEN OUTPUT RELATORIO.
           IF  FS-RELAT = "00"
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO RELATORIO FALHOU=' FS-RELAT
                   "  " NOME-ARQ-RELATORIO
               IF  FOLHA-ABERTO
                   CLOSE FOLHAFL
               END-IF
               IF  INFL-ABERTO
                   CLOSE INFL
               END-IF
               GO TO EXIT-PARA
           END-IF.
       OPEN-EXIT-PARA.
           EXIT.
      *================================
      * PROCEDIMENTO DE ENTRADA DO SORT: SOLTA OS REGISTROS DO RAZAO
      * DO ANO-CALENDARIO (DO FUNCIONARIO PEDIDO, SE HOUVER)
       SOLTA-RAZAO.
           IF  NOT FOLHA-ABERTO
               GO TO SOLTA-RAZAO-FIM
           END-IF.
           MOVE LOW-VALUES     TO FL-CHAVE.
           MOVE WS-ANO-INFORME TO FL-ANO.
           MOVE ZEROS          TO FL-MES.
           START FOLHAFL KEY IS NOT LESS THAN FL-CHAVE
               INVALID KEY
                   DISPLAY "RAZAO SEM FOLHAS NO ANO " WS-ANO-INFORME
                   GO TO SOLTA-RAZAO-FIM
           END-START.
           PERFORM SOLTA-RAZAO-LOOP THRU SOLTA-RAZAO-LOOP-FIM
               UNTIL E-FIM-FOLHA.
       SOLTA-RAZAO-FIM.
           EXIT.

       SOLTA-RAZAO-LOOP.
           READ FOLHAFL NEXT
               AT END
                   MOVE "S" TO WS-FIM-FOLHA
                   GO TO SOLTA-RAZAO-LOOP-FIM
           END-READ.
           IF  FL-ANO NOT = WS-ANO-INFORME
               MOVE "S" TO WS-FIM-FOLHA
               GO TO SOLTA-RAZAO-LOOP-FIM
           END-IF.
           ADD 1 TO READ-COUNT.
           IF  WS-EMP-FILTRO NOT = SPACES
               AND FL-EMP-ID NOT = WS-EMP-FILTRO
               GO TO SOLTA-RAZAO-LOOP-FIM
           END-IF.
           ADD 1 TO SELECIONADOS.
           MOVE FL-EMP-ID        TO S-EMP-ID.
           MOVE FL-MES           TO S-MES.
           MOVE FL-TIPO          TO S-TIPO.
           MOVE FL-EMP-NAME      TO S-EMP-NAME.
           MOVE FL-REFERENCIA    TO S-REFERENCIA.
           MOVE FL-BRUTO         TO S-BRUTO.
           MOVE FL-DESC-AUSENCIA TO S-AUSENCIA.
           MOVE FL-INSS          TO S-INSS.
           MOVE FL-DESC-ADIANT   TO S-DESC-ADIANT.
           MOVE FL-LIQUIDO       TO S-LIQUIDO.
           RELEASE SORT-REC.
       SOLTA-RAZAO-LOOP-FIM.
           EXIT.
      *================================
      * PROCEDIMENTO DE SAIDA DO SORT: LISTA OS MESES DE CADA
      * FUNCIONARIO E FECHA O INFORME NA QUEBRA
       LISTA-ORDENADO.
           PERFORM LISTA-LOOP THRU LISTA-LOOP-FIM
               UNTIL E-FIM-SORT.
           IF  E-PRIMEIRO
               PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM
               MOVE "SEM FOLHAS NO RAZAO PARA O ANO-CALENDARIO"
                   TO RELAT-REC
               WRITE RELAT-REC
               ADD 1 TO WS-LIN-PAGINA
           ELSE
               PERFORM FECHA-INFORME THRU FECHA-INFORME-FIM
           END-IF.
       LISTA-ORDENADO-FIM.
           EXIT.

       LISTA-LOOP.
           RETURN SORTFL
               AT END
                   MOVE "S" TO WS-FIM-SORT
               NOT AT END
                   PERFORM LISTA-MES THRU LISTA-MES-FIM
           END-RETURN.
       LISTA-LOOP-FIM.
           EXIT.

       LISTA-MES.
           IF  NOT E-PRIMEIRO AND S-EMP-ID NOT = WS-EMP-ANT
               PERFORM FECHA-INFORME THRU FECHA-INFORME-FIM
           END-IF.
           IF  E-PRIMEIRO OR S-EMP-ID NOT = WS-EMP-ANT
               MOVE "N"      TO WS-PRIMEIRO
               MOVE S-EMP-ID TO WS-EMP-ANT
               PERFORM ABRE-INFORME THRU ABRE-INFORME-FIM
           END-IF.
      *=====> ENQUADRAMENTO DO PAGAMENTO NO INFORME
           EVALUATE S-TIPO
               WHEN "M"
                   MOVE "MENSAL"         TO WM-TIPO
                   COMPUTE WS-AC-TRIBUTAVEL = WS-AC-TRIBUTAVEL
                       + S-BRUTO - S-AUSENCIA
                   ADD S-INSS TO WS-AC-INSS
               WHEN "F"
                   MOVE "FERIAS"         TO WM-TIPO
                   ADD S-BRUTO TO WS-AC-TRIBUTAVEL
                   ADD S-INSS  TO WS-AC-INSS
               WHEN "1"
                   MOVE "13o 1a PARCELA" TO WM-TIPO
                   ADD S-BRUTO TO WS-AC-13-PRIM
               WHEN "2"
                   MOVE "13o 2a PARCELA" TO WM-TIPO
                   MOVE "S" TO WS-TEM-13-SEG
                   ADD S-BRUTO TO WS-AC-13-SEG
                   ADD S-INSS  TO WS-AC-INSS-13
               WHEN OTHER
                   MOVE S-TIPO           TO WM-TIPO
           END-EVALUATE.
           ADD S-LIQUIDO TO WS-AC-LIQUIDO.
           IF  WS-LIN-PAGINA >= 50
               PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM
               WRITE RELAT-REC FROM WS-CAB-MESES
               ADD 1 TO WS-LIN-PAGINA
           END-IF.
           MOVE S-MES         TO WM-MES.
           MOVE S-REFERENCIA  TO WM-REF.
           MOVE S-BRUTO       TO WM-BRUTO.
           MOVE S-AUSENCIA    TO WM-AUSENCIA.
           MOVE S-INSS        TO WM-INSS.
           MOVE S-DESC-ADIANT TO WM-ADIANT.
           MOVE S-LIQUIDO     TO WM-LIQUIDO.
           WRITE RELAT-REC FROM WS-LIN-MES.
           ADD 1 TO WS-LIN-PAGINA.
       LISTA-MES-FIM.
           EXIT.

      *================================
      * NOVA PAGINA DO FUNCIONARIO: NOME E SITUACAO NO CADASTRO
       ABRE-INFORME.
           ADD 1 TO INFORMES.
           MOVE ZEROS TO WS-ACUM-EMP.
           MOVE "N"   TO WS-TEM-13-SEG.
           MOVE S-EMP-ID   TO WE-EMP-ID.
           MOVE S-EMP-NAME TO WE-NOME.
           MOVE SPACES     TO WE-SITUACAO.
           IF  INFL-ABERTO
               MOVE S-EMP-ID TO EMP-ID
               READ INFL
                   KEY IS EMP-ID
                   INVALID KEY
                       MOVE "FORA DO CADASTRO" TO WE-SITUACAO
                   NOT INVALID KEY
                       MOVE EMP-NAME TO WE-NOME
                       IF  EMP-DESLIGADO
                           ADD 1 TO DESLIGADOS
                           STRING "DESLIGADO EM " DELIMITED BY SIZE
                               EMP-DESLIGAMENTO DELIMITED BY SIZE
                               INTO WE-SITUACAO
                       ELSE
                           MOVE "EM ATIVIDADE" TO WE-SITUACAO
                       END-IF
               END-READ
           END-IF.
           PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM.
           WRITE RELAT-REC FROM WS-LIN-EMP.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
           WRITE RELAT-REC FROM WS-CAB-MESES.
           ADD 3 TO WS-LIN-PAGINA.
       ABRE-INFORME-FIM.
           EXIT.

      *================================
      * QUADRO DO INFORME DO FUNCIONARIO EM QUEBRA. O 13o E O BRUTO
      * DA 2a PARCELA (O 13o INTEIRO); SEM ELA, A 1a PARCELA PAGA
       FECHA-INFORME.
           IF  TEM-13-SEG
               MOVE WS-AC-13-SEG  TO WS-AC-DECIMO
           ELSE
               MOVE WS-AC-13-PRIM TO WS-AC-DECIMO
           END-IF.
           IF  WS-LIN-PAGINA >= 42
               PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM
               WRITE RELAT-REC FROM WS-LIN-EMP
               ADD 1 TO WS-LIN-PAGINA
           END-IF.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
           MOVE "RENDIMENTOS TRIBUTAVEIS E DEDUCOES" TO RELAT-REC.
           WRITE RELAT-REC.
           MOVE "  1. TOTAL DOS RENDIMENTOS (SALARIOS E FERIAS)"
               TO WQ-ROTULO.
           MOVE WS-AC-TRIBUTAVEL TO WQ-VALOR.
           WRITE RELAT-REC FROM WS-LIN-QUADRO.
           MOVE "  2. CONTRIBUICAO PREVIDENCIARIA OFICIAL (INSS)"
               TO WQ-ROTULO.
           MOVE WS-AC-INSS TO WQ-VALOR.
           WRITE RELAT-REC FROM WS-LIN-QUADRO.
           MOVE "  3. IMPOSTO SOBRE A RENDA RETIDO NA FONTE"
               TO WQ-ROTULO.
           MOVE ZEROS TO WQ-VALOR.
           WRITE RELAT-REC FROM WS-LIN-QUADRO.
           MOVE "     (A FOLHA NAO RETEM IMPOSTO DE RENDA)"
               TO RELAT-REC.
           WRITE RELAT-REC.
           MOVE "RENDIMENTOS DE TRIBUTACAO EXCLUSIVA" TO RELAT-REC.
           WRITE RELAT-REC.
           MOVE "  4. 13o SALARIO" TO WQ-ROTULO.
           MOVE WS-AC-DECIMO TO WQ-VALOR.
           WRITE RELAT-REC FROM WS-LIN-QUADRO.
           MOVE "  5. CONTRIBUICAO PREVIDENCIARIA SOBRE O 13o"
               TO WQ-ROTULO.
           MOVE WS-AC-INSS-13 TO WQ-VALOR.
           WRITE RELAT-REC FROM WS-LIN-QUADRO.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
           MOVE "  TOTAL LIQUIDO CREDITADO NO ANO (INFORMATIVO)"
               TO WQ-ROTULO.
           MOVE WS-AC-LIQUIDO TO WQ-VALOR.
           WRITE RELAT-REC FROM WS-LIN-QUADRO.
           ADD 13 TO WS-LIN-PAGINA.
       FECHA-INFORME-FIM.
           EXIT.

       ESCREVE-CABECALHO.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE ZEROS TO WS-LIN-PAGINA.
           MOVE WS-ANO-INFORME  TO WS-CAB-ANO.
           MOVE WS-DATA-RELAT   TO WS-CAB-DATA.
           MOVE WS-NUM-PAGINA   TO WS-CAB-PAGINA.
           MOVE WS-EMPRESA      TO WS-CAB-EMPRESA.
           WRITE RELAT-REC FROM WS-CAB-REL1.
           WRITE RELAT-REC FROM WS-CAB-REL2.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
           ADD 3 TO WS-LIN-PAGINA.
       ESCREVE-CABECALHO-FIM.
           EXIT.
      *================================
       CLOSE-PARA.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
           MOVE "REGISTROS DO RAZAO NO ANO  : " TO WT-ROTULO.
           MOVE READ-COUNT                     TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "INFORMES EMITIDOS          : " TO WT-ROTULO.
           MOVE INFORMES                       TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "DOS QUAIS DESLIGADOS       : " TO WT-ROTULO.
           MOVE DESLIGADOS                     TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           CLOSE RELATORIO.
           IF  FOLHA-ABERTO
               CLOSE FOLHAFL
           END-IF.
           IF  INFL-ABERTO
               CLOSE INFL
           END-IF.
           DISPLAY "================================================"
           DISPLAY "REGISTROS DO RAZAO   : " READ-COUNT
           DISPLAY "SELECIONADOS         : " SELECIONADOS
           DISPLAY "INFORMES EMITIDOS    : " INFORMES
           DISPLAY "DESLIGADOS           : " DESLIGADOS
           DISPLAY "================================================".
       CLOSE-EXIT-PARA.
           EXIT.

      *=================  FIM ======
       EXIT-PARA.
           MOVE "ERRO" TO WS-JOB-STATUS
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           DISPLAY 'FIM CBINFR01 (ABORTADO) ...'
           EXIT PROGRAM.
