       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBCASO02.
      *
      ****************************************************************
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Aging diario dos casos de atendimento: le os casos
      *          nao fechados de cadcli-casos.dat (CASOREC, abertos
      *          no CBCASO01), ordena (SORT interno) por responsavel,
      *          tipo e vencimento e lista cada caso com os dias em
      *          aberto e os dias de atraso sobre o prazo do tipo,
      *          contados em dias comerciais (AAAA*360 + MM*30 + DD,
      *          a mesma conta do CBCRED02); caso vencido sai
      *          marcado "*** VENCIDO". Quebra por responsavel (nome
      *          do cadastro de operadores) com o subtotal e, no fim,
      *          o quadro por tipo com o total geral. Roda na fila da
      *          noite para a supervisao ter o relatorio de manha.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---> casos de atendimento por cliente + numero do caso
           SELECT CASOFL ASSIGN TO CASODD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS FS-CASO.
      *---> cadastro de operadores (mantido pelo CBSEG01)
           SELECT OPERFL ASSIGN TO OPERDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CHAVE
               FILE STATUS IS FS-OPER.
      *---> relatorio impresso do aging
           SELECT RELATORIO ASSIGN TO NOME-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
      *---> arquivo de trabalho do SORT por responsavel + tipo
           SELECT SORTFL ASSIGN TO "CBCASO02-SORT".
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
      *  TAMANHO DO REGISTRO = 136 CARACTERES SEM TERMINADOR FISICO
       FD  CASOFL.
           COPY CASOREC.
      *
       FD  OPERFL.
           COPY OPERREC.
      *
       FD RELATORIO.
       01 RELAT-REC PIC X(132).
      *
       SD SORTFL.
       01  SORT-REC.
           05 S-RESPONSAVEL PIC X(08).
           05 S-TIPO        PIC X(01).
           05 S-VENCIMENTO  PIC 9(08).
           05 S-FONE        PIC 9(09).
           05 S-NUMERO      PIC 9(04).
           05 S-SITUACAO    PIC X(01).
           05 S-ABERTURA    PIC 9(08).
           05 S-ASSUNTO     PIC X(40).
      *
       FD  JOBLOGFL.
           COPY JOBLOG.
      *
       FD  CONFIGFL.
           COPY CONFIGCFG.
      *
       WORKING-STORAGE SECTION.
       01  CASODD            PIC X(30) VALUE "./cadcli-casos.dat".

       01  FS-CASO           PIC X(02) VALUE SPACES.
           88  FS-CASO-OK          VALUE IS "00".
           88  FS-CASO-EOF         VALUE IS "10".
           88  FS-CASO-NAO-EXISTE  VALUE IS "35".

      *---> SEM ARQUIVO DE CASOS (NENHUM CASO ABERTO AINDA) O
      *---> RELATORIO SAI VAZIO, SEM PARAR A FILA DA NOITE
       01  WS-CASO-ABERTO    PIC X     VALUE "N".
           88  CASO-ABERTO   VALUE "S".

       01  OPERDD            PIC X(30) VALUE "./cbOPERS.IDX".

       01  FS-OPER           PIC X(02) VALUE SPACES.
           88  FS-OPER-OK    VALUE IS "00".

      *---> SEM O CADASTRO DE OPERADORES A QUEBRA SAI SO COM O CODIGO
       01  WS-OPER-ABERTO    PIC X     VALUE "N".
           88  OPER-ABERTO   VALUE "S".

       01  NOME-ARQ-RELATORIO.
           05  FILLER  PIC X(50) VALUE "./cbcasos-aging.out".

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

      *---> TIPOS DE CASO (OS MESMOS DO CBCASO01) COM OS CONTADORES
      *---> DO QUADRO POR TIPO
       01  WS-TAB-TIPOS-VAL.
           05  FILLER        PIC X(12) VALUE "RRECLAMACAO ".
           05  FILLER        PIC X(12) VALUE "DDEVOLUCAO  ".
           05  FILLER        PIC X(12) VALUE "CCOBRANCA   ".
           05  FILLER        PIC X(12) VALUE "KCADASTRO   ".
           05  FILLER        PIC X(12) VALUE "IINFORMACAO ".
       01  WS-TAB-TIPOS      REDEFINES WS-TAB-TIPOS-VAL.
           05  WS-TIPO-ENT   OCCURS 5 TIMES.
               10  WS-TIPO-COD    PIC X(01).
               10  WS-TIPO-DESC   PIC X(11).

       01  WS-TAB-QTD-TIPOS.
           05  WS-QTD-TIPO   OCCURS 5 TIMES.
               10  WS-QT-ABERTOS  PIC 9(05).
               10  WS-QT-AGUARD   PIC 9(05).
               10  WS-QT-VENCIDOS PIC 9(05).

       77  WS-TIPO-IX        PIC 9(02) VALUE ZEROS.
       01  WS-TIPO-ACHADO    PIC X     VALUE "N".
           88  TIPO-ACHADO   VALUE "S".

      *---> DATAS EM DIAS COMERCIAIS (AAAA*360 + MM*30 + DD) PARA A
      *---> CONTAGEM DOS DIAS EM ABERTO E DE ATRASO
       01  WS-DATA-AUX       PIC 9(08).
       01  WS-DATA-AUX-R     REDEFINES WS-DATA-AUX.
           05  WS-AUX-AAAA   PIC 9(04).
           05  WS-AUX-MM     PIC 9(02).
           05  WS-AUX-DD     PIC 9(02).
       77  WS-DIAS-HOJE      PIC 9(07) VALUE ZEROS.
       77  WS-DIAS-DATA      PIC 9(07) VALUE ZEROS.
       77  WS-DIAS-ABERTO    PIC 9(07) VALUE ZEROS.
       77  WS-DIAS-ATRASO    PIC 9(07) VALUE ZEROS.

       77  WS-FIM-SORT       PIC X VALUE "N".
           88  E-FIM-SORT    VALUE "S".

      *---> QUEBRA POR RESPONSAVEL NA SAIDA DO SORT
       77  WS-RESP-ANT       PIC X(08) VALUE SPACES.
       01  WS-PRIMEIRO       PIC X     VALUE "S".
           88  E-PRIMEIRO    VALUE "S".
       77  WS-RESP-CASOS     PIC 9(05) VALUE ZEROS.
       77  WS-RESP-VENCIDOS  PIC 9(05) VALUE ZEROS.

       01  COUNTERS.
           05  READ-COUNT    PIC 9(07) VALUE ZEROS.
           05  PENDENTES     PIC 9(07) VALUE ZEROS.
           05  VENCIDOS      PIC 9(07) VALUE ZEROS.
           05  RESPONSAVEIS  PIC 9(07) VALUE ZEROS.

       77  WS-DATA-RELAT   PIC 9(08).
       77  WS-NUM-PAGINA   PIC 9(03) VALUE ZEROS.
       77  WS-LIN-PAGINA   PIC 9(02) VALUE ZEROS.

       01  WS-CAB-REL1.
           05 FILLER        PIC X(36) VALUE
               "AGING DOS CASOS DE ATENDIMENTO".
           05 FILLER        PIC X(08) VALUE "  DATA: ".
           05 WS-CAB-DATA   PIC 9(08).
           05 FILLER        PIC X(08) VALUE "  PAG.: ".
           05 WS-CAB-PAGINA PIC ZZ9.

       01  WS-CAB-REL2.
           05 FILLER        PIC X(11) VALUE "FONE".
           05 FILLER        PIC X(06) VALUE "CASO".
           05 FILLER        PIC X(12) VALUE "TIPO".
           05 FILLER        PIC X(11) VALUE "SITUACAO".
           05 FILLER        PIC X(09) VALUE "ABERTURA".
           05 FILLER        PIC X(09) VALUE "VENCTO".
           05 FILLER        PIC X(05) VALUE "DIAS".
           05 FILLER        PIC X(07) VALUE "ATRASO".
           05 FILLER        PIC X(12) VALUE SPACES.
           05 FILLER        PIC X(07) VALUE "ASSUNTO".

       01  WS-LIN-RESP.
           05 FILLER        PIC X(13) VALUE "RESPONSAVEL: ".
           05 WR-RESP       PIC X(08).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WR-NOME       PIC X(30).

       01  WS-LIN-REL.
           05 WL-FONE       PIC 9(09).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WL-CASO       PIC 9(04).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WL-TIPO       PIC X(11).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WL-SITUACAO   PIC X(10).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WL-ABERTURA   PIC 9(08).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WL-VENC       PIC 9(08).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WL-DIAS       PIC ZZZ9.
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WL-ATRASO     PIC ZZZZ9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WL-ALERTA     PIC X(11).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WL-ASSUNTO    PIC X(40).

       01  WS-LIN-SUBTOT.
           05 FILLER        PIC X(25) VALUE
               "  TOTAL DO RESPONSAVEL:  ".
           05 WS-SUB-CASOS  PIC ZZZZ9.
           05 FILLER        PIC X(16) VALUE " CASOS, VENCIDOS".
           05 FILLER        PIC X(02) VALUE ": ".
           05 WS-SUB-VENC   PIC ZZZZ9.

       01  WS-LIN-QUADRO.
           05 FILLER        PIC X(30) VALUE
               "QUADRO POR TIPO DE CASO".

       01  WS-CAB-QUADRO.
           05 FILLER        PIC X(13) VALUE "TIPO".
           05 FILLER        PIC X(10) VALUE "    ABERTO".
           05 FILLER        PIC X(12) VALUE "  AGUARDANDO".
           05 FILLER        PIC X(10) VALUE "  VENCIDOS".

       01  WS-LIN-TIPO.
           05 WQ-TIPO       PIC X(11).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WQ-ABERTOS    PIC Z(09)9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WQ-AGUARD     PIC Z(09)9.
           05 WQ-VENCIDOS   PIC Z(09)9.

       01  WS-TOT-REL.
           05 WT-ROTULO     PIC X(30).
           05 WT-TOTAL      PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CBCASO02 - AGING DOS CASOS DE ATENDIMENTO"
      *====> LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO (SE EXISTIR)
           PERFORM LE-CONFIG THRU LE-CONFIG-FIM
           PERFORM OBTEM-OPERADOR THRU OBTEM-OPERADOR-FIM
      *====> PEGA ARGUMENTOS DE ENTRADA DA LINHA DE COMANDO SE HOUVER
      *====> (1o = ARQUIVO DE CASOS, 2o = RELATORIO)
           ACCEPT args-cmd-linex   FROM COMMAND-LINE.
           IF  args-cmd-linex  NOT = SPACES
               UNSTRING args-cmd-linex DELIMITED BY SPACE
                   INTO  CASODD  NOME-ARQ-RELATORIO
           END-IF.
      *
           DISPLAY "ARQUIVO DE CASOS : " CASODD
           DISPLAY "RELATORIO : " NOME-ARQ-RELATORIO
           PERFORM REGISTRA-JOBLOG-INICIO
               THRU REGISTRA-JOBLOG-INICIO-FIM
           PERFORM OPEN-PARA      THRU OPEN-EXIT-PARA
      *====> ORDENA POR RESPONSAVEL + TIPO + VENCIMENTO E LISTA COM
      *====> QUEBRA POR RESPONSAVEL
           SORT SORTFL
               ASCENDING KEY S-RESPONSAVEL S-TIPO S-VENCIMENTO
                             S-FONE S-NUMERO
               INPUT PROCEDURE IS SOLTA-CASOS
                   THRU SOLTA-CASOS-FIM
               OUTPUT PROCEDURE IS LISTA-ORDENADO
                   THRU LISTA-ORDENADO-FIM
           PERFORM EMITE-QUADRO-TIPO THRU EMITE-QUADRO-TIPO-FIM
           PERFORM CLOSE-PARA     THRU CLOSE-EXIT-PARA.
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           DISPLAY 'FIM CBCASO02 ...'
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
               WHEN "CASOFILE"
                   MOVE WS-CFG-VALOR TO CASODD
               WHEN "CBCASO02_RELATORIO"
                   MOVE WS-CFG-VALOR TO NOME-ARQ-RELATORIO
               WHEN "OPERFILE"
                   MOVE WS-CFG-VALOR TO OPERDD
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
           MOVE "CBCASO02"        TO JL-PROGRAMA
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
           MOVE "CBCASO02"        TO JL-PROGRAMA
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
           OPEN INPUT CASOFL
           IF  FS-CASO-OK
               MOVE "S" TO WS-CASO-ABERTO
           ELSE
               IF  FS-CASO-NAO-EXISTE
                   DISPLAY 'SEM ARQUIVO DE CASOS (' CASODD
                       ') - NENHUM CASO ABERTO NO CBCASO01'
               ELSE
                   DISPLAY 'ABERTURA DO ARQUIVO DE CASOS FALHOU='
                       FS-CASO "  " CASODD
                   GO TO EXIT-PARA
               END-IF
           END-IF.
      * =====> SEM O CADASTRO DE OPERADORES A QUEBRA SAI SO COM O
      * =====> CODIGO DO RESPONSAVEL
           OPEN INPUT OPERFL.
           IF  FS-OPER-OK
               MOVE "S" TO WS-OPER-ABERTO
           END-IF.
           OPEN OUTPUT RELATORIO.
           IF  FS-RELAT = "00"
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO RELATORIO FALHOU=' FS-RELAT
                   "  " NOME-ARQ-RELATORIO
               IF  CASO-ABERTO
                   CLOSE CASOFL
               END-IF
               IF  OPER-ABERTO
                   CLOSE OPERFL
               END-IF
               GO TO EXIT-PARA
           END-IF.
           ACCEPT WS-DATA-RELAT FROM DATE YYYYMMDD.
           MOVE WS-DATA-RELAT TO WS-DATA-AUX.
           COMPUTE WS-DIAS-HOJE = WS-AUX-AAAA * 360
               + WS-AUX-MM * 30 + WS-AUX-DD.
           MOVE ZEROS TO WS-TAB-QTD-TIPOS.
           PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM.
       OPEN-EXIT-PARA.
           EXIT.
      *================================
      * PROCEDIMENTO DE ENTRADA DO SORT: SOLTA CADA CASO NAO FECHADO
       SOLTA-CASOS.
           IF  NOT CASO-ABERTO
               GO TO SOLTA-CASOS-FIM
           END-IF.
           MOVE LOW-VALUES TO CS-CHAVE.
           START CASOFL KEY IS NOT LESS THAN CS-CHAVE
               INVALID KEY
                   DISPLAY "ARQUIVO DE CASOS VAZIO"
                   GO TO SOLTA-CASOS-FIM
           END-START.
           PERFORM SOLTA-CASOS-LOOP THRU SOLTA-CASOS-LOOP-FIM
               UNTIL FS-CASO-EOF.
       SOLTA-CASOS-FIM.
           EXIT.

       SOLTA-CASOS-LOOP.
           READ CASOFL NEXT
               AT END
                   GO TO SOLTA-CASOS-LOOP-FIM
           END-READ.
           ADD 1 TO READ-COUNT.
           IF  CS-FECHADO
               GO TO SOLTA-CASOS-LOOP-FIM
           END-IF.
           MOVE CS-RESPONSAVEL   TO S-RESPONSAVEL.
           MOVE CS-TIPO          TO S-TIPO.
           MOVE CS-VENCIMENTO    TO S-VENCIMENTO.
           MOVE CS-FONE          TO S-FONE.
           MOVE CS-NUMERO        TO S-NUMERO.
           MOVE CS-SITUACAO      TO S-SITUACAO.
           MOVE CS-DATA-ABERTURA TO S-ABERTURA.
           MOVE CS-ASSUNTO       TO S-ASSUNTO.
           RELEASE SORT-REC.
       SOLTA-CASOS-LOOP-FIM.
           EXIT.
      *================================
      * PROCEDIMENTO DE SAIDA DO SORT: LISTA CADA CASO, ABRINDO UMA
      * QUEBRA A CADA RESPONSAVEL NOVO
       LISTA-ORDENADO.
           PERFORM LISTA-LOOP THRU LISTA-LOOP-FIM
               UNTIL E-FIM-SORT.
           IF  E-PRIMEIRO
               MOVE "SEM CASOS EM ABERTO" TO RELAT-REC
               WRITE RELAT-REC
               ADD 1 TO WS-LIN-PAGINA
           ELSE
               PERFORM FECHA-RESPONSAVEL THRU FECHA-RESPONSAVEL-FIM
           END-IF.
       LISTA-ORDENADO-FIM.
           EXIT.

       LISTA-LOOP.
           RETURN SORTFL
               AT END
                   MOVE "S" TO WS-FIM-SORT
               NOT AT END
                   PERFORM LISTA-CASO THRU LISTA-CASO-FIM
           END-RETURN.
       LISTA-LOOP-FIM.
           EXIT.

       LISTA-CASO.
           IF  NOT E-PRIMEIRO AND S-RESPONSAVEL NOT = WS-RESP-ANT
               PERFORM FECHA-RESPONSAVEL THRU FECHA-RESPONSAVEL-FIM
           END-IF.
           IF  E-PRIMEIRO OR S-RESPONSAVEL NOT = WS-RESP-ANT
               MOVE "N"           TO WS-PRIMEIRO
               MOVE S-RESPONSAVEL TO WS-RESP-ANT
               PERFORM ESCREVE-RESPONSAVEL
                   THRU ESCREVE-RESPONSAVEL-FIM
           END-IF.
           ADD 1 TO PENDENTES WS-RESP-CASOS.
      *=====> DIAS COMERCIAIS DESDE A ABERTURA E ALEM DO VENCIMENTO
           MOVE S-ABERTURA TO WS-DATA-AUX.
           COMPUTE WS-DIAS-DATA = WS-AUX-AAAA * 360
               + WS-AUX-MM * 30 + WS-AUX-DD.
           MOVE ZEROS TO WS-DIAS-ABERTO WS-DIAS-ATRASO.
           IF  WS-DIAS-HOJE > WS-DIAS-DATA
               COMPUTE WS-DIAS-ABERTO = WS-DIAS-HOJE - WS-DIAS-DATA
           END-IF.
           MOVE S-VENCIMENTO TO WS-DATA-AUX.
           COMPUTE WS-DIAS-DATA = WS-AUX-AAAA * 360
               + WS-AUX-MM * 30 + WS-AUX-DD.
           IF  WS-DIAS-HOJE > WS-DIAS-DATA
               COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-DATA
           END-IF.
      *=====> QUADRO POR TIPO
           PERFORM PROCURA-TIPO THRU PROCURA-TIPO-FIM.
           IF  TIPO-ACHADO
               MOVE WS-TIPO-DESC(WS-TIPO-IX) TO WL-TIPO
               IF  S-SITUACAO = "E"
                   ADD 1 TO WS-QT-AGUARD(WS-TIPO-IX)
               ELSE
                   ADD 1 TO WS-QT-ABERTOS(WS-TIPO-IX)
               END-IF
           ELSE
               MOVE S-TIPO TO WL-TIPO
           END-IF.
           MOVE SPACES TO WL-ALERTA.
           IF  WS-DIAS-ATRASO > ZEROS
               ADD 1 TO VENCIDOS WS-RESP-VENCIDOS
               MOVE "*** VENCIDO" TO WL-ALERTA
               IF  TIPO-ACHADO
                   ADD 1 TO WS-QT-VENCIDOS(WS-TIPO-IX)
               END-IF
           END-IF.
           IF  S-SITUACAO = "E"
               MOVE "AGUARDANDO" TO WL-SITUACAO
           ELSE
               MOVE "ABERTO"     TO WL-SITUACAO
           END-IF.
           IF  WS-LIN-PAGINA >= 50
               PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM
           END-IF.
           MOVE S-FONE         TO WL-FONE.
           MOVE S-NUMERO       TO WL-CASO.
           MOVE S-ABERTURA     TO WL-ABERTURA.
           MOVE S-VENCIMENTO   TO WL-VENC.
           MOVE WS-DIAS-ABERTO TO WL-DIAS.
           MOVE WS-DIAS-ATRASO TO WL-ATRASO.
           MOVE S-ASSUNTO      TO WL-ASSUNTO.
           WRITE RELAT-REC FROM WS-LIN-REL.
           ADD 1 TO WS-LIN-PAGINA.
       LISTA-CASO-FIM.
           EXIT.

      *================================
      * ACHA O TIPO DO CASO ORDENADO NA TABELA (WS-TIPO-IX)
       PROCURA-TIPO.
           MOVE "N"   TO WS-TIPO-ACHADO.
           MOVE ZEROS TO WS-TIPO-IX.
           PERFORM PROCURA-TIPO-LOOP THRU PROCURA-TIPO-LOOP-FIM
               UNTIL TIPO-ACHADO OR WS-TIPO-IX >= 5.
       PROCURA-TIPO-FIM.
           EXIT.

       PROCURA-TIPO-LOOP.
           ADD 1 TO WS-TIPO-IX.
           IF  WS-TIPO-COD(WS-TIPO-IX) = S-TIPO
               MOVE "S" TO WS-TIPO-ACHADO
           END-IF.
       PROCURA-TIPO-LOOP-FIM.
           EXIT.

      *================================
      * LINHA DE QUEBRA COM O CODIGO E O NOME DO RESPONSAVEL
       ESCREVE-RESPONSAVEL.
           ADD 1 TO RESPONSAVEIS.
           MOVE ZEROS TO WS-RESP-CASOS WS-RESP-VENCIDOS.
           MOVE S-RESPONSAVEL TO WR-RESP OP-CHAVE.
           MOVE SPACES        TO WR-NOME.
           IF  OPER-ABERTO
               READ OPERFL
                   KEY IS OP-CHAVE
                   INVALID KEY
                       MOVE "OPERADOR NAO CADASTRADO" TO WR-NOME
                   NOT INVALID KEY
                       MOVE OP-NOME TO WR-NOME
               END-READ
           END-IF.
           IF  WS-LIN-PAGINA >= 48
               PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM
           END-IF.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
           WRITE RELAT-REC FROM WS-LIN-RESP.
           ADD 2 TO WS-LIN-PAGINA.
       ESCREVE-RESPONSAVEL-FIM.
           EXIT.

      *================================
      * SUBTOTAL DO RESPONSAVEL EM QUEBRA
       FECHA-RESPONSAVEL.
           MOVE WS-RESP-CASOS    TO WS-SUB-CASOS.
           MOVE WS-RESP-VENCIDOS TO WS-SUB-VENC.
           WRITE RELAT-REC FROM WS-LIN-SUBTOT.
           ADD 1 TO WS-LIN-PAGINA.
       FECHA-RESPONSAVEL-FIM.
           EXIT.

      *================================
      * QUADRO POR TIPO DE CASO, SEGUIDO DOS TOTAIS
       EMITE-QUADRO-TIPO.
           PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM.
           WRITE RELAT-REC FROM WS-LIN-QUADRO.
           WRITE RELAT-REC FROM WS-CAB-QUADRO.
           ADD 2 TO WS-LIN-PAGINA.
           MOVE ZEROS TO WS-TIPO-IX.
           PERFORM EMITE-TIPO THRU EMITE-TIPO-FIM
               UNTIL WS-TIPO-IX >= 5.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
           MOVE "CASOS LIDOS               : " TO WT-ROTULO.
           MOVE READ-COUNT                     TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "CASOS NAO FECHADOS        : " TO WT-ROTULO.
           MOVE PENDENTES                      TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "CASOS VENCIDOS            : " TO WT-ROTULO.
           MOVE VENCIDOS                       TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "RESPONSAVEIS COM CASOS    : " TO WT-ROTULO.
           MOVE RESPONSAVEIS                   TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
       EMITE-QUADRO-TIPO-FIM.
           EXIT.

       EMITE-TIPO.
           ADD 1 TO WS-TIPO-IX.
           MOVE WS-TIPO-DESC(WS-TIPO-IX)   TO WQ-TIPO.
           MOVE WS-QT-ABERTOS(WS-TIPO-IX)  TO WQ-ABERTOS.
           MOVE WS-QT-AGUARD(WS-TIPO-IX)   TO WQ-AGUARD.
           MOVE WS-QT-VENCIDOS(WS-TIPO-IX) TO WQ-VENCIDOS.
           WRITE RELAT-REC FROM WS-LIN-TIPO.
           ADD 1 TO WS-LIN-PAGINA.
       EMITE-TIPO-FIM.
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
           CLOSE RELATORIO.
           IF  CASO-ABERTO
               CLOSE CASOFL
           END-IF.
           IF  OPER-ABERTO
               CLOSE OPERFL
           END-IF.
           DISPLAY "================================================"
           DISPLAY "CASOS LIDOS          : " READ-COUNT
           DISPLAY "CASOS NAO FECHADOS   : " PENDENTES
           DISPLAY "CASOS VENCIDOS       : " VENCIDOS
           DISPLAY "RESPONSAVEIS         : " RESPONSAVEIS
           DISPLAY "================================================".
       CLOSE-EXIT-PARA.
           EXIT.

      *=================  FIM ======
       EXIT-PARA.
           MOVE "ERRO" TO WS-JOB-STATUS
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           DISPLAY 'FIM CBCASO02 (ABORTADO) ...'
           EXIT PROGRAM.
