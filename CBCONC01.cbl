       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBCONC01.
      *
      ****************************************************************
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Conciliacao dos totais declarados pelas lojas, para
      *          rodar depois do cb70_read-write-SEQ: le o arquivo de
      *          totais declarados do dia (cbDECLARADOS.SEQ/DECLREC,
      *          o fechamento do caixa de cada loja), o diario de
      *          movimentos aceitos da rodada (cbMOVACEITOS.SEQ/
      *          ACEITREC) e o arquivo de rejeitados da rodada
      *          (cbARQREJEITADOS.OUT), acumula os tres por loja e
      *          compara quantidade e valor declarados com o que
      *          entrou. Diferenca de valor acima da tolerancia
      *          configurada (CBCONC01_TOLERANCIA, em centavos) ou
      *          quantidade diferente vira linha no relatorio: quando
      *          os rejeitados da loja cobrem a diferenca a ocorrencia
      *          e de rejeito a corrigir no CBREJ01; senao e
      *          divergencia de verdade. Loja que mandou movimento e
      *          nao declarou tambem sai. O CBCOBER01 aponta quem nao
      *          mandou nada; este aponta quem mandou errado.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---> totais declarados pelas lojas (fechamento do caixa)
           SELECT DECLFL ASSIGN TO DECLDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DECL.

      *---> diario de movimentos aceitos gravado pelo cb70
           SELECT ACEITFL ASSIGN TO ACEITDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACEIT.

      *---> arquivo de rejeitados gravado pelo cb70
           SELECT REJFL-E ASSIGN TO REJDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJ.

      *---> cadastro de lojas (mantido pelo CBLOJA01)
           SELECT LOJAFL ASSIGN TO LOJADD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LJ-CHAVE
               FILE STATUS IS FS-LOJA.

      *---> relatorio impresso da conciliacao
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
      *  TAMANHO DO REGISTRO = 40 CARACTERES SEM TERMINADOR FISICO
       FD  DECLFL.
           COPY DECLREC.
      *
      *  TAMANHO DO REGISTRO = 60 CARACTERES SEM TERMINADOR FISICO
       FD  ACEITFL.
           COPY ACEITREC.
      *
      *  TAMANHO DO REGISTRO = 51 CARACTERES SEM TERMINADOR FISICO,
      *  O MESMO LAYOUT DO ARQUIVO DE REJEITADOS DO cb70
       FD REJFL-E.
       01 REJFL-REC.
           05 R-STORE-ID     PIC X(05).
           05 DELIMIT-REJ    PIC X(01).
           05 R-ITEM-ID      PIC X(10).
           05 R-QTDE         PIC X(04).
           05 R-QTDE-9       REDEFINES R-QTDE PIC 9(04).
           05 R-VALOR-UNIT   PIC X(07).
           05 R-VALOR-V      REDEFINES R-VALOR-UNIT PIC 9(05)V99.
           05 R-TIPO-MOV     PIC X(01).
           05 FILLER         PIC X(02).
           05 DELIMIT2-REJ   PIC X(01).
           05 R-MOTIVO       PIC X(20).
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
       01  DECLDD            PIC X(30)
                             VALUE "./files/cbDECLARADOS.SEQ".

       01  FS-DECL           PIC X(02) VALUE SPACES.
           88  FS-DECL-OK    VALUE IS "00".
           88  FS-DECL-EOF   VALUE IS "10".

       01  ACEITDD.
           05  FILLER  PIC X(30) VALUE "./files/cbMOVACEITOS.SEQ".

       01  FS-ACEIT          PIC X(02) VALUE SPACES.
           88  FS-ACEIT-OK   VALUE IS "00".
           88  FS-ACEIT-EOF  VALUE IS "10".

       01  REJDD             PIC X(30)
                             VALUE "./files/cbARQREJEITADOS.OUT".

       01  FS-REJ            PIC X(02) VALUE SPACES.
           88  FS-REJ-OK     VALUE IS "00".
           88  FS-REJ-EOF    VALUE IS "10".

       01  LOJADD            PIC X(30) VALUE "./cbLOJAS.IDX".

       01  FS-LOJA           PIC X(02) VALUE SPACES.
           88  FS-LOJA-OK    VALUE IS "00".
           88  FS-LOJA-EOF   VALUE IS "10".

       01  NOME-ARQ-RELATORIO.
           05  FILLER  PIC X(50) VALUE "./cbconciliacao.out".

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

      *---> DATA CONCILIADA: A DO HEADER DO DIARIO DA RODADA, OU A
      *---> INFORMADA NO 2o ARGUMENTO (AAAAMMDD)
       01  WS-DATA-CONC      PIC 9(08) VALUE ZEROS.

      *---> MAIOR SEQUENCIA JA SOMADA DO DIARIO: NO RESTART DO cb70
      *---> OS MOVIMENTOS DEPOIS DO CHECKPOINT VOLTAM COM A MESMA
      *---> SEQUENCIA E NAO PODEM SER SOMADOS DUAS VEZES
       77  WS-MAIOR-SEQ      PIC 9(07) VALUE ZEROS.
       01  WS-TRAILER-ACHADO PIC X     VALUE "N".
           88  TRAILER-ACHADO VALUE "S".

      *---> TOLERANCIA DA DIFERENCA DE VALOR (EM CENTAVOS NO
      *---> cobol.cfg); ZERO EXIGE VALOR EXATO
       01  WS-TOLER-9        PIC 9(09) VALUE ZEROS.
       01  WS-TOLER-V        REDEFINES WS-TOLER-9 PIC 9(07)V99.

      *---> TOTAIS POR LOJA: DECLARADO, ACEITO E REJEITADO
      *---> (PESQUISA SEQUENCIAL NA TABELA)
       01  WS-CON-TAB.
           05  WS-CON-ENT OCCURS 300 TIMES.
               10  WS-CN-LOJA        PIC 9(05).
               10  WS-CN-DECLAROU    PIC X(01).
               10  WS-CN-VISTA       PIC X(01).
               10  WS-CN-DECL-QTD    PIC 9(05).
               10  WS-CN-DECL-VALOR  PIC S9(09)V99.
               10  WS-CN-ACE-QTD     PIC 9(05).
               10  WS-CN-ACE-VALOR   PIC S9(09)V99.
               10  WS-CN-REJ-QTD     PIC 9(05).
               10  WS-CN-REJ-VALOR   PIC S9(09)V99.

       77  WS-QTD-CON-TAB    PIC 9(03) VALUE ZEROS.
       77  WS-CON-IX         PIC 9(03) VALUE ZEROS.
       77  WS-LOJA-PROC      PIC 9(05) VALUE ZEROS.

       01  WS-CON-ACHADO     PIC X     VALUE "N".
           88  CON-ACHADO    VALUE "S".

      *---> VALOR DO MOVIMENTO CORRENTE E DIFERENCAS DA LOJA
       01  WS-VALOR-MOV      PIC S9(09)V99 VALUE ZEROS.
       01  WS-DIF-VALOR      PIC S9(09)V99 VALUE ZEROS.
       01  WS-DIF-REJ        PIC S9(09)V99 VALUE ZEROS.
       01  WS-DIF-ABS        PIC 9(09)V99  VALUE ZEROS.
       01  WS-DIF-QTD        PIC S9(05)    VALUE ZEROS.

       01  COUNTERS.
           05  DECL-COUNT    PIC 9(07) VALUE ZEROS.
           05  DECL-FORA     PIC 9(07) VALUE ZEROS.
           05  DECL-REPET    PIC 9(07) VALUE ZEROS.
           05  ACEIT-COUNT   PIC 9(07) VALUE ZEROS.
           05  ACEIT-REPET   PIC 9(07) VALUE ZEROS.
           05  REJ-COUNT     PIC 9(07) VALUE ZEROS.
           05  LOJAS-OK      PIC 9(05) VALUE ZEROS.
           05  LOJAS-DIVERG  PIC 9(05) VALUE ZEROS.
           05  LOJAS-REJEITO PIC 9(05) VALUE ZEROS.
           05  LOJAS-SEM-DEC PIC 9(05) VALUE ZEROS.

       77  WS-DATA-RELAT   PIC 9(08).
       77  WS-NUM-PAGINA   PIC 9(03) VALUE ZEROS.
       77  WS-LIN-PAGINA   PIC 9(02) VALUE ZEROS.

       01  WS-CAB-REL1.
           05 FILLER        PIC X(36) VALUE
               "CONCILIACAO DOS TOTAIS DECLARADOS".
           05 FILLER        PIC X(08) VALUE "  DATA: ".
           05 WS-CAB-DATA   PIC 9(08).
           05 FILLER        PIC X(08) VALUE "  PAG.: ".
           05 WS-CAB-PAGINA PIC ZZ9.
           05 FILLER        PIC X(14) VALUE "  MOVIMENTO: ".
           05 WS-CAB-CONC   PIC 9(08).
           05 FILLER        PIC X(14) VALUE "  TOLERANCIA: ".
           05 WS-CAB-TOLER  PIC ZZZZZZ9,99.

       01  WS-CAB-REL2.
           05 FILLER        PIC X(07) VALUE "LOJA".
           05 FILLER        PIC X(22) VALUE "NOME".
           05 FILLER        PIC X(19) VALUE " DECL.QTD/VALOR".
           05 FILLER        PIC X(19) VALUE " ACEITO QTD/VALOR".
           05 FILLER        PIC X(19) VALUE " REJEIT.QTD/VALOR".
           05 FILLER        PIC X(14) VALUE "   DIFERENCA".
           05 FILLER        PIC X(26) VALUE "OCORRENCIA".

       01  WS-LIN-REL.
           05 WL-LOJA       PIC 9(05).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WL-NOME       PIC X(20).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WL-DECL-QTD   PIC ZZZZ9.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WL-DECL-VALOR PIC -(09)9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WL-ACE-QTD    PIC ZZZZ9.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WL-ACE-VALOR  PIC -(09)9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WL-REJ-QTD    PIC ZZZZ9.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WL-REJ-VALOR  PIC -(09)9,99.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WL-DIF-VALOR  PIC -(09)9,99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WL-OCORR      PIC X(26).

       01  WS-TOT-REL.
           05 WT-ROTULO     PIC X(30).
           05 WT-TOTAL      PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CBCONC01 - CONCILIACAO DOS TOTAIS DECLARADOS"
      *====> LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO (SE EXISTIR)
           PERFORM LE-CONFIG THRU LE-CONFIG-FIM
           PERFORM OBTEM-OPERADOR THRU OBTEM-OPERADOR-FIM
      *====> PEGA ARGUMENTOS DE ENTRADA DA LINHA DE COMANDO SE HOUVER
      *====> (1o = TOTAIS DECLARADOS, 2o = DATA AAAAMMDD A CONCILIAR)
           ACCEPT args-cmd-linex   FROM COMMAND-LINE.
           IF  args-cmd-linex  NOT = SPACES
               UNSTRING args-cmd-linex DELIMITED BY SPACE
                   INTO  DECLDD  args-cmd-line2x
               IF  args-cmd-line2x NOT = SPACES
                   IF  args-cmd-line2x(1:8) NUMERIC
                       MOVE args-cmd-line2x(1:8) TO WS-DATA-CONC
                   ELSE
                       DISPLAY "DATA INVALIDA (AAAAMMDD): "
                           args-cmd-line2x
                       GO TO EXIT-PARA
                   END-IF
               END-IF
           END-IF.
      *
           DISPLAY "TOTAIS DECLARADOS : " DECLDD
           DISPLAY "DIARIO DE ACEITOS : " ACEITDD
           DISPLAY "REJEITADOS : " REJDD
           DISPLAY "RELATORIO : " NOME-ARQ-RELATORIO
           PERFORM REGISTRA-JOBLOG-INICIO
               THRU REGISTRA-JOBLOG-INICIO-FIM
           PERFORM OPEN-PARA      THRU OPEN-EXIT-PARA
           PERFORM PROCESS-PARA   THRU PROCESS-EXIT-PARA
           PERFORM CLOSE-PARA     THRU CLOSE-EXIT-PARA.
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           DISPLAY 'FIM CBCONC01 ...'
           STOP RUN.

      *================================
      * LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO ./cobol.cfg, SE
      * EXISTIR, E APLICA OS PARAMETROS DESTE PROGRAMA (OS ARQUIVOS
      * DA RODADA DO cb70 E AS CHAVES CBCONC01_*)
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
               WHEN "CBCONC01_DECLARADOS"
                   MOVE WS-CFG-VALOR TO DECLDD
               WHEN "CBCONC01_RELATORIO"
                   MOVE WS-CFG-VALOR TO NOME-ARQ-RELATORIO
               WHEN "CBCONC01_TOLERANCIA"
                   MOVE WS-CFG-VALOR TO WS-TOLER-9
               WHEN "CB70_ACEITOSDD"
                   MOVE WS-CFG-VALOR TO ACEITDD
               WHEN "CB70_REJFLDD"
                   MOVE WS-CFG-VALOR TO REJDD
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
           MOVE "CBCONC01"        TO JL-PROGRAMA
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
           MOVE "CBCONC01"        TO JL-PROGRAMA
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
      * O DIARIO DA RODADA TEM DE ESTAR COMPLETO (HEADER E TRAILER):
      * CONCILIAR CONTRA UMA RODADA PELA METADE APONTARIA TODAS AS
      * LOJAS COMO DIVERGENTES
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
           IF  WS-DATA-CONC = ZEROS
               MOVE AC-CTL-DATA TO WS-DATA-CONC
           END-IF.
           OPEN INPUT DECLFL
           IF  FS-DECL-OK
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DOS TOTAIS DECLARADOS FALHOU='
                   FS-DECL "  " DECLDD
               CLOSE ACEITFL
               GO TO EXIT-PARA
           END-IF.
           OPEN INPUT LOJAFL
           IF  FS-LOJA-OK
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO CADASTRO DE LOJAS FALHOU='
                   FS-LOJA "  " LOJADD
               CLOSE ACEITFL DECLFL
               GO TO EXIT-PARA
           END-IF.
           OPEN OUTPUT RELATORIO.
           IF  FS-RELAT = "00"
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO RELATORIO FALHOU=' FS-RELAT
                   "  " NOME-ARQ-RELATORIO
               CLOSE ACEITFL DECLFL LOJAFL
               GO TO EXIT-PARA
           END-IF.
           DISPLAY "DATA CONCILIADA : " WS-DATA-CONC.
           ACCEPT WS-DATA-RELAT FROM DATE YYYYMMDD.
           PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM.
       OPEN-EXIT-PARA.
           EXIT.
      *================================
      * PASSO 1: ACUMULA POR LOJA O ACEITO (DIARIO), O REJEITADO E O
      * DECLARADO; PASSO 2: CONFERE AS LOJAS NA ORDEM DO CADASTRO;
      * PASSO 3: AS QUE NAO ESTAO NO CADASTRO
       PROCESS-PARA.
           PERFORM SOMA-ACEITO THRU SOMA-ACEITO-FIM
               UNTIL FS-ACEIT-EOF.
           CLOSE ACEITFL.
           IF  NOT TRAILER-ACHADO
               DISPLAY 'DIARIO DE ACEITOS SEM TRAILER "T" - RODADA '
                   'DO cb70 INCOMPLETA, CONCILIACAO CANCELADA'
               CLOSE DECLFL LOJAFL RELATORIO
               GO TO EXIT-PARA
           END-IF.
      * =====> SEM ARQUIVO DE REJEITADOS A RODADA NAO REJEITOU NADA
           OPEN INPUT REJFL-E.
           IF  FS-REJ-OK
               PERFORM SOMA-REJEITO THRU SOMA-REJEITO-FIM
                   UNTIL FS-REJ-EOF
               CLOSE REJFL-E
           END-IF.
           PERFORM SOMA-DECLARADO THRU SOMA-DECLARADO-FIM
               UNTIL FS-DECL-EOF.
           MOVE LOW-VALUES TO LJ-CHAVE.
           START LOJAFL KEY IS NOT LESS THAN LJ-CHAVE
               INVALID KEY
                   DISPLAY "CADASTRO DE LOJAS VAZIO"
           END-START.
           IF  FS-LOJA-OK
               PERFORM CONFERE-CADASTRO THRU CONFERE-CADASTRO-FIM
                   UNTIL FS-LOJA-EOF
           END-IF.
           MOVE ZEROS TO WS-CON-IX.
           PERFORM CONFERE-FORA-CAD THRU CONFERE-FORA-CAD-FIM
               UNTIL WS-CON-IX >= WS-QTD-CON-TAB.
       PROCESS-EXIT-PARA.
           EXIT.

       SOMA-ACEITO.
           READ ACEITFL
               AT END
                   GO TO SOMA-ACEITO-FIM
           END-READ.
           IF  AC-TRAILER
               MOVE "S" TO WS-TRAILER-ACHADO
               GO TO SOMA-ACEITO-FIM
           END-IF.
           IF  AC-SEQ NOT > WS-MAIOR-SEQ
               ADD 1 TO ACEIT-REPET
               GO TO SOMA-ACEITO-FIM
           END-IF.
           MOVE AC-SEQ TO WS-MAIOR-SEQ.
           ADD 1 TO ACEIT-COUNT.
           MOVE AC-STORE-ID TO WS-LOJA-PROC.
           PERFORM ACHA-LOJA-TAB THRU ACHA-LOJA-TAB-FIM.
           IF  NOT CON-ACHADO
               GO TO SOMA-ACEITO-FIM
           END-IF.
           COMPUTE WS-VALOR-MOV = AC-QTDE * AC-VALOR-UNIT.
           IF  AC-DEVOLUCAO
               SUBTRACT WS-VALOR-MOV FROM WS-CN-ACE-VALOR(WS-CON-IX)
           ELSE
               ADD WS-VALOR-MOV TO WS-CN-ACE-VALOR(WS-CON-IX)
           END-IF.
           ADD 1 TO WS-CN-ACE-QTD(WS-CON-IX).
       SOMA-ACEITO-FIM.
           EXIT.

      *---> REJEITO COM LOJA INVALIDA NAO TEM A QUEM SER ATRIBUIDO;
      *---> QUANTIDADE OU VALOR INVALIDOS CONTAM O REGISTRO SEM VALOR
       SOMA-REJEITO.
           READ REJFL-E
               AT END
                   GO TO SOMA-REJEITO-FIM
           END-READ.
           ADD 1 TO REJ-COUNT.
           IF  R-STORE-ID NOT NUMERIC
               GO TO SOMA-REJEITO-FIM
           END-IF.
           MOVE R-STORE-ID TO WS-LOJA-PROC.
           PERFORM ACHA-LOJA-TAB THRU ACHA-LOJA-TAB-FIM.
           IF  NOT CON-ACHADO
               GO TO SOMA-REJEITO-FIM
           END-IF.
           ADD 1 TO WS-CN-REJ-QTD(WS-CON-IX).
           IF  R-QTDE NUMERIC AND R-VALOR-UNIT NUMERIC
               COMPUTE WS-VALOR-MOV = R-QTDE-9 * R-VALOR-V
               IF  R-TIPO-MOV = "D"
                   SUBTRACT WS-VALOR-MOV
                       FROM WS-CN-REJ-VALOR(WS-CON-IX)
               ELSE
                   ADD WS-VALOR-MOV TO WS-CN-REJ-VALOR(WS-CON-IX)
               END-IF
           END-IF.
       SOMA-REJEITO-FIM.
           EXIT.

      *---> SO O FECHAMENTO DA DATA CONCILIADA CONTA; LOJA QUE
      *---> DECLAROU DUAS VEZES FICA COM A ULTIMA DECLARACAO
       SOMA-DECLARADO.
           READ DECLFL
               AT END
                   GO TO SOMA-DECLARADO-FIM
           END-READ.
           IF  DC-DATA NOT = WS-DATA-CONC
               ADD 1 TO DECL-FORA
               GO TO SOMA-DECLARADO-FIM
           END-IF.
           IF  DC-STORE-ID NOT NUMERIC OR DC-QTD-MOV NOT NUMERIC
               OR DC-VALOR NOT NUMERIC
               DISPLAY "DECLARACAO INVALIDA IGNORADA: " DECLARADO-REC
               ADD 1 TO DECL-FORA
               GO TO SOMA-DECLARADO-FIM
           END-IF.
           ADD 1 TO DECL-COUNT.
           MOVE DC-STORE-ID TO WS-LOJA-PROC.
           PERFORM ACHA-LOJA-TAB THRU ACHA-LOJA-TAB-FIM.
           IF  NOT CON-ACHADO
               GO TO SOMA-DECLARADO-FIM
           END-IF.
           IF  WS-CN-DECLAROU(WS-CON-IX) = "S"
               ADD 1 TO DECL-REPET
               DISPLAY "LOJA " DC-STORE-ID
                   " DECLAROU MAIS DE UMA VEZ, VALE A ULTIMA"
           END-IF.
           MOVE "S"        TO WS-CN-DECLAROU(WS-CON-IX).
           MOVE DC-QTD-MOV TO WS-CN-DECL-QTD(WS-CON-IX).
           MOVE DC-VALOR   TO WS-CN-DECL-VALOR(WS-CON-IX).
       SOMA-DECLARADO-FIM.
           EXIT.
      *================================
      * PROCURA A LOJA DE WS-LOJA-PROC NA TABELA, INCLUINDO SE FOR A
      * PRIMEIRA VEZ; COM A TABELA CHEIA A LOJA FICA DE FORA E O JOB
      * TERMINA COM ERRO
       ACHA-LOJA-TAB.
           MOVE "N"   TO WS-CON-ACHADO.
           MOVE ZEROS TO WS-CON-IX.
           PERFORM PROCURA-LOJA-TAB THRU PROCURA-LOJA-TAB-FIM
               UNTIL CON-ACHADO OR WS-CON-IX >= WS-QTD-CON-TAB.
           IF  CON-ACHADO
               GO TO ACHA-LOJA-TAB-FIM
           END-IF.
           IF  WS-QTD-CON-TAB >= 300
               DISPLAY "TABELA DE LOJAS CHEIA, LOJA " WS-LOJA-PROC
                   " FORA DA CONCILIACAO"
               MOVE "ERRO" TO WS-JOB-STATUS
               GO TO ACHA-LOJA-TAB-FIM
           END-IF.
           ADD 1 TO WS-QTD-CON-TAB.
           MOVE WS-QTD-CON-TAB TO WS-CON-IX.
           MOVE WS-LOJA-PROC TO WS-CN-LOJA(WS-CON-IX).
           MOVE "N"          TO WS-CN-DECLAROU(WS-CON-IX)
                                WS-CN-VISTA(WS-CON-IX).
           MOVE ZEROS        TO WS-CN-DECL-QTD(WS-CON-IX)
                                WS-CN-DECL-VALOR(WS-CON-IX)
                                WS-CN-ACE-QTD(WS-CON-IX)
                                WS-CN-ACE-VALOR(WS-CON-IX)
                                WS-CN-REJ-QTD(WS-CON-IX)
                                WS-CN-REJ-VALOR(WS-CON-IX).
           MOVE "S"          TO WS-CON-ACHADO.
       ACHA-LOJA-TAB-FIM.
           EXIT.

       PROCURA-LOJA-TAB.
           ADD 1 TO WS-CON-IX.
           IF  WS-CN-LOJA(WS-CON-IX) = WS-LOJA-PROC
               MOVE "S" TO WS-CON-ACHADO
           END-IF.
       PROCURA-LOJA-TAB-FIM.
           EXIT.
      *================================
      * CONFERE A PROXIMA LOJA DO CADASTRO QUE TEVE MOVIMENTO,
      * REJEITO OU DECLARACAO
       CONFERE-CADASTRO.
           READ LOJAFL NEXT
               AT END
                   GO TO CONFERE-CADASTRO-FIM
           END-READ.
           MOVE "N"   TO WS-CON-ACHADO.
           MOVE ZEROS TO WS-CON-IX.
           MOVE LJ-STORE-ID TO WS-LOJA-PROC.
           PERFORM PROCURA-LOJA-TAB THRU PROCURA-LOJA-TAB-FIM
               UNTIL CON-ACHADO OR WS-CON-IX >= WS-QTD-CON-TAB.
           IF  NOT CON-ACHADO
               GO TO CONFERE-CADASTRO-FIM
           END-IF.
           MOVE "S"     TO WS-CN-VISTA(WS-CON-IX).
           MOVE LJ-NOME TO WL-NOME.
           PERFORM CONFERE-LOJA THRU CONFERE-LOJA-FIM.
       CONFERE-CADASTRO-FIM.
           EXIT.

       CONFERE-FORA-CAD.
           ADD 1 TO WS-CON-IX.
           IF  WS-CN-VISTA(WS-CON-IX) = "S"
               GO TO CONFERE-FORA-CAD-FIM
           END-IF.
           MOVE "LOJA NAO CADASTRADA" TO WL-NOME.
           PERFORM CONFERE-LOJA THRU CONFERE-LOJA-FIM.
       CONFERE-FORA-CAD-FIM.
           EXIT.
      *================================
      * COMPARA O DECLARADO DA LOJA DE WS-CON-IX COM O ACEITO; A
      * DIFERENCA QUE OS REJEITADOS DA LOJA COBREM E REJEITO A
      * CORRIGIR, O RESTO E DIVERGENCIA
       CONFERE-LOJA.
           IF  WS-CN-DECLAROU(WS-CON-IX) NOT = "S"
               ADD 1 TO LOJAS-SEM-DEC
               MOVE "MOVIMENTO SEM DECLARACAO" TO WL-OCORR
               PERFORM APONTA-LOJA THRU APONTA-LOJA-FIM
               GO TO CONFERE-LOJA-FIM
           END-IF.
           COMPUTE WS-DIF-VALOR = WS-CN-DECL-VALOR(WS-CON-IX)
               - WS-CN-ACE-VALOR(WS-CON-IX).
           COMPUTE WS-DIF-QTD = WS-CN-DECL-QTD(WS-CON-IX)
               - WS-CN-ACE-QTD(WS-CON-IX).
           MOVE WS-DIF-VALOR TO WS-DIF-ABS.
           IF  WS-DIF-ABS NOT > WS-TOLER-V AND WS-DIF-QTD = ZEROS
               ADD 1 TO LOJAS-OK
               GO TO CONFERE-LOJA-FIM
           END-IF.
           COMPUTE WS-DIF-REJ = WS-DIF-VALOR
               - WS-CN-REJ-VALOR(WS-CON-IX).
           MOVE WS-DIF-REJ TO WS-DIF-ABS.
           IF  WS-DIF-ABS NOT > WS-TOLER-V
               AND WS-DIF-QTD = WS-CN-REJ-QTD(WS-CON-IX)
               ADD 1 TO LOJAS-REJEITO
               MOVE "DIFERENCA NOS REJEITADOS" TO WL-OCORR
           ELSE
               ADD 1 TO LOJAS-DIVERG
               MOVE "DIVERGENTE" TO WL-OCORR
           END-IF.
           PERFORM APONTA-LOJA THRU APONTA-LOJA-FIM.
       CONFERE-LOJA-FIM.
           EXIT.

       APONTA-LOJA.
           IF  WS-LIN-PAGINA >= 50
               PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM
           END-IF
           MOVE WS-CN-LOJA(WS-CON-IX)       TO WL-LOJA
           MOVE WS-CN-DECL-QTD(WS-CON-IX)   TO WL-DECL-QTD
           MOVE WS-CN-DECL-VALOR(WS-CON-IX) TO WL-DECL-VALOR
           MOVE WS-CN-ACE-QTD(WS-CON-IX)    TO WL-ACE-QTD
           MOVE WS-CN-ACE-VALOR(WS-CON-IX)  TO WL-ACE-VALOR
           MOVE WS-CN-REJ-QTD(WS-CON-IX)    TO WL-REJ-QTD
           MOVE WS-CN-REJ-VALOR(WS-CON-IX)  TO WL-REJ-VALOR
           COMPUTE WS-DIF-VALOR = WS-CN-DECL-VALOR(WS-CON-IX)
               - WS-CN-ACE-VALOR(WS-CON-IX)
           MOVE WS-DIF-VALOR                TO WL-DIF-VALOR
           WRITE RELAT-REC FROM WS-LIN-REL
           ADD 1 TO WS-LIN-PAGINA.
       APONTA-LOJA-FIM.
           EXIT.

       ESCREVE-CABECALHO.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE ZEROS TO WS-LIN-PAGINA.
           MOVE WS-DATA-RELAT TO WS-CAB-DATA.
           MOVE WS-NUM-PAGINA TO WS-CAB-PAGINA.
           MOVE WS-DATA-CONC  TO WS-CAB-CONC.
           MOVE WS-TOLER-V    TO WS-CAB-TOLER.
           WRITE RELAT-REC FROM WS-CAB-REL1.
           WRITE RELAT-REC FROM WS-CAB-REL2.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
       ESCREVE-CABECALHO-FIM.
           EXIT.

       CLOSE-PARA.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
           MOVE "DECLARACOES DA DATA       : " TO WT-ROTULO.
           MOVE DECL-COUNT                     TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "DECLARACOES IGNORADAS     : " TO WT-ROTULO.
           MOVE DECL-FORA                      TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "MOVIMENTOS ACEITOS        : " TO WT-ROTULO.
           MOVE ACEIT-COUNT                    TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "MOVIMENTOS REJEITADOS     : " TO WT-ROTULO.
           MOVE REJ-COUNT                      TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "LOJAS CONCILIADAS         : " TO WT-ROTULO.
           MOVE LOJAS-OK                       TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "DIFERENCA NOS REJEITADOS  : " TO WT-ROTULO.
           MOVE LOJAS-REJEITO                  TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "LOJAS DIVERGENTES         : " TO WT-ROTULO.
           MOVE LOJAS-DIVERG                   TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "MOVIMENTO SEM DECLARACAO  : " TO WT-ROTULO.
           MOVE LOJAS-SEM-DEC                  TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           CLOSE DECLFL LOJAFL RELATORIO.
           DISPLAY "================================================"
           DISPLAY "DECLARACOES DA DATA    : " DECL-COUNT
           DISPLAY "DECLARACOES IGNORADAS  : " DECL-FORA
           DISPLAY "DECLARACOES REPETIDAS  : " DECL-REPET
           DISPLAY "MOVIMENTOS ACEITOS     : " ACEIT-COUNT
           DISPLAY "REPETIDOS NO DIARIO    : " ACEIT-REPET
           DISPLAY "MOVIMENTOS REJEITADOS  : " REJ-COUNT
           DISPLAY "LOJAS CONCILIADAS      : " LOJAS-OK
           DISPLAY "DIFERENCA NOS REJEITOS : " LOJAS-REJEITO
           DISPLAY "LOJAS DIVERGENTES      : " LOJAS-DIVERG
           DISPLAY "SEM DECLARACAO         : " LOJAS-SEM-DEC
           DISPLAY "================================================".
       CLOSE-EXIT-PARA.
           EXIT.

      *=================  FIM ======
       EXIT-PARA.
           MOVE "ERRO" TO WS-JOB-STATUS
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           DISPLAY 'FIM CBCONC01 (ABORTADO) ...'
           EXIT PROGRAM.
