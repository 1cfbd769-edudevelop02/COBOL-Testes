      *          cadastro nas telas de inclusao e alteracao, para
      *          departamento digitado errado nao virar subtotal
      *          fantasma na folha de pagamento.
      * Mod log:
      *   15-10-2026 ACC - Orcamento mensal da folha por departamento
      *                     (ORCAREC, ORCAFILE): opcao 6 lanca o
      *                     quadro e o custo orcados do mes (ou do mes
      *                     ate dezembro), opcao 7 lista o ano. O
      *                     CBORC01 compara com o realizado.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CHAVE
               FILE STATUS IS FS-DEPTO.
      *---> orcamento mensal da folha por departamento
           SELECT ORCAFL ASSIGN TO ORCADD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-CHAVE
               FILE STATUS IS FS-ORCA.
      *---> log de controle de jobs, compartilhado entre os programas
           SELECT JOBLOGFL ASSIGN TO JOBLOGDD
               ORGANIZATION IS LINE SEQUENTIAL
      *  TAMANHO DO REGISTRO = 40 CARACTERES SEM TERMINADOR FISICO
       FD DEPTOFL.
           COPY DEPREC.
      *
       FD ORCAFL.
           COPY ORCAREC.
      *
       FD  JOBLOGFL.
           COPY JOBLOG.
           88  FS-DEPTO-EOF         VALUE IS "10".
           88  FS-DEPTO-NAO-EXISTE  VALUE IS "35".

       01  ORCADD            PIC X(30) VALUE "./cbORCAMENTO.IDX".

       01  FS-ORCA           PIC X(02) VALUE SPACES.
           88  FS-ORCA-OK           VALUE IS "00".
           88  FS-ORCA-EOF          VALUE IS "10".
           88  FS-ORCA-NAO-EXISTE   VALUE IS "35".

      *---> SEM O ARQUIVO DE ORCAMENTO O CADASTRO DE DEPTOS SEGUE
      *---> NORMAL E AS OPCOES 6 E 7 FICAM INDISPONIVEIS
       01  WS-ORCA-DISPON    PIC X     VALUE "N".
           88  ORCA-DISPONIVEL VALUE "S".

       01  JOBLOGDD.
           05  FILLER  PIC X(30) VALUE "./cbjoblog.log".

       01  WS-DEP-NOME-INF   PIC X(30) VALUE SPACES.
       01  WS-DEP-STAT-INF   PIC X(01) VALUE SPACE.

      *---> ENTRADA DO ORCAMENTO: MES AAAAMM, QUADRO E CUSTO EM REAIS
       01  WS-ORC-PER-INF    PIC X(06) VALUE SPACES.
       01  WS-ORC-PER-DET REDEFINES WS-ORC-PER-INF.
           05  WS-ORC-ANO-INF PIC 9(04).
           05  WS-ORC-MES-INF PIC 9(02).
       01  WS-ORC-QTD-INF    PIC X(04) VALUE SPACES.
       01  WS-ORC-QTD-N REDEFINES WS-ORC-QTD-INF PIC 9(04).
       01  WS-ORC-CUSTO-INF  PIC X(09) VALUE SPACES.
       01  WS-ORC-CUSTO-N REDEFINES WS-ORC-CUSTO-INF PIC 9(09).
       01  WS-ORC-REPETE     PIC X(01) VALUE SPACE.
       77  WS-ORC-MES        PIC 9(02) VALUE ZEROS.
       01  WS-ORC-EXISTE     PIC X     VALUE "N".
           88  ORC-EXISTE    VALUE "S".
       01  WS-FIM-ORCA       PIC X     VALUE "N".
           88  E-FIM-ORCA    VALUE "S".
       77  WS-ORC-TOTAL      PIC 9(11)V99 VALUE ZEROS.
       77  WS-ORC-CUSTO-ED   PIC ZZZZZZZZ9.99.
       77  WS-ORC-TOTAL-ED   PIC ZZZZZZZZZZ9.99.

       01  COUNTERS.
           05  READ-COUNT     PIC 9(02).
           05  WRITE-COUNT    PIC 9(02).
           EVALUATE WS-CFG-CHAVE
               WHEN "DEPTOFILE"
                   MOVE WS-CFG-VALOR TO DEPTODD
               WHEN "ORCAFILE"
                   MOVE WS-CFG-VALOR TO ORCADD
               WHEN "JOBLOGDD"
                   MOVE WS-CFG-VALOR TO JOBLOGDD
           END-EVALUATE.
      *================================
       OPEN-PARA.
           INITIALIZE READ-COUNT WRITE-COUNT.
           PERFORM ABRE-ORCAMENTO THRU ABRE-ORCAMENTO-FIM.
           OPEN I-O DEPTOFL
           IF  FS-DEPTO-OK
               GO TO OPEN-EXIT-PARA
           END-IF.
       OPEN-EXIT-PARA.
           EXIT.

      * ABRE O ORCAMENTO DOS DEPARTAMENTOS (CRIA VAZIO NA PRIMEIRA
      * VEZ); SEM ELE O CADASTRO DE DEPTOS SEGUE SEM AS OPCOES 6 E 7
       ABRE-ORCAMENTO.
           OPEN I-O ORCAFL
           IF  FS-ORCA-NAO-EXISTE
               DISPLAY "ORCAMENTO DE DEPTOS NAO EXISTE, CRIANDO VAZIO"
               OPEN OUTPUT ORCAFL
               CLOSE ORCAFL
               OPEN I-O ORCAFL
           END-IF.
           IF  FS-ORCA-OK
               MOVE "S" TO WS-ORCA-DISPON
           ELSE
               DISPLAY "ABERTURA DO ORCAMENTO FALHOU=" FS-ORCA
                   "  " ORCADD " - OPCOES 6 E 7 INDISPONIVEIS"
           END-IF.
       ABRE-ORCAMENTO-FIM.
           EXIT.
      *================================
       PROCESS-PARA.
           PERFORM EXIBE-MENU THRU EXIBE-MENU-FIM UNTIL E-SAI.
           DISPLAY " "
           DISPLAY "======= CADASTRO DE DEPARTAMENTOS ======"
           DISPLAY "1-INCLUIR   2-CONSULTAR   3-ALTERAR"
           DISPLAY "4-EXTINGUIR   5-LISTAR TODOS"
           DISPLAY "6-ORCAMENTO DO MES   7-LISTAR ORCAMENTO   0-SAIR"
           DISPLAY "OPCAO ==>> " WITH NO ADVANCING
           ACCEPT WS-OPCAO FROM CONSOLE
           EVALUATE WS-OPCAO
                   PERFORM EXTINGUE-DEP   THRU EXTINGUE-DEP-FIM
               WHEN "5"
                   PERFORM LISTA-DEP      THRU LISTA-DEP-FIM
               WHEN "6"
                   PERFORM LANCA-ORCAMENTO THRU LANCA-ORCAMENTO-FIM
               WHEN "7"
                   PERFORM LISTA-ORCAMENTO THRU LISTA-ORCAMENTO-FIM
               WHEN "0"
                   CONTINUE
               WHEN OTHER
       LISTA-DEP-LOOP-FIM.
           EXIT.
      *===================================
      * ORCAMENTO DA FOLHA DO DEPARTAMENTO: QUADRO E CUSTO ORCADOS
      * PARA O MES (OU DO MES ATE DEZEMBRO). MES JA ORCADO TEM O
      * ORCAMENTO SUBSTITUIDO
       LANCA-ORCAMENTO.
           IF  NOT ORCA-DISPONIVEL
               DISPLAY "ORCAMENTO INDISPONIVEL (" ORCADD ")"
               GO TO LANCA-ORCAMENTO-FIM
           END-IF
           DISPLAY "DEPTO (3 POS)  ==>> " WITH NO ADVANCING
           ACCEPT WS-DEP-COD-INF FROM CONSOLE
           MOVE WS-DEP-COD-INF  TO DP-CHAVE
           READ DEPTOFL
               KEY IS DP-CHAVE
               INVALID KEY
                   DISPLAY "DEPTO NAO ENCONTRADO, CODIGO="
                       WS-DEP-COD-INF
                   GO TO LANCA-ORCAMENTO-FIM
           END-READ
           IF  DP-EXTINTO
               DISPLAY "DEPTO EXTINTO NAO RECEBE ORCAMENTO"
               GO TO LANCA-ORCAMENTO-FIM
           END-IF
           DISPLAY "MES (AAAAMM)   ==>> " WITH NO ADVANCING
           ACCEPT WS-ORC-PER-INF FROM CONSOLE
           IF  WS-ORC-PER-INF NOT NUMERIC
               OR WS-ORC-MES-INF < 1 OR WS-ORC-MES-INF > 12
               DISPLAY "MES DEVE SER AAAAMM"
               GO TO LANCA-ORCAMENTO-FIM
           END-IF
           DISPLAY "QTD FUNCIONARIOS (4 POS) ==>> " WITH NO ADVANCING
           ACCEPT WS-ORC-QTD-INF FROM CONSOLE
           IF  WS-ORC-QTD-INF NOT NUMERIC
               DISPLAY "QUANTIDADE DEVE SER NUMERICA (4 POS)"
               GO TO LANCA-ORCAMENTO-FIM
           END-IF
           DISPLAY "CUSTO DA FOLHA EM REAIS (9 POS) ==>> "
               WITH NO ADVANCING
           ACCEPT WS-ORC-CUSTO-INF FROM CONSOLE
           IF  WS-ORC-CUSTO-INF NOT NUMERIC
               DISPLAY "CUSTO DEVE SER NUMERICO (9 POS, SEM CENTAVOS)"
               GO TO LANCA-ORCAMENTO-FIM
           END-IF
           DISPLAY "REPETIR ATE DEZEMBRO (S/N) ==>> " WITH NO ADVANCING
           ACCEPT WS-ORC-REPETE FROM CONSOLE
           MOVE WS-ORC-MES-INF TO WS-ORC-MES.
           IF  WS-ORC-REPETE = "S" OR WS-ORC-REPETE = "s"
               PERFORM GRAVA-ORCAMENTO-MES
                   THRU GRAVA-ORCAMENTO-MES-FIM
                   UNTIL WS-ORC-MES > 12
           ELSE
               PERFORM GRAVA-ORCAMENTO-MES
                   THRU GRAVA-ORCAMENTO-MES-FIM
           END-IF.
       LANCA-ORCAMENTO-FIM.
           EXIT.

       GRAVA-ORCAMENTO-MES.
           MOVE WS-DEP-COD-INF TO OR-DEPTO.
           MOVE WS-ORC-ANO-INF TO OR-ANO.
           MOVE WS-ORC-MES     TO OR-MES.
           MOVE "N" TO WS-ORC-EXISTE.
           READ ORCAFL
               KEY IS OR-CHAVE
               NOT INVALID KEY
                   MOVE "S" TO WS-ORC-EXISTE
           END-READ.
           MOVE SPACES          TO ORCA-REC.
           MOVE WS-DEP-COD-INF  TO OR-DEPTO.
           MOVE WS-ORC-ANO-INF  TO OR-ANO.
           MOVE WS-ORC-MES      TO OR-MES.
           MOVE WS-ORC-QTD-N    TO OR-QTD-FUNC.
           MOVE WS-ORC-CUSTO-N  TO OR-CUSTO.
           ACCEPT OR-DATA-LANC FROM DATE YYYYMMDD.
           MOVE WS-OPERADOR     TO OR-OPERADOR.
           MOVE OR-CUSTO        TO WS-ORC-CUSTO-ED.
           IF  ORC-EXISTE
               REWRITE ORCA-REC
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR ORCAMENTO, MES="
                           OR-PERIODO
                   NOT INVALID KEY
                       ADD 1 TO WRITE-COUNT
                       DISPLAY "SUBSTITUIDO: " OR-DEPTO "  "
                           OR-PERIODO "  QTD " OR-QTD-FUNC
                           "  CUSTO " WS-ORC-CUSTO-ED
               END-REWRITE
           ELSE
               WRITE ORCA-REC
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR ORCAMENTO, MES="
                           OR-PERIODO
                   NOT INVALID KEY
                       ADD 1 TO WRITE-COUNT
                       DISPLAY "ORCADO    : " OR-DEPTO "  "
                           OR-PERIODO "  QTD " OR-QTD-FUNC
                           "  CUSTO " WS-ORC-CUSTO-ED
               END-WRITE
           END-IF.
           ADD 1 TO WS-ORC-MES.
       GRAVA-ORCAMENTO-MES-FIM.
           EXIT.

      * LISTA OS MESES ORCADOS DO DEPARTAMENTO NO ANO, COM O TOTAL
       LISTA-ORCAMENTO.
           IF  NOT ORCA-DISPONIVEL
               DISPLAY "ORCAMENTO INDISPONIVEL (" ORCADD ")"
               GO TO LISTA-ORCAMENTO-FIM
           END-IF
           DISPLAY "DEPTO (3 POS)  ==>> " WITH NO ADVANCING
           ACCEPT WS-DEP-COD-INF FROM CONSOLE
           DISPLAY "ANO (AAAA)     ==>> " WITH NO ADVANCING
           ACCEPT WS-ORC-PER-INF(1:4) FROM CONSOLE
           IF  WS-ORC-PER-INF(1:4) NOT NUMERIC
               DISPLAY "ANO DEVE SER AAAA"
               GO TO LISTA-ORCAMENTO-FIM
           END-IF
           MOVE ZEROS TO WS-ORC-TOTAL.
           MOVE "N"   TO WS-FIM-ORCA.
           DISPLAY "================================================"
           DISPLAY "ORCAMENTO " WS-DEP-COD-INF " " WS-ORC-PER-INF(1:4)
           DISPLAY "MES       QTD        CUSTO"
           MOVE WS-DEP-COD-INF TO OR-DEPTO.
           MOVE WS-ORC-PER-INF(1:4) TO OR-ANO.
           MOVE ZEROS TO OR-MES.
           START ORCAFL KEY IS NOT LESS THAN OR-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ORCA
           END-START.
           PERFORM LISTA-ORCAMENTO-LOOP THRU LISTA-ORCAMENTO-LOOP-FIM
               UNTIL E-FIM-ORCA.
           MOVE WS-ORC-TOTAL TO WS-ORC-TOTAL-ED.
           DISPLAY "TOTAL NO ANO : " WS-ORC-TOTAL-ED.
       LISTA-ORCAMENTO-FIM.
           EXIT.

       LISTA-ORCAMENTO-LOOP.
           READ ORCAFL NEXT
               AT END
                   MOVE "S" TO WS-FIM-ORCA
                   GO TO LISTA-ORCAMENTO-LOOP-FIM
           END-READ.
           IF  OR-DEPTO NOT = WS-DEP-COD-INF
               OR OR-ANO NOT = WS-ORC-ANO-INF
               MOVE "S" TO WS-FIM-ORCA
               GO TO LISTA-ORCAMENTO-LOOP-FIM
           END-IF.
           ADD OR-CUSTO TO WS-ORC-TOTAL.
           MOVE OR-CUSTO TO WS-ORC-CUSTO-ED.
           DISPLAY OR-PERIODO "    " OR-QTD-FUNC "  " WS-ORC-CUSTO-ED.
       LISTA-ORCAMENTO-LOOP-FIM.
           EXIT.
      *===================================

       CLOSE-PARA.
           CLOSE DEPTOFL.
           IF  ORCA-DISPONIVEL
               CLOSE ORCAFL
           END-IF.
       CLOSE-EXIT-PARA.
           EXIT.

