      *                     COMPRAREC, fone + sequencia, a mesma
      *                     disciplina do historico de contatos),
      *                     exibido na CONSULTA do CADCLI01.
      *   15-10-2026 ACC - Diario de movimentos aceitos (cbMOVACEITOS
      *                     .SEQ/ACEITREC, chave CB70_ACEITOSDD): uma
      *                     linha por movimento roteado, numerada pela
      *                     posicao do registro na entrada, entre o
      *                     header "H" e o trailer "T" de controle.
      *                     E a entrada do CBEST01, que lanca o saldo
      *                     de estoque por loja e item; a numeracao
      *                     repetida depois de um restart nao lanca
      *                     de novo.
      *   15-10-2026 ACC - Devolucao de mercadoria (MOV-TIPO "D" no
      *                     registro de movimento, digitada no
      *                     CBMOV01): roteada como estorno - marcada
      *                     com "D" na saida regional e no diario,
      *                     subtraindo do valor da regiao e do
      *                     trailer (que passa a ser o valor liquido,
      *                     com sinal) - e lancada no historico de
      *                     compras do cliente com quantidade
      *                     negativa. Tipo desconhecido vira rejeito
      *                     com motivo. Rejeitado carrega o tipo para
      *                     o reenvio do CBREJ01. Checkpoint ganhou o
      *                     contador e o valor das devolucoes
      *                     (descartar checkpoint pendente na virada).
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJFL.

      *---> diario de movimentos aceitos (roteados para uma saida
      *     regional), lido pelo CBEST01 para lancar o estoque
           SELECT ACEITFL ASSIGN TO ACEITDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACEIT.

      *---> arquivo de checkpoint/restart para extratos grandes
           SELECT CKPTFL ASSIGN TO CKPTDD
               ORGANIZATION IS LINE SEQUENTIAL
           05 VALOR-UNIT   PIC 9(05)V99.
      *---> TELEFONE OPCIONAL DO CLIENTE (ZEROS = SEM CLIENTE)
           05 CLI-FONE     PIC 9(09).
      *---> TIPO DO MOVIMENTO: VENDA (ESPACO OU "V") OU DEVOLUCAO
      *     DO CLIENTE ("D"), QUE ENTRA COMO ESTORNO
           05 MOV-TIPO     PIC X(01).
               88 MOV-VENDA      VALUE SPACE "V".
               88 MOV-DEVOLUCAO  VALUE "D".
           05 FILLER       PIC X(03).
      *
      *  TAMANHO DO REGISTRO = 31 CARACTERES SEM TERMINADOR FISICO,
      *  LAYOUT MONTADO EM WS-SAIDA-REG E GRAVADO VIA WS-REG-LINHA
           05 R-ITEM-ID      PIC X(10).
           05 R-QTDE         PIC 9(04).
           05 R-VALOR-UNIT   PIC 9(05)V99.
           05 R-TIPO-MOV     PIC X(01).
           05 FILLER         PIC X(02).
           05 DELIMIT2-REJ   PIC X(01).
           05 R-MOTIVO       PIC X(20).
      *
      *  TAMANHO DO REGISTRO = 60 CARACTERES SEM TERMINADOR FISICO
       FD  ACEITFL.
           COPY ACEITREC.
      *
      *  TAMANHO DO REGISTRO = 193 CARACTERES SEM TERMINADOR FISICO
       FD  CKPTFL.
       01  CKPT-REC.
           05 CKPT-READ-COUNT   PIC 9(05).
           05 CKPT-REG-TAB.
              10 CKPT-REG-ENT OCCURS 9 TIMES.
                 15 CKPT-REG-WRITE PIC 9(05).
                 15 CKPT-REG-VALOR PIC S9(09)V99.
      *---> DEVOLUCOES ROTEADAS (ESTORNOS) ATE O CHECKPOINT
           05 CKPT-DEVOL-COUNT  PIC 9(05).
           05 CKPT-VALOR-DEVOL  PIC 9(09)V99.
      *
      *  TAMANHO DO REGISTRO = 40 CARACTERES SEM TERMINADOR FISICO
       FD  LOJAFL.
       01  CKPTDD.
           05  FILLER  PIC X(30) VALUE "./files/cbARQCHECKPOINT.DAT".

       01  ACEITDD.
           05  FILLER  PIC X(30) VALUE "./files/cbMOVACEITOS.SEQ".

       01  FS-ACEIT          PIC X(02) VALUE "X".
           88  FS-ACEIT-OK    VALUE IS "00".

      *---> VALOR LIQUIDO DOS MOVIMENTOS ACEITOS (SOMA DAS REGIOES,
      *---> DEVOLUCOES SUBTRAIDAS), CARREGADO NO TRAILER DO DIARIO
       01  WS-ACEIT-VALOR    PIC S9(09)V99 VALUE ZEROS.

       01  LOJADD            PIC X(30) VALUE "./cbLOJAS.IDX".

       01  FS-LOJA           PIC X(02) VALUE SPACES.

      *---> TABELA DE REGIOES ATIVAS MONTADA DO CADASTRO DE REGIOES
      *---> NA ABERTURA: CODIGO, NOME, ARQUIVO DE SAIDA E OS
      *---> CONTADORES/VALORES GRAVADOS NA SAIDA DE CADA UMA (VALOR
      *---> LIQUIDO: A DEVOLUCAO SUBTRAI)
       01  WS-REG-TAB.
           05  WS-REG-ENT OCCURS 9 TIMES.
               10  WS-REG-COD    PIC 9(01).
               10  WS-REG-NOME   PIC X(20).
               10  WS-REG-ARQ    PIC X(30).
               10  WS-REG-WRITE  PIC 9(05).
               10  WS-REG-VALOR  PIC S9(09)V99.

       77  WS-QTD-REG        PIC 9(02) VALUE ZEROS.
       77  WS-REG-IX         PIC 9(02) VALUE ZEROS.
           05 SR-ITEM-ID     PIC X(10).
           05 SR-QTDE        PIC 9(04).
           05 SR-VALOR-UNIT  PIC 9(05)V99.
      *---> "D" NA DEVOLUCAO (ESTORNO), ESPACO NA VENDA
           05 SR-TIPO-MOV    PIC X(01).
           05 FILLER         PIC X(02).
           05 SR-DELIMIT2    PIC X(01).

      *---> LINHA DE 31 BYTES EFETIVAMENTE GRAVADA (DADOS, HEADER
      *---> FICA NA TABELA WS-REG-TAB)
       01  VALOR-COUNTERS.
           05  VALOR-REJ      PIC 9(09)V99.
      *---> DEVOLUCOES ROTEADAS COMO ESTORNO: QUANTAS E QUANTO
           05  DEVOL-COUNT    PIC 9(05).
           05  VALOR-DEVOL    PIC 9(09)V99.

      *---> VALOR DO MOVIMENTO CORRENTE E MASCARA DE EXIBICAO
       01  WS-VALOR-MOV       PIC 9(09)V99 VALUE ZEROS.
       01  WS-VALOR-ED        PIC 9(09),99.
      *---> MASCARA DO VALOR LIQUIDO (COM SINAL) DAS REGIOES
       01  WS-VALOR-SED       PIC -(09)9,99.

       01  args-cmd-line2x    PIC X(10)  VALUE SPACES.
       01  WS-CORTE           PIC 9(05) VALUE 12346.
       01  WS-CTL-TRL.
           05  WS-TRL-TIPO    PIC X(01) VALUE "T".
           05  WS-TRL-COUNT   PIC 9(09).
      *---> VALOR LIQUIDO MOVIMENTADO NA SAIDA (DECIMAL IMPLICITO DE
      *---> 2 CASAS, SINAL NO ULTIMO DIGITO SO QUANDO AS DEVOLUCOES
      *---> SUPERAM AS VENDAS), PARA A CONCILIACAO FINANCEIRA
           05  WS-TRL-VALOR   PIC S9(09)V99.
           05  FILLER         PIC X(10) VALUE SPACES.
      *
       77  XY     PIC X.
                   MOVE WS-CFG-VALOR TO REJFLDD
               WHEN "CB70_CKPTDD"
                   MOVE WS-CFG-VALOR TO CKPTDD
               WHEN "CB70_ACEITOSDD"
                   MOVE WS-CFG-VALOR TO ACEITDD
               WHEN "LOJAFILE"
                   MOVE WS-CFG-VALOR TO LOJADD
               WHEN "ITEMFILE"
               FS-REJFL  "  FILEL=" REJFLDD
               GO TO EXIT-PARA
           END-IF.
      * =====> DIARIO DE MOVIMENTOS ACEITOS, NO MODO EXTEND SE FOR
      * =====> RESTART (O HEADER DA RODADA ORIGINAL JA ESTA LA E
      * =====> CONTINUA IDENTIFICANDO O LOTE PARA O CBEST01)
           IF  E-RESTART
               OPEN EXTEND ACEITFL
           ELSE
               OPEN OUTPUT ACEITFL
           END-IF.
           IF  FS-ACEIT-OK
               DISPLAY "ABRIU DIARIO DE ACEITOS "
           ELSE
               DISPLAY 'ABERTURA DO DIARIO DE ACEITOS FALHOU, ST='
               FS-ACEIT  "  FILEL=" ACEITDD
               GO TO EXIT-PARA
           END-IF.
           IF  NOT E-RESTART
               MOVE WS-CTL-CAB TO ACEITO-REC
               WRITE ACEITO-REC
           END-IF.
      * =====> HISTORICO DE COMPRAS DO CLIENTE, CRIADO VAZIO SE
      * =====> AINDA NAO EXISTIR (MESMA DISCIPLINA DO CONTFILE)
           OPEN I-O COMPRAFL
                   MOVE CKPT-WRITE-COUNT  TO WRITE-COUNT
                   MOVE CKPT-SKIP-COUNT   TO SKIP-COUNT
                   MOVE CKPT-VALOR-REJ    TO VALOR-REJ
                   IF  CKPT-DEVOL-COUNT NUMERIC
                       MOVE CKPT-DEVOL-COUNT TO DEVOL-COUNT
                       MOVE CKPT-VALOR-DEVOL TO VALOR-DEVOL
                   END-IF
      *=====> RESTAURA OS CONTADORES E VALORES POR REGIAO DA SECAO
      *=====> POR REGIAO DO CHECKPOINT
                   MOVE ZEROS TO WS-REG-IX2
               PERFORM GRAVA-REJEITO THRU GRAVA-REJEITO-FIM
               GO TO WRITE-CKPT-PARA
           END-IF
      *=====> TIPO DO MOVIMENTO PRECISA SER VENDA OU DEVOLUCAO
           IF  NOT MOV-VENDA AND NOT MOV-DEVOLUCAO
               MOVE "TIPO MOV INVALIDO" TO WS-MOTIVO-REJ
               PERFORM GRAVA-REJEITO THRU GRAVA-REJEITO-FIM
               GO TO WRITE-CKPT-PARA
           END-IF
           COMPUTE WS-VALOR-MOV = QTDE-MOV * VALOR-UNIT
           IF  STORE-ID > WS-CORTE
               DISPLAY '   STORE-ID: ' STORE-ID
                   MOVE VALOR-UNIT   TO SR-VALOR-UNIT
                   MOVE "|"          TO SR-DELIMIT
                   MOVE "#"          TO SR-DELIMIT2
      *=====> DEVOLUCAO SAI MARCADA COMO ESTORNO E SUBTRAI DO VALOR
      *=====> DA REGIAO
                   IF  MOV-DEVOLUCAO
                       MOVE "D"      TO SR-TIPO-MOV
                   END-IF
                   MOVE WS-SAIDA-REG TO WS-REG-LINHA
                   PERFORM GRAVA-SAIDA-REG THRU GRAVA-SAIDA-REG-FIM
                   ADD 1 TO WRITE-COUNT
                   ADD 1 TO WS-REG-WRITE(WS-REG-IX)
                   IF  MOV-DEVOLUCAO
                       SUBTRACT WS-VALOR-MOV
                           FROM WS-REG-VALOR(WS-REG-IX)
                       ADD 1 TO DEVOL-COUNT
                       ADD WS-VALOR-MOV TO VALOR-DEVOL
                   ELSE
                       ADD WS-VALOR-MOV TO WS-REG-VALOR(WS-REG-IX)
                   END-IF
                   PERFORM GRAVA-ACEITO THRU GRAVA-ACEITO-FIM
      *=====> MOVIMENTO COM TELEFONE DO CLIENTE VAI TAMBEM PARA O
      *=====> HISTORICO DE COMPRAS
                   IF  CLI-FONE NUMERIC AND CLI-FONE > ZEROS
       WRITE-EXIT-PARA.
           EXIT.
      *================================
      * GRAVA O MOVIMENTO ACEITO NO DIARIO, NUMERADO PELA POSICAO
      * DO REGISTRO NA ENTRADA (READ-COUNT): NO RESTART OS
      * MOVIMENTOS DEPOIS DO CHECKPOINT VOLTAM COM A MESMA
      * SEQUENCIA, E O CBEST01 NAO OS LANCA DUAS VEZES
       GRAVA-ACEITO.
           MOVE SPACES                TO ACEITO-REC.
           MOVE READ-COUNT            TO AC-SEQ.
           MOVE WS-CAB-DATA           TO AC-DATA.
           MOVE STORE-ID              TO AC-STORE-ID.
           MOVE WS-REG-COD(WS-REG-IX) TO AC-REGIAO.
           MOVE ITEM-ID               TO AC-ITEM-ID.
           MOVE QTDE-MOV              TO AC-QTDE.
           MOVE VALOR-UNIT            TO AC-VALOR-UNIT.
           IF  MOV-DEVOLUCAO
               MOVE "D"               TO AC-TIPO-MOV
           ELSE
               MOVE "V"               TO AC-TIPO-MOV
           END-IF.
           IF  CLI-FONE NUMERIC
               MOVE CLI-FONE          TO AC-CLI-FONE
           ELSE
               MOVE ZEROS             TO AC-CLI-FONE
           END-IF.
           WRITE ACEITO-REC.
       GRAVA-ACEITO-FIM.
           EXIT.
      *================================
      * LANCA O MOVIMENTO CORRENTE NO HISTORICO DE COMPRAS DO
      * CLIENTE: ACHA A ULTIMA SEQUENCIA JA GRAVADA SOB O TELEFONE
      * (MESMA DISCIPLINA DO HISTORICO DE CONTATOS DO CADCLI01) E
      * GRAVA A COMPRA COM DATA, LOJA, ITEM, QUANTIDADE E VALOR; A
      * DEVOLUCAO ENTRA COM QUANTIDADE NEGATIVA, ABATENDO A COMPRA
       LANCA-COMPRA.
           MOVE ZEROS TO WS-CP-ULT-SEQ.
           MOVE "N"   TO WS-FIM-COMPRAS.
           ACCEPT CP-DATA FROM DATE YYYYMMDD.
           MOVE STORE-ID       TO CP-LOJA.
           MOVE ITEM-ID        TO CP-ITEM.
           IF  MOV-DEVOLUCAO
               COMPUTE CP-QTDE = ZEROS - QTDE-MOV
           ELSE
               MOVE QTDE-MOV   TO CP-QTDE
           END-IF.
           MOVE VALOR-UNIT     TO CP-VALOR-UNIT.
           WRITE COMPRA-REC
               INVALID KEY
               MOVE ZEROS      TO R-QTDE
               MOVE ZEROS      TO R-VALOR-UNIT
           END-IF
           MOVE MOV-TIPO      TO R-TIPO-MOV
           MOVE "|"           TO DELIMIT-REJ
           MOVE "|"           TO DELIMIT2-REJ
           MOVE WS-MOTIVO-REJ TO R-MOTIVO
           MOVE WS-ARQ-IX    TO CKPT-FILE-IX
           MOVE WS-ARQ-READ  TO CKPT-FILE-READ
           MOVE VALOR-REJ    TO CKPT-VALOR-REJ
           MOVE DEVOL-COUNT  TO CKPT-DEVOL-COUNT
           MOVE VALOR-DEVOL  TO CKPT-VALOR-DEVOL
           MOVE ZEROS        TO CKPT-REG-TAB
           MOVE ZEROS        TO WS-REG-IX2
           PERFORM SALVA-CKPT-REG THRU SALVA-CKPT-REG-FIM
           MOVE ZEROS TO WS-REG-IX.
           PERFORM FECHA-SAIDA-REG THRU FECHA-SAIDA-REG-FIM
               UNTIL WS-REG-IX >= WS-QTD-REG.
      * =====> TRAILER DO DIARIO DE ACEITOS: CONTAGEM E VALOR DE
      * =====> TUDO QUE FOI ROTEADO (SOMA DAS SAIDAS REGIONAIS); SEM
      * =====> ELE O CBEST01 NAO LANCA O DIARIO
           MOVE WRITE-COUNT    TO WS-TRL-COUNT.
           MOVE WS-ACEIT-VALOR TO WS-TRL-VALOR.
           MOVE WS-CTL-TRL     TO ACEITO-REC.
           WRITE ACEITO-REC.
           CLOSE REJFL-S  LOJAFL  ITEMFL  COMPRAFL  ACEITFL.
           PERFORM LIMPA-CHECKPOINT THRU LIMPA-CHECKPOINT-FIM.
           DISPLAY "================================================"
           DISPLAY "TOTAIS DE CONTROLE DO JOB"
           MOVE ZEROS TO WS-REG-IX
           PERFORM MOSTRA-TOTAL-REG THRU MOSTRA-TOTAL-REG-FIM
               UNTIL WS-REG-IX >= WS-QTD-REG
           MOVE VALOR-DEVOL TO WS-VALOR-ED
           DISPLAY "DEVOLUCOES (ESTORNOS)     : " DEVOL-COUNT
               " VALOR: " WS-VALOR-ED
           DISPLAY "REGISTROS REJEITADOS      : " SKIP-COUNT
           MOVE VALOR-REJ TO WS-VALOR-ED
           DISPLAY "VALOR NOS REJEITADOS      : " WS-VALOR-ED
           ADD 1 TO WS-REG-IX.
           MOVE WS-REG-WRITE(WS-REG-IX) TO WS-TRL-COUNT.
           MOVE WS-REG-VALOR(WS-REG-IX) TO WS-TRL-VALOR.
           ADD WS-REG-VALOR(WS-REG-IX) TO WS-ACEIT-VALOR.
           MOVE WS-CTL-TRL TO WS-REG-LINHA.
           PERFORM GRAVA-SAIDA-REG THRU GRAVA-SAIDA-REG-FIM.
       TRAILER-SAIDA-REG-FIM.
      *================================
       MOSTRA-TOTAL-REG.
           ADD 1 TO WS-REG-IX.
           MOVE WS-REG-VALOR(WS-REG-IX) TO WS-VALOR-SED.
           DISPLAY "REGIAO " WS-REG-COD(WS-REG-IX) " "
               WS-REG-NOME(WS-REG-IX)
               " REGISTROS: " WS-REG-WRITE(WS-REG-IX)
               " VALOR: " WS-VALOR-SED.
       MOSTRA-TOTAL-REG-FIM.
           EXIT.
      *================================
