      *                     no historico de compras do cliente
      *                     (COMPRAREC) exibido na CONSULTA do
      *                     CADCLI01.
      *   15-10-2026 ACC - Devolucao do cliente (tipo "D" no byte
      *                     MV-TIPO-MOV, antes livre) e troca
      *                     (devolucao do item trazido + venda do
      *                     item levado) lancadas no mesmo arquivo do
      *                     dia; o cb70 as trata como estorno. O
      *                     fechamento mostra o valor liquido do dia.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 MV-VALOR-UNIT PIC 9(05)V99.
      *---> TELEFONE OPCIONAL DO CLIENTE (ZEROS = SEM CLIENTE)
           05 MV-CLI-FONE   PIC 9(09).
      *---> TIPO DO MOVIMENTO: ESPACO = VENDA, "D" = DEVOLUCAO
           05 MV-TIPO-MOV   PIC X(01).
           05 FILLER        PIC X(03).
      *
       FD SAIDAFL.
       01 SAIDA-REC.
           05 SD-QTDE       PIC 9(04).
           05 SD-VALOR-UNIT PIC 9(05)V99.
           05 SD-CLI-FONE   PIC 9(09).
           05 SD-TIPO-MOV   PIC X(01).
           05 FILLER        PIC X(03).
      *
       FD LOJAFL.
           COPY STOREREC.
      *---> CONTAGEM DO FECHAMENTO: REGISTROS DE DADOS COPIADOS
      *---> PARA O ARQUIVO FINAL, GRAVADA NO TRAILER
       77  WS-QTD-DIA        PIC 9(10) VALUE ZEROS.
      *---> VALOR LIQUIDO MOVIMENTADO NO DIA (QTDE X VALOR UNITARIO,
      *---> DEVOLUCOES SUBTRAIDAS)
       77  WS-VALOR-DIA      PIC S9(09)V99 VALUE ZEROS.
       01  WS-VALOR-ED       PIC -(09)9,99.

      *---> TIPO DO LANCAMENTO EM CURSO (ESPACO = VENDA) E RESULTADO
      *---> DO ULTIMO LANCAMENTO, PARA A TROCA SO SEGUIR PARA A
      *---> VENDA SE A DEVOLUCAO FOI ACEITA
       77  WS-TIPO-LANC      PIC X(01) VALUE SPACE.
           88  LANC-DEVOLUCAO VALUE "D".
       77  WS-LANCOU         PIC X     VALUE "N".
           88  E-LANCOU      VALUE "S".

       01  COUNTERS.
           05  LANCADOS      PIC 9(05) VALUE ZEROS.
           05  REJEITADOS    PIC 9(05) VALUE ZEROS.
           05  DEVOLUCOES    PIC 9(05) VALUE ZEROS.

       77  XY     PIC X.
      *
           DISPLAY " "
           DISPLAY "========= MOVIMENTOS DO DIA ========="
           DISPLAY "1-LANCAR MOVIMENTO   2-FECHAR O DIA   0-SAIR"
           DISPLAY "3-LANCAR DEVOLUCAO   4-LANCAR TROCA"
           DISPLAY "OPCAO ==>> " WITH NO ADVANCING
           ACCEPT WS-OPCAO FROM CONSOLE
           EVALUATE WS-OPCAO
               WHEN "1"
                   MOVE SPACE TO WS-TIPO-LANC
                   PERFORM LANCA-MOVIMENTO
                       THRU LANCA-MOVIMENTO-FIM
               WHEN "2"
                   PERFORM FECHA-DIA THRU FECHA-DIA-FIM
               WHEN "3"
                   DISPLAY "DEVOLUCAO: INFORME O ITEM QUE VOLTOU"
                   MOVE "D" TO WS-TIPO-LANC
                   PERFORM LANCA-MOVIMENTO
                       THRU LANCA-MOVIMENTO-FIM
               WHEN "4"
                   PERFORM LANCA-TROCA THRU LANCA-TROCA-FIM
               WHEN "0"
                   CONTINUE
               WHEN OTHER
      * LANCA UM MOVIMENTO NO ARQUIVO DO DIA, VALIDANDO A LOJA NO
      * CADASTRO E O ITEM (10 POSICOES, OBRIGATORIO)
       LANCA-MOVIMENTO.
           MOVE "N" TO WS-LANCOU.
           DISPLAY "LOJA (5 DIG)    ==>> " WITH NO ADVANCING
           ACCEPT WS-STORE-INF FROM CONSOLE
           IF  WS-STORE-INF NOT NUMERIC
           MOVE WS-ITEM-INF  TO MV-ITEM-ID
           MOVE WS-QTDE-INF  TO MV-QTDE
           MOVE WS-VALOR-V   TO MV-VALOR-UNIT
           MOVE WS-TIPO-LANC TO MV-TIPO-MOV
           IF  WS-FONE-INF = SPACES
               MOVE ZEROS       TO MV-CLI-FONE
           ELSE
           WRITE MOVDIA-REC
           IF  FS-MOV-OK
               ADD 1 TO LANCADOS
               MOVE "S" TO WS-LANCOU
               IF  LANC-DEVOLUCAO
                   ADD 1 TO DEVOLUCOES
                   DISPLAY "DEVOLUCAO LANCADA: LOJA " MV-STORE-ID
                       " ITEM " MV-ITEM-ID " QTDE " MV-QTDE
               ELSE
                   DISPLAY "LANCADO: LOJA " MV-STORE-ID " ITEM "
                       MV-ITEM-ID " QTDE " MV-QTDE
               END-IF
           ELSE
               ADD 1 TO REJEITADOS
               DISPLAY "ERRO AO GRAVAR O MOVIMENTO ST=" FS-MOV
       LANCA-MOVIMENTO-FIM.
           EXIT.
      *===================================
      * TROCA: DEVOLUCAO DO ITEM QUE O CLIENTE TROUXE SEGUIDA DA
      * VENDA DO ITEM QUE ELE LEVA; SE A DEVOLUCAO FOR RECUSADA A
      * VENDA NEM E PEDIDA
       LANCA-TROCA.
           DISPLAY "TROCA 1/2 - ITEM DEVOLVIDO PELO CLIENTE"
           MOVE "D" TO WS-TIPO-LANC
           PERFORM LANCA-MOVIMENTO THRU LANCA-MOVIMENTO-FIM
           IF  NOT E-LANCOU
               DISPLAY "TROCA INTERROMPIDA NA DEVOLUCAO"
               GO TO LANCA-TROCA-FIM
           END-IF
           DISPLAY "TROCA 2/2 - ITEM LEVADO PELO CLIENTE"
           MOVE SPACE TO WS-TIPO-LANC
           PERFORM LANCA-MOVIMENTO THRU LANCA-MOVIMENTO-FIM
           IF  NOT E-LANCOU
               DISPLAY "ATENCAO: DEVOLUCAO LANCADA SEM A VENDA DA "
                   "TROCA - LANCE A VENDA PELA OPCAO 1"
           END-IF.
       LANCA-TROCA-FIM.
           EXIT.
      *===================================
      * FECHAMENTO: COPIA OS MOVIMENTOS DO DIA PARA O ARQUIVO DE
      * ENTRADA DO cb70 E GRAVA O TRAILER "T" COM A CONTAGEM DE
      * REGISTROS DE DADOS; O ARQUIVO DO DIA E ZERADO EM SEGUIDA
           DISPLAY "ARQUIVO GERADO: " SAIDADD
           DISPLAY "REGISTROS DE DADOS NO ARQUIVO: " WS-QTD-DIA
           MOVE WS-VALOR-DIA TO WS-VALOR-ED
           DISPLAY "VALOR LIQUIDO MOVIMENTADO NO DIA: " WS-VALOR-ED.
      *=====> ZERA O ARQUIVO DO DIA PARA A PROXIMA JORNADA
           OPEN OUTPUT MOVDIA.
           CLOSE MOVDIA.
                   WRITE SAIDA-REC
                   ADD 1 TO WS-QTD-DIA
                   IF  MV-QTDE NUMERIC AND MV-VALOR-UNIT NUMERIC
                       IF  MV-TIPO-MOV = "D"
                           COMPUTE WS-VALOR-DIA = WS-VALOR-DIA
                               - (MV-QTDE * MV-VALOR-UNIT)
                       ELSE
                           COMPUTE WS-VALOR-DIA = WS-VALOR-DIA
                               + (MV-QTDE * MV-VALOR-UNIT)
                       END-IF
                   END-IF
           END-READ.
       COPIA-MOVIMENTO-FIM.
           CLOSE MOVDIA LOJAFL ITEMFL CLIFL.
           DISPLAY "================================================"
           DISPLAY "MOVIMENTOS LANCADOS NA SESSAO : " LANCADOS
           DISPLAY "DEVOLUCOES ENTRE OS LANCADOS  : " DEVOLUCOES
           DISPLAY "LANCAMENTOS RECUSADOS         : " REJEITADOS
           DISPLAY "================================================".
       CLOSE-EXIT-PARA.
