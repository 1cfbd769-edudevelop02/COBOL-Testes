      *          telefones ligados. Substitui o grampeador: antes
      *          eram tres impressoes (CADCLI01 + CADAUD01 +
      *          CONTATOS) juntadas na mao.
      * Mod log:
      *   15-10-2026 ACC - Devolucoes no historico de compras: saem
      *                     com quantidade negativa e marcadas, e a
      *                     secao fecha com o valor liquido comprado
      *                     (compras menos devolucoes), no lugar do
      *                     credito manual por fora do sistema.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  AUD-COUNT     PIC 9(05) VALUE ZEROS.
           05  CONT-COUNT    PIC 9(05) VALUE ZEROS.
           05  COMPRA-COUNT  PIC 9(05) VALUE ZEROS.
           05  DEVOL-COUNT   PIC 9(05) VALUE ZEROS.

      *---> VALOR LIQUIDO COMPRADO (DEVOLUCOES ABATIDAS)
       01  WS-VALOR-COMPRAS  PIC S9(09)V99 VALUE ZEROS.
       01  WS-VALOR-ITEM     PIC S9(09)V99 VALUE ZEROS.

       77  WS-DATA-RELAT   PIC 9(08).
       77  WS-NUM-PAGINA   PIC 9(03) VALUE ZEROS.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WDP-ITEM      PIC X(10).
           05 FILLER        PIC X(07) VALUE "  QTDE ".
           05 WDP-QTDE      PIC ----9.
           05 FILLER        PIC X(09) VALUE "  VALOR  ".
           05 WDP-VALOR     PIC 9(05),99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WDP-TIPO      PIC X(10).

       01  WS-TOT-REL.
           05 WT-ROTULO     PIC X(30).
           05 WT-TOTAL      PIC ZZZZ9.

       01  WS-TOT-VAL.
           05 WV-ROTULO     PIC X(30).
           05 WV-VALOR      PIC -(09)9,99.

       01  WS-VALOR-ED       PIC -(09)9,99.

       77  XY     PIC X.
      *
       PROCEDURE DIVISION.
           MOVE CP-ITEM       TO WDP-ITEM
           MOVE CP-QTDE       TO WDP-QTDE
           MOVE CP-VALOR-UNIT TO WDP-VALOR
           MOVE SPACES        TO WDP-TIPO
           IF  CP-QTDE < ZEROS
               ADD 1 TO DEVOL-COUNT
               MOVE "DEVOLUCAO" TO WDP-TIPO
           END-IF
           COMPUTE WS-VALOR-ITEM = CP-QTDE * CP-VALOR-UNIT
           ADD WS-VALOR-ITEM  TO WS-VALOR-COMPRAS
           WRITE RELAT-REC FROM WS-DET-COMPRA
           ADD 1 TO WS-LIN-PAGINA.
       IMPRIME-COMPRA-FIM.
           MOVE "COMPRAS                   : " TO WT-ROTULO.
           MOVE COMPRA-COUNT                   TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "DEVOLUCOES                : " TO WT-ROTULO.
           MOVE DEVOL-COUNT                    TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "VALOR LIQUIDO COMPRADO    : " TO WV-ROTULO.
           MOVE WS-VALOR-COMPRAS               TO WV-VALOR.
           WRITE RELAT-REC FROM WS-TOT-VAL.
           CLOSE FILE1 CONTFILE RELATORIO.
           IF  COMPRA-ABERTA
               CLOSE COMPRAFL
           DISPLAY "REGISTROS DE AUDITORIA : " AUD-COUNT
           DISPLAY "CONTATOS               : " CONT-COUNT
           DISPLAY "COMPRAS                : " COMPRA-COUNT
           DISPLAY "DEVOLUCOES             : " DEVOL-COUNT
           MOVE WS-VALOR-COMPRAS TO WS-VALOR-ED
           DISPLAY "VALOR LIQUIDO COMPRADO : " WS-VALOR-ED
           DISPLAY "RELATORIO GERADO       : " NOME-ARQ-RELATORIO
           DISPLAY "================================================".
       CLOSE-EXIT-PARA.
