      *          pendentes. Cada decisao vira uma linha no log de
      *          correcoes com o operador, na mesma disciplina da
      *          trilha de auditoria de clientes.
      * Mod log:
      *   15-10-2026 ACC - Tipo do movimento (venda ou devolucao)
      *                     trazido do rejeitado, corrigivel na
      *                     revisao e levado ao reenvio.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 R-ITEM-ID      PIC X(10).
           05 R-QTDE         PIC X(04).
           05 R-VALOR-UNIT   PIC X(07).
           05 R-TIPO-MOV     PIC X(01).
           05 FILLER         PIC X(02).
           05 DELIMIT2-REJ   PIC X(01).
           05 R-MOTIVO       PIC X(20).
      *
           05 SD-QTDE       PIC 9(04).
           05 SD-VALOR-UNIT PIC 9(05)V99.
           05 SD-CLI-FONE   PIC 9(09).
      *---> ESPACO = VENDA, "D" = DEVOLUCAO
           05 SD-TIPO-MOV   PIC X(01).
           05 FILLER        PIC X(03).
      *
      *  MESMO LAYOUT DO ARQUIVO DE REJEITADOS (51 CARACTERES)
       FD PENDFL.
       01  WS-ITEM-ATU       PIC X(10) VALUE SPACES.
       01  WS-QTDE-ATU       PIC X(04) VALUE SPACES.
       01  WS-VALOR-ATU      PIC X(07) VALUE SPACES.
       01  WS-TIPO-ATU       PIC X(01) VALUE SPACE.

       01  WS-LOJA-INF       PIC X(05) VALUE SPACES.
       01  WS-ITEM-INF       PIC X(10) VALUE SPACES.
       01  WS-QTDE-INF       PIC X(04) VALUE SPACES.
       01  WS-VALOR-INF      PIC X(07) VALUE SPACES.
      *---> NA TELA A VENDA APARECE COMO "V"; NO ARQUIVO E ESPACO
       01  WS-TIPO-INF       PIC X(01) VALUE SPACE.
           88  TIPO-INF-VALIDO VALUE "V" "D".

      *---> RESULTADO DA VALIDACAO DO MOVIMENTO CORRIGIDO
       01  WS-MOV-VALIDO     PIC X     VALUE "N".
           DISPLAY "ITEM   : " R-ITEM-ID
           DISPLAY "QTDE   : " R-QTDE
           DISPLAY "VALOR  : " R-VALOR-UNIT
           IF  R-TIPO-MOV = "D"
               DISPLAY "TIPO   : DEVOLUCAO"
           ELSE
               DISPLAY "TIPO   : " R-TIPO-MOV
           END-IF
           DISPLAY "MOTIVO : " R-MOTIVO
           DISPLAY "1-CORRIGIR  2-PULAR  3-DESCARTAR  0-ENCERRAR"
           DISPLAY "OPCAO ==>> " WITH NO ADVANCING
           MOVE R-ITEM-ID    TO WS-ITEM-ATU
           MOVE R-QTDE       TO WS-QTDE-ATU
           MOVE R-VALOR-UNIT TO WS-VALOR-ATU
           MOVE R-TIPO-MOV   TO WS-TIPO-ATU
           IF  WS-TIPO-ATU = SPACE
               MOVE "V" TO WS-TIPO-ATU
           END-IF
           DISPLAY "LOJA  [" WS-LOJA-ATU "]      ==>> "
               WITH NO ADVANCING
           ACCEPT WS-LOJA-INF FROM CONSOLE
           IF  WS-VALOR-INF = SPACES
               MOVE WS-VALOR-ATU TO WS-VALOR-INF
           END-IF
           DISPLAY "TIPO (V-VENDA D-DEVOLUCAO) [" WS-TIPO-ATU "] ==>> "
               WITH NO ADVANCING
           ACCEPT WS-TIPO-INF FROM CONSOLE
           IF  WS-TIPO-INF = SPACE
               MOVE WS-TIPO-ATU TO WS-TIPO-INF
           END-IF
           PERFORM VALIDA-CORRECAO THRU VALIDA-CORRECAO-FIM
           IF  MOV-VALIDO
               MOVE SPACES       TO SAIDA-REC
               MOVE WS-VALOR-INF TO WS-VALOR-7
               MOVE WS-VALOR-V   TO SD-VALOR-UNIT
               MOVE ZEROS        TO SD-CLI-FONE
               IF  WS-TIPO-INF = "D"
                   MOVE "D"      TO SD-TIPO-MOV
               ELSE
                   MOVE SPACE    TO SD-TIPO-MOV
               END-IF
               WRITE SAIDA-REC
               ADD 1 TO WS-QTD-REENVIO
               ADD 1 TO CORRIGIDOS
               DISPLAY "VALOR DEVE SER NUMERICO, EM CENTAVOS"
               GO TO VALIDA-CORRECAO-FIM
           END-IF
           IF  NOT TIPO-INF-VALIDO
               DISPLAY "TIPO DEVE SER V (VENDA) OU D (DEVOLUCAO)"
               GO TO VALIDA-CORRECAO-FIM
           END-IF
           MOVE "S" TO WS-MOV-VALIDO.
       VALIDA-CORRECAO-FIM.
           EXIT.
