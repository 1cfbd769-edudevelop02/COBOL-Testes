      *          FS-CATEGORIA, cruzando o registro de enderecamento
      *          gravado pelo CADMALA01 (MALAREG) com as respostas
      *          registradas aqui.
      * Mod log:
      *   15-10-2026 ACC - Faixa de score (A a D, CBSCORE01) como
      *                     filtro de selecao da campanha (CA-FAIXA,
      *                     aplicado pelo CADMALA01). A resposta leva a
      *                     faixa com que o cliente foi enderecado
      *                     (MR-FAIXA -> RS-FAIXA) e o relatorio de
      *                     retorno ganha o quadro por faixa de score,
      *                     para medir se a selecao valeu a pena.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 RS-CATEGORIA     PIC X(01).
           05 FILLER           PIC X(01).
           05 RS-TIPO          PIC X(10).
           05 FILLER           PIC X(01).
      *---> FAIXA DE SCORE DO ENDERECAMENTO (BRANCO NAS LINHAS ANTIGAS)
           05 RS-FAIXA         PIC X(01).
      *
       FD RELATORIO.
       01 RELAT-REC PIC X(132).
       01  WS-CAMP-COD-INF   PIC X(08) VALUE SPACES.
       01  WS-CAMP-DESC-INF  PIC X(30) VALUE SPACES.
       01  WS-CAMP-CAT-INF   PIC X(01) VALUE SPACE.
       01  WS-CAMP-FAIXA-INF PIC X(01) VALUE SPACE.
           88  E-FAIXA-VALIDA VALUES "A" "B" "C" "D" " ".
       01  WS-CAMP-STAT-INF  PIC X(01) VALUE SPACE.
       01  WS-FONE-INF       PIC X(09) VALUE SPACES.
       01  WS-TIPO-INF       PIC X(10) VALUE SPACES.
      *---> (AREA DE REGISTRO DE ARQUIVO FECHADO NAO E RASCUNHO)
       01  WS-CAT-CORRENTE   PIC X(01) VALUE SPACE.
       01  WS-CAT-CLIENTE    PIC X(01) VALUE SPACE.
      *---> FAIXA DE SCORE COM QUE O CLIENTE FOI ENDERECADO
       01  WS-FAIXA-MALEADO  PIC X(01) VALUE SPACE.

      *---> BUSCA DA ULTIMA SEQUENCIA DE CONTATO DO CLIENTE
       77  WS-CT-ULT-SEQ     PIC 9(04) VALUE ZEROS.
               10  WS-RET-MALEADO PIC 9(05).
               10  WS-RET-RESP    PIC 9(05).

      *---> O MESMO POR FAIXA DE SCORE DO ENDERECAMENTO (A / B / C /
      *---> D / SEM SCORE)
       01  WS-RFX-TAB.
           05  WS-RFX-ENT OCCURS 5 TIMES.
               10  WS-RFX-FAIXA   PIC X(01).
               10  WS-RFX-MALEADO PIC 9(05).
               10  WS-RFX-RESP    PIC 9(05).

       77  WS-RET-IX         PIC 9(01) VALUE ZEROS.
       77  WS-RFX-IX         PIC 9(01) VALUE ZEROS.
       77  WS-FAIXA-CORRENTE PIC X(01) VALUE SPACE.
       77  WS-RET-TAXA       PIC 9(03)V9 VALUE ZEROS.

       77  WS-DATA-HOJE      PIC 9(08).
           05 FILLER        PIC X(12) VALUE "RESPOSTAS".
           05 FILLER        PIC X(09) VALUE "TAXA (%)".

       01  WS-CAB-REL3.
           05 FILLER        PIC X(11) VALUE "FAIXA SCORE".
           05 FILLER        PIC X(13) VALUE "ENDERECADOS".
           05 FILLER        PIC X(12) VALUE "RESPOSTAS".
           05 FILLER        PIC X(09) VALUE "TAXA (%)".

       01  WS-LIN-RET.
           05 WL-CAT        PIC X(01).
           05 FILLER        PIC X(10) VALUE SPACES.
               DISPLAY "CATEGORIA INVALIDA (V/C/P OU BRANCO)"
               GO TO INCLUI-CAMP-FIM
           END-IF
           DISPLAY "FAIXA DE SCORE (A/B/C/D, BRANCO=TODAS) ==>> "
               WITH NO ADVANCING
           ACCEPT WS-CAMP-FAIXA-INF FROM CONSOLE
           IF  NOT E-FAIXA-VALIDA
               DISPLAY "FAIXA INVALIDA (A/B/C/D OU BRANCO)"
               GO TO INCLUI-CAMP-FIM
           END-IF
           MOVE SPACES            TO CAMP-REC
           MOVE WS-CAMP-COD-INF   TO CA-CHAVE
           ACCEPT CA-DATA FROM DATE YYYYMMDD
           MOVE WS-CAMP-CAT-INF   TO CA-CATEGORIA
           MOVE WS-CAMP-FAIXA-INF TO CA-FAIXA
           MOVE WS-CAMP-DESC-INF  TO CA-DESCRICAO
           MOVE "A"               TO CA-STATUS
           WRITE CAMP-REC
               NOT INVALID KEY
                   DISPLAY "CAMPANHA: " CA-CODIGO "  DATA: " CA-DATA
                       "  CATEG: " CA-CATEGORIA
                       "  FAIXA: " CA-FAIXA
                       "  STATUS: " CA-STATUS
                   DISPLAY "DESCRICAO: " CA-DESCRICAO
           END-READ.
                   CONTINUE
               NOT AT END
                   DISPLAY CA-CODIGO "  " CA-DATA "  "
                       CA-CATEGORIA "  " CA-FAIXA "  " CA-STATUS "  "
                       CA-DESCRICAO
           END-READ.
       LISTA-CAMP-LOOP-FIM.
           ACCEPT RS-DATA FROM DATE YYYYMMDD
           MOVE WS-CAT-CLIENTE TO RS-CATEGORIA
           MOVE WS-TIPO-INF   TO RS-TIPO
           MOVE WS-FAIXA-MALEADO TO RS-FAIXA
           WRITE RESP-REC
           CLOSE RESPFL
           ADD 1 TO RESP-COUNT
      * PROCURA O FONE NO REGISTRO DE ENDERECAMENTO DA CAMPANHA
       VERIFICA-MALEADO.
           MOVE "N" TO WS-FOI-MALEADO.
           MOVE SPACE TO WS-FAIXA-MALEADO.
           MOVE SPACES TO FS-MALAREG.
           OPEN INPUT MALAREG
           IF  FS-MALAREG-OK
                   IF  MR-CAMPANHA = WS-CAMP-COD-INF
                       AND MR-FONE = WS-FONE-INF
                       MOVE "S" TO WS-FOI-MALEADO
                       MOVE MR-FAIXA TO WS-FAIXA-MALEADO
                   END-IF
           END-READ.
       PROCURA-MALEADO-FIM.
           EXIT.
      *===================================
      * RELATORIO DE RETORNO DA CAMPANHA: ENDERECADOS E RESPOSTAS
      * POR CATEGORIA E POR FAIXA DE SCORE DO ENDERECAMENTO, COM A
      * TAXA DE RETORNO DE CADA UMA
       RELATORIO-RET.
           DISPLAY "CAMPANHA (8 POS)  ==>> " WITH NO ADVANCING
           ACCEPT WS-CAMP-COD-INF FROM CONSOLE
           MOVE ZEROS TO WS-RET-IX
           PERFORM ZERA-RET THRU ZERA-RET-FIM
               UNTIL WS-RET-IX >= 4
           MOVE "A"   TO WS-RFX-FAIXA(1)
           MOVE "B"   TO WS-RFX-FAIXA(2)
           MOVE "C"   TO WS-RFX-FAIXA(3)
           MOVE "D"   TO WS-RFX-FAIXA(4)
           MOVE SPACE TO WS-RFX-FAIXA(5)
           MOVE ZEROS TO WS-RFX-IX
           PERFORM ZERA-RFX THRU ZERA-RFX-FIM
               UNTIL WS-RFX-IX >= 5
      *=====> CONTA OS ENDERECADOS DA CAMPANHA
           MOVE SPACES TO FS-MALAREG
           OPEN INPUT MALAREG
           MOVE ZEROS TO WS-RET-IX
           PERFORM IMPRIME-RET THRU IMPRIME-RET-FIM
               UNTIL WS-RET-IX >= 4
           MOVE SPACES TO RELAT-REC
           WRITE RELAT-REC
           WRITE RELAT-REC FROM WS-CAB-REL3
           MOVE SPACES TO RELAT-REC
           WRITE RELAT-REC
           MOVE ZEROS TO WS-RFX-IX
           PERFORM IMPRIME-RFX THRU IMPRIME-RFX-FIM
               UNTIL WS-RFX-IX >= 5
           CLOSE RELATORIO
           DISPLAY "RELATORIO GERADO: " NOME-ARQ-RELATORIO.
       RELATORIO-RET-FIM.
       ZERA-RET-FIM.
           EXIT.

       ZERA-RFX.
           ADD 1 TO WS-RFX-IX.
           MOVE ZEROS TO WS-RFX-MALEADO(WS-RFX-IX).
           MOVE ZEROS TO WS-RFX-RESP(WS-RFX-IX).
       ZERA-RFX-FIM.
           EXIT.

       CONTA-MALEADO.
           READ MALAREG
               AT END
                       MOVE MR-CATEGORIA TO WS-CAT-CORRENTE
                       PERFORM ACHA-RET-CAT THRU ACHA-RET-CAT-FIM
                       ADD 1 TO WS-RET-MALEADO(WS-RET-IX)
                       MOVE MR-FAIXA TO WS-FAIXA-CORRENTE
                       PERFORM ACHA-RFX-FAIXA THRU ACHA-RFX-FAIXA-FIM
                       ADD 1 TO WS-RFX-MALEADO(WS-RFX-IX)
                   END-IF
           END-READ.
       CONTA-MALEADO-FIM.
                       MOVE RS-CATEGORIA TO WS-CAT-CORRENTE
                       PERFORM ACHA-RET-CAT THRU ACHA-RET-CAT-FIM
                       ADD 1 TO WS-RET-RESP(WS-RET-IX)
                       MOVE RS-FAIXA TO WS-FAIXA-CORRENTE
                       PERFORM ACHA-RFX-FAIXA THRU ACHA-RFX-FAIXA-FIM
                       ADD 1 TO WS-RFX-RESP(WS-RFX-IX)
                   END-IF
           END-READ.
       CONTA-RESP-FIM.
       ACHA-RET-CAT-FIM.
           EXIT.

      *===================================
      * DEIXA WS-RFX-IX NA LINHA DA FAIXA EM WS-FAIXA-CORRENTE
      * (A=1, B=2, C=3, D=4, QUALQUER OUTRA=5 SEM SCORE)
       ACHA-RFX-FAIXA.
           EVALUATE WS-FAIXA-CORRENTE
               WHEN "A"
                   MOVE 1 TO WS-RFX-IX
               WHEN "B"
                   MOVE 2 TO WS-RFX-IX
               WHEN "C"
                   MOVE 3 TO WS-RFX-IX
               WHEN "D"
                   MOVE 4 TO WS-RFX-IX
               WHEN OTHER
                   MOVE 5 TO WS-RFX-IX
           END-EVALUATE.
       ACHA-RFX-FAIXA-FIM.
           EXIT.

       IMPRIME-RET.
           ADD 1 TO WS-RET-IX.
           MOVE WS-RET-CAT(WS-RET-IX)     TO WL-CAT.
       IMPRIME-RET-FIM.
           EXIT.

       IMPRIME-RFX.
           ADD 1 TO WS-RFX-IX.
           MOVE WS-RFX-FAIXA(WS-RFX-IX)   TO WL-CAT.
           MOVE WS-RFX-MALEADO(WS-RFX-IX) TO WL-MALEADO.
           MOVE WS-RFX-RESP(WS-RFX-IX)    TO WL-RESP.
           IF  WS-RFX-MALEADO(WS-RFX-IX) > ZEROS
               COMPUTE WS-RET-TAXA =
                   (WS-RFX-RESP(WS-RFX-IX) * 100)
                   / WS-RFX-MALEADO(WS-RFX-IX)
           ELSE
               MOVE ZEROS TO WS-RET-TAXA
           END-IF.
           MOVE WS-RET-TAXA TO WL-TAXA.
           WRITE RELAT-REC FROM WS-LIN-RET.
       IMPRIME-RFX-FIM.
           EXIT.

       CLOSE-PARA.
           CLOSE CAMPFL.
       CLOSE-EXIT-PARA.
