      ******************************************************************
      * Copybook: ESTQREC
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Layout do registro do arquivo de saldo de estoque
      *          (ESTQFL, cbESTOQUE.IDX), chaveado por loja + item.
      *          Lancado pelo CBEST01 a partir do diario de
      *          movimentos aceitos do cb70 (ACEITREC): cada venda
      *          baixa o saldo, guarda o ultimo valor unitario visto
      *          e a data do ultimo movimento. ES-ULT-LOTE (data e
      *          hora do header do diario) e ES-ULT-SEQ (AC-SEQ)
      *          marcam o ultimo movimento lancado no registro: um
      *          movimento que nao passa dessa marca ja foi lancado
      *          (restart do cb70 ou nova execucao do CBEST01) e e
      *          descartado. Listado pelo CBEST02.
      * Mod log:
      *   15-10-2026 ACC - Data da ultima contagem fisica aprovada
      *                     (ES-DATA-ULT-CONT), gravada pelo CBINV01
      *                     quando o ajuste de inventario acerta o
      *                     saldo pela contagem.
      ******************************************************************
       01  ESTOQUE-REC.
           05  ES-CHAVE.
               10  ES-STORE-ID     PIC 9(05).
               10  ES-ITEM-ID      PIC X(10).
      *---> SALDO EM UNIDADES; PODE FICAR NEGATIVO (VENDA SEM SALDO
      *---> LANCADO), O QUE O CBEST02 APONTA NO RELATORIO
           05  ES-SALDO            PIC S9(07) SIGN LEADING SEPARATE.
           05  ES-ULT-VALOR-UNIT   PIC 9(05)V99.
           05  ES-DATA-ULT-MOV     PIC 9(08).
           05  ES-ULT-LOTE.
               10  ES-ULT-LOTE-DATA PIC 9(08).
               10  ES-ULT-LOTE-HORA PIC 9(06).
           05  ES-ULT-SEQ          PIC 9(07).
           05  ES-DATA-ULT-CONT    PIC 9(08).
           05  FILLER              PIC X(03).
