      ******************************************************************
      * Copybook: CNTGREC
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Layout do registro do arquivo de contagens fisicas
      *          de inventario (CNTGFL, cbCONTAGEM.IDX), chaveado por
      *          loja + item, mantido pelo CBINV01: quantidade
      *          contada na prateleira, saldo do livro (ESTQREC) no
      *          momento da contagem, data e operador que digitou a
      *          contagem. A contagem fica pendente ate um operador
      *          senior aprovar o ajuste, quando a diferenca (contada
      *          menos livro) e somada ao saldo corrente do estoque,
      *          sem perder o movimento lancado depois da contagem,
      *          e a contagem fica marcada como lancada. Uma nova
      *          contagem do mesmo par substitui a anterior.
      ******************************************************************
       01  CONTAGEM-REC.
           05  CG-CHAVE.
               10  CG-STORE-ID     PIC 9(05).
               10  CG-ITEM-ID      PIC X(10).
           05  CG-QTDE-CONTADA     PIC 9(07).
           05  CG-DATA             PIC 9(08).
           05  CG-OPERADOR         PIC X(08).
           05  CG-STATUS           PIC X(01).
               88  CG-PENDENTE     VALUE "P".
               88  CG-LANCADA      VALUE "L".
           05  CG-DATA-LANC        PIC 9(08).
           05  CG-SALDO-LIVRO      PIC S9(07) SIGN LEADING SEPARATE.
