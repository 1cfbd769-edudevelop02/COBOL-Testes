      ******************************************************************
      * Copybook: VENDMREC
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Layout do registro do resumo mensal de vendas
      *          (VENDMFL, cbVENDASMES.IDX), chaveado por loja + item
      *          + mes (AAAAMM). Acumulado pelo CBVMES01 a partir do
      *          diario de movimentos aceitos do cb70 (ACEITREC):
      *          quantidade e valor vendidos e devolvidos no mes, e
      *          a regiao da loja no momento da venda. VM-ULT-LOTE e
      *          VM-ULT-SEQ sao a mesma marca do ESTQREC: movimento
      *          que nao passa dela ja foi somado e e descartado.
      *          Comparado mes a mes pelo CBVMES02.
      ******************************************************************
       01  VENDAMES-REC.
           05  VM-CHAVE.
               10  VM-STORE-ID     PIC 9(05).
               10  VM-ITEM-ID      PIC X(10).
               10  VM-ANOMES.
                   15  VM-ANO      PIC 9(04).
                   15  VM-MES      PIC 9(02).
           05  VM-REGIAO           PIC 9(01).
      *---> QUANTIDADES E VALORES BRUTOS; O LIQUIDO DO MES E A VENDA
      *---> MENOS A DEVOLUCAO
           05  VM-QTDE-VENDIDA     PIC 9(09).
           05  VM-VALOR-VENDIDO    PIC 9(11)V99.
           05  VM-QTDE-DEVOLVIDA   PIC 9(09).
           05  VM-VALOR-DEVOLVIDO  PIC 9(11)V99.
           05  VM-QTD-MOVIMENTOS   PIC 9(07).
           05  VM-ULT-LOTE.
               10  VM-ULT-LOTE-DATA PIC 9(08).
               10  VM-ULT-LOTE-HORA PIC 9(06).
           05  VM-ULT-SEQ          PIC 9(07).
           05  FILLER              PIC X(10).
