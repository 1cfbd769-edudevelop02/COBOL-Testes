      ******************************************************************
      * Copybook: DECLREC
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Layout de uma linha do arquivo de totais declarados
      *          pelas lojas (cbDECLARADOS.SEQ, CBCONC01_DECLARADOS):
      *          o fechamento do caixa de cada loja no dia, com a
      *          quantidade de movimentos e o valor liquido (vendas
      *          menos devolucoes) que a loja diz ter transmitido.
      *          Conciliado pelo CBCONC01 contra o diario de aceitos
      *          e os rejeitados da rodada do cb70.
      ******************************************************************
       01  DECLARADO-REC.
           05  DC-DATA             PIC 9(08).
           05  DC-STORE-ID         PIC 9(05).
           05  DC-QTD-MOV          PIC 9(05).
           05  DC-VALOR            PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC X(10).
