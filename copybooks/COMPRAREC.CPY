      *          telefone opcional do cliente (digitado no CBMOV01)
      *          e exibido na CONSULTA do CADCLI01, para a decisao
      *          de categoria (V/C/P) deixar de ser chute.
      * Mod log:
      *   15-10-2026 ACC - CP-QTDE com sinal (mesmo tamanho, sinal no
      *                     ultimo digito): a devolucao do cliente
      *                     entra com quantidade negativa e abate a
      *                     compra. Registros antigos continuam
      *                     validos (positivos).
      ******************************************************************
       01  COMPRA-REC.
           05  CP-CHAVE.
           05  CP-DATA             PIC 9(08).
           05  CP-LOJA             PIC 9(05).
           05  CP-ITEM             PIC X(10).
      *---> NEGATIVA NA DEVOLUCAO
           05  CP-QTDE             PIC S9(04).
           05  CP-VALOR-UNIT       PIC 9(05)V99.
