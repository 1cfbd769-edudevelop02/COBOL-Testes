      ******************************************************************
      * Copybook: PONTREC
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Layout do registro do extrato de pontos de
      *          fidelidade do cliente (cadcli-pontos.dat, PONTOSFILE),
      *          chaveado por telefone + sequencia, a mesma disciplina
      *          do historico de compras COMPRAREC. Um lancamento por
      *          linha: ganho (G) lancado pelo CBPONT01 a partir de
      *          cada compra do historico (negativo na devolucao),
      *          resgate (R) feito na opcao PONTOS do CADCLI01 e
      *          expiracao (E) dos ganhos vencidos, tambem pelo
      *          CBPONT01. PT-SALDO e o saldo do cliente depois do
      *          lancamento; o extrato mensal sai pelo CADMALA01.
      ******************************************************************
       01  PONTOS-REC.
           05  PT-CHAVE.
               10  PT-FONE         PIC 9(09).
               10  PT-SEQ          PIC 9(05).
           05  PT-DATA             PIC 9(08).
           05  PT-TIPO             PIC X(01).
               88  PT-GANHO        VALUE "G".
               88  PT-RESGATE      VALUE "R".
               88  PT-EXPIRACAO    VALUE "E".
      *---> POSITIVO NO GANHO, NEGATIVO NO RESGATE, NA EXPIRACAO E
      *---> NO ESTORNO DE GANHO POR DEVOLUCAO
           05  PT-PONTOS           PIC S9(07).
           05  PT-SALDO            PIC S9(07).
      *---> ULTIMO MES (AAAAMM) EM QUE O GANHO VALE; ZEROS NOS
      *---> DEMAIS TIPOS
           05  PT-VALIDADE         PIC 9(06).
      *---> SEQUENCIA DA COMPRA (CP-SEQ) QUE GEROU O GANHO
           05  PT-ORIGEM-SEQ       PIC 9(04).
      *---> CATEGORIA DO CLIENTE NO MOMENTO DO GANHO
           05  PT-CATEGORIA        PIC X(01).
           05  PT-OPERADOR         PIC X(08).
           05  PT-NOTA             PIC X(30).
           05  FILLER              PIC X(10).
