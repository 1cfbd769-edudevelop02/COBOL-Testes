      ******************************************************************
      * Copybook: DESCREC
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Layout do arquivo de descontos parcelados em folha
      *          (cbDESCONTOS.IDX, DESCFILE), chaveado por funcionario
      *          + numero do desconto: adiantamento salarial,
      *          emprestimo consignado ou outro desconto, com o valor
      *          original, as parcelas e o que falta. Mantido pelo
      *          CBDESC01; a folha mensal do cbaula72 desconta a
      *          parcela do mes respeitando a margem consignavel (um
      *          percentual do liquido) e o que nao coube fica em
      *          DS-ATRASO para o mes seguinte. A folha guarda a
      *          situacao de antes do ultimo periodo descontado
      *          (DS-ANTERIOR): repetida no mesmo periodo, volta para
      *          ela antes de descontar, e nada e descontado duas
      *          vezes. No desligamento o saldo em aberto e listado
      *          para o acerto final.
      ******************************************************************
       01  DESCONTO-REC.
           05  DS-CHAVE.
               10  DS-EMP-ID       PIC X(05).
               10  DS-NUMERO       PIC 9(03).
           05  DS-TIPO             PIC X(01).
               88  DS-ADIANTAMENTO VALUE "A".
               88  DS-EMPRESTIMO   VALUE "E".
               88  DS-OUTROS       VALUE "O".
               88  DS-TIPO-VALIDO  VALUES "A" "E" "O".
           05  DS-DESCRICAO        PIC X(30).
           05  DS-SITUACAO         PIC X(01).
               88  DS-ATIVO        VALUE "A".
               88  DS-QUITADO      VALUE "Q".
               88  DS-CANCELADO    VALUE "C".
      *---> VALOR ORIGINAL, PARCELAS E PRIMEIRO MES A DESCONTAR
           05  DS-VALOR-ORIGINAL   PIC 9(07)V99.
           05  DS-QTD-PARCELAS     PIC 9(03).
           05  DS-VALOR-PARCELA    PIC 9(07)V99.
           05  DS-INICIO           PIC 9(06).
      *---> SITUACAO CORRENTE: SALDO DEVEDOR, PARCELAS AINDA NAO
      *---> VENCIDAS E PARCELA VENCIDA QUE NAO COUBE NA MARGEM
           05  DS-SALDO            PIC 9(07)V99.
           05  DS-PARCELAS-REST    PIC 9(03).
           05  DS-ATRASO           PIC 9(07)V99.
      *---> ULTIMO PERIODO (AAAAMM) DESCONTADO, O VALOR DESCONTADO
      *---> NELE E A SITUACAO DE ANTES DELE
           05  DS-ULT-PERIODO      PIC 9(06).
           05  DS-ULT-VALOR        PIC 9(07)V99.
           05  DS-ANTERIOR.
               10  DS-ANT-SALDO    PIC 9(07)V99.
               10  DS-ANT-PARCELAS PIC 9(03).
               10  DS-ANT-ATRASO   PIC 9(07)V99.
               10  DS-ANT-SITUACAO PIC X(01).
      *---> QUEM LANCOU E QUANDO
           05  DS-DATA-LANC        PIC 9(08).
           05  DS-OPERADOR         PIC X(08).
           05  FILLER              PIC X(10).
