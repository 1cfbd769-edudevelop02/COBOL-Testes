      ******************************************************************
      * Copybook: PAGCRED
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Layout de uma linha do log de recebimentos do
      *          crediario (cadcli-recebimentos.log, CBCRED01_LOGDD),
      *          gravado pelo CBCRED01 a cada pagamento de parcela,
      *          na mesma disciplina do log de ajustes do CBINV01:
      *          data, hora, cliente, contrato, parcela, loja da
      *          venda, valor recebido, saldo da parcela depois do
      *          recebimento e o operador que recebeu.
      ******************************************************************
       01  RECEBIMENTO-REC.
           05  RB-DATA             PIC 9(08).
           05  FILLER              PIC X(01).
           05  RB-HORA             PIC 9(06).
           05  FILLER              PIC X(01).
           05  RB-FONE             PIC 9(09).
           05  FILLER              PIC X(01).
           05  RB-CONTRATO         PIC 9(04).
           05  FILLER              PIC X(01).
           05  RB-PARCELA          PIC 9(02).
           05  FILLER              PIC X(01).
           05  RB-LOJA             PIC 9(05).
           05  FILLER              PIC X(01).
           05  RB-VALOR            PIC 9(07)V99.
           05  FILLER              PIC X(01).
           05  RB-SALDO-PARCELA    PIC 9(07)V99.
           05  FILLER              PIC X(01).
           05  RB-OPERADOR         PIC X(08).
