      ******************************************************************
      * Copybook: CREDREC
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Layout da parcela do crediario (cadcli-crediario.dat,
      *          CREDFILE), chaveado por telefone do cliente (FS-FONE
      *          do CLIREC) + numero do contrato + numero da parcela.
      *          Cada venda a prazo registrada no CBCRED01 gera um
      *          contrato com uma parcela por mes; os recebimentos
      *          acumulam em CR-VALOR-PAGO ate a quitacao. O CBCRED02
      *          tira o aging por loja e por cliente e o CBCRED03
      *          seleciona os atrasados para a carta de cobranca,
      *          carimbando CR-ULT-COBRANCA.
      ******************************************************************
       01  CREDIARIO-REC.
           05  CR-CHAVE.
               10  CR-FONE         PIC 9(09).
               10  CR-CONTRATO     PIC 9(04).
               10  CR-PARCELA      PIC 9(02).
      *---> LOJA DA VENDA (VALIDADA NO CADASTRO DE LOJAS)
           05  CR-LOJA             PIC 9(05).
           05  CR-DATA-VENDA       PIC 9(08).
           05  CR-QTD-PARCELAS     PIC 9(02).
           05  CR-VENCIMENTO       PIC 9(08).
           05  CR-VENC-R REDEFINES CR-VENCIMENTO.
               10  CR-VENC-ANO     PIC 9(04).
               10  CR-VENC-MES     PIC 9(02).
               10  CR-VENC-DIA     PIC 9(02).
           05  CR-VALOR-PARCELA    PIC 9(07)V99.
      *---> SOMA DOS RECEBIMENTOS DA PARCELA (ACEITA PAGAMENTO
      *---> PARCIAL) E DATA DO ULTIMO RECEBIMENTO
           05  CR-VALOR-PAGO       PIC 9(07)V99.
           05  CR-DATA-PAGTO       PIC 9(08).
           05  CR-SITUACAO         PIC X(01).
               88  CR-ABERTA       VALUE "A".
               88  CR-QUITADA      VALUE "Q".
      *---> DATA DA ULTIMA CARTA DE COBRANCA QUE INCLUIU A PARCELA
      *---> (ZEROS = NUNCA COBRADA)
           05  CR-ULT-COBRANCA     PIC 9(08).
           05  CR-ULT-COBR-R REDEFINES CR-ULT-COBRANCA.
               10  CR-COBR-ANO     PIC 9(04).
               10  CR-COBR-MES     PIC 9(02).
               10  CR-COBR-DIA     PIC 9(02).
           05  CR-OPERADOR         PIC X(08).
           05  FILLER              PIC X(10).
