      ******************************************************************
      * Copybook: COBRREC
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Layout de uma linha da selecao de cobranca
      *          (cadcli-cobranca.sel, COBRANCAFILE), gravada pelo
      *          CBCRED03 na rodada da noite com um cliente atrasado
      *          do crediario por linha, em ordem de telefone, e lida
      *          pelo CADMALA01 no modo COBRANCA para emitir a carta
      *          e registrar o contato de cobranca do cliente.
      ******************************************************************
       01  COBRANCA-REC.
           05  CB-FONE             PIC 9(09).
      *---> PARCELAS EM ATRASO E SALDO DEVEDOR DELAS
           05  CB-QTD-PARCELAS     PIC 9(03).
           05  CB-VALOR-ATRASO     PIC 9(09)V99.
      *---> VENCIMENTO MAIS ANTIGO EM ABERTO E DIAS DE ATRASO DELE
           05  CB-VENC-ANTIGO      PIC 9(08).
           05  CB-DIAS-ATRASO      PIC 9(05).
           05  FILLER              PIC X(10).
