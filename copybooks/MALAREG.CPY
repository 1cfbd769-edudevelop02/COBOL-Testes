      *          a data e a categoria no momento do enderecamento.
      *          Lido pelo CADCAMP01 para o relatorio de retorno por
      *          campanha.
      * Mod log:
      *   15-10-2026 ACC - MR-FAIXA no fim da linha: faixa de score do
      *                     cliente (cadcli-score.dat) no momento do
      *                     enderecamento, para o retorno por faixa.
      *                     Linhas antigas leem a faixa em branco.
      ******************************************************************
       01  MALAREG-REC.
           05  MR-CAMPANHA         PIC X(08).
           05  MR-CATEGORIA        PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  MR-MODO             PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  MR-FAIXA            PIC X(01).
