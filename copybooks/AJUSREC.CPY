      ******************************************************************
      * Copybook: AJUSREC
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Layout de uma linha do log de ajustes de inventario
      *          (cbajustes.log, CBINV01_LOGDD), gravado pelo CBINV01
      *          a cada ajuste aprovado, na mesma disciplina do log
      *          de correcoes do CBREJ01: data, hora, loja, item,
      *          saldo do estoque antes do ajuste (com o movimento
      *          lancado depois da contagem), quantidade contada,
      *          diferenca contra o livro da contagem (negativa =
      *          quebra/perda; e a que e somada ao saldo), valor
      *          unitario usado (ultimo visto no cb70), valor da
      *          diferenca, o operador que contou e o operador senior
      *          que aprovou.
      *          O proprio CBINV01 totaliza a quebra por loja a
      *          partir deste log, e a auditoria ve quem aprovou
      *          cada baixa.
      ******************************************************************
       01  AJUSTE-REC.
           05  AJ-DATA             PIC 9(08).
           05  FILLER              PIC X(01).
           05  AJ-HORA             PIC 9(06).
           05  FILLER              PIC X(01).
           05  AJ-ACAO             PIC X(10).
           05  FILLER              PIC X(01).
           05  AJ-STORE-ID         PIC 9(05).
           05  FILLER              PIC X(01).
           05  AJ-ITEM-ID          PIC X(10).
           05  FILLER              PIC X(01).
           05  AJ-SALDO-ANTES      PIC S9(07) SIGN LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  AJ-QTDE-CONTADA     PIC 9(07).
           05  FILLER              PIC X(01).
           05  AJ-DIFERENCA        PIC S9(07) SIGN LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  AJ-VALOR-UNIT       PIC 9(05)V99.
           05  FILLER              PIC X(01).
           05  AJ-VALOR-DIF        PIC S9(09)V99 SIGN LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  AJ-OPER-CONTAGEM    PIC X(08).
           05  FILLER              PIC X(01).
           05  AJ-OPERADOR         PIC X(08).
