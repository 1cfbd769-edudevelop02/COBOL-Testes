      ******************************************************************
      * Copybook: LGPDREC
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Layout do registro do log de pedidos do titular
      *          (cadcli-lgpd.log, LGPDFILE, sequencial em EXTEND):
      *          uma linha por pedido atendido (ou recusado) pelo
      *          CADLGPD01 - exportacao dos dados ou anonimizacao -
      *          com o protocolo do pedido, quem executou/aprovou,
      *          o resultado e quantos registros cada fonte teve.
      *          O log guarda so o telefone, nunca nome ou
      *          endereco, para continuar valendo depois da
      *          anonimizacao.
      ******************************************************************
       01  LGPD-REC.
           05  LG-DATA             PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  LG-HORA             PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
      *---> EXPORTACAO OU ANONIMIZA
           05  LG-PEDIDO           PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  LG-FONE             PIC 9(09).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  LG-PROTOCOLO        PIC X(15).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  LG-OPERADOR         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
      *---> OK, NEGADO (PERFIL), CANCELADO (NAO CONFIRMOU) OU ERRO
           05  LG-RESULTADO        PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  LG-QTD-FONES        PIC 9(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  LG-QTD-CADASTRO     PIC 9(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  LG-QTD-AUDIT        PIC 9(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  LG-QTD-CONTATOS     PIC 9(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  LG-QTD-COMPRAS      PIC 9(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  LG-QTD-MALA         PIC 9(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  LG-QTD-MORTO        PIC 9(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  LG-QTD-BACKUP       PIC 9(05).
