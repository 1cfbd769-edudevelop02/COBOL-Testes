      ******************************************************************
      * Copybook: CAPAHIST
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Layout da historia de crescimento dos arquivos
      *          (cbcapacidade.dat, CBCAPA01_HISTORIA): uma linha por
      *          arquivo a cada fotografia semanal do CBCAPA01, com a
      *          quantidade de registros (e de ativos/inativos nos
      *          cadastros que tem situacao). Gravada por EXTEND, em
      *          ordem de data; e dela que saem a taxa de crescimento
      *          e as projecoes do relatorio de capacidade.
      ******************************************************************
       01  CAPA-HIST-REC.
           05  CH-DATA             PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
      *---> CODIGO DO ARQUIVO NA TABELA DO CBCAPA01 (CLIENTES, FUNC..)
           05  CH-CODIGO           PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CH-QTD              PIC 9(09).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CH-ATIVOS           PIC 9(09).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CH-INATIVOS         PIC 9(09).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CH-ARQUIVO          PIC X(50).
