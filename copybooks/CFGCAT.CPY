      ******************************************************************
      * Copybook: CFGCAT
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Layout de uma linha do catalogo de versoes do
      *          cobol.cfg (cbcfgcat.dat, CBCFG01_CATALOGO): uma linha
      *          por fotografia do arquivo de configuracao tirada pelo
      *          CBCFG01, com o nome da copia datada, quem fotografou,
      *          quantas chaves mudaram contra a versao anterior e a
      *          aprovacao do operador senior. A fila da noite
      *          (CBSTREAM01) so roda quando o cobol.cfg em uso e
      *          igual, chave a chave, a ultima versao aprovada.
      ******************************************************************
       01  CFGCAT-REC.
           05  CV-VERSAO           PIC 9(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CV-DATA             PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CV-HORA             PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CV-OPERADOR         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
      *---> FOTO = FOTOGRAFIA DO ARQUIVO EM USO; VOLTA = RETORNO A
      *---> UMA VERSAO ANTERIOR (CV-BASE)
           05  CV-ORIGEM           PIC X(05).
               88  CV-FOTO         VALUE "FOTO".
               88  CV-VOLTA        VALUE "VOLTA".
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CV-BASE             PIC 9(04).
           05  FILLER              PIC X(01) VALUE SPACE.
      *---> CHAVES INCLUIDAS, EXCLUIDAS OU ALTERADAS NESTA VERSAO
           05  CV-ALTERACOES       PIC 9(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CV-SITUACAO         PIC X(01).
               88  CV-PENDENTE     VALUE "P".
               88  CV-APROVADA     VALUE "A".
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CV-APROVADOR        PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CV-DATA-APR         PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CV-HORA-APR         PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CV-ARQUIVO          PIC X(60).
