      ******************************************************************
      * Copybook: CHKRES
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Layout do registro de resultado do CBCHECK01
      *          (cbcheck.log, CBCHECK01_RESULTADOS): uma linha por
      *          conferencia, gravada por EXTEND no fim de cada
      *          rodada, com o modo, o arquivo conferido, o veredito
      *          (OK/ERRO) e as contagens. O relatorio da manha do
      *          CBMANHA01 le as linhas da noite para mostrar quais
      *          arquivos nao podem ser transmitidos.
      ******************************************************************
       01  CHKRES-REC.
           05  CK-DATA             PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CK-HORA             PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CK-MODO             PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CK-RESULTADO        PIC X(04).
               88  CK-OK           VALUE "OK".
               88  CK-ERRO         VALUE "ERRO".
           05  FILLER              PIC X(01) VALUE SPACE.
      *---> REGISTROS DE DADOS CONTADOS E CONTAGEM GRAVADA NO TRAILER
           05  CK-DADOS            PIC 9(09).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CK-TRAILER          PIC 9(09).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CK-ARQUIVO          PIC X(60).
