      *                     status: codigo do operador que rodou o
      *                     job, para a conferencia de fechamento
      *                     mostrar quem rodou o que.
      *   15-10-2026 ACC - JL-DETALHE acrescentado apos o operador:
      *                     texto livre do evento (o CBCFG01 grava
      *                     nele a chave do cobol.cfg alterada com o
      *                     valor anterior e o novo). Os demais
      *                     programas deixam em branco.
      ******************************************************************
       01  JOBLOG-REC.
           05  JL-PROGRAMA         PIC X(20).
           05  JL-STATUS           PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  JL-OPERADOR         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  JL-DETALHE          PIC X(80).
