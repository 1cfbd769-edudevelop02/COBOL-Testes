      *          disciplina da trilha de auditoria do lado de
      *          clientes, para o RH poder mostrar a evolucao
      *          salarial de um funcionario.
      * Mod log:
      *   15-10-2026 ACC - SH-APROVADOR no final: a mudanca de
      *                     remuneracao passa pela fila de
      *                     aprovacao (ALTPEND) e o historico guarda
      *                     quem pediu (SH-OPERADOR) e o outro
      *                     operador senior que aprovou. Linhas
      *                     antigas ficam com o aprovador em branco.
      ******************************************************************
       01  SALHIST-REC.
           05  SH-DATA             PIC 9(08).
           05  SH-REM-DEPOIS       PIC 9(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SH-OPERADOR         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SH-APROVADOR        PIC X(08).
