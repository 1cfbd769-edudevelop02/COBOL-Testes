      *          o arquivo de origem; o resultado vai para o
      *          cbjoblog.log. Roda na fila da noite antes de
      *          qualquer carga. A volta e feita pelo CBRST01.
      * Mod log:
      *   15-10-2026 ACC - Registro de funcionarios com loja e
      *                     comissao (EMPREC, 96 bytes); a copia de
      *                     100 bytes continua comportando.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD BKPCLI.
       01  BKPCLI-REC      PIC X(150).
      *
      *  COPIA DOS FUNCIONARIOS: REGISTRO DE EMPREC (96 BYTES) NOS
      *  PRIMEIROS BYTES, RESTO EM BRANCO DE RESERVA
       FD BKPEMP.
       01  BKPEMP-REC      PIC X(100).
