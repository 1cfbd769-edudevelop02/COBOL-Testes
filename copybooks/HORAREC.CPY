      ******************************************************************
      * Copybook: HORAREC
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Layout do registro da folha de ponto dos
      *          funcionarios (HORAFL, cbHORAS.IDX, HORASFILE),
      *          chaveado por funcionario + data trabalhada: horas
      *          normais do dia e horas extras a 50% e a 100%, com
      *          a data e o operador do lancamento. Mantido pelo
      *          CBHORA01 no padrao de tela cheia do cbaula72; a
      *          folha mensal do cbaula72 soma as horas extras do
      *          mes da folha e paga o valor sobre a remuneracao
      *          (REM-BYTE) antes do calculo do INSS.
      ******************************************************************
       01  HORA-REC.
           05  HR-CHAVE.
               10  HR-EMP-ID       PIC X(05).
               10  HR-DATA         PIC 9(08).
      *---> HORAS DO DIA EM HORAS E CENTESIMOS (07,50 = 7h30)
           05  HR-HORAS-NORMAIS    PIC 9(02)V99.
           05  HR-HORAS-50         PIC 9(02)V99.
           05  HR-HORAS-100        PIC 9(02)V99.
      *---> QUEM LANCOU E QUANDO
           05  HR-DATA-LANC        PIC 9(08).
           05  HR-OPERADOR         PIC X(08).
           05  FILLER              PIC X(10).
