      ******************************************************************
      * Copybook: ORCAREC
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Layout do orcamento mensal da folha por departamento
      *          (cbORCAMENTO.IDX, ORCAFILE), chaveado por departamento
      *          (DP-CODIGO do DEPREC) + mes AAAAMM: quadro de
      *          funcionarios e custo da folha orcados para o mes.
      *          Lancado pelo CBDEP01 (opcoes 6 e 7); o CBORC01 compara
      *          com o realizado do razao da folha (FOLHAREC) no mes e
      *          no acumulado do ano e aponta os departamentos acima
      *          do orcamento.
      ******************************************************************
       01  ORCA-REC.
           05  OR-CHAVE.
               10  OR-DEPTO        PIC X(03).
               10  OR-PERIODO.
                   15  OR-ANO      PIC 9(04).
                   15  OR-MES      PIC 9(02).
      *---> QUADRO (FUNCIONARIOS NA FOLHA MENSAL) E CUSTO ORCADOS
           05  OR-QTD-FUNC         PIC 9(04).
           05  OR-CUSTO            PIC 9(09)V99.
      *---> QUEM LANCOU E QUANDO
           05  OR-DATA-LANC        PIC 9(08).
           05  OR-OPERADOR         PIC X(08).
           05  FILLER              PIC X(10).
