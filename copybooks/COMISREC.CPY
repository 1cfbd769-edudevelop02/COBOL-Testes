      ******************************************************************
      * Copybook: COMISREC
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Layout da comissao de vendas do mes por vendedor
      *          (cbCOMISSAO.IDX, COMISFILE), chaveada por mes AAAAMM
      *          + funcionario. Calculada pelo CBCOMI01: a venda
      *          liquida da loja no mes (vendido menos devolvido no
      *          resumo mensal de vendas, VENDMREC, que vem dos
      *          movimentos aceitos do cb70) e dividida em partes
      *          iguais entre os vendedores da loja (EMP-STORE-ID com
      *          EMP-COMISSAO) e cada um recebe o seu percentual sobre
      *          a sua parte. A folha mensal do cbaula72 do mesmo mes
      *          paga CM-VALOR como provento antes do INSS. Calculo
      *          repetido no mes troca os registros; mes fechado na
      *          folha (FOLHAPER) nao e recalculado.
      ******************************************************************
       01  COMIS-REC.
           05  CM-CHAVE.
               10  CM-PERIODO.
                   15  CM-ANO      PIC 9(04).
                   15  CM-MES      PIC 9(02).
               10  CM-EMP-ID       PIC X(05).
      *---> LOJA, VENDA LIQUIDA DELA NO MES E VENDEDORES QUE A DIVIDEM
           05  CM-STORE-ID         PIC 9(05).
           05  CM-VENDA-LOJA       PIC S9(11)V99.
           05  CM-QTD-VEND         PIC 9(03).
      *---> PARTE DO VENDEDOR NA VENDA, PERCENTUAL E COMISSAO DEVIDA
           05  CM-BASE             PIC 9(11)V99.
           05  CM-PERC             PIC 9(02)V99.
           05  CM-VALOR            PIC 9(06)V99.
      *---> QUEM CALCULOU E QUANDO
           05  CM-DATA-CALC        PIC 9(08).
           05  CM-OPERADOR         PIC X(08).
           05  FILLER              PIC X(10).
