      ******************************************************************
      * Copybook: FOLHAREC
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Layout do razao da folha de pagamento (cbFOLHA.IDX,
      *          FOLHAFILE): um registro por periodo de pagamento
      *          (AAAAMM), tipo da folha e funcionario, gravado pela
      *          FOLHA-PAGAMENTO do cbaula72_INDEXED com os mesmos
      *          numeros do holerite - bruto, desconto de ausencia,
      *          INSS por faixa, desconto da 1a parcela do 13o e o
      *          liquido creditado. Folha rodada de novo num periodo
      *          aberto troca os registros; periodo fechado (FOLHAPER)
      *          nao roda mais. O CBINFR01 tira daqui o informe de
      *          rendimentos anual, inclusive de desligados.
      * Mod log:
      *   15-10-2026 ACC - Horas extras a 50% e a 100% do mes e o
      *                     valor pago por elas (ja somado no bruto),
      *                     da folha de ponto do CBHORA01.
      *   15-10-2026 ACC - Total dos descontos parcelados em folha
      *                     (CBDESC01) baixados na folha mensal.
      *   15-10-2026 ACC - Comissao de vendas da folha mensal (ja
      *                     somada no bruto), do calculo do CBCOMI01.
      *                     Registro cresce 8 bytes - reconstruir o
      *                     arquivo indexado na virada.
      ******************************************************************
       01  FOLHA-REC.
           05  FL-CHAVE.
               10  FL-PERIODO.
                   15  FL-ANO      PIC 9(04).
                   15  FL-MES      PIC 9(02).
      *---> TIPO DA FOLHA: M MENSAL, 1/2 PARCELAS DO 13o, F FERIAS
               10  FL-TIPO         PIC X(01).
                   88  FL-MENSAL   VALUE "M".
                   88  FL-13-PRIM  VALUE "1".
                   88  FL-13-SEG   VALUE "2".
                   88  FL-FERIAS   VALUE "F".
               10  FL-EMP-ID       PIC X(05).
      *---> RETRATO DO CADASTRO NO DIA DA FOLHA
           05  FL-EMP-NAME         PIC X(40).
           05  FL-DEPTO            PIC X(03).
           05  FL-REMUNERACAO      PIC 9(05).
           05  FL-DATA-PAGTO       PIC 9(08).
      *---> REFERENCIA: DIAS SEM VENCIMENTO (MENSAL), AVOS (13o) OU
      *---> DIAS DE FERIAS (FERIAS)
           05  FL-REFERENCIA       PIC 9(02).
           05  FL-BRUTO            PIC 9(06)V99.
           05  FL-DESC-AUSENCIA    PIC 9(05)V99.
           05  FL-INSS             PIC 9(05)V99.
           05  FL-INSS-FAIXAS.
               10  FL-INSS-FAIXA   PIC 9(05)V99 OCCURS 10 TIMES.
           05  FL-DESC-ADIANT      PIC 9(05)V99.
           05  FL-LIQUIDO          PIC 9(06)V99.
           05  FL-OPERADOR         PIC X(08).
      *---> HORAS EXTRAS DA FOLHA MENSAL (VALOR INCLUIDO NO BRUTO)
           05  FL-HORAS-50         PIC 9(03)V99.
           05  FL-HORAS-100        PIC 9(03)V99.
           05  FL-VALOR-HE         PIC 9(05)V99.
      *---> DESCONTOS PARCELADOS DA FOLHA MENSAL (JA FORA DO LIQUIDO)
           05  FL-DESC-CONSIG      PIC 9(06)V99.
           05  FILLER              PIC X(05).
      *---> COMISSAO DE VENDAS DA FOLHA MENSAL (VALOR INCLUIDO NO BRUTO)
           05  FL-COMISSAO         PIC 9(06)V99.
