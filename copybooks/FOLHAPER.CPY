      ******************************************************************
      * Copybook: FOLHAPER
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Layout do controle dos periodos da folha de
      *          pagamento (cbFOLHAPER.IDX, FOLHAPERFILE), um
      *          registro por mes (AAAAMM). A FOLHA-PAGAMENTO do
      *          cbaula72_INDEXED cria o periodo aberto na primeira
      *          folha do mes e se recusa a rodar em periodo
      *          fechado; o fechamento e a reabertura (so perfil
      *          senior) sao opcoes do mesmo programa e ficam
      *          carimbados aqui com data e operador.
      ******************************************************************
       01  FOLHAPER-REC.
           05  FP-PERIODO          PIC 9(06).
           05  FP-SITUACAO         PIC X(01).
               88  FP-ABERTO       VALUE "A".
               88  FP-FECHADO      VALUE "F".
           05  FP-ULT-EXECUCAO     PIC 9(08).
           05  FP-OPER-EXECUCAO    PIC X(08).
           05  FP-DATA-FECHA       PIC 9(08).
           05  FP-OPER-FECHA       PIC X(08).
           05  FP-DATA-REABRE      PIC 9(08).
           05  FP-OPER-REABRE      PIC X(08).
           05  FP-QTD-REABRE       PIC 9(03).
           05  FILLER              PIC X(20).
