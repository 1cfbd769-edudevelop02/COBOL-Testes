      *          CONFIRMADO, avancado a mao pelo CBGER01). E o
      *          arbitro quando o destino diz que nunca recebeu a
      *          terca-feira.
      * Mod log:
      *   15-10-2026 ACC - Interfaces contabeis registradas aqui
      *                     tambem: CONTABFOLH (folha do
      *                     cbaula72_INDEXED) e CONTABVEND (vendas do
      *                     cb70, pelo CBCONT01).
      ******************************************************************
       01  GERACAO-REC.
           05  GR-FEED             PIC X(10).
