      *          numeracao de cada feed. E o argumento que encerra
      *          a discussao quando o destino diz que nunca recebeu
      *          a terca-feira.
      * Mod log:
      *   15-10-2026 ACC - Interfaces contabeis no controle: a da
      *                     folha (feed CONTABFOLH, cbaula72_INDEXED)
      *                     e a das vendas (feed CONTABVEND, CBCONT01).
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * AVANCA O STATUS DE UMA GERACAO: GERADO -> TRANSMITIDO ->
      * CONFIRMADO, E REGRAVA O ARQUIVO DE CONTROLE INTEIRO
       AVANCA-STATUS.
           DISPLAY "FEED (CADEXTR01/CADDELTA01/CBJSON01/CONTABFOLH/"
               "CONTABVEND) ==>> "
               WITH NO ADVANCING
           ACCEPT WS-FEED-INF FROM CONSOLE
           DISPLAY "GERACAO (6 DIG) ==>> " WITH NO ADVANCING
