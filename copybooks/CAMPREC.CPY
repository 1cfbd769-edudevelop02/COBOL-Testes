      *          campanha informado e grava o registro de
      *          enderecamento por cliente, para a pergunta "quem
      *          recebeu a campanha X" deixar de ficar sem resposta.
      * Mod log:
      *   15-10-2026 ACC - CA-FAIXA aberto no FILLER final: faixa de
      *                     score (A a D, calculada pelo CBSCORE01 em
      *                     cadcli-score.dat) usada como filtro de
      *                     selecao da campanha no CADMALA01; branco =
      *                     todas as faixas (campanhas antigas).
      ******************************************************************
       01  CAMP-REC.
           05  CA-CHAVE.
           05  CA-STATUS           PIC X(01).
               88  CA-ABERTA       VALUE "A".
               88  CA-ENCERRADA    VALUE "E".
      *---> FILTRO DE FAIXA DE SCORE (BRANCO = TODAS)
           05  CA-FAIXA            PIC X(01).
           05  FILLER              PIC X(07).
