      ******************************************************************
      * Copybook: SCOREREC
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Layout do registro do score de clientes
      *          (cadcli-score.dat, SCOREFILE), chaveado pelo
      *          telefone do cliente e refeito inteiro a cada rodada
      *          do CBSCORE01 a partir do historico de compras
      *          (COMPRAREC): recencia (dias desde a ultima compra),
      *          frequencia (dias com compra na janela) e valor
      *          (liquido das devolucoes, na janela), cada um com
      *          nota de 1 a 5, a soma das notas e a faixa (A a D)
      *          usada como filtro de selecao das campanhas no
      *          CADCAMP01/CADMALA01. So clientes ativos.
      ******************************************************************
       01  SCORE-REC.
           05  SC-CHAVE.
               10  SC-FONE         PIC 9(09).
           05  SC-DATA-CALC        PIC 9(08).
      *---> ZEROS QUANDO O CLIENTE NUNCA COMPROU
           05  SC-ULT-COMPRA       PIC 9(08).
           05  SC-DIAS-ULT         PIC 9(05).
           05  SC-QTD-COMPRAS      PIC 9(05).
           05  SC-VALOR            PIC S9(09)V99.
           05  SC-NOTAS.
               10  SC-NOTA-REC     PIC 9(01).
               10  SC-NOTA-FREQ    PIC 9(01).
               10  SC-NOTA-VALOR   PIC 9(01).
      *---> SOMA DAS TRES NOTAS (3 A 15)
           05  SC-PONTUACAO        PIC 9(02).
           05  SC-FAIXA            PIC X(01).
               88  SC-FAIXA-A      VALUE "A".
               88  SC-FAIXA-B      VALUE "B".
               88  SC-FAIXA-C      VALUE "C".
               88  SC-FAIXA-D      VALUE "D".
               88  SC-FAIXA-VALIDA VALUES "A" "B" "C" "D".
      *---> CATEGORIA DO CLIENTE NO DIA DO CALCULO
           05  SC-CATEGORIA        PIC X(01).
           05  FILLER              PIC X(10).
