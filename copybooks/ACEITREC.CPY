      ******************************************************************
      * Copybook: ACEITREC
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Layout de uma linha do diario de movimentos aceitos
      *          (cbMOVACEITOS.SEQ, CB70_ACEITOSDD), gravado pelo
      *          cb70_read-write-SEQ a cada movimento roteado para
      *          uma saida regional: loja, regiao, item, quantidade,
      *          valor unitario e telefone do cliente, numerados
      *          pela posicao do registro na entrada da rodada
      *          (AC-SEQ). O diario abre com o header "H" da rodada
      *          (data/hora, que identificam o lote) e fecha com o
      *          trailer "T" de contagem e valor, a mesma disciplina
      *          das saidas regionais e conferivel pelo CBCHECK01
      *          no modo SAIDA. No restart a partir do checkpoint o
      *          diario e reaberto em EXTEND e os movimentos depois
      *          do ultimo checkpoint voltam com a MESMA sequencia:
      *          quem le o diario (CBEST01) descarta a sequencia que
      *          nao avanca, e nada e lancado duas vezes.
      * Mod log:
      *   15-10-2026 ACC - Tipo do movimento (AC-TIPO-MOV): "V" venda,
      *                     "D" devolucao do cliente, que o CBEST01
      *                     devolve ao saldo. O valor do trailer passa
      *                     a ser o liquido (devolucoes subtraidas),
      *                     com sinal.
      ******************************************************************
       01  ACEITO-REC.
           05  AC-DADOS.
               10  AC-SEQ          PIC 9(07).
               10  FILLER          PIC X(01).
               10  AC-DATA         PIC 9(08).
               10  AC-STORE-ID     PIC 9(05).
               10  AC-REGIAO       PIC 9(01).
               10  AC-ITEM-ID      PIC X(10).
               10  AC-QTDE         PIC 9(04).
               10  AC-VALOR-UNIT   PIC 9(05)V99.
               10  AC-CLI-FONE     PIC 9(09).
               10  AC-TIPO-MOV     PIC X(01).
                   88  AC-VENDA      VALUE "V".
                   88  AC-DEVOLUCAO  VALUE "D".
               10  FILLER          PIC X(07).
      *---> VISAO DO HEADER "H" E DO TRAILER "T" DE CONTROLE
           05  AC-CONTROLE REDEFINES AC-DADOS.
               10  AC-CTL-TIPO     PIC X(01).
                   88  AC-HEADER   VALUE "H".
                   88  AC-TRAILER  VALUE "T".
               10  AC-CTL-DATA     PIC 9(08).
               10  AC-CTL-HORA     PIC 9(06).
               10  FILLER          PIC X(45).
           05  AC-TRL-VISAO REDEFINES AC-DADOS.
               10  FILLER          PIC X(01).
               10  AC-TRL-COUNT    PIC 9(09).
               10  AC-TRL-VALOR    PIC S9(09)V99.
               10  FILLER          PIC X(39).
