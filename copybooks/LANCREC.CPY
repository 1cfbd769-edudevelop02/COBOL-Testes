      ******************************************************************
      * Copybook: LANCREC
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Layout de uma linha do arquivo de interface contabil
      *          (lancamentos a debito/credito para o sistema da
      *          contabilidade), gravado pela folha de pagamento do
      *          cbaula72_INDEXED (uma geracao por folha rodada, por
      *          departamento) e pelo CBCONT01 (uma geracao por rodada
      *          do cb70, receita por regiao e loja). A conta de cada
      *          lancamento vem da tabela de contas (CONTATAB). O
      *          arquivo abre com o header "H" (data/hora, numero de
      *          geracao do feed, origem e referencia da folha ou do
      *          lote) e fecha com o trailer "T" com a contagem de
      *          lancamentos e os totais a debito e a credito, que o
      *          CBCHECK01 confere no modo CONTABIL. A geracao fica
      *          registrada no controle de geracoes (GERREC).
      *          Folha rodada de novo no mesmo periodo gera nova
      *          geracao com a mesma referencia: vale a mais recente.
      ******************************************************************
       01  LANCTO-REC.
           05  LC-DADOS.
      *---> "L" = LANCAMENTO
               10  LC-TIPO         PIC X(01).
      *---> ORIGEM: F = FOLHA DE PAGAMENTO, V = VENDAS DO cb70
               10  LC-ORIGEM       PIC X(01).
                   88  LC-FOLHA    VALUE "F".
                   88  LC-VENDAS   VALUE "V".
               10  LC-DATA         PIC 9(08).
               10  LC-CONTA        PIC X(12).
               10  LC-DC           PIC X(01).
                   88  LC-DEBITO   VALUE "D".
                   88  LC-CREDITO  VALUE "C".
               10  LC-VALOR        PIC 9(11)V99.
      *---> CENTRO DE CUSTO: DEPARTAMENTO (FOLHA) OU LOJA (VENDAS)
               10  LC-CCUSTO       PIC X(05).
               10  LC-REGIAO       PIC X(01).
               10  LC-EVENTO       PIC X(04).
               10  LC-HISTORICO    PIC X(30).
               10  LC-REFERENCIA   PIC X(12).
               10  FILLER          PIC X(12).
      *---> VISAO DO HEADER "H" DE CONTROLE
           05  LC-CONTROLE REDEFINES LC-DADOS.
               10  LC-CTL-TIPO     PIC X(01).
                   88  LC-HEADER   VALUE "H".
                   88  LC-TRAILER  VALUE "T".
               10  LC-CTL-DATA     PIC 9(08).
               10  LC-CTL-HORA     PIC 9(06).
               10  LC-CTL-GERACAO  PIC 9(06).
               10  LC-CTL-ORIGEM   PIC X(01).
               10  LC-CTL-REFERENCIA PIC X(12).
               10  FILLER          PIC X(66).
      *---> VISAO DO TRAILER "T": CONTAGEM (POSICOES 2-10, A MESMA
      *---> DOS OUTROS FEEDS) E TOTAIS A DEBITO E A CREDITO
           05  LC-TRL-VISAO REDEFINES LC-DADOS.
               10  FILLER          PIC X(01).
               10  LC-TRL-COUNT    PIC 9(09).
               10  FILLER          PIC X(01).
               10  LC-TRL-DEBITOS  PIC 9(13)V99.
               10  LC-TRL-CREDITOS PIC 9(13)V99.
               10  FILLER          PIC X(59).
