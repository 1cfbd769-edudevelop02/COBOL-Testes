      *                     de CEP, contagem) que acompanha as
      *                     caixas para o desconto de mala
      *                     ordenada.
      *   15-10-2026 ACC - Modo EXTRATO: extrato mensal de pontos de
      *                     fidelidade por cliente no formato da
      *                     carta (nome e endereco no topo), com saldo
      *                     anterior, lancamentos do mes (ganhos,
      *                     estornos, resgates e expiracoes do
      *                     cadcli-pontos.dat/PONTREC) e saldo no fim
      *                     do mes. Mes no 7o argumento ou em
      *                     CADMALA01_MES_EXTRATO (zeros = mes
      *                     corrente); sem 3o argumento a saida vai
      *                     para CADMALA01_EXTRATO_SAIDA. Cliente sem
      *                     lancamento no mes e com saldo zero nao
      *                     recebe extrato.
      *   15-10-2026 ACC - Modo COBRANCA: carta de cobranca do
      *                     crediario no formato da carta, para cada
      *                     cliente da selecao gravada na noite pelo
      *                     CBCRED03 (COBRREC/COBRANCAFILE), com o
      *                     saldo em atraso, as parcelas e o
      *                     vencimento mais antigo. Cada carta vira
      *                     tambem um contato COBRANCA em
      *                     cadcli-contatos.dat, para o historico da
      *                     cobranca aparecer no dossie do cliente.
      *                     Sem 3o argumento a saida vai para
      *                     CADMALA01_COBRANCA_SAIDA.
      *   15-10-2026 ACC - Filtro por faixa de score (A a D, do
      *                     cadcli-score.dat calculado pelo
      *                     CBSCORE01): 8o argumento, chave
      *                     CADMALA01_FAIXA ou, com campanha
      *                     informada, a faixa gravada na campanha
      *                     (CA-FAIXA). A faixa do cliente no
      *                     enderecamento vai para o MALAREG
      *                     (MR-FAIXA), para o retorno por faixa do
      *                     CADCAMP01.
      *   15-10-2026 ACC - Cliente com recusa ativa de mala direta
      *                     (canal M do cadcli-optout.dat/OPTREC,
      *                     mantido na opcao OPT-OUT do CADCLI01) fica
      *                     fora das etiquetas, cartas e extratos e e
      *                     contado a parte (RECUSA MALA DIRETA). A
      *                     carta de cobranca nao e propaganda e
      *                     continua saindo. Sem o cadastro de recusas
      *                     no lugar, nada e suprimido, com aviso.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MALAREG ASSIGN TO MALAREGDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MALAREG.
      *---> extrato de pontos de fidelidade (modo EXTRATO)
           SELECT PONTFL ASSIGN TO PONTOSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-CHAVE
               FILE STATUS IS FS-PONT.
      *---> selecao de cobranca do crediario (gravada pelo CBCRED03)
           SELECT COBRFL ASSIGN TO COBRDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COBR.
      *---> historico de contatos com o cliente (modo COBRANCA)
           SELECT CONTFILE ASSIGN TO NOME-ARQ-CONTATOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-CONT
               RECORD KEY IS CT-CHAVE.
      *---> score dos clientes (calculado pelo CBSCORE01)
           SELECT SCOREFL ASSIGN TO SCOREDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-CHAVE
               FILE STATUS IS FS-SCORE.
      *---> recusas (opt-out) do cliente por canal (CADCLI01)
           SELECT OPTFL ASSIGN TO OPTOUTDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OO-CHAVE
               FILE STATUS IS FS-OPT.
      *---> arquivo de trabalho do SORT por UF + CEP
           SELECT SORTFL ASSIGN TO "CADMALA01-SORT".
      *---> arquivo de configuracao compartilhado de localizacao
      *
       FD MALAREG.
           COPY MALAREG.
      *
      *  TAMANHO DO REGISTRO = 96 CARACTERES SEM TERMINADOR FISICO
       FD PONTFL.
           COPY PONTREC.
      *
       FD COBRFL.
           COPY COBRREC.
      *
       FD CONTFILE.
           COPY CONTREC.
      *
      *  TAMANHO DO REGISTRO = 63 CARACTERES SEM TERMINADOR FISICO
       FD SCOREFL.
           COPY SCOREREC.
      *
      *  TAMANHO DO REGISTRO = 59 CARACTERES SEM TERMINADOR FISICO
       FD OPTFL.
           COPY OPTREC.
      *
       SD SORTFL.
       01  SORT-REC.
           05 S-NUMERO     PIC X(06).
           05 S-CIDADE     PIC X(20).
           05 S-CATEGORIA  PIC X(01).
           05 S-FAIXA      PIC X(01).
      *
       FD  CONFIGFL.
           COPY CONFIGCFG.
       01  FS-MALAREG        PIC X(02) VALUE "X".
           88  FS-MALAREG-OK VALUE IS "00".

       01  PONTOSDD          PIC X(30) VALUE "./cadcli-pontos.dat".

       01  FS-PONT           PIC X(02) VALUE SPACES.
           88  FS-PONT-OK    VALUE IS "00".

       01  COBRDD            PIC X(50)
           VALUE "./files/cadcli-cobranca.sel".

       01  FS-COBR           PIC X(02) VALUE SPACES.
           88  FS-COBR-OK    VALUE IS "00".
           88  FS-COBR-EOF   VALUE IS "10".

       01  NOME-ARQ-CONTATOS.
           05  FILLER  PIC X(50) VALUE "./cadcli-contatos.dat".

       01  FS-CONT           PIC X(02) VALUE SPACES.
           88  FS-CONT-OK    VALUE IS "00".

       01  SCOREDD           PIC X(50) VALUE "./cadcli-score.dat".

       01  FS-SCORE          PIC X(02) VALUE SPACES.
           88  FS-SCORE-OK   VALUE IS "00".

       01  WS-SCORE-ABERTO   PIC X     VALUE "N".
           88  SCORE-ABERTO  VALUE "S".

       01  OPTOUTDD          PIC X(50) VALUE "./cadcli-optout.dat".

       01  FS-OPT            PIC X(02) VALUE SPACES.
           88  FS-OPT-OK     VALUE IS "00".

       01  WS-OPT-ABERTO     PIC X     VALUE "N".
           88  OPT-ABERTO    VALUE "S".

      *---> CLIENTE CORRENTE COM RECUSA ATIVA DE MALA DIRETA
       01  WS-RECUSA-MALA    PIC X     VALUE "N".
           88  E-RECUSA-MALA VALUE "S".

      *---> FILTRO DE FAIXA DE SCORE (BRANCO = TODAS) E FAIXA DO
      *---> CLIENTE CORRENTE (BRANCO = SEM SCORE CALCULADO)
       01  WS-FILTRO-FAIXA   PIC X(01)  VALUE SPACE.
           88  E-SEM-FILTRO-FAIXA       VALUE SPACE.
           88  E-FAIXA-VALIDA           VALUES "A" "B" "C" "D" " ".
       01  WS-FAIXA-CLIENTE  PIC X(01)  VALUE SPACE.

      *---> SAIDA PROPRIA DO MODO COBRANCA E CONTROLE DA PROXIMA
      *---> SEQUENCIA DE CONTATO DO CLIENTE (A DISCIPLINA DO CADCLI01)
       01  WS-COBRANCA-SAIDA PIC X(50)
           VALUE "./files/cadcli-cobranca.out".
       77  WS-CT-ULT-SEQ     PIC 9(04) VALUE ZEROS.
       01  WS-FIM-CONTATOS   PIC X     VALUE "N".
           88  E-FIM-CONTATOS VALUE "S".

      *---> LINHAS DO TEXTO DA CARTA DE COBRANCA E NOTA DO CONTATO
       01  WS-LIN-COBR1.
           05  FILLER        PIC X(43)
               VALUE "CONSTA EM NOSSO CREDIARIO SALDO EM ATRASO ".
           05  FILLER        PIC X(06) VALUE "DE R$ ".
           05  WC-VALOR      PIC ZZZZZZZZ9.99.
       01  WS-LIN-COBR2.
           05  FILLER        PIC X(14) VALUE "REFERENTE A ".
           05  WC-QTD        PIC ZZ9.
           05  FILLER        PIC X(39)
               VALUE " PARCELA(S), A MAIS ANTIGA VENCIDA EM ".
           05  WC-VENC       PIC 9(08).
           05  FILLER        PIC X(02) VALUE " (".
           05  WC-DIAS       PIC ZZZZ9.
           05  FILLER        PIC X(07) VALUE " DIAS).".
       01  WS-NOTA-COBR.
           05  FILLER        PIC X(15) VALUE "CARTA COBRANCA ".
           05  WN-QTD        PIC ZZ9.
           05  FILLER        PIC X(10) VALUE " PARC. R$ ".
           05  WN-VALOR      PIC ZZZZZZZZ9.99.
           05  FILLER        PIC X(07) VALUE " VENC. ".
           05  WN-VENC       PIC 9(08).
           05  FILLER        PIC X(05) VALUE SPACES.

      *---> MES DO EXTRATO DE PONTOS (AAAAMM; ZEROS = MES CORRENTE)
      *---> E SAIDA PROPRIA DO MODO EXTRATO
       01  WS-MES-EXTRATO    PIC 9(06) VALUE ZEROS.
       01  WS-MES-INF        PIC X(06) VALUE SPACES.
       01  WS-MES-INF-9      REDEFINES WS-MES-INF PIC 9(06).
       01  WS-EXTRATO-SAIDA  PIC X(50)
           VALUE "./files/cadcli-extrato-pontos.out".
       77  WS-QTD-ARGS       PIC 9(02) VALUE ZEROS.

      *---> SITUACAO DO CLIENTE CORRENTE NO MES DO EXTRATO: SALDO
      *---> ANTES DO MES, LANCAMENTOS DO MES (OS QUE NAO CABEM NA
      *---> TABELA SAEM SOMADOS NUMA LINHA) E SALDO NO FIM DO MES
       77  WS-EXT-SALDO-ANT  PIC S9(07) VALUE ZEROS.
       77  WS-EXT-SALDO-FIM  PIC S9(07) VALUE ZEROS.
       77  WS-EXT-QTD        PIC 9(02) VALUE ZEROS.
       77  WS-EXT-IX         PIC 9(02) VALUE ZEROS.
       77  WS-EXT-EXCEDE     PIC 9(05) VALUE ZEROS.
       77  WS-EXT-PTS-EXCEDE PIC S9(09) VALUE ZEROS.
       01  WS-EXT-TAB.
           05  WS-EXT-LIN    PIC X(60) OCCURS 30 TIMES.
       01  WS-FIM-PONTOS     PIC X     VALUE "N".
           88  E-FIM-PONTOS  VALUE "S".
       01  WS-TEM-EXTRATO    PIC X     VALUE "N".
           88  TEM-EXTRATO   VALUE "S".

       01  WS-LIN-EXT-DET.
           05  WX-DATA       PIC 9(08).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  WX-TIPO       PIC X(09).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  WX-PONTOS     PIC -------9.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  WX-NOTA       PIC X(29).

       01  WS-LIN-EXT-MES.
           05  FILLER        PIC X(37)
               VALUE "EXTRATO DO PROGRAMA DE PONTOS - MES: ".
           05  WX-MES        PIC 9(06).

       01  WS-LIN-EXT-SALDO.
           05  WX-SALDO-ROT  PIC X(24).
           05  WX-SALDO      PIC -------9.

       01  WS-LIN-EXT-EXCEDE.
           05  FILLER        PIC X(27)
               VALUE "DEMAIS LANCAMENTOS DO MES: ".
           05  WX-EXC-QTD    PIC ZZZZ9.
           05  FILLER        PIC X(10) VALUE "  PONTOS: ".
           05  WX-EXC-PONTOS PIC -------9.

      *---> CODIGO DA CAMPANHA DESTA GERACAO (BRANCO = GERACAO SEM
      *---> RASTREAMENTO, O COMPORTAMENTO ANTIGO)
       01  WS-CAMPANHA-INF   PIC X(08) VALUE SPACES.

       01  args-cmd-linex    PIC X(120) VALUE SPACES.

      *---> MODO DE OPERACAO: ETIQUETA (PADRAO), CARTA, EXTRATO
      *---> (EXTRATO MENSAL DE PONTOS DE FIDELIDADE) OU COBRANCA
      *---> (CARTA DE COBRANCA DO CREDIARIO)
       01  WS-MODO           PIC X(08) VALUE "ETIQUETA".
           88  MODO-ETIQUETA VALUE "ETIQUETA".
           88  MODO-CARTA    VALUE "CARTA".
           88  MODO-EXTRATO  VALUE "EXTRATO".
           88  MODO-COBRANCA VALUE "COBRANCA".

      *---> FILTRO DE CATEGORIA (BRANCO = TODAS), IGUAL AO DA
      *---> LISTAGEM DO CADCLI01 E DO EXTRATO
           05  INATIVOS      PIC 9(05) VALUE ZEROS.
           05  FORA-FILTRO   PIC 9(05) VALUE ZEROS.
           05  REGISTRADOS   PIC 9(05) VALUE ZEROS.
           05  SEM-PONTOS    PIC 9(05) VALUE ZEROS.
           05  SEM-CADASTRO  PIC 9(05) VALUE ZEROS.
           05  CONTATOS      PIC 9(05) VALUE ZEROS.
           05  FORA-FAIXA    PIC 9(05) VALUE ZEROS.
           05  RECUSAS       PIC 9(05) VALUE ZEROS.

       77  XY     PIC X.
      *
      *====> LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO (SE EXISTIR)
           PERFORM LE-CONFIG THRU LE-CONFIG-FIM
      *====> PEGA ARGUMENTOS DE ENTRADA DA LINHA DE COMANDO SE HOUVER
      *====> 1o ARGUMENTO (OPCIONAL) = ETIQUETA, CARTA, EXTRATO OU
      *====> COBRANCA
      *====> 2o E 3o = ARQUIVO DE CLIENTES E SAIDA
      *====> 4o = CATEGORIA A SELECIONAR (V/C/P; VAZIO = TODAS)
      *====> 5o = CODIGO DA CAMPANHA (VAZIO = SEM RASTREAMENTO)
           ACCEPT args-cmd-linex   FROM COMMAND-LINE.
      *====> 6o = "CEP" PARA A SAIDA ORDENADA PARA O CORREIO
      *====> 7o = MES DO EXTRATO DE PONTOS (AAAAMM, MODO EXTRATO)
      *====> 8o = FAIXA DE SCORE A SELECIONAR (A/B/C/D; VAZIO = A DA
      *====> CAMPANHA, OU TODAS)
           IF  args-cmd-linex  NOT = SPACES
               UNSTRING args-cmd-linex DELIMITED BY SPACE
                   INTO  WS-MODO  INFLDD  OUTFLDD  WS-FILTRO-CATEG
                         WS-CAMPANHA-INF  WS-ORDENA-INF  WS-MES-INF
                         WS-FILTRO-FAIXA
                   TALLYING IN WS-QTD-ARGS
               IF  WS-ORDENA-INF = "CEP"
                   MOVE "S" TO WS-ORDENA-CEP
               END-IF
           END-IF.
           IF  NOT MODO-ETIQUETA AND NOT MODO-CARTA
               AND NOT MODO-EXTRATO AND NOT MODO-COBRANCA
               DISPLAY "MODO INVALIDO (USE ETIQUETA, CARTA, EXTRATO "
                   "OU COBRANCA): " WS-MODO
               MOVE "ETIQUETA" TO WS-MODO
           END-IF.
      *====> COBRANCA: OS CLIENTES VEM DA SELECAO DO CBCRED03, NA
      *====> ORDEM DELA, SEM FILTRO, CAMPANHA OU ORDENACAO POR CEP
           IF  MODO-COBRANCA
               IF  WS-QTD-ARGS < 3
                   MOVE WS-COBRANCA-SAIDA TO OUTFLDD
               END-IF
               MOVE SPACES TO WS-FILTRO-CATEG WS-CAMPANHA-INF
                              WS-FILTRO-FAIXA
               MOVE "N"    TO WS-ORDENA-CEP
           END-IF.
      *====> EXTRATO SEM SAIDA NA LINHA DE COMANDO VAI PARA A SAIDA
      *====> PROPRIA DO MODO, SEM SOBREPOR AS ETIQUETAS
           IF  MODO-EXTRATO
               IF  WS-QTD-ARGS < 3
                   MOVE WS-EXTRATO-SAIDA TO OUTFLDD
               END-IF
               IF  WS-MES-INF NUMERIC AND WS-MES-INF-9 > ZEROS
                   MOVE WS-MES-INF-9 TO WS-MES-EXTRATO
               END-IF
           END-IF.
           IF  WS-ETIQ-POR-LINHA < 1 OR WS-ETIQ-POR-LINHA > 3
               MOVE 3 TO WS-ETIQ-POR-LINHA
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           IF  WS-MES-EXTRATO = ZEROS
               MOVE WS-DATA-HOJE(1:6) TO WS-MES-EXTRATO
           END-IF.
      *
           DISPLAY "MODO      : " WS-MODO
           DISPLAY "ABRINDO   : " INFLDD
           DISPLAY "CATEGORIA (BRANCO=TODAS): " WS-FILTRO-CATEG
           DISPLAY "CAMPANHA (BRANCO=SEM)   : " WS-CAMPANHA-INF
           DISPLAY "ORDENADA POR CEP (S/N)  : " WS-ORDENA-CEP
           IF  MODO-EXTRATO
               DISPLAY "MES DO EXTRATO DE PONTOS: " WS-MES-EXTRATO
           END-IF
           PERFORM OPEN-PARA      THRU OPEN-EXIT-PARA
           PERFORM PROCESS-PARA   THRU PROCESS-EXIT-PARA
           PERFORM CLOSE-PARA     THRU CLOSE-EXIT-PARA.
                   MOVE WS-CFG-VALOR TO MALAREGDD
               WHEN "CAMPFILE"
                   MOVE WS-CFG-VALOR TO CAMPDD
               WHEN "PONTOSFILE"
                   MOVE WS-CFG-VALOR TO PONTOSDD
               WHEN "CADMALA01_MES_EXTRATO"
                   MOVE WS-CFG-VALOR TO WS-MES-EXTRATO
               WHEN "CADMALA01_EXTRATO_SAIDA"
                   MOVE WS-CFG-VALOR TO WS-EXTRATO-SAIDA
               WHEN "CADMALA01_COBRANCA_SAIDA"
                   MOVE WS-CFG-VALOR TO WS-COBRANCA-SAIDA
               WHEN "COBRANCAFILE"
                   MOVE WS-CFG-VALOR TO COBRDD
               WHEN "CADCLI01_CONTFILE"
                   MOVE WS-CFG-VALOR TO NOME-ARQ-CONTATOS
               WHEN "SCOREFILE"
                   MOVE WS-CFG-VALOR TO SCOREDD
               WHEN "OPTOUTFILE"
                   MOVE WS-CFG-VALOR TO OPTOUTDD
               WHEN "CADMALA01_FAIXA"
                   MOVE WS-CFG-VALOR(1:1) TO WS-FILTRO-FAIXA
           END-EVALUATE.
       APLICA-CONFIG-FIM.
           EXIT.
               CLOSE FILE1
               GO TO EXIT-PARA
           END-IF.
      *====> EXTRATO DE PONTOS: O EXTRATO DE FIDELIDADE PRECISA ESTAR
      *====> NO LUGAR
           IF  MODO-EXTRATO
               OPEN INPUT PONTFL
               IF  FS-PONT-OK
                   CONTINUE
               ELSE
                   DISPLAY 'ABERTURA DO EXTRATO DE PONTOS FALHOU='
                       FS-PONT "  " PONTOSDD
                   CLOSE FILE1 OUTFL-S
                   GO TO EXIT-PARA
               END-IF
           END-IF.
      *====> COBRANCA: A SELECAO DA NOITE PRECISA ESTAR NO LUGAR; O
      *====> HISTORICO DE CONTATOS NASCE VAZIO SE AINDA NAO EXISTIR
           IF  MODO-COBRANCA
               PERFORM ABRE-COBRANCA THRU ABRE-COBRANCA-FIM
           END-IF.
      *====> COM CAMPANHA INFORMADA, O CODIGO PRECISA EXISTIR E
      *====> ESTAR ABERTO NO CADASTRO DE CAMPANHAS, E O REGISTRO DE
      *====> ENDERECAMENTO E ABERTO EM EXTEND
           IF  NOT E-SEM-CAMPANHA
               PERFORM VALIDA-CAMPANHA THRU VALIDA-CAMPANHA-FIM
           END-IF.
      *====> FAIXA DE SCORE: SEM FAIXA INFORMADA VALE A DA CAMPANHA;
      *====> O SCORE E LIDO TAMBEM SEM FILTRO, PARA O ENDERECAMENTO
      *====> REGISTRAR A FAIXA DO CLIENTE
           IF  NOT MODO-COBRANCA
               PERFORM ABRE-SCORE THRU ABRE-SCORE-FIM
           END-IF.
      *====> RECUSAS DE MALA DIRETA: SO NAS SAIDAS DE CAMPANHA E
      *====> EXTRATO; A COBRANCA NAO CONSULTA O CADASTRO DE RECUSAS
           IF  NOT MODO-COBRANCA
               OPEN INPUT OPTFL
               IF  FS-OPT-OK
                   MOVE "S" TO WS-OPT-ABERTO
               ELSE
                   DISPLAY "RECUSAS NAO ABERTO=" FS-OPT "  " OPTOUTDD
                       " - NENHUMA RECUSA SERA APLICADA"
               END-IF
           END-IF.
       OPEN-EXIT-PARA.
           EXIT.

                   FS-CAMP "  " CAMPDD
               DISPLAY 'CADASTRE A CAMPANHA NO CADCAMP01 ANTES'
               CLOSE FILE1 OUTFL-S
               PERFORM FECHA-PONTOS THRU FECHA-PONTOS-FIM
               GO TO EXIT-PARA
           END-IF
           MOVE WS-CAMPANHA-INF TO CA-CHAVE
                   DISPLAY "CAMPANHA NAO CADASTRADA: "
                       WS-CAMPANHA-INF
                   CLOSE FILE1 OUTFL-S CAMPFL
                   PERFORM FECHA-PONTOS THRU FECHA-PONTOS-FIM
                   GO TO EXIT-PARA
           END-READ
           IF  CA-ENCERRADA
               DISPLAY "CAMPANHA JA ENCERRADA: " WS-CAMPANHA-INF
               CLOSE FILE1 OUTFL-S CAMPFL
               PERFORM FECHA-PONTOS THRU FECHA-PONTOS-FIM
               GO TO EXIT-PARA
           END-IF
           OPEN EXTEND MALAREG
               DISPLAY 'ABERTURA DO REGISTRO DE ENDERECAMENTO '
                   'FALHOU=' FS-MALAREG "  " MALAREGDD
               CLOSE FILE1 OUTFL-S CAMPFL
               PERFORM FECHA-PONTOS THRU FECHA-PONTOS-FIM
               GO TO EXIT-PARA
           END-IF.
       VALIDA-CAMPANHA-FIM.
           EXIT.

       ABRE-SCORE.
           IF  E-SEM-FILTRO-FAIXA AND NOT E-SEM-CAMPANHA
               MOVE CA-FAIXA TO WS-FILTRO-FAIXA
           END-IF
           IF  NOT E-FAIXA-VALIDA
               DISPLAY "FAIXA DE SCORE INVALIDA (USE A, B, C OU D): "
                   WS-FILTRO-FAIXA
               PERFORM FECHA-ABERTURA THRU FECHA-ABERTURA-FIM
               GO TO EXIT-PARA
           END-IF
           DISPLAY "FAIXA DE SCORE (BRANCO=TODAS): " WS-FILTRO-FAIXA
           OPEN INPUT SCOREFL
           IF  FS-SCORE-OK
               MOVE "S" TO WS-SCORE-ABERTO
           ELSE
               IF  E-SEM-FILTRO-FAIXA
                   DISPLAY "SCORE NAO ABERTO=" FS-SCORE "  " SCOREDD
                       " - ENDERECAMENTO SEM FAIXA"
               ELSE
                   DISPLAY 'ABERTURA DO ARQUIVO DE SCORE FALHOU='
                       FS-SCORE "  " SCOREDD
                   DISPLAY 'RODE O CBSCORE01 ANTES'
                   PERFORM FECHA-ABERTURA THRU FECHA-ABERTURA-FIM
                   GO TO EXIT-PARA
               END-IF
           END-IF.
       ABRE-SCORE-FIM.
           EXIT.

      * -----------------------------------
      * FECHA O QUE A ABERTURA JA ABRIU ANTES DE ABORTAR
       FECHA-ABERTURA.
           CLOSE FILE1 OUTFL-S.
           IF  NOT E-SEM-CAMPANHA
               CLOSE CAMPFL MALAREG
           END-IF.
           PERFORM FECHA-PONTOS THRU FECHA-PONTOS-FIM.
       FECHA-ABERTURA-FIM.
           EXIT.

      * -----------------------------------
      * FAIXA DE SCORE DO CLIENTE CORRENTE (BRANCO SEM SCORE)
       OBTEM-FAIXA.
           MOVE SPACE TO WS-FAIXA-CLIENTE.
           IF  SCORE-ABERTO
               MOVE FS-FONE TO SC-FONE
               READ SCOREFL
                   KEY IS SC-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SC-FAIXA TO WS-FAIXA-CLIENTE
               END-READ
           END-IF.
       OBTEM-FAIXA-FIM.
           EXIT.

      * -----------------------------------
      * RECUSA ATIVA DE MALA DIRETA DO CLIENTE CORRENTE
       VERIFICA-RECUSA.
           MOVE "N" TO WS-RECUSA-MALA.
           IF  OPT-ABERTO
               MOVE FS-FONE TO OO-FONE
               MOVE "M"     TO OO-CANAL
               READ OPTFL
                   KEY IS OO-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  OO-ATIVO
                           MOVE "S" TO WS-RECUSA-MALA
                       END-IF
               END-READ
           END-IF.
       VERIFICA-RECUSA-FIM.
           EXIT.

       FECHA-PONTOS.
           IF  MODO-EXTRATO
               CLOSE PONTFL
           END-IF.
       FECHA-PONTOS-FIM.
           EXIT.

       ABRE-COBRANCA.
           OPEN INPUT COBRFL
           IF  FS-COBR-OK
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DA SELECAO DE COBRANCA FALHOU='
                   FS-COBR "  " COBRDD
               DISPLAY 'RODE O CBCRED03 ANTES'
               CLOSE FILE1 OUTFL-S
               GO TO EXIT-PARA
           END-IF
           OPEN I-O CONTFILE
           IF  FS-CONT-OK
               CONTINUE
           ELSE
               OPEN OUTPUT CONTFILE
               CLOSE CONTFILE
               OPEN I-O CONTFILE
           END-IF
           IF  FS-CONT-OK
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO HISTORICO DE CONTATOS FALHOU='
                   FS-CONT "  " NOME-ARQ-CONTATOS
               CLOSE FILE1 OUTFL-S COBRFL
               GO TO EXIT-PARA
           END-IF.
       ABRE-COBRANCA-FIM.
           EXIT.
      *================================
       PROCESS-PARA.
      *====> COBRANCA: UMA CARTA POR CLIENTE DA SELECAO
           IF  MODO-COBRANCA
               PERFORM COBRANCA-LOOP THRU COBRANCA-LOOP-FIM
                   UNTIL FS-COBR-EOF
               GO TO PROCESS-EXIT-PARA
           END-IF.
      *====> SAIDA ORDENADA: SELECIONA VIA SORT POR UF + CEP E
      *====> EMITE EM LOTES COM SEPARADOR E FOLHA DE RESUMO
           IF  E-ORDENA-CEP
                   CONTINUE
               NOT AT END
                   ADD 1 TO READ-COUNT
                   PERFORM OBTEM-FAIXA THRU OBTEM-FAIXA-FIM
                   PERFORM VERIFICA-RECUSA THRU VERIFICA-RECUSA-FIM
                   IF  MODO-EXTRATO
                       PERFORM CARREGA-EXTRATO THRU CARREGA-EXTRATO-FIM
                   END-IF
                   IF  FS-INATIVO
                       ADD 1 TO INATIVOS
                   ELSE
                   IF  NOT E-SEM-FILTRO-CATEG
                       AND FS-CATEGORIA NOT = WS-FILTRO-CATEG
                       ADD 1 TO FORA-FILTRO
                   ELSE
                   IF  NOT E-SEM-FILTRO-FAIXA
                       AND WS-FAIXA-CLIENTE NOT = WS-FILTRO-FAIXA
                       ADD 1 TO FORA-FAIXA
                   ELSE
                   IF  E-RECUSA-MALA
                       ADD 1 TO RECUSAS
                   ELSE
                   IF  MODO-EXTRATO AND NOT TEM-EXTRATO
                       ADD 1 TO SEM-PONTOS
                   ELSE
                       MOVE FS-ESTADO     TO S-UF
                       IF  FS-CEP NUMERIC
                       MOVE FS-NUMERO     TO S-NUMERO
                       MOVE FS-CIDADE     TO S-CIDADE
                       MOVE FS-CATEGORIA  TO S-CATEGORIA
                       MOVE WS-FAIXA-CLIENTE TO S-FAIXA
                       RELEASE SORT-REC
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
           END-READ.
       SOLTA-SELEC-LOOP-FIM.
           EXIT.
           MOVE S-UF         TO FS-ESTADO
           MOVE S-CEP        TO FS-CEP
           MOVE S-CATEGORIA  TO FS-CATEGORIA
           MOVE S-FAIXA      TO WS-FAIXA-CLIENTE
           EVALUATE TRUE
               WHEN MODO-ETIQUETA
                   PERFORM MONTA-ETIQUETA THRU MONTA-ETIQUETA-FIM
               WHEN MODO-EXTRATO
                   PERFORM CARREGA-EXTRATO THRU CARREGA-EXTRATO-FIM
                   PERFORM GERA-EXTRATO THRU GERA-EXTRATO-FIM
               WHEN OTHER
                   PERFORM GERA-CARTA THRU GERA-CARTA-FIM
           END-EVALUATE
           ADD 1 TO GERADOS
           ADD 1 TO WS-LOTE-QTD(WS-LOTE-IX)
           MOVE S-CEP TO WS-LOTE-CEP-FIM(WS-LOTE-IX)
               ADD 1 TO FORA-FILTRO
               GO TO SELECIONA-CLIENTE-FIM
           END-IF
           PERFORM OBTEM-FAIXA THRU OBTEM-FAIXA-FIM
           IF  NOT E-SEM-FILTRO-FAIXA
               AND WS-FAIXA-CLIENTE NOT = WS-FILTRO-FAIXA
               ADD 1 TO FORA-FAIXA
               GO TO SELECIONA-CLIENTE-FIM
           END-IF
      *=====> CLIENTE QUE RECUSOU MALA DIRETA NAO RECEBE NADA
           PERFORM VERIFICA-RECUSA THRU VERIFICA-RECUSA-FIM
           IF  E-RECUSA-MALA
               ADD 1 TO RECUSAS
               GO TO SELECIONA-CLIENTE-FIM
           END-IF
      *=====> EXTRATO: CLIENTE SEM LANCAMENTO NO MES E SEM SALDO NAO
      *=====> RECEBE EXTRATO
           IF  MODO-EXTRATO
               PERFORM CARREGA-EXTRATO THRU CARREGA-EXTRATO-FIM
               IF  NOT TEM-EXTRATO
                   ADD 1 TO SEM-PONTOS
                   GO TO SELECIONA-CLIENTE-FIM
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN MODO-ETIQUETA
                   PERFORM MONTA-ETIQUETA THRU MONTA-ETIQUETA-FIM
               WHEN MODO-EXTRATO
                   PERFORM GERA-EXTRATO THRU GERA-EXTRATO-FIM
               WHEN OTHER
                   PERFORM GERA-CARTA THRU GERA-CARTA-FIM
           END-EVALUATE
           ADD 1 TO GERADOS
      *=====> GERACAO COM CAMPANHA: CADA SAIDA VIRA UMA LINHA NO
      *=====> REGISTRO DE ENDERECAMENTO
           MOVE WS-DATA-HOJE    TO MR-DATA.
           MOVE FS-CATEGORIA    TO MR-CATEGORIA.
           MOVE WS-MODO         TO MR-MODO.
           MOVE WS-FAIXA-CLIENTE TO MR-FAIXA.
           WRITE MALAREG-REC.
           ADD 1 TO REGISTRADOS.
       GRAVA-REGISTRO-MALA-FIM.
      * -----------------------------------
      * CARTA PADRAO COM NOME E ENDERECO FUNDIDOS NO TEXTO
       GERA-CARTA.
           PERFORM CABECALHO-CARTA THRU CABECALHO-CARTA-FIM.
           MOVE "PREZADO(A) CLIENTE," TO OUTFL-REC.
           WRITE OUTFL-REC.
           MOVE SPACES TO OUTFL-REC.
           WRITE OUTFL-REC.
           MOVE "TEMOS NOVIDADES PARA VOCE EM NOSSA LOJA. VENHA"
               TO OUTFL-REC.
           WRITE OUTFL-REC.
           MOVE "CONFERIR AS CONDICOES ESPECIAIS DESTA CAMPANHA."
               TO OUTFL-REC.
           WRITE OUTFL-REC.
           PERFORM FECHO-CARTA THRU FECHO-CARTA-FIM.
       GERA-CARTA-FIM.
           EXIT.

      * -----------------------------------
      * TOPO DA CARTA: DATA, TRATAMENTO E ENDERECO DO CLIENTE
       CABECALHO-CARTA.
           MOVE SPACES TO OUTFL-REC.
           STRING "DATA: " DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
           WRITE OUTFL-REC FROM WS-LIN-CEP.
           MOVE SPACES TO OUTFL-REC.
           WRITE OUTFL-REC.
       CABECALHO-CARTA-FIM.
           EXIT.

      * -----------------------------------
      * FECHO DA CARTA: ASSINATURA E SEPARADOR ENTRE CLIENTES
       FECHO-CARTA.
           MOVE SPACES TO OUTFL-REC.
           WRITE OUTFL-REC.
           MOVE "ATENCIOSAMENTE," TO OUTFL-REC.
           WRITE OUTFL-REC.
           MOVE "EQUIPE DE RELACIONAMENTO" TO OUTFL-REC.
           WRITE OUTFL-REC.
           MOVE ALL "=" TO OUTFL-REC.
           WRITE OUTFL-REC.
       FECHO-CARTA-FIM.
           EXIT.

      * -----------------------------------
      * LE O PROXIMO CLIENTE DA SELECAO DE COBRANCA; O CLIENTE SAIU
      * DO CADASTRO DESDE A VENDA A PRAZO FICA SO CONTADO (A DIVIDA
      * CONTINUA NO AGING DO CBCRED02)
       COBRANCA-LOOP.
           READ COBRFL
               AT END
                   GO TO COBRANCA-LOOP-FIM
           END-READ.
           ADD 1 TO READ-COUNT.
           MOVE CB-FONE TO FS-FONE.
           READ FILE1
               KEY IS FS-KEY
               INVALID KEY
                   ADD 1 TO SEM-CADASTRO
                   DISPLAY "CLIENTE DA COBRANCA NAO CADASTRADO: "
                       CB-FONE
                   GO TO COBRANCA-LOOP-FIM
           END-READ.
           PERFORM GERA-COBRANCA THRU GERA-COBRANCA-FIM.
           ADD 1 TO GERADOS.
           PERFORM GRAVA-CONTATO-COBR THRU GRAVA-CONTATO-COBR-FIM.
       COBRANCA-LOOP-FIM.
           EXIT.

      * -----------------------------------
      * CARTA DE COBRANCA NO FORMATO DA CARTA: SALDO EM ATRASO,
      * PARCELAS E VENCIMENTO MAIS ANTIGO DA SELECAO
       GERA-COBRANCA.
           PERFORM CABECALHO-CARTA THRU CABECALHO-CARTA-FIM.
           MOVE "PREZADO(A) CLIENTE," TO OUTFL-REC.
           WRITE OUTFL-REC.
           MOVE SPACES TO OUTFL-REC.
           WRITE OUTFL-REC.
           MOVE CB-VALOR-ATRASO TO WC-VALOR.
           WRITE OUTFL-REC FROM WS-LIN-COBR1.
           MOVE CB-QTD-PARCELAS TO WC-QTD.
           MOVE CB-VENC-ANTIGO  TO WC-VENC.
           MOVE CB-DIAS-ATRASO  TO WC-DIAS.
           WRITE OUTFL-REC FROM WS-LIN-COBR2.
           MOVE "PEDIMOS A GENTILEZA DE COMPARECER A UMA DE NOSSAS"
               TO OUTFL-REC.
           WRITE OUTFL-REC.
           MOVE "LOJAS PARA REGULARIZAR O PAGAMENTO. CASO JA TENHA"
               TO OUTFL-REC.
           WRITE OUTFL-REC.
           MOVE "PAGO, DESCONSIDERE ESTE AVISO."
               TO OUTFL-REC.
           WRITE OUTFL-REC.
           PERFORM FECHO-CARTA THRU FECHO-CARTA-FIM.
       GERA-COBRANCA-FIM.
           EXIT.

      * -----------------------------------
      * REGISTRA A CARTA COMO CONTATO COBRANCA DO CLIENTE, COM A
      * PROXIMA SEQUENCIA LIVRE (A DISCIPLINA DO CADCLI01)
       GRAVA-CONTATO-COBR.
           MOVE ZEROS TO WS-CT-ULT-SEQ.
           MOVE "N"   TO WS-FIM-CONTATOS.
           MOVE CB-FONE TO CT-FONE.
           MOVE ZEROS   TO CT-SEQ.
           START CONTFILE KEY IS NOT LESS THAN CT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-CONTATOS
           END-START.
           PERFORM PROCURA-ULT-SEQ THRU PROCURA-ULT-SEQ-FIM
               UNTIL E-FIM-CONTATOS.
           MOVE CB-FONE        TO CT-FONE.
           ADD 1 TO WS-CT-ULT-SEQ.
           MOVE WS-CT-ULT-SEQ  TO CT-SEQ.
           ACCEPT CT-DATA FROM DATE YYYYMMDD.
           ACCEPT CT-HORA FROM TIME.
           MOVE "COBRANCA"     TO CT-TIPO.
           MOVE CB-QTD-PARCELAS TO WN-QTD.
           MOVE CB-VALOR-ATRASO TO WN-VALOR.
           MOVE CB-VENC-ANTIGO  TO WN-VENC.
           MOVE WS-NOTA-COBR   TO CT-NOTA.
           MOVE "BATCH"        TO CT-OPERADOR.
           WRITE CONTATO-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O CONTATO DA COBRANCA "
                       CB-FONE
               NOT INVALID KEY
                   ADD 1 TO CONTATOS
           END-WRITE.
       GRAVA-CONTATO-COBR-FIM.
           EXIT.

       PROCURA-ULT-SEQ.
           READ CONTFILE NEXT
               AT END
                   MOVE "S" TO WS-FIM-CONTATOS
               NOT AT END
                   IF  CT-FONE NOT = CB-FONE
                       MOVE "S" TO WS-FIM-CONTATOS
                   ELSE
                       MOVE CT-SEQ TO WS-CT-ULT-SEQ
                   END-IF
           END-READ.
       PROCURA-ULT-SEQ-FIM.
           EXIT.

      * -----------------------------------
      * EXTRATO MENSAL DE PONTOS NO FORMATO DA CARTA: SALDO
      * ANTERIOR, LANCAMENTOS DO MES E SALDO NO FIM DO MES, JA
      * CARREGADOS PELO CARREGA-EXTRATO
       GERA-EXTRATO.
           PERFORM CABECALHO-CARTA THRU CABECALHO-CARTA-FIM.
           MOVE WS-MES-EXTRATO TO WX-MES.
           WRITE OUTFL-REC FROM WS-LIN-EXT-MES.
           MOVE SPACES TO OUTFL-REC.
           WRITE OUTFL-REC.
           MOVE "SALDO ANTERIOR" TO WX-SALDO-ROT.
           MOVE WS-EXT-SALDO-ANT TO WX-SALDO.
           WRITE OUTFL-REC FROM WS-LIN-EXT-SALDO.
           IF  WS-EXT-QTD = ZEROS
               MOVE "SEM LANCAMENTOS NO MES" TO OUTFL-REC
               WRITE OUTFL-REC
           ELSE
               MOVE "DATA      LANCAMENTO     PONTOS  NOTA"
                   TO OUTFL-REC
               WRITE OUTFL-REC
               MOVE ZEROS TO WS-EXT-IX
               PERFORM EMITE-LINHA-EXTRATO
                   THRU EMITE-LINHA-EXTRATO-FIM
                   UNTIL WS-EXT-IX >= WS-EXT-QTD
           END-IF.
           IF  WS-EXT-EXCEDE > ZEROS
               MOVE WS-EXT-EXCEDE     TO WX-EXC-QTD
               MOVE WS-EXT-PTS-EXCEDE TO WX-EXC-PONTOS
               WRITE OUTFL-REC FROM WS-LIN-EXT-EXCEDE
           END-IF.
           MOVE "SALDO NO FIM DO MES" TO WX-SALDO-ROT.
           MOVE WS-EXT-SALDO-FIM TO WX-SALDO.
           WRITE OUTFL-REC FROM WS-LIN-EXT-SALDO.
           PERFORM FECHO-CARTA THRU FECHO-CARTA-FIM.
       GERA-EXTRATO-FIM.
           EXIT.

       EMITE-LINHA-EXTRATO.
           ADD 1 TO WS-EXT-IX.
           MOVE WS-EXT-LIN(WS-EXT-IX) TO OUTFL-REC.
           WRITE OUTFL-REC.
       EMITE-LINHA-EXTRATO-FIM.
           EXIT.

      * -----------------------------------
      * PERCORRE O EXTRATO DE PONTOS DO CLIENTE EM FS-FONE: SALDO
      * ANTES DO MES, LANCAMENTOS DO MES E SALDO NO FIM DO MES
      * (LANCAMENTOS DE MESES SEGUINTES NAO ENTRAM). TEM-EXTRATO
      * QUANDO HOUVE LANCAMENTO NO MES OU SOBROU SALDO
       CARREGA-EXTRATO.
           MOVE ZEROS TO WS-EXT-SALDO-ANT WS-EXT-SALDO-FIM WS-EXT-QTD
                         WS-EXT-EXCEDE WS-EXT-PTS-EXCEDE.
           MOVE "N" TO WS-FIM-PONTOS WS-TEM-EXTRATO.
           MOVE FS-FONE TO PT-FONE.
           MOVE ZEROS   TO PT-SEQ.
           START PONTFL KEY IS NOT LESS THAN PT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-PONTOS
           END-START.
           PERFORM CARREGA-PONTO THRU CARREGA-PONTO-FIM
               UNTIL E-FIM-PONTOS.
           IF  WS-EXT-QTD > ZEROS OR WS-EXT-EXCEDE > ZEROS
               OR WS-EXT-SALDO-FIM NOT = ZEROS
               MOVE "S" TO WS-TEM-EXTRATO
           END-IF.
       CARREGA-EXTRATO-FIM.
           EXIT.

       CARREGA-PONTO.
           READ PONTFL NEXT
               AT END
                   MOVE "S" TO WS-FIM-PONTOS
                   GO TO CARREGA-PONTO-FIM
           END-READ.
           IF  PT-FONE NOT = FS-FONE
               OR PT-DATA(1:6) > WS-MES-EXTRATO
               MOVE "S" TO WS-FIM-PONTOS
               GO TO CARREGA-PONTO-FIM
           END-IF.
           MOVE PT-SALDO TO WS-EXT-SALDO-FIM.
           IF  PT-DATA(1:6) < WS-MES-EXTRATO
               MOVE PT-SALDO TO WS-EXT-SALDO-ANT
               GO TO CARREGA-PONTO-FIM
           END-IF.
           IF  WS-EXT-QTD >= 30
               ADD 1         TO WS-EXT-EXCEDE
               ADD PT-PONTOS TO WS-EXT-PTS-EXCEDE
               GO TO CARREGA-PONTO-FIM
           END-IF.
           MOVE PT-DATA TO WX-DATA.
           EVALUATE TRUE
               WHEN PT-GANHO AND PT-PONTOS < ZEROS
                   MOVE "ESTORNO"   TO WX-TIPO
               WHEN PT-GANHO
                   MOVE "GANHO"     TO WX-TIPO
               WHEN PT-RESGATE
                   MOVE "RESGATE"   TO WX-TIPO
               WHEN OTHER
                   MOVE "EXPIRACAO" TO WX-TIPO
           END-EVALUATE.
           MOVE PT-PONTOS TO WX-PONTOS.
           MOVE PT-NOTA   TO WX-NOTA.
           ADD 1 TO WS-EXT-QTD.
           MOVE WS-LIN-EXT-DET TO WS-EXT-LIN(WS-EXT-QTD).
       CARREGA-PONTO-FIM.
           EXIT.

       CLOSE-PARA.
           IF  NOT E-SEM-CAMPANHA
               CLOSE CAMPFL MALAREG
           END-IF.
           PERFORM FECHA-PONTOS THRU FECHA-PONTOS-FIM.
           IF  MODO-COBRANCA
               CLOSE COBRFL CONTFILE
           END-IF.
           IF  SCORE-ABERTO
               CLOSE SCOREFL
           END-IF.
           IF  OPT-ABERTO
               CLOSE OPTFL
           END-IF.
           DISPLAY "================================================"
           DISPLAY "CLIENTES LIDOS       : " READ-COUNT
           DISPLAY "SAIDAS GERADAS       : " GERADOS
           DISPLAY "INATIVOS IGNORADOS   : " INATIVOS
           DISPLAY "FORA DO FILTRO       : " FORA-FILTRO
           DISPLAY "FORA DA FAIXA SCORE  : " FORA-FAIXA
           IF  NOT MODO-COBRANCA
               DISPLAY "RECUSA MALA DIRETA   : " RECUSAS
           END-IF
           DISPLAY "ENDERECAM. REGISTRADOS: " REGISTRADOS
           IF  MODO-EXTRATO
               DISPLAY "SEM PONTOS NO MES    : " SEM-PONTOS
           END-IF
           IF  MODO-COBRANCA
               DISPLAY "SEM CADASTRO         : " SEM-CADASTRO
               DISPLAY "CONTATOS REGISTRADOS : " CONTATOS
           END-IF
           IF  E-ORDENA-CEP
               DISPLAY "LOTES DE CORREIO     : " WS-QTD-LOTE
               IF  E-LOTE-ESTOURO
