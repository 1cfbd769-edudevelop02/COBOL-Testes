      *                     GERADO, para um arquivo perdido entre
      *                     nos e o destino deixar buraco visivel
      *                     na numeracao.
      *   15-10-2026 ACC - Cliente com recusa ativa de compartilha-
      *                     mento com terceiros (canal C do
      *                     cadcli-optout.dat/OPTREC, mantido na
      *                     opcao OPT-OUT do CADCLI01) fica fora do
      *                     extrato; a quantidade suprimida vai no
      *                     trailer "T" (posicoes 11-19) e nos
      *                     totais, para CADRECON01 e CBCHECK01
      *                     fecharem a conta. Local do cadastro de
      *                     recusas lido do cobol.cfg (OPTOUTFILE).
      *   15-10-2026 ACC - E-mail do cliente (canais de contato,
      *                     cadcli-canais.dat/CANALREC, mantidos na
      *                     opcao CANAIS do CADCLI01) em coluna
      *                     propria no fim do registro, que passa a
      *                     179 bytes. Sem o arquivo de canais a
      *                     coluna sai em branco. Local lido do
      *                     cobol.cfg (CANAISFILE).
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT GERFL ASSIGN TO GERDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GER.
      *---> recusas (opt-out) do cliente por canal (CADCLI01)
           SELECT OPTFL ASSIGN TO OPTOUTDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OO-CHAVE
               FILE STATUS IS FS-OPT.
      *---> canais de contato do cliente (CADCLI01), para o e-mail
           SELECT CANALFL ASSIGN TO CANAISDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-CHAVE
               ALTERNATE RECORD KEY IS CN-FONE-ADIC1 WITH DUPLICATES
               ALTERNATE RECORD KEY IS CN-FONE-ADIC2 WITH DUPLICATES
               FILE STATUS IS FS-CANAL.
      *---> arquivo de configuracao compartilhado de localizacao
           SELECT CONFIGFL ASSIGN TO CONFIGDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONFIG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD FILE1.
           COPY CLIREC.
      *
      *  TAMANHO DO REGISTRO = 179 CARACTERES SEM TERMINADOR FISICO
       FD OUTFL-S.
       01  OUTFL-REC.
           05 O-FONE       PIC 9(09).
           05 O-CIDADE     PIC X(20).
           05 O-ESTADO     PIC X(02).
           05 O-CEP        PIC 9(08).
           05 O-EMAIL      PIC X(60).
      *
       FD  JOBLOGFL.
           COPY JOBLOG.
      *
       FD  GERFL.
           COPY GERREC.
      *
       FD  OPTFL.
           COPY OPTREC.
      *
       FD  CANALFL.
           COPY CANALREC.
      *
       FD  CONFIGFL.
           COPY CONFIGCFG.
      *
       WORKING-STORAGE SECTION.
       01  INFLDD.
      *---> NUMERO DE GERACAO DESTE FEED (MAIOR JA REGISTRADO + 1)
       77  WS-GERACAO        PIC 9(06) VALUE ZEROS.

       01  OPTOUTDD          PIC X(50) VALUE "./cadcli-optout.dat".

       01  FS-OPT            PIC X(02) VALUE SPACES.
           88  FS-OPT-OK     VALUE IS "00".

       01  WS-OPT-ABERTO     PIC X     VALUE "N".
           88  OPT-ABERTO    VALUE "S".

      *---> CLIENTE CORRENTE COM RECUSA ATIVA DE COMPARTILHAMENTO
       01  WS-RECUSA-TERC    PIC X     VALUE "N".
           88  E-RECUSA-TERC VALUE "S".

       01  CANAISDD          PIC X(50) VALUE "./cadcli-canais.dat".

       01  FS-CANAL          PIC X(02) VALUE SPACES.
           88  FS-CANAL-OK   VALUE IS "00".

       01  WS-CANAL-ABERTO   PIC X     VALUE "N".
           88  CANAL-ABERTO  VALUE "S".

       01  CONFIGDD          PIC X(30) VALUE "./cobol.cfg".

       01  FS-CONFIG         PIC X(02) VALUE "X".
           88  FS-CONFIG-OK  VALUE IS "00".
           88  FS-CONFIG-EOF VALUE IS "10".

       77  WS-CFG-CHAVE      PIC X(30) VALUE SPACES.
       77  WS-CFG-VALOR      PIC X(50) VALUE SPACES.

      *---> CODIGO DO OPERADOR QUE RODOU O JOB (VARIAVEL DE AMBIENTE
      *     OPERADOR), CARIMBADO NO LOG DE CONTROLE DE JOBS
       77  WS-OPERADOR       PIC X(08) VALUE SPACES.
           05  WRITE-COUNT   PIC 9(05) VALUE ZEROS.
           05  INATIVOS      PIC 9(05) VALUE ZEROS.
           05  FORA-FILTRO   PIC 9(05) VALUE ZEROS.
           05  SUPRIMIDOS    PIC 9(05) VALUE ZEROS.
           05  COM-EMAIL     PIC 9(05) VALUE ZEROS.

      *---> REGISTROS DE CONTROLE DA SAIDA: HEADER COM DATA/HORA DE
      *---> GERACAO E TRAILER COM A CONTAGEM DE REGISTROS DE DADOS
      *---> E A DE CLIENTES SUPRIMIDOS POR RECUSA DE COMPARTILHAMENTO
       01  WS-CTL-CAB.
           05  WS-CAB-TIPO   PIC X(01) VALUE "H".
           05  WS-CAB-DATA   PIC 9(08).
       01  WS-CTL-TRL.
           05  WS-TRL-TIPO   PIC X(01) VALUE "T".
           05  WS-TRL-COUNT  PIC 9(09).
           05  WS-TRL-SUPRIM PIC 9(09).

       77  XY     PIC X.
      *
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "EXTRACAO DE CLIENTES - cad-clientes.dat"
      *====> LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO (SE EXISTIR)
           PERFORM LE-CONFIG THRU LE-CONFIG-FIM
      *====> PEGA ARGUMENTOS DE ENTRADA DA LINHA DE COMANDO SE HOUVER
      *====> 3o ARGUMENTO (OPCIONAL) = CATEGORIA A EXTRAIR (V/C/P)
           ACCEPT args-cmd-linex   FROM COMMAND-LINE.
           DISPLAY 'FIM CADEXTR01 ...'
           STOP RUN.

      * -----------------------------------
      * LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO ./cobol.cfg, SE
      * EXISTIR; OS ARQUIVOS DO EXTRATO VEM DA LINHA DE COMANDO, DA
      * CONFIGURACAO SO OS LOCAIS DAS RECUSAS E DOS CANAIS
       LE-CONFIG.
           OPEN INPUT CONFIGFL
           IF  FS-CONFIG-OK
               PERFORM LE-CONFIG-LOOP THRU LE-CONFIG-LOOP-FIM
                   UNTIL FS-CONFIG-EOF
               CLOSE CONFIGFL
           END-IF.
       LE-CONFIG-FIM.
           EXIT.

       LE-CONFIG-LOOP.
           READ CONFIGFL
               AT END
                   CONTINUE
               NOT AT END
                   IF  CFG-REC NOT = SPACES AND CFG-REC(1:1) NOT = "*"
                       MOVE SPACES TO WS-CFG-CHAVE WS-CFG-VALOR
                       UNSTRING CFG-REC DELIMITED BY "="
                           INTO WS-CFG-CHAVE WS-CFG-VALOR
                       PERFORM APLICA-CONFIG THRU APLICA-CONFIG-FIM
                   END-IF
           END-READ.
       LE-CONFIG-LOOP-FIM.
           EXIT.

       APLICA-CONFIG.
           EVALUATE WS-CFG-CHAVE
               WHEN "OPTOUTFILE"
                   MOVE WS-CFG-VALOR TO OPTOUTDD
               WHEN "CANAISFILE"
                   MOVE WS-CFG-VALOR TO CANAISDD
           END-EVALUATE.
       APLICA-CONFIG-FIM.
           EXIT.

      * -----------------------------------
      * IDENTIFICA O OPERADOR QUE RODOU O JOB: USA O CODIGO DA
      * VARIAVEL DE AMBIENTE OPERADOR (ASSINADA NO CADMENU01) OU
               CLOSE FILE1
               GO TO EXIT-PARA
           END-IF.
      *====> SEM O CADASTRO DE RECUSAS NO LUGAR NADA E SUPRIMIDO
           OPEN INPUT OPTFL
           IF  FS-OPT-OK
               MOVE "S" TO WS-OPT-ABERTO
           ELSE
               DISPLAY "RECUSAS NAO ABERTO=" FS-OPT "  " OPTOUTDD
                   " - NENHUM CLIENTE SERA SUPRIMIDO"
           END-IF.
      *====> SEM OS CANAIS DE CONTATO O E-MAIL SAI EM BRANCO
           OPEN INPUT CANALFL
           IF  FS-CANAL-OK
               MOVE "S" TO WS-CANAL-ABERTO
           ELSE
               DISPLAY "CANAIS NAO ABERTO=" FS-CANAL "  " CANAISDD
                   " - E-MAIL SAIRA EM BRANCO"
           END-IF.
           PERFORM OBTEM-GERACAO THRU OBTEM-GERACAO-FIM.
           ACCEPT WS-CAB-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-CAB-HORA FROM TIME.
      *===================================
       GRAVA-EXTRATO.
           ADD 1 TO READ-COUNT.
           PERFORM VERIFICA-RECUSA THRU VERIFICA-RECUSA-FIM.
           IF  FS-INATIVO
               ADD 1 TO INATIVOS
           ELSE
           IF  NOT E-SEM-FILTRO-CATEG
               AND FS-CATEGORIA NOT = WS-FILTRO-CATEG
               ADD 1 TO FORA-FILTRO
           ELSE
           IF  E-RECUSA-TERC
               ADD 1 TO SUPRIMIDOS
           ELSE
               MOVE SPACES        TO OUTFL-REC
               MOVE FS-FONE       TO O-FONE
               MOVE FS-CIDADE     TO O-CIDADE
               MOVE FS-ESTADO     TO O-ESTADO
               MOVE FS-CEP        TO O-CEP
               PERFORM OBTEM-EMAIL THRU OBTEM-EMAIL-FIM
               WRITE OUTFL-REC
               ADD 1 TO WRITE-COUNT
           END-IF
           END-IF
           END-IF.
       GRAVA-EXTRATO-FIM.
           EXIT.

      * -----------------------------------
      * RECUSA ATIVA DE COMPARTILHAMENTO COM TERCEIROS DO CLIENTE
      * CORRENTE
       VERIFICA-RECUSA.
           MOVE "N" TO WS-RECUSA-TERC.
           IF  OPT-ABERTO
               MOVE FS-FONE TO OO-FONE
               MOVE "C"     TO OO-CANAL
               READ OPTFL
                   KEY IS OO-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  OO-ATIVO
                           MOVE "S" TO WS-RECUSA-TERC
                       END-IF
               END-READ
           END-IF.
       VERIFICA-RECUSA-FIM.
           EXIT.

      * -----------------------------------
      * E-MAIL DO CLIENTE CORRENTE NOS CANAIS DE CONTATO
       OBTEM-EMAIL.
           IF  CANAL-ABERTO
               MOVE FS-FONE TO CN-FONE
               READ CANALFL
                   KEY IS CN-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CN-EMAIL TO O-EMAIL
                       IF  CN-EMAIL NOT = SPACES
                           ADD 1 TO COM-EMAIL
                       END-IF
               END-READ
           END-IF.
       OBTEM-EMAIL-FIM.
           EXIT.

       CLOSE-PARA.
           MOVE WRITE-COUNT TO WS-TRL-COUNT.
           MOVE SUPRIMIDOS  TO WS-TRL-SUPRIM.
           WRITE OUTFL-REC FROM WS-CTL-TRL.
           CLOSE FILE1 OUTFL-S.
           IF  OPT-ABERTO
               CLOSE OPTFL
           END-IF.
           IF  CANAL-ABERTO
               CLOSE CANALFL
           END-IF.
           PERFORM REGISTRA-GERACAO THRU REGISTRA-GERACAO-FIM.
           DISPLAY "================================================"
           DISPLAY "GERACAO DO FEED      : " WS-GERACAO
           DISPLAY "REGISTROS EXTRAIDOS  : " WRITE-COUNT
           DISPLAY "INATIVOS IGNORADOS   : " INATIVOS
           DISPLAY "FORA DO FILTRO       : " FORA-FILTRO
           DISPLAY "SUPRIMIDOS (RECUSA)  : " SUPRIMIDOS
           DISPLAY "COM E-MAIL           : " COM-EMAIL
           DISPLAY "================================================".
       CLOSE-EXIT-PARA.
           EXIT.
