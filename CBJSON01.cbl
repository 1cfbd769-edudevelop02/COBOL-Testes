      *                     (GERREC) com status GERADO, avancado a
      *                     mao no CBGER01. A importacao pula as
      *                     linhas "H"/"T" sem contar rejeito.
      *   15-10-2026 ACC - Exportacao deixa de fora o cliente com
      *                     recusa ativa de compartilhamento com
      *                     terceiros (canal C do cadcli-optout.dat/
      *                     OPTREC, mantido na opcao OPT-OUT do
      *                     CADCLI01); a quantidade suprimida vai no
      *                     trailer "T" (posicoes 11-19) e nos
      *                     totais, para CADRECON01 e CBCHECK01
      *                     fecharem a conta.
      *   15-10-2026 ACC - Documento JSON ganha o membro EMAIL, com o
      *                     e-mail dos canais de contato do cliente
      *                     (cadcli-canais.dat/CANALREC, opcao CANAIS
      *                     do CADCLI01; local no cobol.cfg em
      *                     CANAISFILE). Sem o arquivo de canais o
      *                     membro sai vazio. A importacao le o
      *                     membro mas nao o grava: os canais so sao
      *                     mantidos pelo CADCLI01.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT GERFL ASSIGN TO GERDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GER.
      *---> recusas (opt-out) do cliente por canal (CADCLI01), SO
      *     USADO NO MODO EXPORTA
           SELECT OPTFL ASSIGN TO OPTOUTDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OO-CHAVE
               FILE STATUS IS FS-OPT.
      *---> canais de contato do cliente (CADCLI01), para o e-mail;
      *     SO USADO NO MODO EXPORTA
           SELECT CANALFL ASSIGN TO CANAISDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-CHAVE
               ALTERNATE RECORD KEY IS CN-FONE-ADIC1 WITH DUPLICATES
               ALTERNATE RECORD KEY IS CN-FONE-ADIC2 WITH DUPLICATES
               FILE STATUS IS FS-CANAL.
      *
       DATA DIVISION.
       FILE SECTION.
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

      *---> REGISTROS DE CONTROLE DA EXPORTACAO: HEADER COM DATA/
      *---> HORA E GERACAO, TRAILER COM A CONTAGEM DE DOCUMENTOS E A
      *---> DE CLIENTES SUPRIMIDOS POR RECUSA DE COMPARTILHAMENTO
       01  WS-CTL-CAB.
           05  WS-CAB-TIPO   PIC X(01) VALUE "H".
           05  WS-CAB-DATA   PIC 9(08).
       01  WS-CTL-TRL.
           05  WS-TRL-TIPO   PIC X(01) VALUE "T".
           05  WS-TRL-COUNT  PIC 9(09).
           05  WS-TRL-SUPRIM PIC 9(09).

       01  CONFIGDD          PIC X(30) VALUE "./cobol.cfg".

           05  CIDADE        PIC X(20).
           05  ESTADO        PIC X(02).
           05  CEP           PIC 9(08).
           05  EMAIL         PIC X(60).

       01  WS-JTEXT          PIC X(350).
       77  WS-JLEN           PIC 9(04).
           05  INCLUIDOS     PIC 9(05) VALUE ZEROS.
           05  ATUALIZADOS   PIC 9(05) VALUE ZEROS.
           05  REJEITADOS    PIC 9(05) VALUE ZEROS.
           05  SUPRIMIDOS    PIC 9(05) VALUE ZEROS.
           05  COM-EMAIL     PIC 9(05) VALUE ZEROS.

       77  XY     PIC X.
      *
                   MOVE WS-CFG-VALOR TO JOBLOGDD
               WHEN "GERFILE"
                   MOVE WS-CFG-VALOR TO GERDD
               WHEN "OPTOUTFILE"
                   MOVE WS-CFG-VALOR TO OPTOUTDD
               WHEN "CANAISFILE"
                   MOVE WS-CFG-VALOR TO CANAISDD
           END-EVALUATE.
       APLICA-CONFIG-FIM.
           EXIT.
                   CLOSE FILE1
                   GO TO EXIT-PARA
               END-IF
      *=====> SEM O CADASTRO DE RECUSAS NO LUGAR NADA E SUPRIMIDO
               OPEN INPUT OPTFL
               IF  FS-OPT-OK
                   MOVE "S" TO WS-OPT-ABERTO
               ELSE
                   DISPLAY "RECUSAS NAO ABERTO=" FS-OPT "  " OPTOUTDD
                       " - NENHUM CLIENTE SERA SUPRIMIDO"
               END-IF
      *=====> SEM OS CANAIS DE CONTATO O EMAIL SAI VAZIO
               OPEN INPUT CANALFL
               IF  FS-CANAL-OK
                   MOVE "S" TO WS-CANAL-ABERTO
               ELSE
                   DISPLAY "CANAIS NAO ABERTO=" FS-CANAL "  " CANAISDD
                       " - EMAIL SAIRA VAZIO"
               END-IF
      *=====> HEADER DE CONTROLE COM O NUMERO DE GERACAO DO FEED
               PERFORM OBTEM-GERACAO THRU OBTEM-GERACAO-FIM
               ACCEPT WS-CAB-DATA FROM DATE YYYYMMDD
           IF  FS-INATIVO
               GO TO GRAVA-JSON-FIM
           END-IF
      *=====> CLIENTE QUE RECUSOU O COMPARTILHAMENTO NAO SAI
           PERFORM VERIFICA-RECUSA THRU VERIFICA-RECUSA-FIM
           IF  E-RECUSA-TERC
               ADD 1 TO SUPRIMIDOS
               GO TO GRAVA-JSON-FIM
           END-IF
           MOVE FS-FONE       TO FONE
           MOVE FS-NOME       TO NOME
           MOVE FS-LOGRADOURO TO LOGRADOURO
           MOVE FS-CIDADE     TO CIDADE
           MOVE FS-ESTADO     TO ESTADO
           MOVE FS-CEP        TO CEP
           PERFORM OBTEM-EMAIL THRU OBTEM-EMAIL-FIM
           JSON GENERATE WS-JTEXT FROM WS-CLI-JSON COUNT WS-JLEN
               ON EXCEPTION
                   DISPLAY "ERRO NA CONVERSAO JSON DO CLIENTE "
           END-JSON.
       GRAVA-JSON-FIM.
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
           MOVE SPACES TO EMAIL.
           IF  CANAL-ABERTO
               MOVE FS-FONE TO CN-FONE
               READ CANALFL
                   KEY IS CN-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CN-EMAIL TO EMAIL
                       IF  CN-EMAIL NOT = SPACES
                           ADD 1 TO COM-EMAIL
                       END-IF
               END-READ
           END-IF.
       OBTEM-EMAIL-FIM.
           EXIT.
      *===================================
      * MODO IMPORTA: LE UM DOCUMENTO JSON POR LINHA DE JSONFL E
      * GRAVA/ATUALIZA O CLIENTE CORRESPONDENTE EM FILE1
       CLOSE-PARA.
           IF  MODO-EXPORTA
               MOVE WRITE-COUNT TO WS-TRL-COUNT
               MOVE SUPRIMIDOS  TO WS-TRL-SUPRIM
               WRITE JSONFL-REC FROM WS-CTL-TRL
               CLOSE FILE1 JSONFL
               IF  OPT-ABERTO
                   CLOSE OPTFL
               END-IF
               IF  CANAL-ABERTO
                   CLOSE CANALFL
               END-IF
               PERFORM REGISTRA-GERACAO THRU REGISTRA-GERACAO-FIM
           ELSE
               CLOSE FILE1 JSONFL AUDITFILE
               DISPLAY "CLIENTES LIDOS       : " READ-COUNT
               DISPLAY "DOCUMENTOS JSON GRAVADOS: " WRITE-COUNT
               DISPLAY "REJEITADOS (ERRO JSON): " REJEITADOS
               DISPLAY "SUPRIMIDOS (RECUSA)  : " SUPRIMIDOS
               DISPLAY "COM E-MAIL           : " COM-EMAIL
           ELSE
               DISPLAY "DOCUMENTOS JSON LIDOS : " READ-COUNT
               DISPLAY "CLIENTES INCLUIDOS    : " INCLUIDOS
