      *                     GERADO, para um arquivo perdido entre
      *                     nos e o destino deixar buraco visivel
      *                     na numeracao.
      *   15-10-2026 ACC - Recusa de compartilhamento com terceiros
      *                     (canal C do cadcli-optout.dat/OPTREC,
      *                     mantido na opcao OPT-OUT do CADCLI01):
      *                     recusa registrada depois da ultima
      *                     execucao sai como exclusao ("D") so com o
      *                     telefone, para o parceiro apagar o
      *                     cliente; com recusa mais antiga o cliente
      *                     fica fora do delta. Recusa revogada desde
      *                     a ultima execucao manda o cliente de novo
      *                     ("A"). Suprimidos contados no trailer "T"
      *                     (posicoes 11-19) e nos totais.
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
       WORKING-STORAGE SECTION.
       01  INFLDD.
      *---> NUMERO DE GERACAO DESTE FEED (MAIOR JA REGISTRADO + 1)
       77  WS-GERACAO        PIC 9(06) VALUE ZEROS.

       01  OPTOUTDD          PIC X(50) VALUE "./cadcli-optout.dat".

       01  FS-OPT            PIC X(02) VALUE SPACES.
           88  FS-OPT-OK     VALUE IS "00".

       01  WS-OPT-ABERTO     PIC X     VALUE "N".
           88  OPT-ABERTO    VALUE "S".

      *---> SITUACAO DA RECUSA DE COMPARTILHAMENTO DO CLIENTE CORRENTE
      *---> EM RELACAO A ULTIMA EXECUCAO
       01  WS-SIT-RECUSA     PIC X     VALUE SPACE.
           88  E-SEM-RECUSA      VALUE SPACE.
           88  E-RECUSA-ANTIGA   VALUE "A".
           88  E-RECUSA-NOVA     VALUE "N".
           88  E-REVOGADA-NOVA   VALUE "R".

       01  WS-RECUSA-CARIMBO.
           05  WS-RC-DATA    PIC 9(08).
           05  WS-RC-HORA    PIC 9(06).

       01  CONFIGDD          PIC X(30) VALUE "./cobol.cfg".

       01  FS-CONFIG         PIC X(02) VALUE "X".
           05  WRITE-COUNT   PIC 9(05) VALUE ZEROS.
           05  EXCLUSOES     PIC 9(05) VALUE ZEROS.
           05  SEM-MUDANCA   PIC 9(05) VALUE ZEROS.
           05  SUPRIMIDOS    PIC 9(05) VALUE ZEROS.

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
                   MOVE WS-CFG-VALOR TO CTRLDD
               WHEN "GERFILE"
                   MOVE WS-CFG-VALOR TO GERDD
               WHEN "OPTOUTFILE"
                   MOVE WS-CFG-VALOR TO OPTOUTDD
           END-EVALUATE.
       APLICA-CONFIG-FIM.
           EXIT.
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
           PERFORM OBTEM-GERACAO THRU OBTEM-GERACAO-FIM.
           MOVE WS-EXEC-DATA TO WS-CAB-DATA.
           MOVE WS-EXEC-HORA TO WS-CAB-HORA.
           EXIT.
      *===================================
      * SO SAI NO DELTA QUEM FOI GRAVADO DEPOIS DA ULTIMA EXECUCAO;
      * INATIVADO SAI COMO EXCLUSAO ("D"), O RESTO COMO "A". QUEM
      * RECUSOU O COMPARTILHAMENTO DESDE A ULTIMA EXECUCAO SAI COMO
      * EXCLUSAO SO COM O TELEFONE; RECUSA MAIS ANTIGA NAO SAI
       GRAVA-DELTA.
           ADD 1 TO READ-COUNT.
           PERFORM VERIFICA-RECUSA THRU VERIFICA-RECUSA-FIM.
           IF  E-RECUSA-NOVA
               MOVE SPACES    TO OUTFL-REC
               MOVE "D"       TO O-TIPO
               MOVE FS-FONE   TO O-FONE
               MOVE ZEROS     TO O-CEP
               WRITE OUTFL-REC
               ADD 1 TO WRITE-COUNT
               ADD 1 TO EXCLUSOES
               ADD 1 TO SUPRIMIDOS
               GO TO GRAVA-DELTA-FIM
           END-IF
           IF  FS-ULT-ATUAL NOT > WS-ULT-EXEC
               AND NOT E-REVOGADA-NOVA
               ADD 1 TO SEM-MUDANCA
               GO TO GRAVA-DELTA-FIM
           END-IF
           IF  E-RECUSA-ANTIGA
               ADD 1 TO SUPRIMIDOS
               GO TO GRAVA-DELTA-FIM
           END-IF
           MOVE SPACES        TO OUTFL-REC
           IF  FS-INATIVO
               MOVE "D"       TO O-TIPO
       GRAVA-DELTA-FIM.
           EXIT.

      * -----------------------------------
      * SITUACAO DA RECUSA DE COMPARTILHAMENTO COM TERCEIROS DO
      * CLIENTE CORRENTE: ATIVA DE ANTES OU DEPOIS DA ULTIMA EXECUCAO,
      * OU REVOGADA DESDE O DIA DA ULTIMA EXECUCAO (A REVOGACAO SO
      * TEM DATA; NO MESMO DIA O CLIENTE PODE SAIR DE NOVO, SEM DANO)
       VERIFICA-RECUSA.
           MOVE SPACE TO WS-SIT-RECUSA.
           IF  OPT-ABERTO
               MOVE FS-FONE TO OO-FONE
               MOVE "C"     TO OO-CANAL
               READ OPTFL
                   KEY IS OO-CHAVE
                   INVALID KEY
                       GO TO VERIFICA-RECUSA-FIM
               END-READ
               IF  OO-ATIVO
                   MOVE OO-DATA TO WS-RC-DATA
                   MOVE OO-HORA TO WS-RC-HORA
                   IF  WS-RECUSA-CARIMBO > WS-ULT-EXEC
                       MOVE "N" TO WS-SIT-RECUSA
                   ELSE
                       MOVE "A" TO WS-SIT-RECUSA
                   END-IF
               ELSE
                   IF  OO-DATA-REVOG NOT < WS-ULT-EXEC(1:8)
                       MOVE "R" TO WS-SIT-RECUSA
                   END-IF
               END-IF
           END-IF.
       VERIFICA-RECUSA-FIM.
           EXIT.

       CLOSE-PARA.
           MOVE WRITE-COUNT TO WS-TRL-COUNT.
           MOVE SUPRIMIDOS  TO WS-TRL-SUPRIM.
           WRITE OUTFL-REC FROM WS-CTL-TRL.
           CLOSE FILE1 OUTFL-S.
           IF  OPT-ABERTO
               CLOSE OPTFL
           END-IF.
           PERFORM REGISTRA-GERACAO THRU REGISTRA-GERACAO-FIM.
           DISPLAY "================================================"
           DISPLAY "GERACAO DO FEED      : " WS-GERACAO
           DISPLAY "REGISTROS NO DELTA   : " WRITE-COUNT
           DISPLAY "  DOS QUAIS EXCLUSOES: " EXCLUSOES
           DISPLAY "SEM MUDANCA          : " SEM-MUDANCA
           DISPLAY "SUPRIMIDOS (RECUSA)  : " SUPRIMIDOS
           DISPLAY "================================================".
       CLOSE-EXIT-PARA.
           EXIT.
