      *                     (com o numero de geracao do feed); o
      *                     modo JSON passa a pula-las no casamento,
      *                     como o modo EXTRATO ja fazia.
      *   15-10-2026 ACC - Cliente com recusa ativa de compartilha-
      *                     mento com terceiros (canal C do
      *                     cadcli-optout.dat/OPTREC) nao sai nos
      *                     feeds e passa a ficar fora do casamento,
      *                     contado como RECUSAS do cadastro e
      *                     conferido contra os suprimidos do trailer
      *                     "T" (posicoes 11-19) do feed; diferenca
      *                     sai apontada no relatorio.
      *   15-10-2026 ACC - Feeds com o e-mail do cliente: registro do
      *                     extrato com 179 bytes e membro EMAIL no
      *                     grupo do JSON PARSE. O e-mail nao entra
      *                     na comparacao com o cadastro.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-INFL
               RECORD KEY IS FS-KEY.
      *---> feed de largura fixa (extrato do CADEXTR01, 179 BYTES)
           SELECT FEEDFX ASSIGN TO FEEDDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-FEED.
           SELECT RELATORIO ASSIGN TO NOME-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
      *---> recusas (opt-out) do cliente por canal (CADCLI01)
           SELECT OPTFL ASSIGN TO OPTOUTDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OO-CHAVE
               FILE STATUS IS FS-OPT.
      *---> arquivo de configuracao compartilhado de localizacao
           SELECT CONFIGFL ASSIGN TO CONFIGDD
               ORGANIZATION IS LINE SEQUENTIAL
       FD FILE1.
           COPY CLIREC.
      *
      *  MESMO LAYOUT DO EXTRATO DO CADEXTR01 (179 BYTES)
       FD FEEDFX.
       01  FEEDFX-REC.
           05 FX-FONE       PIC 9(09).
           05 FX-NOME       PIC X(40).
           05 FX-ENDERECO   PIC X(70).
           05 FX-EMAIL      PIC X(60).
      *
       FD FEEDJS.
       01  FEEDJS-REC       PIC X(350).
      *
       FD RELATORIO.
       01 RELAT-REC PIC X(132).
      *
       FD  OPTFL.
           COPY OPTREC.
      *
       FD  CONFIGFL.
           COPY CONFIGCFG.

       77  FS-RELAT          PIC X(02) VALUE SPACES.

       01  OPTOUTDD          PIC X(50) VALUE "./cadcli-optout.dat".

       01  FS-OPT            PIC X(02) VALUE SPACES.
           88  FS-OPT-OK     VALUE IS "00".

       01  WS-OPT-ABERTO     PIC X     VALUE "N".
           88  OPT-ABERTO    VALUE "S".

      *---> CLIENTE CORRENTE COM RECUSA ATIVA DE COMPARTILHAMENTO
       01  WS-RECUSA-TERC    PIC X     VALUE "N".
           88  E-RECUSA-TERC VALUE "S".

      *---> SUPRIMIDOS INFORMADOS NO TRAILER DO FEED; TRAILER ANTIGO
      *---> (SO COM A CONTAGEM) DEIXA A CONFERENCIA DE FORA
       77  WS-TRL-SUPRIM     PIC 9(09) VALUE ZEROS.
       77  WS-TRL-COM-SUPRIM PIC X     VALUE "N".
           88  E-TRL-COM-SUPRIM VALUE "S".

       01  CONFIGDD          PIC X(30) VALUE "./cobol.cfg".

       01  FS-CONFIG         PIC X(02) VALUE "X".
           05  CIDADE        PIC X(20).
           05  ESTADO        PIC X(02).
           05  CEP           PIC 9(08).
           05  EMAIL         PIC X(60).

       01  WS-ENDER-JSON.
           05  WS-EJ-LOGRA   PIC X(34).
           05  DIVERGENTES   PIC 9(05) VALUE ZEROS.
           05  IGUAIS        PIC 9(05) VALUE ZEROS.
           05  F-REJEITADOS  PIC 9(05) VALUE ZEROS.
           05  M-RECUSAS     PIC 9(05) VALUE ZEROS.

       77  WS-DATA-RELAT   PIC 9(08).
       77  WS-NUM-PAGINA   PIC 9(03) VALUE ZEROS.
                   MOVE WS-CFG-VALOR TO FEEDDD
               WHEN "CADRECON01_RELATORIO"
                   MOVE WS-CFG-VALOR TO NOME-ARQ-RELATORIO
               WHEN "OPTOUTFILE"
                   MOVE WS-CFG-VALOR TO OPTOUTDD
           END-EVALUATE.
       APLICA-CONFIG-FIM.
           EXIT.
                   "  " NOME-ARQ-RELATORIO
               GO TO EXIT-PARA
           END-IF.
      *====> SEM O CADASTRO DE RECUSAS NO LUGAR NINGUEM E TIRADO
      *====> DO CASAMENTO
           OPEN INPUT OPTFL.
           IF  FS-OPT-OK
               MOVE "S" TO WS-OPT-ABERTO
           ELSE
               DISPLAY "RECUSAS NAO ABERTO=" FS-OPT "  " OPTOUTDD
                   " - RECUSAS NAO CONSIDERADAS"
           END-IF.
           ACCEPT WS-DATA-RELAT FROM DATE YYYYMMDD.
           PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM.
       OPEN-EXIT-PARA.

      * -----------------------------------
      * AVANCA O CADASTRO PARA O PROXIMO CLIENTE ATIVO (OS INATIVOS
      * NAO SAEM NOS FEEDS, ENTAO NAO ENTRAM NA CONCILIACAO); QUEM
      * RECUSOU O COMPARTILHAMENTO TAMBEM NAO SAI, SO E CONTADO
       LE-MESTRE.
           READ FILE1 NEXT
               AT END
                   ELSE
                       ADD 1 TO M-ATIVOS
                   END-IF
                   PERFORM VERIFICA-RECUSA THRU VERIFICA-RECUSA-FIM
                   IF  E-RECUSA-TERC
                       ADD 1 TO M-RECUSAS
                       GO TO LE-MESTRE
                   END-IF
           END-READ.
       LE-MESTRE-FIM.
           EXIT.
                   AT END
                       MOVE "S" TO WS-FIM-FEED
                   NOT AT END
      *=====> PULA OS REGISTROS DE CONTROLE "H"/"T" DO EXTRATO,
      *=====> GUARDANDO OS SUPRIMIDOS DO TRAILER
                       IF  FEEDFX-REC(1:1) = "T"
                           PERFORM GUARDA-TRAILER
                               THRU GUARDA-TRAILER-FIM
                       END-IF
                       IF  FEEDFX-REC(1:1) = "H"
                           OR FEEDFX-REC(1:1) = "T"
                           GO TO LE-FEED
                   AT END
                       MOVE "S" TO WS-FIM-FEED
                   NOT AT END
      *=====> PULA AS LINHAS DE CONTROLE "H"/"T" DA EXPORTACAO,
      *=====> GUARDANDO OS SUPRIMIDOS DO TRAILER
                       IF  FEEDJS-REC(1:1) = "T"
                           PERFORM GUARDA-TRAILER
                               THRU GUARDA-TRAILER-FIM
                       END-IF
                       IF  FEEDJS-REC(1:1) = "H"
                           OR FEEDJS-REC(1:1) = "T"
                           GO TO LE-FEED
       LE-FEED-FIM.
           EXIT.

      * -----------------------------------
      * SUPRIMIDOS POR RECUSA INFORMADOS NO TRAILER "T" DO FEED
      * (POSICOES 11-19); TRAILER ANTIGO TEM BRANCOS ALI
       GUARDA-TRAILER.
           IF  MODO-EXTRATO
               IF  FEEDFX-REC(11:9) NUMERIC
                   MOVE FEEDFX-REC(11:9) TO WS-TRL-SUPRIM
                   MOVE "S" TO WS-TRL-COM-SUPRIM
               END-IF
           ELSE
               IF  FEEDJS-REC(11:9) NUMERIC
                   MOVE FEEDJS-REC(11:9) TO WS-TRL-SUPRIM
                   MOVE "S" TO WS-TRL-COM-SUPRIM
               END-IF
           END-IF.
       GUARDA-TRAILER-FIM.
           EXIT.

      * -----------------------------------
      * RECUSA ATIVA DE COMPARTILHAMENTO COM TERCEIROS DO CLIENTE
      * CORRENTE DO CADASTRO
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

       DESDOBRA-JSON.
           MOVE "N" TO WS-JSON-RUIM
           MOVE SPACES TO WS-CLI-JSON
           MOVE "IGUAIS               : "  TO WT-ROTULO.
           MOVE IGUAIS                     TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "CADASTRO - RECUSAS   : "  TO WT-ROTULO.
           MOVE M-RECUSAS                  TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           IF  E-TRL-COM-SUPRIM
               MOVE "FEED - SUPRIMIDOS    : "  TO WT-ROTULO
               MOVE WS-TRL-SUPRIM              TO WT-TOTAL
               WRITE RELAT-REC FROM WS-TOT-REL
               IF  WS-TRL-SUPRIM NOT = M-RECUSAS
                   MOVE "ATENCAO: SUPRIMIDOS DO FEED <> RECUSAS"
                       TO RELAT-REC
                   WRITE RELAT-REC
               END-IF
           END-IF.
           IF  OPT-ABERTO
               CLOSE OPTFL
           END-IF.
           IF  MODO-EXTRATO
               CLOSE FILE1 FEEDFX RELATORIO
           ELSE
           DISPLAY "SO NO FEED           : " SO-FEED
           DISPLAY "DIVERGENTES          : " DIVERGENTES
           DISPLAY "IGUAIS               : " IGUAIS
           DISPLAY "RECUSAS NO CADASTRO  : " M-RECUSAS
           IF  E-TRL-COM-SUPRIM
               DISPLAY "SUPRIMIDOS NO FEED   : " WS-TRL-SUPRIM
               IF  WS-TRL-SUPRIM NOT = M-RECUSAS
                   DISPLAY "ATENCAO: SUPRIMIDOS DO FEED DIFEREM DAS "
                       "RECUSAS DO CADASTRO"
               END-IF
           END-IF
           DISPLAY "================================================".
       CLOSE-EXIT-PARA.
           EXIT.
