      *          arquivo vivo fica leve para as listagens e
      *          extracoes e a historia continua recuperavel no
      *          arquivo morto.
      * Mod log:
      *   15-10-2026 ACC - Catalogo dos arquivos mortos (ARQCAT,
      *                     CADARQ01_CATALOGO): cada rodada anexa uma
      *                     linha com o arquivo gerado e a quantidade,
      *                     para o CADLGPD01 achar todos os arquivos
      *                     mortos de um cliente.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ARQMORTO ASSIGN TO NOME-ARQ-MORTO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MORTO.
      *---> catalogo dos arquivos mortos gerados
           SELECT CATMORTO ASSIGN TO NOME-ARQ-CATALOGO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CATMORTO.
      *---> relatorio impresso do que foi arquivado
           SELECT RELATORIO ASSIGN TO NOME-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
      *  MESMO CONTEUDO DE CLIREC (139 BYTES), GRAVADO SEQUENCIAL
       FD ARQMORTO.
       01 ARQMORTO-REC     PIC X(139).
      *
       FD CATMORTO.
           COPY ARQCAT.
      *
       FD RELATORIO.
       01 RELAT-REC PIC X(132).
       01  NOME-ARQ-RELATORIO.
           05  FILLER  PIC X(50) VALUE "./cadcli-arqmorto.out".

       01  NOME-ARQ-CATALOGO.
           05  FILLER  PIC X(50) VALUE "./files/cadcli-arqmorto.cat".

       01  FS-INFL           PIC X(02) VALUE SPACES.
           88  FS-INFL-OK    VALUE IS "00".
           88  FS-INFL-EOF   VALUE IS "10".
       77  FS-MORTO          PIC X(02) VALUE SPACES.
       77  FS-RELAT          PIC X(02) VALUE SPACES.

       01  FS-CATMORTO       PIC X(02) VALUE "X".
           88  FS-CATMORTO-OK VALUE IS "00".

       01  CONFIGDD          PIC X(30) VALUE "./cobol.cfg".

       01  FS-CONFIG         PIC X(02) VALUE "X".
                   MOVE WS-CFG-VALOR TO NOME-ARQ-RELATORIO
               WHEN "CADARQ01_RETENCAO_MESES"
                   MOVE WS-CFG-VALOR TO WS-RETENCAO-MESES
               WHEN "CADARQ01_CATALOGO"
                   MOVE WS-CFG-VALOR TO NOME-ARQ-CATALOGO
           END-EVALUATE.
       APLICA-CONFIG-FIM.
           EXIT.
           MOVE ATIVOS                     TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           CLOSE FILE1 ARQMORTO RELATORIO.
           PERFORM CATALOGA-MORTO THRU CATALOGA-MORTO-FIM.
           DISPLAY "================================================"
           DISPLAY "CLIENTES LIDOS       : " READ-COUNT
           DISPLAY "ARQUIVADOS/APAGADOS  : " ARQUIVADOS
       CLOSE-EXIT-PARA.
           EXIT.

      * -----------------------------------
      * ANEXA O ARQUIVO MORTO DE HOJE NO CATALOGO DOS ARQUIVOS
      * MORTOS, COM A QUANTIDADE DE CLIENTES QUE FORAM PARA ELE
       CATALOGA-MORTO.
           MOVE "X" TO FS-CATMORTO.
           OPEN EXTEND CATMORTO
           IF  NOT FS-CATMORTO-OK
               OPEN OUTPUT CATMORTO
           END-IF
           IF  FS-CATMORTO-OK
               MOVE SPACES         TO ARQCAT-REC
               MOVE WS-DATA-HOJE   TO AC-DATA
               MOVE NOME-ARQ-MORTO TO AC-ARQUIVO
               MOVE ARQUIVADOS     TO AC-QTD
               WRITE ARQCAT-REC
               CLOSE CATMORTO
           ELSE
               DISPLAY "AVISO: NAO GRAVOU O CATALOGO ST=" FS-CATMORTO
                   "  " NOME-ARQ-CATALOGO
           END-IF.
       CATALOGA-MORTO-FIM.
           EXIT.

      *=================  FIM ======
       EXIT-PARA.
           DISPLAY 'FIM CADARQ01 (ABORTADO) ...'
