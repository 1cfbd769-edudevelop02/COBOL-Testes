      *                     na tela e anotada no log de jobs
      *                     (evento NEGADO). Sem o cadastro no
      *                     lugar, tudo segue liberado com aviso.
      *   15-10-2026 ACC - Devolucao na lista de compras da CONSULTA:
      *                     a quantidade sai negativa, como o cb70
      *                     passou a lancar.
      *   15-10-2026 ACC - Opcao 8 (PONTOS): extrato de pontos de
      *                     fidelidade do cliente (cadcli-pontos.dat/
      *                     PONTREC, ganhos lancados pelo CBPONT01 a
      *                     partir do historico de compras) com saldo
      *                     e ultimos lancamentos, e resgate de
      *                     pontos limitado ao saldo, carimbado com o
      *                     operador. Cliente inativo nao resgata.
      *   15-10-2026 ACC - Opcao 9 (OPT-OUT): recusas do cliente por
      *                     canal (mala direta, telefone e compartilha-
      *                     mento com terceiros) em cadcli-optout.dat
      *                     (OPTREC), registradas e revogadas com data
      *                     e operador; respeitadas pelo CADMALA01 e
      *                     pelos arquivos enviados a parceiros.
      *   15-10-2026 ACC - Opcao A (CANAIS): telefones adicionais,
      *                     e-mail e canal preferido do cliente em
      *                     cadcli-canais.dat (CANALREC). A busca do
      *                     cliente (LE-CLIENTE) acha tambem pelos
      *                     fones adicionais; inclusao e troca de
      *                     telefone recusam numero que ja e adicional
      *                     de outro cliente, e a troca leva os canais
      *                     para o fone novo.
      *   15-10-2026 ACC - TROCA DE TELEFONE copia tambem as recusas
      *                     (OPTREC) dos canais M, T e C para o fone
      *                     novo, com a data, o operador e a revogacao
      *                     originais; sem isso o cliente voltava a
      *                     receber mala direta e a ir para os
      *                     parceiros. As linhas do fone antigo ficam
      *                     no cadastro como historico.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCLI01.
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-COMPRA
               RECORD KEY IS CP-CHAVE.
      *---> extrato de pontos de fidelidade (ganhos pelo CBPONT01)
           SELECT PONTFL ASSIGN TO NOME-ARQ-PONTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-PONT
               RECORD KEY IS PT-CHAVE.
      *---> recusas (opt-out) do cliente por canal
           SELECT OPTFL ASSIGN TO NOME-ARQ-OPTOUT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-OPT
               RECORD KEY IS OO-CHAVE.
      *---> canais de contato (fones adicionais, e-mail, preferido)
           SELECT CANALFL ASSIGN TO NOME-ARQ-CANAIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-CANAL
               RECORD KEY IS CN-CHAVE
               ALTERNATE RECORD KEY IS CN-FONE-ADIC1 WITH DUPLICATES
               ALTERNATE RECORD KEY IS CN-FONE-ADIC2 WITH DUPLICATES.
      *---> relatorio impresso da listagem de clientes
           SELECT RELATORIO ASSIGN TO NOME-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
      *
       FD COMPRAFL.
           COPY COMPRAREC.
      *
       FD PONTFL.
           COPY PONTREC.
      *
       FD OPTFL.
           COPY OPTREC.
      *
       FD CANALFL.
           COPY CANALREC.
      *
       FD RELATORIO.
       01 RELAT-REC PIC X(132).
           05 WCP-ITEM      PIC X(10).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 FILLER        PIC X(05) VALUE "QTDE ".
           05 WCP-QTDE      PIC ----9.
           05 FILLER        PIC X(01) VALUE SPACE.
           05 FILLER        PIC X(03) VALUE "VL ".
           05 WCP-VALOR     PIC 9(05),99.

       01  NOME-ARQ-PONTOS.
           05  FILLER  PIC X(50) VALUE "./cadcli-pontos.dat".

       77 FS-PONT PIC 9(02).
           88 FS-PONT-OK  VALUE ZEROS.

      *---> EXTRATO DE PONTOS DO CLIENTE E ENTRADA DO RESGATE
       77 WS-PT-ULT-SEQ   PIC 9(05) VALUE ZEROS.
       77 WS-PT-SALDO     PIC S9(07) VALUE ZEROS.
       77 WS-PT-QTD       PIC 9(02) VALUE ZEROS.
       77 WS-PT-IX        PIC 9(02) VALUE ZEROS.
       77 WS-PT-LINHA     PIC X(75) VALUE SPACES.
       77 WS-PT-RESGATE   PIC 9(07) VALUE ZEROS.
       77 WS-PT-NOTA-INF  PIC X(30) VALUE SPACES.
       77 WS-FIM-PONTOS   PIC X     VALUE "N".
           88 E-FIM-PONTOS VALUE "S".

      *---> ULTIMOS LANCAMENTOS DE PONTOS, JA FORMATADOS PARA A TELA
       01 WS-PT-ULTIMOS-TAB.
           05 WS-PT-ULTIMOS PIC X(75) OCCURS 4 TIMES.

       01 WS-PT-LIN-SALDO.
           05 FILLER        PIC X(17) VALUE "SALDO DE PONTOS: ".
           05 WPT-SALDO-TOT PIC -------9.

       01 WS-PT-LIN-DET.
           05 WPT-DATA      PIC 9(08).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WPT-TIPO      PIC X(09).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WPT-PONTOS    PIC -------9.
           05 FILLER        PIC X(01) VALUE SPACE.
           05 FILLER        PIC X(06) VALUE "SALDO ".
           05 WPT-SALDO     PIC -------9.
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WPT-NOTA      PIC X(30).

       01  NOME-ARQ-OPTOUT.
           05  FILLER  PIC X(50) VALUE "./cadcli-optout.dat".

       77 FS-OPT PIC 9(02).
           88 FS-OPT-OK  VALUE ZEROS.

      *---> SITUACAO DAS RECUSAS DO CLIENTE E ENTRADA DA OPT-OUT
       77 WS-OO-CANAL-INF PIC X(01) VALUE SPACE.
           88 E-OO-CANAL-VALIDO VALUES "M" "T" "C".
       77 WS-OO-ACAO-INF  PIC X(01) VALUE SPACE.
           88 E-OO-REGISTRA VALUE "I".
           88 E-OO-REVOGA   VALUE "R".
       77 WS-OO-EXISTE    PIC X     VALUE "N".
           88 E-OO-EXISTE  VALUE "S".
       77 WS-OO-IX        PIC 9(01) VALUE ZEROS.
       77 WS-OO-LINHA     PIC X(75) VALUE SPACES.
      *---> RECUSA DO FONE ANTIGO SENDO COPIADA NA TROCA DE TELEFONE
       01 WS-OO-SALVA     PIC X(59) VALUE SPACES.

      *---> CANAIS DE RECUSA, NA ORDEM EM QUE APARECEM NA TELA
       01 WS-OO-CANAIS-DEF.
           05 FILLER PIC X(31) VALUE "MMALA DIRETA / CORRESPONDENCIA".
           05 FILLER PIC X(31) VALUE "TCONTATO POR TELEFONE".
           05 FILLER PIC X(31) VALUE "CCOMPARTILHAMENTO C/ TERCEIROS".
       01 WS-OO-CANAIS-TAB REDEFINES WS-OO-CANAIS-DEF.
           05 WS-OO-CANAL-ENT OCCURS 3 TIMES.
               10 WS-OO-CANAL-COD  PIC X(01).
               10 WS-OO-CANAL-DESC PIC X(30).

       01 WS-OO-LIN-DET.
           05 WOO-CANAL     PIC X(01).
           05 FILLER        PIC X(03) VALUE " - ".
           05 WOO-DESC      PIC X(30).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WOO-SITUACAO  PIC X(08).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WOO-DATA      PIC 9(08) BLANK WHEN ZEROS.
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WOO-OPERADOR  PIC X(08).

       01  NOME-ARQ-CANAIS.
           05  FILLER  PIC X(50) VALUE "./cadcli-canais.dat".

       77 FS-CANAL PIC 9(02).
           88 FS-CANAL-OK  VALUE ZEROS.

      *---> ENTRADA DOS CANAIS DE CONTATO DO CLIENTE
       77 WS-CN-ADIC1-INF PIC 9(09) VALUE ZEROS.
       77 WS-CN-ADIC2-INF PIC 9(09) VALUE ZEROS.
       77 WS-CN-EMAIL-INF PIC X(60) VALUE SPACES.
       77 WS-CN-PREF-INF  PIC X(01) VALUE SPACE.
           88 E-CN-PREF-ADIC1  VALUE "1".
           88 E-CN-PREF-ADIC2  VALUE "2".
           88 E-CN-PREF-EMAIL  VALUE "E".
           88 E-CN-PREF-VALIDO VALUES "F" "1" "2" "E" "C".
       77 WS-CN-QTD-ARROBA PIC 9(02) VALUE ZEROS.
       77 WS-CN-QTD-PONTO  PIC 9(02) VALUE ZEROS.
      *---> CLIENTE DA TELA E CARIMBO DOS CANAIS LIDOS NA ABERTURA
      *     (CONTROLE DE CONCORRENCIA, COMO EM FS-ULT-ATUAL)
       77 WS-CN-DONO      PIC 9(09) VALUE ZEROS.
       77 WS-CN-ULT-LIDO  PIC X(14) VALUE SPACES.
       77 WS-CN-EXISTE    PIC X     VALUE "N".
           88 E-CN-EXISTE  VALUE "S".
      *---> BUSCA DE UM NUMERO ENTRE OS FONES ADICIONAIS
       77 WS-CN-FONE-PROC  PIC 9(09) VALUE ZEROS.
       77 WS-CN-FONE-TESTE PIC 9(09) VALUE ZEROS.
       77 WS-CN-ACHOU     PIC X     VALUE "N".
           88 E-CN-ACHOU   VALUE "S".
       77 WS-CN-FONE-OK   PIC X     VALUE "S".
           88 E-CN-FONE-OK VALUE "S".

      *---> AVISO DE CLIENTE ACHADO PELO FONE ADICIONAL
       01 WS-CN-MSG-ACHADO.
           05 FILLER        PIC X(40) VALUE
               "ACHADO PELO FONE ADICIONAL - PRINCIPAL: ".
           05 WCN-FONE      PIC 9(09).

       01 WS-CT-LIN-DET.
           05 WCT-DATA      PIC 9(08).
           05 FILLER        PIC X(01) VALUE SPACE.
           88 E-LISTAGEM   VALUE IS "5".
           88 E-TROCA-FONE VALUE IS "6".
           88 E-CONTATOS   VALUE IS "7".
           88 E-PONTOS     VALUE IS "8".
           88 E-OPTOUT     VALUE IS "9".
           88 E-CANAIS     VALUE IS "A" "a".
           88 E-ENCERRAR   VALUE IS "X" "x".

      *---> TROCA DE TELEFONE (RE-CHAVEAMENTO DO CLIENTE)
           05 LINE 11 COLUMN 15 VALUE "5 - LISTAGEM".
           05 LINE 12 COLUMN 15 VALUE "6 - TROCA DE TELEFONE".
           05 LINE 13 COLUMN 15 VALUE "7 - CONTATOS".
           05 LINE 14 COLUMN 15 VALUE "8 - PONTOS".
           05 LINE 15 COLUMN 15 VALUE "9 - OPT-OUT".
           05 LINE 16 COLUMN 15 VALUE "A - CANAIS".
           05 LINE 17 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 19 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 19 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-REGISTRO.
           05 SS-CHAVE FOREGROUND-COLOR 2.
       01 SS-LISTA-COMPRA FOREGROUND-COLOR 3.
           05 LINE LIN-X COLUMN 04 PIC X(75) FROM WS-CP-LINHA.

       01 SS-LISTA-PONTO FOREGROUND-COLOR 3.
           05 LINE LIN-X COLUMN 04 PIC X(75) FROM WS-PT-LINHA.

       01 SS-RESGATE FOREGROUND-COLOR 2.
           05 LINE 22 COLUMN 10 VALUE "PONTOS A RESGATAR:".
           05 COLUMN PLUS 2 PIC 9(07) USING WS-PT-RESGATE
              BLANK WHEN ZEROS.
           05 LINE 23 COLUMN 10 VALUE "NOTA:".
           05 COLUMN PLUS 2 PIC X(30) USING WS-PT-NOTA-INF.

       01 SS-LISTA-OPTOUT FOREGROUND-COLOR 3.
           05 LINE LIN-X COLUMN 04 PIC X(75) FROM WS-OO-LINHA.

       01 SS-OPTOUT FOREGROUND-COLOR 2.
           05 LINE 22 COLUMN 10 VALUE "CANAL (M/T/C):".
           05 COLUMN PLUS 2 PIC X(01) USING WS-OO-CANAL-INF.
           05 LINE 23 COLUMN 10 VALUE "ACAO (I=REGISTRA R=REVOGA):".
           05 COLUMN PLUS 2 PIC X(01) USING WS-OO-ACAO-INF.

       01 SS-CANAIS FOREGROUND-COLOR 2.
           05 LINE 18 COLUMN 10 VALUE "FONE ADICIONAL 1:".
           05 COLUMN PLUS 2 PIC 9(09) USING WS-CN-ADIC1-INF
              BLANK WHEN ZEROS.
           05 LINE 19 COLUMN 10 VALUE "FONE ADICIONAL 2:".
           05 COLUMN PLUS 2 PIC 9(09) USING WS-CN-ADIC2-INF
              BLANK WHEN ZEROS.
           05 LINE 20 COLUMN 10 VALUE "E-MAIL:".
           05 COLUMN PLUS 1 PIC X(60) USING WS-CN-EMAIL-INF.
           05 LINE 21 COLUMN 10
              VALUE "PREFERIDO (F=FONE 1/2=ADIC E=E-MAIL C=CORREIO):".
           05 COLUMN PLUS 2 PIC X(01) USING WS-CN-PREF-INF.

       01 SS-CONTATO FOREGROUND-COLOR 2.
           05 LINE 22 COLUMN 10 VALUE "TIPO:".
           05 COLUMN PLUS 2 PIC X(10) USING WS-CT-TIPO-INF.
               THRU REGISTRA-JOBLOG-INICIO-FIM
           DISPLAY "ABRINDO : " NOME-DO-ARQUIVO
           PERFORM ABRIR-ARQUIVOS
           CLOSE FILE1 AUDITFILE CONTFILE COMPRAFL PONTFL OPTFL
                 CANALFL.
           DISPLAY "FECHOU ARQUIVO: " NOME-DO-ARQUIVO

           DISPLAY "v1.0 CADASTRO DE CLIENTES <TECLE ENTER>"
                       END-IF
                   WHEN E-CONTATOS
                       PERFORM CONTATOS THRU CONTATOS-FIM
                   WHEN E-PONTOS
                       PERFORM PONTOS THRU PONTOS-FIM
                   WHEN E-OPTOUT
                       PERFORM OPTOUT THRU OPTOUT-FIM
                   WHEN E-CANAIS
                       PERFORM CANAIS THRU CANAIS-FIM
               END-EVALUATE
           END-PERFORM.

           CLOSE AUDITFILE.
           CLOSE CONTFILE.
           CLOSE COMPRAFL.
           CLOSE PONTFL.
           CLOSE OPTFL.
           CLOSE CANALFL.
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           STOP RUN.
                   MOVE WS-CFG-VALOR TO NOME-ARQ-CONTATOS
               WHEN "COMPRAFILE"
                   MOVE WS-CFG-VALOR TO NOME-ARQ-COMPRAS
               WHEN "PONTOSFILE"
                   MOVE WS-CFG-VALOR TO NOME-ARQ-PONTOS
               WHEN "OPTOUTFILE"
                   MOVE WS-CFG-VALOR TO NOME-ARQ-OPTOUT
               WHEN "CANAISFILE"
                   MOVE WS-CFG-VALOR TO NOME-ARQ-CANAIS
               WHEN "CADCLI01_RELATORIO"
                   MOVE WS-CFG-VALOR TO NOME-ARQ-RELATORIO
               WHEN "CEPDIRFILE"
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF
           MOVE FS-FONE TO WS-CN-FONE-PROC.
           PERFORM LOCALIZA-FONE-ADIC THRU LOCALIZA-FONE-ADIC-FIM.
           IF E-CN-ACHOU
               MOVE "TELEFONE JA E FONE ADICIONAL DE OUTRO CLIENTE"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF
           MOVE "A" TO FS-STATUS.
           PERFORM GRAVA-TIMESTAMP-ATUAL THRU GRAVA-TIMESTAMP-ATUAL-FIM.
           WRITE FILE1-REC
                   PERFORM MOSTRA-ERRO
                   GO TROCA-FONE-NOVO
           END-READ.
      *=====> O NOVO NUMERO PODE SER UM FONE ADICIONAL DO PROPRIO
      *       CLIENTE (QUE PASSA A PRINCIPAL), NUNCA DE OUTRO CLIENTE
           MOVE WS-FONE-NOVO TO WS-CN-FONE-PROC.
           PERFORM LOCALIZA-FONE-ADIC THRU LOCALIZA-FONE-ADIC-FIM.
           IF E-CN-ACHOU AND CN-FONE NOT = WS-FONE-ANTIGO
               MOVE "NOVO TELEFONE E ADICIONAL DE OUTRO CLIENTE"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TROCA-FONE-NOVO
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA A TROCA DE TELEFONE (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
               THRU GRAVA-AUDITORIA-TROCA-FIM.
           PERFORM GRAVA-CONTATO-TROCA
               THRU GRAVA-CONTATO-TROCA-FIM.
           PERFORM LEVA-CANAIS-TROCA
               THRU LEVA-CANAIS-TROCA-FIM.
           PERFORM LEVA-OPTOUT-TROCA
               THRU LEVA-OPTOUT-TROCA-FIM.
           MOVE "TELEFONE TROCADO" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       TROCA-FONE-FIM.
       PROCURA-ULT-SEQ-TROCA-FIM.
           EXIT.

      * -----------------------------------
      * LEVA OS CANAIS DE CONTATO DO FONE ANTIGO PARA O FONE NOVO
      * (GRAVA O NOVO ANTES DE APAGAR O ANTIGO). SE O FONE NOVO ERA
      * UM DOS ADICIONAIS DO CLIENTE, O ADICIONAL FICA VAGO E A
      * PREFERENCIA POR ELE VOLTA PARA O FONE PRINCIPAL
       LEVA-CANAIS-TROCA.
           MOVE WS-FONE-ANTIGO TO CN-FONE.
           READ CANALFL
               INVALID KEY
                   GO TO LEVA-CANAIS-TROCA-FIM
           END-READ.
           IF CN-FONE-ADIC1 = WS-FONE-NOVO
               MOVE ZEROS TO CN-FONE-ADIC1
               IF CN-PREF-ADIC1
                   MOVE "F" TO CN-PREFERIDO
               END-IF
           END-IF
           IF CN-FONE-ADIC2 = WS-FONE-NOVO
               MOVE ZEROS TO CN-FONE-ADIC2
               IF CN-PREF-ADIC2
                   MOVE "F" TO CN-PREFERIDO
               END-IF
           END-IF
           MOVE WS-FONE-NOVO TO CN-FONE.
           ACCEPT WS-TS-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-TS-HORA FROM TIME.
           MOVE WS-TIMESTAMP-ATUAL TO CN-ULT-ATUAL.
           MOVE WS-OPERADOR        TO CN-OPERADOR.
           WRITE CANAL-REC
               INVALID KEY
                   MOVE "ERRO AO LEVAR OS CANAIS PARA O FONE NOVO"
                       TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO LEVA-CANAIS-TROCA-FIM
           END-WRITE.
           MOVE WS-FONE-ANTIGO TO CN-FONE.
           DELETE CANALFL
               INVALID KEY
                   MOVE "ERRO AO APAGAR OS CANAIS DO FONE ANTIGO"
                       TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-DELETE.
       LEVA-CANAIS-TROCA-FIM.
           EXIT.

      * -----------------------------------
      * COPIA AS RECUSAS (M, T E C) DO FONE ANTIGO PARA O FONE NOVO
      * COMO ESTAO: DATA, OPERADOR E REVOGACAO ORIGINAIS. LINHA JA
      * EXISTENTE NO FONE NOVO SO E SUBSTITUIDA QUANDO A DO FONE
      * ANTIGO E UMA RECUSA ATIVA E A DO NOVO NAO. AS LINHAS DO FONE
      * ANTIGO FICAM NO CADASTRO COMO HISTORICO
       LEVA-OPTOUT-TROCA.
           MOVE ZEROS TO WS-OO-IX.
           PERFORM LEVA-OPTOUT-CANAL THRU LEVA-OPTOUT-CANAL-FIM
               UNTIL WS-OO-IX >= 3.
       LEVA-OPTOUT-TROCA-FIM.
           EXIT.

       LEVA-OPTOUT-CANAL.
           ADD 1 TO WS-OO-IX.
           MOVE WS-FONE-ANTIGO            TO OO-FONE.
           MOVE WS-OO-CANAL-COD(WS-OO-IX) TO OO-CANAL.
           READ OPTFL
               INVALID KEY
                   GO TO LEVA-OPTOUT-CANAL-FIM
           END-READ.
           MOVE OPTOUT-REC   TO WS-OO-SALVA.
           MOVE WS-FONE-NOVO TO OO-FONE.
           MOVE "N"          TO WS-OO-EXISTE.
           WRITE OPTOUT-REC
               INVALID KEY
                   MOVE "S" TO WS-OO-EXISTE
           END-WRITE.
           IF NOT E-OO-EXISTE
               GO TO LEVA-OPTOUT-CANAL-FIM
           END-IF
           READ OPTFL
               INVALID KEY
                   MOVE "ERRO AO LEVAR AS RECUSAS PARA O FONE NOVO"
                       TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO LEVA-OPTOUT-CANAL-FIM
           END-READ.
           IF OO-ATIVO
               GO TO LEVA-OPTOUT-CANAL-FIM
           END-IF
           MOVE WS-OO-SALVA TO OPTOUT-REC.
           IF NOT OO-ATIVO
               GO TO LEVA-OPTOUT-CANAL-FIM
           END-IF
           MOVE WS-FONE-NOVO TO OO-FONE.
           REWRITE OPTOUT-REC
               INVALID KEY
                   MOVE "ERRO AO LEVAR AS RECUSAS PARA O FONE NOVO"
                       TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-REWRITE.
       LEVA-OPTOUT-CANAL-FIM.
           EXIT.

      * -----------------------------------
      * GRAVA NA TRILHA DE AUDITORIA A OPERACAO TROCAFONE: UM
      * REGISTRO SOB O FONE ANTIGO E OUTRO SOB O FONE NOVO, CADA UM
       CARREGA-COMPRA-FIM.
           EXIT.

      * -----------------------------------
      * PONTOS DE FIDELIDADE DO CLIENTE: MOSTRA O SALDO E OS ULTIMOS
      * LANCAMENTOS DO EXTRATO E PERMITE RESGATAR PONTOS, ATE O
      * SALDO, COM NOTA LIVRE (O QUE FOI TROCADO)
       PONTOS.
           MOVE "PONTOS" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
       PONTOS-LOOP.
           MOVE SPACES TO FILE1-REC.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-CLIENTE THRU LE-CLIENTE-FIM.
           IF FS-CANCELA
               GO PONTOS-FIM
           END-IF
           IF NOT FS-OK
               GO PONTOS-LOOP
           END-IF
           DISPLAY SS-DADOS.
           PERFORM MOSTRA-PONTOS THRU MOSTRA-PONTOS-FIM.
           IF FS-INATIVO
               MOVE "CLIENTE INATIVO (EXCLUIDO) - SO CONSULTA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               DISPLAY SS-CLS
               GO PONTOS-LOOP
           END-IF.
       PONTOS-ENTRADA.
           MOVE ZEROS  TO WS-PT-RESGATE.
           MOVE SPACES TO WS-PT-NOTA-INF.
           DISPLAY SS-RESGATE.
           ACCEPT SS-RESGATE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               DISPLAY SS-CLS
               GO PONTOS-LOOP
           END-IF
           IF WS-PT-RESGATE = ZEROS
               MOVE "FAVOR INFORMAR OS PONTOS A RESGATAR"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO PONTOS-ENTRADA
           END-IF
           IF WS-PT-RESGATE > WS-PT-SALDO
               MOVE "RESGATE MAIOR QUE O SALDO DE PONTOS"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO PONTOS-ENTRADA
           END-IF
           IF WS-PT-NOTA-INF = SPACES
               MOVE "RESGATE" TO WS-PT-NOTA-INF
           END-IF
           MOVE SPACES          TO PONTOS-REC.
           MOVE FS-FONE         TO PT-FONE.
           ADD 1 TO WS-PT-ULT-SEQ.
           MOVE WS-PT-ULT-SEQ   TO PT-SEQ.
           ACCEPT PT-DATA FROM DATE YYYYMMDD.
           MOVE "R"             TO PT-TIPO.
           COMPUTE PT-PONTOS = ZEROS - WS-PT-RESGATE.
           COMPUTE PT-SALDO  = WS-PT-SALDO - WS-PT-RESGATE.
           MOVE ZEROS           TO PT-VALIDADE PT-ORIGEM-SEQ.
           MOVE FS-CATEGORIA    TO PT-CATEGORIA.
           MOVE WS-OPERADOR     TO PT-OPERADOR.
           MOVE WS-PT-NOTA-INF  TO PT-NOTA.
           WRITE PONTOS-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR O RESGATE" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
               NOT INVALID KEY
                   MOVE "RESGATE REGISTRADO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-WRITE.
           DISPLAY SS-CLS.
           GO PONTOS-LOOP.
       PONTOS-FIM.
           EXIT.

      * -----------------------------------
      * MOSTRA NA TELA O SALDO E OS ULTIMOS 4 LANCAMENTOS DE PONTOS
      * DO CLIENTE EM FS-FONE E DEIXA EM WS-PT-ULT-SEQ/WS-PT-SALDO A
      * SITUACAO DO ULTIMO LANCAMENTO, USADA PELO RESGATE
       MOSTRA-PONTOS.
           MOVE ZEROS TO WS-PT-ULT-SEQ WS-PT-SALDO WS-PT-QTD.
           MOVE "N" TO WS-FIM-PONTOS.
           MOVE FS-FONE TO PT-FONE.
           MOVE ZEROS   TO PT-SEQ.
           START PONTFL KEY IS NOT LESS THAN PT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-PONTOS
           END-START.
           PERFORM CARREGA-PONTO THRU CARREGA-PONTO-FIM
               UNTIL E-FIM-PONTOS.
           MOVE 17 TO LIN-X.
           MOVE WS-PT-SALDO TO WPT-SALDO-TOT.
           MOVE WS-PT-LIN-SALDO TO WS-PT-LINHA.
           DISPLAY SS-LISTA-PONTO.
           IF WS-PT-QTD = ZEROS
               ADD 1 TO LIN-X
               MOVE "SEM LANCAMENTOS DE PONTOS" TO WS-PT-LINHA
               DISPLAY SS-LISTA-PONTO
           ELSE
               MOVE ZEROS TO WS-PT-IX
               PERFORM MOSTRA-PONTO-LINHA
                   THRU MOSTRA-PONTO-LINHA-FIM
                   UNTIL WS-PT-IX >= WS-PT-QTD
           END-IF.
       MOSTRA-PONTOS-FIM.
           EXIT.

       MOSTRA-PONTO-LINHA.
           ADD 1 TO WS-PT-IX.
           ADD 1 TO LIN-X.
           MOVE WS-PT-ULTIMOS(WS-PT-IX) TO WS-PT-LINHA.
           DISPLAY SS-LISTA-PONTO.
       MOSTRA-PONTO-LINHA-FIM.
           EXIT.

      * -----------------------------------
      * LE O PROXIMO LANCAMENTO DE PONTOS DO CLIENTE E O GUARDA NA
      * TABELA DOS ULTIMOS 4, DESLOCANDO OS MAIS ANTIGOS PARA FORA
       CARREGA-PONTO.
           READ PONTFL NEXT
               AT END
                   MOVE "S" TO WS-FIM-PONTOS
               NOT AT END
                   IF PT-FONE NOT = FS-FONE
                       MOVE "S" TO WS-FIM-PONTOS
                   ELSE
                       MOVE PT-SEQ    TO WS-PT-ULT-SEQ
                       MOVE PT-SALDO  TO WS-PT-SALDO
                       MOVE PT-DATA   TO WPT-DATA
                       EVALUATE TRUE
                           WHEN PT-GANHO AND PT-PONTOS < ZEROS
                               MOVE "ESTORNO"   TO WPT-TIPO
                           WHEN PT-GANHO
                               MOVE "GANHO"     TO WPT-TIPO
                           WHEN PT-RESGATE
                               MOVE "RESGATE"   TO WPT-TIPO
                           WHEN OTHER
                               MOVE "EXPIRACAO" TO WPT-TIPO
                       END-EVALUATE
                       MOVE PT-PONTOS TO WPT-PONTOS
                       MOVE PT-SALDO  TO WPT-SALDO
                       MOVE PT-NOTA   TO WPT-NOTA
                       IF WS-PT-QTD < 4
                           ADD 1 TO WS-PT-QTD
                       ELSE
                           MOVE WS-PT-ULTIMOS(2) TO WS-PT-ULTIMOS(1)
                           MOVE WS-PT-ULTIMOS(3) TO WS-PT-ULTIMOS(2)
                           MOVE WS-PT-ULTIMOS(4) TO WS-PT-ULTIMOS(3)
                       END-IF
                       MOVE WS-PT-LIN-DET TO WS-PT-ULTIMOS(WS-PT-QTD)
                   END-IF
           END-READ.
       CARREGA-PONTO-FIM.
           EXIT.

      * -----------------------------------
      * RECUSAS (OPT-OUT) DO CLIENTE: MOSTRA A SITUACAO DOS TRES
      * CANAIS E PERMITE REGISTRAR OU REVOGAR A RECUSA DE UM CANAL,
      * CARIMBADA COM A DATA E O OPERADOR. A REVOGACAO MANTEM O
      * REGISTRO, SO MUDA A SITUACAO
       OPTOUT.
           MOVE "OPT-OUT" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
       OPTOUT-LOOP.
           MOVE SPACES TO FILE1-REC.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-CLIENTE THRU LE-CLIENTE-FIM.
           IF FS-CANCELA
               GO OPTOUT-FIM
           END-IF
           IF NOT FS-OK
               GO OPTOUT-LOOP
           END-IF
           DISPLAY SS-DADOS.
           PERFORM MOSTRA-OPTOUT THRU MOSTRA-OPTOUT-FIM.
       OPTOUT-ENTRADA.
           MOVE SPACES TO WS-OO-CANAL-INF WS-OO-ACAO-INF.
           DISPLAY SS-OPTOUT.
           ACCEPT SS-OPTOUT.
           IF COB-CRT-STATUS = COB-SCR-ESC
               DISPLAY SS-CLS
               GO OPTOUT-LOOP
           END-IF
           IF NOT E-OO-CANAL-VALIDO
               MOVE "CANAL INVALIDO (M=MALA T=TELEFONE C=TERCEIROS)"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO OPTOUT-ENTRADA
           END-IF
           IF NOT E-OO-REGISTRA AND NOT E-OO-REVOGA
               MOVE "ACAO INVALIDA (I=REGISTRA R=REVOGA)" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO OPTOUT-ENTRADA
           END-IF
           MOVE FS-FONE         TO OO-FONE.
           MOVE WS-OO-CANAL-INF TO OO-CANAL.
           READ OPTFL
               INVALID KEY
                   MOVE "N" TO WS-OO-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-OO-EXISTE
           END-READ.
           IF E-OO-REVOGA
               GO OPTOUT-REVOGA
           END-IF
           IF E-OO-EXISTE AND OO-ATIVO
               MOVE "RECUSA JA REGISTRADA NESTE CANAL" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO OPTOUT-ENTRADA
           END-IF
           MOVE SPACES          TO OPTOUT-REC.
           MOVE FS-FONE         TO OO-FONE.
           MOVE WS-OO-CANAL-INF TO OO-CANAL.
           MOVE "A"             TO OO-STATUS.
           ACCEPT OO-DATA FROM DATE YYYYMMDD.
           ACCEPT OO-HORA FROM TIME.
           MOVE WS-OPERADOR     TO OO-OPERADOR.
           MOVE ZEROS           TO OO-DATA-REVOG.
           IF E-OO-EXISTE
               REWRITE OPTOUT-REC
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR A RECUSA" TO WS-MSGERRO
                   NOT INVALID KEY
                       MOVE "RECUSA REGISTRADA" TO WS-MSGERRO
               END-REWRITE
           ELSE
               WRITE OPTOUT-REC
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR A RECUSA" TO WS-MSGERRO
                   NOT INVALID KEY
                       MOVE "RECUSA REGISTRADA" TO WS-MSGERRO
               END-WRITE
           END-IF
           PERFORM MOSTRA-ERRO.
           DISPLAY SS-CLS.
           GO OPTOUT-LOOP.
       OPTOUT-REVOGA.
           IF NOT E-OO-EXISTE OR OO-REVOGADO
               MOVE "NAO HA RECUSA ATIVA NESTE CANAL" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO OPTOUT-ENTRADA
           END-IF
           MOVE "R"             TO OO-STATUS.
           ACCEPT OO-DATA-REVOG FROM DATE YYYYMMDD.
           MOVE WS-OPERADOR     TO OO-OPER-REVOG.
           REWRITE OPTOUT-REC
               INVALID KEY
                   MOVE "ERRO AO REVOGAR A RECUSA" TO WS-MSGERRO
               NOT INVALID KEY
                   MOVE "RECUSA REVOGADA" TO WS-MSGERRO
           END-REWRITE.
           PERFORM MOSTRA-ERRO.
           DISPLAY SS-CLS.
           GO OPTOUT-LOOP.
       OPTOUT-FIM.
           EXIT.

      * -----------------------------------
      * MOSTRA NA TELA A SITUACAO DE CADA CANAL DE RECUSA DO CLIENTE
      * EM FS-FONE: RECUSADO (COM DATA E OPERADOR DO REGISTRO),
      * REVOGADO (COM DATA E OPERADOR DA REVOGACAO) OU LIBERADO
       MOSTRA-OPTOUT.
           MOVE 17 TO LIN-X.
           MOVE "RECUSAS (OPT-OUT) DO CLIENTE:" TO WS-OO-LINHA.
           DISPLAY SS-LISTA-OPTOUT.
           MOVE ZEROS TO WS-OO-IX.
           PERFORM MOSTRA-OPTOUT-CANAL THRU MOSTRA-OPTOUT-CANAL-FIM
               UNTIL WS-OO-IX >= 3.
       MOSTRA-OPTOUT-FIM.
           EXIT.

       MOSTRA-OPTOUT-CANAL.
           ADD 1 TO WS-OO-IX.
           ADD 1 TO LIN-X.
           MOVE WS-OO-CANAL-COD(WS-OO-IX)  TO WOO-CANAL.
           MOVE WS-OO-CANAL-DESC(WS-OO-IX) TO WOO-DESC.
           MOVE FS-FONE                    TO OO-FONE.
           MOVE WS-OO-CANAL-COD(WS-OO-IX)  TO OO-CANAL.
           READ OPTFL
               INVALID KEY
                   MOVE "LIBERADO" TO WOO-SITUACAO
                   MOVE ZEROS      TO WOO-DATA
                   MOVE SPACES     TO WOO-OPERADOR
               NOT INVALID KEY
                   IF OO-ATIVO
                       MOVE "RECUSADO"    TO WOO-SITUACAO
                       MOVE OO-DATA       TO WOO-DATA
                       MOVE OO-OPERADOR   TO WOO-OPERADOR
                   ELSE
                       MOVE "REVOGADO"    TO WOO-SITUACAO
                       MOVE OO-DATA-REVOG TO WOO-DATA
                       MOVE OO-OPER-REVOG TO WOO-OPERADOR
                   END-IF
           END-READ.
           MOVE WS-OO-LIN-DET TO WS-OO-LINHA.
           DISPLAY SS-LISTA-OPTOUT.
       MOSTRA-OPTOUT-CANAL-FIM.
           EXIT.

      * -----------------------------------
      * CANAIS DE CONTATO DO CLIENTE: ATE DOIS TELEFONES ADICIONAIS,
      * E-MAIL E CANAL PREFERIDO, CARIMBADOS COM A DATA E O
      * OPERADOR. UM FONE ADICIONAL NAO PODE SER TELEFONE PRINCIPAL
      * NEM ADICIONAL DE OUTRO CLIENTE, PARA A BUSCA POR QUALQUER
      * NUMERO SEMPRE CHEGAR A UM CLIENTE SO
       CANAIS.
           MOVE "CANAIS" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
       CANAIS-LOOP.
           MOVE SPACES TO FILE1-REC.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-CLIENTE THRU LE-CLIENTE-FIM.
           IF FS-CANCELA
               GO CANAIS-FIM
           END-IF
           IF NOT FS-OK
               GO CANAIS-LOOP
           END-IF
           DISPLAY SS-DADOS.
           MOVE FS-FONE TO WS-CN-DONO.
           MOVE FS-FONE TO CN-FONE.
           READ CANALFL
               INVALID KEY
                   MOVE "N"    TO WS-CN-EXISTE
                   MOVE ZEROS  TO WS-CN-ADIC1-INF WS-CN-ADIC2-INF
                   MOVE SPACES TO WS-CN-EMAIL-INF WS-CN-ULT-LIDO
                   MOVE "F"    TO WS-CN-PREF-INF
               NOT INVALID KEY
                   MOVE "S"           TO WS-CN-EXISTE
                   MOVE CN-FONE-ADIC1 TO WS-CN-ADIC1-INF
                   MOVE CN-FONE-ADIC2 TO WS-CN-ADIC2-INF
                   MOVE CN-EMAIL      TO WS-CN-EMAIL-INF
                   MOVE CN-PREFERIDO  TO WS-CN-PREF-INF
                   MOVE CN-ULT-ATUAL  TO WS-CN-ULT-LIDO
           END-READ.
           DISPLAY SS-CANAIS.
           IF FS-INATIVO
               MOVE "CLIENTE INATIVO (EXCLUIDO) - SO CONSULTA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               DISPLAY SS-CLS
               GO CANAIS-LOOP
           END-IF.
       CANAIS-ENTRADA.
           ACCEPT SS-CANAIS.
           IF COB-CRT-STATUS = COB-SCR-ESC
               DISPLAY SS-CLS
               GO CANAIS-LOOP
           END-IF
           IF WS-CN-PREF-INF = SPACE
               MOVE "F" TO WS-CN-PREF-INF
           END-IF
           MOVE WS-CN-ADIC1-INF TO WS-CN-FONE-TESTE.
           PERFORM CONFERE-FONE-ADIC THRU CONFERE-FONE-ADIC-FIM.
           IF NOT E-CN-FONE-OK
               PERFORM MOSTRA-ERRO
               GO CANAIS-ENTRADA
           END-IF
           MOVE WS-CN-ADIC2-INF TO WS-CN-FONE-TESTE.
           PERFORM CONFERE-FONE-ADIC THRU CONFERE-FONE-ADIC-FIM.
           IF NOT E-CN-FONE-OK
               PERFORM MOSTRA-ERRO
               GO CANAIS-ENTRADA
           END-IF
           IF WS-CN-ADIC2-INF NOT = ZEROS
               AND WS-CN-ADIC2-INF = WS-CN-ADIC1-INF
               MOVE "FONES ADICIONAIS REPETIDOS" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CANAIS-ENTRADA
           END-IF
           IF WS-CN-EMAIL-INF NOT = SPACES
               MOVE ZEROS TO WS-CN-QTD-ARROBA WS-CN-QTD-PONTO
               INSPECT WS-CN-EMAIL-INF
                   TALLYING WS-CN-QTD-ARROBA FOR ALL "@"
                            WS-CN-QTD-PONTO  FOR ALL "."
               IF WS-CN-QTD-ARROBA NOT = 1 OR WS-CN-QTD-PONTO = ZEROS
                   OR WS-CN-EMAIL-INF(1:1) = "@"
                   OR WS-CN-EMAIL-INF(1:1) = SPACE
                   MOVE "E-MAIL INVALIDO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO CANAIS-ENTRADA
               END-IF
           END-IF
           IF NOT E-CN-PREF-VALIDO
               MOVE "CANAL PREFERIDO INVALIDO (F/1/2/E/C)"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CANAIS-ENTRADA
           END-IF
           IF (E-CN-PREF-ADIC1 AND WS-CN-ADIC1-INF = ZEROS)
               OR (E-CN-PREF-ADIC2 AND WS-CN-ADIC2-INF = ZEROS)
               OR (E-CN-PREF-EMAIL AND WS-CN-EMAIL-INF = SPACES)
               MOVE "CANAL PREFERIDO NAO FOI INFORMADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CANAIS-ENTRADA
           END-IF
      *=====> RELE OS CANAIS PARA CONFERIR SE NINGUEM OS GRAVOU
      *       ENQUANTO O OPERADOR ESTAVA EDITANDO NA TELA
           MOVE WS-CN-DONO TO CN-FONE.
           READ CANALFL
               INVALID KEY
                   MOVE "N" TO WS-CN-ACHOU
               NOT INVALID KEY
                   MOVE "S" TO WS-CN-ACHOU
           END-READ.
           IF WS-CN-ACHOU NOT = WS-CN-EXISTE
               OR (E-CN-ACHOU AND CN-ULT-ATUAL NOT = WS-CN-ULT-LIDO)
               MOVE "REGISTRO ALTERADO POR OUTRO USUARIO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               DISPLAY SS-CLS
               GO CANAIS-LOOP
           END-IF
           MOVE SPACES          TO CANAL-REC.
           MOVE WS-CN-DONO      TO CN-FONE.
           MOVE WS-CN-ADIC1-INF TO CN-FONE-ADIC1.
           MOVE WS-CN-ADIC2-INF TO CN-FONE-ADIC2.
           MOVE WS-CN-EMAIL-INF TO CN-EMAIL.
           MOVE WS-CN-PREF-INF  TO CN-PREFERIDO.
           ACCEPT WS-TS-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-TS-HORA FROM TIME.
           MOVE WS-TIMESTAMP-ATUAL TO CN-ULT-ATUAL.
           MOVE WS-OPERADOR     TO CN-OPERADOR.
           IF E-CN-EXISTE
               REWRITE CANAL-REC
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR OS CANAIS" TO WS-MSGERRO
                   NOT INVALID KEY
                       MOVE "CANAIS GRAVADOS" TO WS-MSGERRO
               END-REWRITE
           ELSE
               WRITE CANAL-REC
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR OS CANAIS" TO WS-MSGERRO
                   NOT INVALID KEY
                       MOVE "CANAIS GRAVADOS" TO WS-MSGERRO
               END-WRITE
           END-IF
           PERFORM MOSTRA-ERRO.
           DISPLAY SS-CLS.
           GO CANAIS-LOOP.
       CANAIS-FIM.
           EXIT.

      * -----------------------------------
      * CONFERE O FONE ADICIONAL EM WS-CN-FONE-TESTE (ZEROS = VAGO):
      * DDD RECONHECIDO, DIFERENTE DO PRINCIPAL DO CLIENTE DA TELA,
      * NAO CADASTRADO COMO ADICIONAL DE OUTRO CLIENTE NEM COMO
      * TELEFONE PRINCIPAL DE NINGUEM. RECUSADO, DEIXA A MENSAGEM
      * EM WS-MSGERRO
       CONFERE-FONE-ADIC.
           MOVE "S" TO WS-CN-FONE-OK.
           IF WS-CN-FONE-TESTE = ZEROS
               GO TO CONFERE-FONE-ADIC-FIM
           END-IF
           MOVE "N" TO WS-CN-FONE-OK.
           MOVE WS-CN-FONE-TESTE(1:2) TO WS-DDD.
           IF NOT E-DDD-VALIDO
               MOVE "FONE ADICIONAL INVALIDO (DDD NAO RECONHECIDO)"
                   TO WS-MSGERRO
               GO TO CONFERE-FONE-ADIC-FIM
           END-IF
           IF WS-CN-FONE-TESTE = WS-CN-DONO
               MOVE "FONE ADICIONAL IGUAL AO TELEFONE PRINCIPAL"
                   TO WS-MSGERRO
               GO TO CONFERE-FONE-ADIC-FIM
           END-IF
           MOVE WS-CN-FONE-TESTE TO WS-CN-FONE-PROC.
           PERFORM LOCALIZA-FONE-ADIC THRU LOCALIZA-FONE-ADIC-FIM.
           IF E-CN-ACHOU AND CN-FONE NOT = WS-CN-DONO
               MOVE "FONE ADICIONAL JA CADASTRADO EM OUTRO CLIENTE"
                   TO WS-MSGERRO
               GO TO CONFERE-FONE-ADIC-FIM
           END-IF
           MOVE WS-CN-FONE-TESTE TO FS-FONE.
           READ FILE1
               INVALID KEY
                   MOVE "S" TO WS-CN-FONE-OK
               NOT INVALID KEY
                   MOVE "FONE ADICIONAL JA E PRINCIPAL DE UM CLIENTE"
                       TO WS-MSGERRO
           END-READ.
      *=====> VOLTA PARA FILE1-REC O CLIENTE DA TELA
           MOVE WS-CN-DONO TO FS-FONE.
           READ FILE1
               INVALID KEY
                   CONTINUE
           END-READ.
       CONFERE-FONE-ADIC-FIM.
           EXIT.

       LISTAR.
           MOVE SPACES TO WS-MODOLST WS-FILTRO-CATEG.
           DISPLAY SS-CLS.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
               READ FILE1
                   INVALID KEY
                       PERFORM LE-CLIENTE-ADIC THRU LE-CLIENTE-ADIC-FIM
               END-READ
           ELSE
               MOVE 99 to FS-STAT
           END-IF.
       LE-CLIENTE-FIM.

      * -----------------------------------
      * O NUMERO DIGITADO NAO E TELEFONE PRINCIPAL: PROCURA ENTRE OS
      * FONES ADICIONAIS DOS CANAIS E, ACHANDO, LE O CLIENTE PELO
      * TELEFONE PRINCIPAL (FS-STAT FICA COMO NA LEITURA DIRETA)
       LE-CLIENTE-ADIC.
           MOVE FS-FONE TO WS-CN-FONE-PROC.
           PERFORM LOCALIZA-FONE-ADIC THRU LOCALIZA-FONE-ADIC-FIM.
           IF NOT E-CN-ACHOU
               MOVE "CLIENTE NÃO ENCONTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO LE-CLIENTE-ADIC-FIM
           END-IF
           MOVE CN-FONE TO FS-FONE.
           READ FILE1
               INVALID KEY
                   MOVE "CLIENTE NÃO ENCONTRADO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO LE-CLIENTE-ADIC-FIM
           END-READ.
           DISPLAY SS-CHAVE.
           MOVE CN-FONE TO WCN-FONE.
           MOVE WS-CN-MSG-ACHADO TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       LE-CLIENTE-ADIC-FIM.
           EXIT.

      * -----------------------------------
      * PROCURA WS-CN-FONE-PROC ENTRE OS FONES ADICIONAIS; ACHANDO,
      * LIGA E-CN-ACHOU E DEIXA EM CANAL-REC O REGISTRO DO CLIENTE
      * DONO DO NUMERO (CN-FONE = TELEFONE PRINCIPAL)
       LOCALIZA-FONE-ADIC.
           MOVE "N" TO WS-CN-ACHOU.
           IF WS-CN-FONE-PROC = ZEROS
               GO TO LOCALIZA-FONE-ADIC-FIM
           END-IF
           MOVE WS-CN-FONE-PROC TO CN-FONE-ADIC1.
           READ CANALFL KEY IS CN-FONE-ADIC1
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-CN-ACHOU
           END-READ.
           IF E-CN-ACHOU
               GO TO LOCALIZA-FONE-ADIC-FIM
           END-IF
           MOVE WS-CN-FONE-PROC TO CN-FONE-ADIC2.
           READ CANALFL KEY IS CN-FONE-ADIC2
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-CN-ACHOU
           END-READ.
       LOCALIZA-FONE-ADIC-FIM.
           EXIT.

      * -----------------------------------
      * RELE O REGISTRO PELA CHAVE JA POSICIONADA EM FS-KEY E COMPARA
      * FS-ULT-ATUAL COM O VALOR LIDO QUANDO A TELA FOI ABERTA, PARA
               OPEN OUTPUT COMPRAFL
               CLOSE COMPRAFL
               OPEN I-O COMPRAFL
           END-IF
      * Testa se o extrato de pontos nao existe e o inicializa
           OPEN I-O PONTFL
           IF FS-PONT > ZEROS
               OPEN OUTPUT PONTFL
               CLOSE PONTFL
               OPEN I-O PONTFL
           END-IF
      * Testa se o cadastro de recusas nao existe e o inicializa
           OPEN I-O OPTFL
           IF FS-OPT > ZEROS
               OPEN OUTPUT OPTFL
               CLOSE OPTFL
               OPEN I-O OPTFL
           END-IF
      * Testa se o cadastro de canais nao existe e o inicializa
           OPEN I-O CANALFL
           IF FS-CANAL > ZEROS
               OPEN OUTPUT CANALFL
               CLOSE CANALFL
               OPEN I-O CANALFL
           END-IF.

      * -----------------------------------
