       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBCASO01.
      *
      ****************************************************************
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Casos de atendimento ao cliente, no mesmo padrao de
      *          console do CBCRED01: abre o caso para um cliente do
      *          cadastro (FS-FONE do CLIREC) com tipo, assunto e
      *          responsavel (operador ativo do cadastro de
      *          operadores; ENTER = quem abriu), com o vencimento
      *          calculado pelo prazo do tipo em dias comerciais;
      *          registra andamentos e a troca de situacao (aberto,
      *          aguardando, fechado) e troca o responsavel. Cada
      *          acao vira tambem uma nota CASO no historico de
      *          contatos (CONTREC), que o CADDOSS01 mostra no
      *          dossie. Os casos ficam em cadcli-casos.dat
      *          (CASOREC); o aging diario sai pelo CBCASO02. Caso
      *          fechado nao recebe mais acao: volta como caso novo.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---> casos de atendimento por cliente + numero do caso
           SELECT CASOFL ASSIGN TO CASODD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS FS-CASO.
      *---> arquivo indexado de clientes (mesmo layout do CADCLI01)
           SELECT FILE1 ASSIGN TO INFLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-INFL
               RECORD KEY IS FS-KEY.
      *---> historico de contatos com o cliente
           SELECT CONTFILE ASSIGN TO NOME-ARQ-CONTATOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-CONT
               RECORD KEY IS CT-CHAVE.
      *---> cadastro de operadores (mantido pelo CBSEG01)
           SELECT OPERFL ASSIGN TO OPERDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CHAVE
               FILE STATUS IS FS-OPER.
      *---> log de controle de jobs, compartilhado entre os programas
           SELECT JOBLOGFL ASSIGN TO JOBLOGDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOBLOG.
      *---> arquivo de configuracao compartilhado de localizacao
           SELECT CONFIGFL ASSIGN TO CONFIGDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONFIG.
      *
       DATA DIVISION.
       FILE SECTION.
      *  TAMANHO DO REGISTRO = 136 CARACTERES SEM TERMINADOR FISICO
       FD  CASOFL.
           COPY CASOREC.
      *
       FD  FILE1.
           COPY CLIREC.
      *
       FD  CONTFILE.
           COPY CONTREC.
      *
       FD  OPERFL.
           COPY OPERREC.
      *
       FD  JOBLOGFL.
           COPY JOBLOG.
      *
       FD  CONFIGFL.
           COPY CONFIGCFG.
      *
       WORKING-STORAGE SECTION.
       01  CASODD            PIC X(30) VALUE "./cadcli-casos.dat".

       01  FS-CASO           PIC X(02) VALUE SPACES.
           88  FS-CASO-OK          VALUE IS "00".
           88  FS-CASO-EOF         VALUE IS "10".
           88  FS-CASO-NAO-EXISTE  VALUE IS "35".

       01  INFLDD            PIC X(50) VALUE "./cad-clientes.dat".

       01  FS-INFL           PIC X(02) VALUE SPACES.
           88  FS-INFL-OK    VALUE IS "00".

       01  NOME-ARQ-CONTATOS.
           05  FILLER  PIC X(50) VALUE "./cadcli-contatos.dat".

       01  FS-CONT           PIC X(02) VALUE SPACES.
           88  FS-CONT-OK          VALUE IS "00".
           88  FS-CONT-NAO-EXISTE  VALUE IS "35".

       01  JOBLOGDD.
           05  FILLER  PIC X(30) VALUE "./cbjoblog.log".

       01  FS-JOBLOG         PIC X(02) VALUE "X".
           88  FS-JOBLOG-OK  VALUE IS "00".

       01  WS-JOB-STATUS     PIC X(10) VALUE "OK".

      *---> CODIGO DO OPERADOR QUE RODOU O JOB (VARIAVEL DE AMBIENTE
      *     OPERADOR), CARIMBADO NO LOG DE CONTROLE DE JOBS, NO CASO
      *     E NAS NOTAS DO HISTORICO DE CONTATOS
       77  WS-OPERADOR       PIC X(08) VALUE SPACES.

       01  OPERDD            PIC X(30) VALUE "./cbOPERS.IDX".

       01  FS-OPER           PIC X(02) VALUE SPACES.
           88  FS-OPER-OK    VALUE IS "00".

       77  WS-SENHA-INF      PIC X(08) VALUE SPACES.
       77  WS-ASSINADO       PIC X     VALUE "N".
           88  E-ASSINADO    VALUE "S".

      *---> SEM O CADASTRO DE OPERADORES O RESPONSAVEL NAO E CONFERIDO
       77  WS-OPER-ABERTO    PIC X     VALUE "N".
           88  OPER-ABERTO   VALUE "S".

       01  CONFIGDD          PIC X(30) VALUE "./cobol.cfg".

       01  FS-CONFIG         PIC X(02) VALUE "X".
           88  FS-CONFIG-OK  VALUE IS "00".
           88  FS-CONFIG-EOF VALUE IS "10".

       77  WS-CFG-CHAVE      PIC X(30) VALUE SPACES.
       77  WS-CFG-VALOR      PIC X(50) VALUE SPACES.

       01  args-cmd-linex    PIC X(90)  VALUE SPACES.

       01  WS-OPCAO          PIC X     VALUE SPACE.
           88  E-SAI         VALUE "0".

      *---> TIPOS DE CASO COM O PRAZO (SLA) EM DIAS COMERCIAIS; O
      *---> PRAZO PODE SER TROCADO EM CBCASO01_PRAZO_<TIPO>
       01  WS-TAB-TIPOS-VAL.
           05  FILLER        PIC X(15) VALUE "RRECLAMACAO 005".
           05  FILLER        PIC X(15) VALUE "DDEVOLUCAO  010".
           05  FILLER        PIC X(15) VALUE "CCOBRANCA   007".
           05  FILLER        PIC X(15) VALUE "KCADASTRO   003".
           05  FILLER        PIC X(15) VALUE "IINFORMACAO 002".
       01  WS-TAB-TIPOS      REDEFINES WS-TAB-TIPOS-VAL.
           05  WS-TIPO-ENT   OCCURS 5 TIMES.
               10  WS-TIPO-COD    PIC X(01).
               10  WS-TIPO-DESC   PIC X(11).
               10  WS-TIPO-PRAZO  PIC 9(03).

       77  WS-TIPO-IX        PIC 9(02) VALUE ZEROS.
       01  WS-TIPO-ACHADO    PIC X     VALUE "N".
           88  TIPO-ACHADO   VALUE "S".

       01  WS-FONE-INF       PIC X(09) VALUE SPACES.
       01  WS-FONE-9         REDEFINES WS-FONE-INF PIC 9(09).
       01  WS-CASO-INF       PIC X(04) VALUE SPACES.
       01  WS-CASO-9         REDEFINES WS-CASO-INF PIC 9(04).
       01  WS-TIPO-INF       PIC X(01) VALUE SPACE.
       01  WS-SIT-INF        PIC X(01) VALUE SPACE.
       01  WS-ASSUNTO-INF    PIC X(40) VALUE SPACES.
       01  WS-TEXTO-INF      PIC X(38) VALUE SPACES.
       01  WS-RESP-INF       PIC X(08) VALUE SPACES.
       01  WS-RESP-ANT       PIC X(08) VALUE SPACES.
       01  WS-CONFIRMA       PIC X     VALUE SPACE.

       01  WS-RESP-SITUACAO  PIC X     VALUE "N".
           88  RESP-OK       VALUE "S".

       77  WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77  WS-ULT-CASO       PIC 9(04) VALUE ZEROS.
       77  WS-QTD-CASOS      PIC 9(05) VALUE ZEROS.
       77  WS-QTD-PENDENTES  PIC 9(05) VALUE ZEROS.

       01  WS-FIM-CASO       PIC X     VALUE "N".
           88  E-FIM-CASO    VALUE "S".

      *---> VENCIMENTO = ABERTURA + PRAZO, EM DIAS COMERCIAIS
      *---> (AAAA*360 + MM*30 + DD, A CONTA DO CBCRED02) E DE VOLTA
      *---> PARA AAAAMMDD; EM FEVEREIRO O DIA PARA EM 28
       01  WS-DATA-AUX       PIC 9(08).
       01  WS-DATA-AUX-R     REDEFINES WS-DATA-AUX.
           05  WS-AUX-AAAA   PIC 9(04).
           05  WS-AUX-MM     PIC 9(02).
           05  WS-AUX-DD     PIC 9(02).
       77  WS-DIAS-AUX       PIC 9(07) VALUE ZEROS.
       77  WS-DIAS-RESTO     PIC 9(03) VALUE ZEROS.

      *---> NOTA DO CASO NO HISTORICO DE CONTATOS (CT-NOTA, 60 BYTES)
       01  WS-NOTA-CASO.
           05  FILLER        PIC X(05) VALUE "CASO ".
           05  WN-NUMERO     PIC 9(04).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  WN-TEXTO      PIC X(50).

       01  WS-NOTA-ABERTURA.
           05  FILLER        PIC X(07) VALUE "ABERTO ".
           05  WN-AB-TIPO    PIC X(11).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  WN-AB-ASSUNTO PIC X(31).

       01  WS-NOTA-ANDAMENTO.
           05  WN-AN-SIT     PIC X(12).
           05  WN-AN-TEXTO   PIC X(38).

       01  WS-NOTA-RESP.
           05  FILLER        PIC X(12) VALUE "RESPONSAVEL ".
           05  WN-RE-DE      PIC X(08).
           05  FILLER        PIC X(04) VALUE " -> ".
           05  WN-RE-PARA    PIC X(08).
           05  FILLER        PIC X(18) VALUE SPACES.

       01  WS-CT-ULT-SEQ     PIC 9(04) VALUE ZEROS.
       01  WS-FIM-CONTATOS   PIC X     VALUE "N".
           88  E-FIM-CONTATOS VALUE "S".

       01  WS-LIN-CASO.
           05 WC-NUMERO     PIC 9(04).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WC-TIPO       PIC X(11).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WC-SITUACAO   PIC X(10).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WC-ABERTURA   PIC 9(08).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WC-VENC       PIC 9(08).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WC-RESP       PIC X(08).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WC-VENCIDO    PIC X(07).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WC-ASSUNTO    PIC X(40).

       01  WS-SIT-DESC       PIC X(10) VALUE SPACES.

       01  COUNTERS.
           05  ABERTOS       PIC 9(05) VALUE ZEROS.
           05  ANDAMENTOS    PIC 9(05) VALUE ZEROS.
           05  FECHADOS      PIC 9(05) VALUE ZEROS.
           05  TROCAS-RESP   PIC 9(05) VALUE ZEROS.
           05  REJEITADOS    PIC 9(05) VALUE ZEROS.
      *
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CBCASO01 - CASOS DE ATENDIMENTO AO CLIENTE"
      *====> LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO (SE EXISTIR)
           PERFORM LE-CONFIG THRU LE-CONFIG-FIM
           PERFORM OBTEM-OPERADOR THRU OBTEM-OPERADOR-FIM
      *====> PEGA ARGUMENTOS DE ENTRADA DA LINHA DE COMANDO SE HOUVER
           ACCEPT args-cmd-linex   FROM COMMAND-LINE.
           IF  args-cmd-linex  NOT = SPACES
               UNSTRING args-cmd-linex DELIMITED BY SPACE
               INTO  CASODD  INFLDD  NOME-ARQ-CONTATOS.
           PERFORM REGISTRA-JOBLOG-INICIO
               THRU REGISTRA-JOBLOG-INICIO-FIM
           PERFORM OPEN-PARA      THRU OPEN-EXIT-PARA
           PERFORM PROCESS-PARA   THRU PROCESS-EXIT-PARA
           PERFORM CLOSE-PARA     THRU CLOSE-EXIT-PARA.
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           DISPLAY 'FIM CBCASO01 ...'
           STOP RUN.
      *================================
      * LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO ./cobol.cfg, SE
      * EXISTIR, E APLICA OS PARAMETROS DESTE PROGRAMA (CBCASO01_*,
      * CASOFILE, CADCLI01_FILE1, CADCLI01_CONTFILE E OPERFILE)
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
               WHEN "CASOFILE"
                   MOVE WS-CFG-VALOR TO CASODD
               WHEN "CBCASO01_PRAZO_R"
                   MOVE WS-CFG-VALOR TO WS-TIPO-PRAZO(1)
               WHEN "CBCASO01_PRAZO_D"
                   MOVE WS-CFG-VALOR TO WS-TIPO-PRAZO(2)
               WHEN "CBCASO01_PRAZO_C"
                   MOVE WS-CFG-VALOR TO WS-TIPO-PRAZO(3)
               WHEN "CBCASO01_PRAZO_K"
                   MOVE WS-CFG-VALOR TO WS-TIPO-PRAZO(4)
               WHEN "CBCASO01_PRAZO_I"
                   MOVE WS-CFG-VALOR TO WS-TIPO-PRAZO(5)
               WHEN "CADCLI01_FILE1"
                   MOVE WS-CFG-VALOR TO INFLDD
               WHEN "CADCLI01_CONTFILE"
                   MOVE WS-CFG-VALOR TO NOME-ARQ-CONTATOS
               WHEN "OPERFILE"
                   MOVE WS-CFG-VALOR TO OPERDD
               WHEN "JOBLOGDD"
                   MOVE WS-CFG-VALOR TO JOBLOGDD
           END-EVALUATE.
       APLICA-CONFIG-FIM.
           EXIT.
      *================================
      * IDENTIFICA O OPERADOR: USA O CODIGO DA VARIAVEL DE AMBIENTE
      * OPERADOR (ASSINADA NO CADMENU01) OU PEDE A ASSINATURA NA
      * ENTRADA DIRETA; SEM CADASTRO DE OPERADORES FICA "BATCH"
       OBTEM-OPERADOR.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR"
           OPEN INPUT OPERFL
           IF  FS-OPER-OK
               CONTINUE
           ELSE
      *=====> SEM CADASTRO DE OPERADORES: MODO ANTIGO, COM AVISO
               DISPLAY "SEM CADASTRO DE OPERADORES (" OPERDD
                   ") - ASSINATURA DESLIGADA"
               IF  WS-OPERADOR = SPACES
                   MOVE "BATCH" TO WS-OPERADOR
               END-IF
               GO TO OBTEM-OPERADOR-FIM
           END-IF
           MOVE "S" TO WS-OPER-ABERTO
           IF  WS-OPERADOR = SPACES
      *=====> ENTRADA DIRETA: ASSINATURA COMPLETA (CODIGO + SENHA)
               PERFORM ASSINA-DIRETO THRU ASSINA-DIRETO-FIM
                   UNTIL E-ASSINADO
           END-IF.
      *=====> O CADASTRO FICA ABERTO PARA CONFERIR OS RESPONSAVEIS
       OBTEM-OPERADOR-FIM.
           EXIT.

      *================================
      * ASSINATURA NA ENTRADA DIRETA DO PROGRAMA: CODIGO + SENHA DE
      * OPERADOR ATIVO DO CADASTRO
       ASSINA-DIRETO.
           MOVE SPACES TO WS-OPERADOR WS-SENHA-INF.
           DISPLAY "CODIGO DO OPERADOR ==>> " WITH NO ADVANCING
           ACCEPT WS-OPERADOR FROM CONSOLE
           IF  WS-OPERADOR = SPACES
               GO TO ASSINA-DIRETO-FIM
           END-IF
           DISPLAY "SENHA              ==>> " WITH NO ADVANCING
           ACCEPT WS-SENHA-INF FROM CONSOLE
           MOVE WS-OPERADOR TO OP-CHAVE
           READ OPERFL
               KEY IS OP-CHAVE
               INVALID KEY
                   DISPLAY "OPERADOR NAO CADASTRADO"
                   GO TO ASSINA-DIRETO-FIM
           END-READ
           IF  OP-DESATIVADO
               DISPLAY "OPERADOR DESATIVADO"
               GO TO ASSINA-DIRETO-FIM
           END-IF
           IF  OP-SENHA NOT = WS-SENHA-INF
               DISPLAY "SENHA NAO CONFERE"
               GO TO ASSINA-DIRETO-FIM
           END-IF
           MOVE "S" TO WS-ASSINADO.
       ASSINA-DIRETO-FIM.
           EXIT.
      *================================
      * REGISTRA NO LOG DE CONTROLE O INICIO DESTE JOB
       REGISTRA-JOBLOG-INICIO.
           OPEN EXTEND JOBLOGFL
           IF  NOT FS-JOBLOG-OK
               OPEN OUTPUT JOBLOGFL
           END-IF
           MOVE SPACES            TO JOBLOG-REC
           MOVE "CBCASO01"        TO JL-PROGRAMA
           MOVE "INICIO"          TO JL-EVENTO
           ACCEPT JL-DATA FROM DATE YYYYMMDD
           ACCEPT JL-HORA FROM TIME
           MOVE SPACES            TO JL-STATUS
           MOVE WS-OPERADOR       TO JL-OPERADOR
           WRITE JOBLOG-REC
           CLOSE JOBLOGFL.
       REGISTRA-JOBLOG-INICIO-FIM.
           EXIT.
      *================================
      * REGISTRA NO LOG DE CONTROLE O FIM DESTE JOB
       REGISTRA-JOBLOG-TERMINO.
           OPEN EXTEND JOBLOGFL
           IF  NOT FS-JOBLOG-OK
               OPEN OUTPUT JOBLOGFL
           END-IF
           MOVE SPACES            TO JOBLOG-REC
           MOVE "CBCASO01"        TO JL-PROGRAMA
           MOVE "FIM"             TO JL-EVENTO
           ACCEPT JL-DATA FROM DATE YYYYMMDD
           ACCEPT JL-HORA FROM TIME
           MOVE WS-JOB-STATUS     TO JL-STATUS
           MOVE WS-OPERADOR       TO JL-OPERADOR
           WRITE JOBLOG-REC
           CLOSE JOBLOGFL.
       REGISTRA-JOBLOG-TERMINO-FIM.
           EXIT.
      *================================
       OPEN-PARA.
           OPEN INPUT FILE1
           IF  FS-INFL-OK
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO ARQUIVO DE CLIENTES FALHOU='
                   FS-INFL "  " INFLDD
               GO TO EXIT-PARA
           END-IF.
      * =====> CASOS ACUMULANDO ENTRE SESSOES; NO PRIMEIRO CASO O
      * =====> ARQUIVO NASCE VAZIO
           OPEN I-O CASOFL
           IF  FS-CASO-NAO-EXISTE
               DISPLAY "ARQUIVO DE CASOS NAO EXISTE, CRIANDO VAZIO"
               OPEN OUTPUT CASOFL
               CLOSE CASOFL
               OPEN I-O CASOFL
           END-IF.
           IF  FS-CASO-OK
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO ARQUIVO DE CASOS FALHOU='
                   FS-CASO "  " CASODD
               CLOSE FILE1
               GO TO EXIT-PARA
           END-IF.
           OPEN I-O CONTFILE
           IF  FS-CONT-NAO-EXISTE
               OPEN OUTPUT CONTFILE
               CLOSE CONTFILE
               OPEN I-O CONTFILE
           END-IF.
           IF  FS-CONT-OK
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO HISTORICO DE CONTATOS FALHOU='
                   FS-CONT "  " NOME-ARQ-CONTATOS
               CLOSE FILE1 CASOFL
               GO TO EXIT-PARA
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
       OPEN-EXIT-PARA.
           EXIT.
      *================================
       PROCESS-PARA.
           PERFORM EXIBE-MENU THRU EXIBE-MENU-FIM UNTIL E-SAI.
       PROCESS-EXIT-PARA.
           EXIT.
      *===================================
       EXIBE-MENU.
           DISPLAY " "
           DISPLAY "======== CASOS DE ATENDIMENTO ========"
           DISPLAY "1-ABRIR CASO                2-REGISTRAR ANDAMENTO"
           DISPLAY "3-TROCAR RESPONSAVEL        4-CONSULTAR CASOS"
           DISPLAY "0-SAIR"
           DISPLAY "OPCAO ==>> " WITH NO ADVANCING
           ACCEPT WS-OPCAO FROM CONSOLE
           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM ABRE-CASO THRU ABRE-CASO-FIM
               WHEN "2"
                   PERFORM ANDAMENTO-CASO THRU ANDAMENTO-CASO-FIM
               WHEN "3"
                   PERFORM TROCA-RESPONSAVEL
                       THRU TROCA-RESPONSAVEL-FIM
               WHEN "4"
                   PERFORM CONSULTA-CLIENTE THRU CONSULTA-CLIENTE-FIM
               WHEN "0"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       EXIBE-MENU-FIM.
           EXIT.
      *===================================
      * PEDE O TELEFONE E LE O CLIENTE NO CADASTRO; FS-INFL FICA
      * DIFERENTE DE "00" QUANDO O CLIENTE NAO FOI ACHADO
       LE-CLIENTE.
           MOVE "X" TO FS-INFL.
           DISPLAY "FONE CLIENTE (9 DIG) ==>> " WITH NO ADVANCING
           ACCEPT WS-FONE-INF FROM CONSOLE
           IF  WS-FONE-INF NOT NUMERIC
               DISPLAY "FONE DEVE SER NUMERICO DE 9 DIGITOS"
               GO TO LE-CLIENTE-FIM
           END-IF
           MOVE WS-FONE-9 TO FS-FONE
           READ FILE1
               KEY IS FS-KEY
               INVALID KEY
                   DISPLAY "CLIENTE NAO CADASTRADO: " WS-FONE-INF
                   GO TO LE-CLIENTE-FIM
           END-READ
           DISPLAY "CLIENTE: " FS-NOME.
       LE-CLIENTE-FIM.
           EXIT.
      *===================================
      * ABRE O CASO: TIPO, ASSUNTO E RESPONSAVEL. O NUMERO E O
      * PROXIMO LIVRE DO CLIENTE E O VENCIMENTO SAI DO PRAZO DO TIPO.
      * CLIENTE INATIVO TAMBEM ABRE CASO (RECLAMACAO DE EX-CLIENTE)
       ABRE-CASO.
           PERFORM LE-CLIENTE THRU LE-CLIENTE-FIM
           IF  NOT FS-INFL-OK
               ADD 1 TO REJEITADOS
               GO TO ABRE-CASO-FIM
           END-IF
           DISPLAY "TIPO: R=RECLAMACAO D=DEVOLUCAO C=COBRANCA"
           DISPLAY "      K=CADASTRO   I=INFORMACAO  ==>> "
               WITH NO ADVANCING
           ACCEPT WS-TIPO-INF FROM CONSOLE
           PERFORM PROCURA-TIPO THRU PROCURA-TIPO-FIM
           IF  NOT TIPO-ACHADO
               ADD 1 TO REJEITADOS
               DISPLAY "TIPO DE CASO INVALIDO"
               GO TO ABRE-CASO-FIM
           END-IF
           DISPLAY "ASSUNTO (40)    ==>> " WITH NO ADVANCING
           MOVE SPACES TO WS-ASSUNTO-INF
           ACCEPT WS-ASSUNTO-INF FROM CONSOLE
           IF  WS-ASSUNTO-INF = SPACES
               ADD 1 TO REJEITADOS
               DISPLAY "ASSUNTO OBRIGATORIO"
               GO TO ABRE-CASO-FIM
           END-IF
           DISPLAY "RESPONSAVEL (ENTER=" WS-OPERADOR ") ==>> "
               WITH NO ADVANCING
           MOVE SPACES TO WS-RESP-INF
           ACCEPT WS-RESP-INF FROM CONSOLE
           IF  WS-RESP-INF = SPACES
               MOVE WS-OPERADOR TO WS-RESP-INF
           END-IF
           PERFORM CONFERE-RESPONSAVEL THRU CONFERE-RESPONSAVEL-FIM
           IF  NOT RESP-OK
               ADD 1 TO REJEITADOS
               GO TO ABRE-CASO-FIM
           END-IF
           PERFORM CALCULA-VENCIMENTO THRU CALCULA-VENCIMENTO-FIM
           DISPLAY "CASO " WS-TIPO-DESC(WS-TIPO-IX) " PARA "
               WS-RESP-INF ", PRAZO " WS-TIPO-PRAZO(WS-TIPO-IX)
               " DIAS, VENCE EM " WS-DATA-AUX
           DISPLAY "CONFIRMA A ABERTURA (S/N) ==>> " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA FROM CONSOLE
           IF  WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "ABERTURA CANCELADA"
               GO TO ABRE-CASO-FIM
           END-IF
           PERFORM PROCURA-ULT-CASO THRU PROCURA-ULT-CASO-FIM
           IF  WS-ULT-CASO >= 9999
               ADD 1 TO REJEITADOS
               DISPLAY "CLIENTE SEM NUMERO DE CASO LIVRE"
               GO TO ABRE-CASO-FIM
           END-IF
           ADD 1 TO WS-ULT-CASO
           MOVE SPACES          TO CASO-REC
           MOVE FS-FONE         TO CS-FONE
           MOVE WS-ULT-CASO     TO CS-NUMERO
           MOVE WS-TIPO-INF     TO CS-TIPO
           MOVE "A"             TO CS-SITUACAO
           MOVE WS-ASSUNTO-INF  TO CS-ASSUNTO
           MOVE WS-DATA-HOJE    TO CS-DATA-ABERTURA CS-DATA-ULT-ACAO
           ACCEPT CS-HORA-ABERTURA FROM TIME
           MOVE WS-OPERADOR     TO CS-OPER-ABERTURA CS-OPER-ULT-ACAO
           MOVE WS-RESP-INF     TO CS-RESPONSAVEL
           MOVE WS-TIPO-PRAZO(WS-TIPO-IX) TO CS-PRAZO-DIAS
           MOVE WS-DATA-AUX     TO CS-VENCIMENTO
           MOVE ZEROS           TO CS-DATA-FECHAMENTO
           WRITE CASO-REC
               INVALID KEY
                   ADD 1 TO REJEITADOS
                   DISPLAY "ERRO AO GRAVAR O CASO ST=" FS-CASO
                   MOVE "ERRO" TO WS-JOB-STATUS
                   GO TO ABRE-CASO-FIM
           END-WRITE
           ADD 1 TO ABERTOS
           MOVE WS-TIPO-DESC(WS-TIPO-IX) TO WN-AB-TIPO
           MOVE WS-ASSUNTO-INF           TO WN-AB-ASSUNTO
           MOVE WS-NOTA-ABERTURA         TO WN-TEXTO
           PERFORM GRAVA-NOTA-CASO THRU GRAVA-NOTA-CASO-FIM
           DISPLAY "CASO " CS-NUMERO " ABERTO PARA O CLIENTE " FS-FONE.
       ABRE-CASO-FIM.
           EXIT.

      *===================================
      * ACHA O TIPO WS-TIPO-INF NA TABELA (WS-TIPO-IX)
       PROCURA-TIPO.
           MOVE "N"   TO WS-TIPO-ACHADO.
           MOVE ZEROS TO WS-TIPO-IX.
           INSPECT WS-TIPO-INF CONVERTING "rdcki" TO "RDCKI".
           PERFORM PROCURA-TIPO-LOOP THRU PROCURA-TIPO-LOOP-FIM
               UNTIL TIPO-ACHADO OR WS-TIPO-IX >= 5.
       PROCURA-TIPO-FIM.
           EXIT.

       PROCURA-TIPO-LOOP.
           ADD 1 TO WS-TIPO-IX.
           IF  WS-TIPO-COD(WS-TIPO-IX) = WS-TIPO-INF
               MOVE "S" TO WS-TIPO-ACHADO
           END-IF.
       PROCURA-TIPO-LOOP-FIM.
           EXIT.

      *===================================
      * O RESPONSAVEL EM WS-RESP-INF PRECISA SER OPERADOR ATIVO DO
      * CADASTRO; SEM O CADASTRO ABERTO ACEITA COM AVISO
       CONFERE-RESPONSAVEL.
           MOVE "N" TO WS-RESP-SITUACAO.
           IF  NOT OPER-ABERTO
               DISPLAY "AVISO: RESPONSAVEL NAO CONFERIDO (SEM "
                   "CADASTRO DE OPERADORES)"
               MOVE "S" TO WS-RESP-SITUACAO
               GO TO CONFERE-RESPONSAVEL-FIM
           END-IF
           MOVE WS-RESP-INF TO OP-CHAVE
           READ OPERFL
               KEY IS OP-CHAVE
               INVALID KEY
                   DISPLAY "RESPONSAVEL NAO CADASTRADO: " WS-RESP-INF
                   GO TO CONFERE-RESPONSAVEL-FIM
           END-READ
           IF  OP-DESATIVADO
               DISPLAY "RESPONSAVEL DESATIVADO: " WS-RESP-INF
               GO TO CONFERE-RESPONSAVEL-FIM
           END-IF
           DISPLAY "RESPONSAVEL: " OP-NOME
           MOVE "S" TO WS-RESP-SITUACAO.
       CONFERE-RESPONSAVEL-FIM.
           EXIT.

      *===================================
      * VENCIMENTO EM WS-DATA-AUX = HOJE + PRAZO DO TIPO, CONTADO EM
      * DIAS COMERCIAIS E CONVERTIDO DE VOLTA PARA AAAAMMDD
       CALCULA-VENCIMENTO.
           MOVE WS-DATA-HOJE TO WS-DATA-AUX.
           COMPUTE WS-DIAS-AUX = WS-AUX-AAAA * 360
               + WS-AUX-MM * 30 + WS-AUX-DD
               + WS-TIPO-PRAZO(WS-TIPO-IX) - 31.
           DIVIDE WS-DIAS-AUX BY 360 GIVING WS-AUX-AAAA
               REMAINDER WS-DIAS-RESTO.
           DIVIDE WS-DIAS-RESTO BY 30 GIVING WS-AUX-MM
               REMAINDER WS-AUX-DD.
           ADD 1 TO WS-AUX-MM WS-AUX-DD.
           IF  WS-AUX-MM = 2 AND WS-AUX-DD > 28
               MOVE 28 TO WS-AUX-DD
           END-IF.
       CALCULA-VENCIMENTO-FIM.
           EXIT.

      *===================================
      * ACHA EM WS-ULT-CASO O MAIOR NUMERO DE CASO JA GRAVADO PARA O
      * CLIENTE EM FS-FONE (ZEROS SE AINDA NAO TEM)
       PROCURA-ULT-CASO.
           MOVE ZEROS TO WS-ULT-CASO.
           MOVE "N"   TO WS-FIM-CASO.
           MOVE FS-FONE TO CS-FONE.
           MOVE ZEROS   TO CS-NUMERO.
           START CASOFL KEY IS NOT LESS THAN CS-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-CASO
           END-START.
           PERFORM PROCURA-ULT-CASO-LOOP
               THRU PROCURA-ULT-CASO-LOOP-FIM
               UNTIL E-FIM-CASO.
       PROCURA-ULT-CASO-FIM.
           EXIT.

       PROCURA-ULT-CASO-LOOP.
           READ CASOFL NEXT
               AT END
                   MOVE "S" TO WS-FIM-CASO
               NOT AT END
                   IF  CS-FONE NOT = FS-FONE
                       MOVE "S" TO WS-FIM-CASO
                   ELSE
                       MOVE CS-NUMERO TO WS-ULT-CASO
                   END-IF
           END-READ.
       PROCURA-ULT-CASO-LOOP-FIM.
           EXIT.
      *===================================
      * REGISTRA UM ANDAMENTO NO CASO, COM OU SEM TROCA DE SITUACAO
      * (A=ABERTO, E=AGUARDANDO O CLIENTE, F=FECHADO)
       ANDAMENTO-CASO.
           PERFORM SELECIONA-CASO THRU SELECIONA-CASO-FIM
           IF  NOT FS-CASO-OK
               ADD 1 TO REJEITADOS
               GO TO ANDAMENTO-CASO-FIM
           END-IF
           DISPLAY "ANDAMENTO (38)  ==>> " WITH NO ADVANCING
           MOVE SPACES TO WS-TEXTO-INF
           ACCEPT WS-TEXTO-INF FROM CONSOLE
           IF  WS-TEXTO-INF = SPACES
               ADD 1 TO REJEITADOS
               DISPLAY "DESCRICAO DO ANDAMENTO OBRIGATORIA"
               GO TO ANDAMENTO-CASO-FIM
           END-IF
           DISPLAY "NOVA SITUACAO (A=ABERTO E=AGUARDANDO F=FECHADO,"
               " ENTER=MANTEM) ==>> " WITH NO ADVANCING
           MOVE SPACE TO WS-SIT-INF
           ACCEPT WS-SIT-INF FROM CONSOLE
           INSPECT WS-SIT-INF CONVERTING "aef" TO "AEF"
           IF  WS-SIT-INF = SPACE OR WS-SIT-INF = CS-SITUACAO
               MOVE "ANDAMENTO:  " TO WN-AN-SIT
           ELSE
               IF  WS-SIT-INF NOT = "A" AND NOT = "E" AND NOT = "F"
                   ADD 1 TO REJEITADOS
                   DISPLAY "SITUACAO INVALIDA"
                   GO TO ANDAMENTO-CASO-FIM
               END-IF
               MOVE WS-SIT-INF TO CS-SITUACAO
               EVALUATE TRUE
                   WHEN CS-ABERTO
                       MOVE "RETOMADO:   " TO WN-AN-SIT
                   WHEN CS-AGUARDANDO
                       MOVE "AGUARDANDO: " TO WN-AN-SIT
                   WHEN CS-FECHADO
                       MOVE "FECHADO:    " TO WN-AN-SIT
                       MOVE WS-DATA-HOJE TO CS-DATA-FECHAMENTO
               END-EVALUATE
           END-IF
           MOVE WS-DATA-HOJE TO CS-DATA-ULT-ACAO
           MOVE WS-OPERADOR  TO CS-OPER-ULT-ACAO
           REWRITE CASO-REC
               INVALID KEY
                   ADD 1 TO REJEITADOS
                   DISPLAY "ERRO AO GRAVAR O CASO ST=" FS-CASO
                   MOVE "ERRO" TO WS-JOB-STATUS
                   GO TO ANDAMENTO-CASO-FIM
           END-REWRITE
           ADD 1 TO ANDAMENTOS
           IF  CS-FECHADO
               ADD 1 TO FECHADOS
           END-IF
           MOVE WS-TEXTO-INF      TO WN-AN-TEXTO
           MOVE WS-NOTA-ANDAMENTO TO WN-TEXTO
           PERFORM GRAVA-NOTA-CASO THRU GRAVA-NOTA-CASO-FIM
           PERFORM DESCREVE-SITUACAO THRU DESCREVE-SITUACAO-FIM
           DISPLAY "CASO " CS-NUMERO " ATUALIZADO - " WS-SIT-DESC.
       ANDAMENTO-CASO-FIM.
           EXIT.
      *===================================
      * PASSA O CASO PARA OUTRO RESPONSAVEL
       TROCA-RESPONSAVEL.
           PERFORM SELECIONA-CASO THRU SELECIONA-CASO-FIM
           IF  NOT FS-CASO-OK
               ADD 1 TO REJEITADOS
               GO TO TROCA-RESPONSAVEL-FIM
           END-IF
           DISPLAY "NOVO RESPONSAVEL ==>> " WITH NO ADVANCING
           MOVE SPACES TO WS-RESP-INF
           ACCEPT WS-RESP-INF FROM CONSOLE
           IF  WS-RESP-INF = SPACES OR WS-RESP-INF = CS-RESPONSAVEL
               ADD 1 TO REJEITADOS
               DISPLAY "INFORME UM RESPONSAVEL DIFERENTE DO ATUAL"
               GO TO TROCA-RESPONSAVEL-FIM
           END-IF
           PERFORM CONFERE-RESPONSAVEL THRU CONFERE-RESPONSAVEL-FIM
           IF  NOT RESP-OK
               ADD 1 TO REJEITADOS
               GO TO TROCA-RESPONSAVEL-FIM
           END-IF
      *=====> O CADASTRO DE OPERADORES NAO MEXE NO REGISTRO DO CASO,
      *=====> QUE AINDA E O LIDO NA SELECAO
           MOVE CS-RESPONSAVEL TO WS-RESP-ANT
           MOVE WS-RESP-INF    TO CS-RESPONSAVEL
           MOVE WS-DATA-HOJE   TO CS-DATA-ULT-ACAO
           MOVE WS-OPERADOR    TO CS-OPER-ULT-ACAO
           REWRITE CASO-REC
               INVALID KEY
                   ADD 1 TO REJEITADOS
                   DISPLAY "ERRO AO GRAVAR O CASO ST=" FS-CASO
                   MOVE "ERRO" TO WS-JOB-STATUS
                   GO TO TROCA-RESPONSAVEL-FIM
           END-REWRITE
           ADD 1 TO TROCAS-RESP
           MOVE WS-RESP-ANT  TO WN-RE-DE
           MOVE WS-RESP-INF  TO WN-RE-PARA
           MOVE WS-NOTA-RESP TO WN-TEXTO
           PERFORM GRAVA-NOTA-CASO THRU GRAVA-NOTA-CASO-FIM
           DISPLAY "CASO " CS-NUMERO " PASSADO PARA " CS-RESPONSAVEL.
       TROCA-RESPONSAVEL-FIM.
           EXIT.
      *===================================
      * PEDE O CLIENTE, LISTA OS CASOS DELE E LE O CASO ESCOLHIDO;
      * FS-CASO FICA DIFERENTE DE "00" SE NAO HA CASO PARA MEXER.
      * CASO FECHADO NAO RECEBE ACAO
       SELECIONA-CASO.
           MOVE "X" TO FS-CASO.
           PERFORM LE-CLIENTE THRU LE-CLIENTE-FIM
           IF  NOT FS-INFL-OK
               GO TO SELECIONA-CASO-FIM
           END-IF
           PERFORM LISTA-CASOS THRU LISTA-CASOS-FIM
           IF  WS-QTD-PENDENTES = ZEROS
               MOVE "X" TO FS-CASO
               DISPLAY "CLIENTE SEM CASOS EM ABERTO"
               GO TO SELECIONA-CASO-FIM
           END-IF
           DISPLAY "CASO (4 DIG)    ==>> " WITH NO ADVANCING
           ACCEPT WS-CASO-INF FROM CONSOLE
           IF  WS-CASO-INF NOT NUMERIC
               MOVE "X" TO FS-CASO
               DISPLAY "NUMERO DO CASO DEVE SER NUMERICO"
               GO TO SELECIONA-CASO-FIM
           END-IF
           MOVE FS-FONE   TO CS-FONE
           MOVE WS-CASO-9 TO CS-NUMERO
           READ CASOFL
               KEY IS CS-CHAVE
               INVALID KEY
                   DISPLAY "CASO NAO ENCONTRADO"
                   GO TO SELECIONA-CASO-FIM
           END-READ
           IF  CS-FECHADO
               MOVE "X" TO FS-CASO
               DISPLAY "CASO JA FECHADO EM " CS-DATA-FECHAMENTO
                   " - ABRA UM CASO NOVO"
           END-IF.
       SELECIONA-CASO-FIM.
           EXIT.
      *===================================
      * CONSULTA: TODOS OS CASOS DO CLIENTE
       CONSULTA-CLIENTE.
           PERFORM LE-CLIENTE THRU LE-CLIENTE-FIM
           IF  NOT FS-INFL-OK
               GO TO CONSULTA-CLIENTE-FIM
           END-IF
           PERFORM LISTA-CASOS THRU LISTA-CASOS-FIM.
       CONSULTA-CLIENTE-FIM.
           EXIT.

      *===================================
      * LISTA OS CASOS DO CLIENTE EM FS-FONE E CONTA OS NAO FECHADOS;
      * OS NAO FECHADOS JA VENCIDOS SAEM MARCADOS
       LISTA-CASOS.
           MOVE ZEROS TO WS-QTD-CASOS WS-QTD-PENDENTES.
           MOVE "N"   TO WS-FIM-CASO.
           MOVE FS-FONE TO CS-FONE.
           MOVE ZEROS   TO CS-NUMERO.
           START CASOFL KEY IS NOT LESS THAN CS-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-CASO
           END-START.
           DISPLAY "================================================"
           DISPLAY "CASO  TIPO        SITUACAO   ABERTURA VENCTO   "
               "RESPONS.         ASSUNTO"
           PERFORM LISTA-CASO-LOOP THRU LISTA-CASO-LOOP-FIM
               UNTIL E-FIM-CASO.
           IF  WS-QTD-CASOS = ZEROS
               DISPLAY "CLIENTE SEM CASOS DE ATENDIMENTO"
           END-IF
           DISPLAY "CASOS NAO FECHADOS: " WS-QTD-PENDENTES
           DISPLAY "================================================".
       LISTA-CASOS-FIM.
           EXIT.

       LISTA-CASO-LOOP.
           READ CASOFL NEXT
               AT END
                   MOVE "S" TO WS-FIM-CASO
                   GO TO LISTA-CASO-LOOP-FIM
           END-READ.
           IF  CS-FONE NOT = FS-FONE
               MOVE "S" TO WS-FIM-CASO
               GO TO LISTA-CASO-LOOP-FIM
           END-IF.
           ADD 1 TO WS-QTD-CASOS.
           MOVE CS-TIPO TO WS-TIPO-INF.
           PERFORM PROCURA-TIPO THRU PROCURA-TIPO-FIM.
           IF  TIPO-ACHADO
               MOVE WS-TIPO-DESC(WS-TIPO-IX) TO WC-TIPO
           ELSE
               MOVE CS-TIPO TO WC-TIPO
           END-IF.
           PERFORM DESCREVE-SITUACAO THRU DESCREVE-SITUACAO-FIM.
           MOVE CS-NUMERO         TO WC-NUMERO.
           MOVE WS-SIT-DESC       TO WC-SITUACAO.
           MOVE CS-DATA-ABERTURA  TO WC-ABERTURA.
           MOVE CS-VENCIMENTO     TO WC-VENC.
           MOVE CS-RESPONSAVEL    TO WC-RESP.
           MOVE CS-ASSUNTO        TO WC-ASSUNTO.
           MOVE SPACES            TO WC-VENCIDO.
           IF  NOT CS-FECHADO
               ADD 1 TO WS-QTD-PENDENTES
               IF  CS-VENCIMENTO < WS-DATA-HOJE
                   MOVE "VENCIDO" TO WC-VENCIDO
               END-IF
           END-IF.
           DISPLAY WS-LIN-CASO.
       LISTA-CASO-LOOP-FIM.
           EXIT.

      *===================================
      * DESCRICAO DA SITUACAO DO CASO CORRENTE EM WS-SIT-DESC
       DESCREVE-SITUACAO.
           EVALUATE TRUE
               WHEN CS-ABERTO
                   MOVE "ABERTO"     TO WS-SIT-DESC
               WHEN CS-AGUARDANDO
                   MOVE "AGUARDANDO" TO WS-SIT-DESC
               WHEN CS-FECHADO
                   MOVE "FECHADO"    TO WS-SIT-DESC
               WHEN OTHER
                   MOVE CS-SITUACAO  TO WS-SIT-DESC
           END-EVALUATE.
       DESCREVE-SITUACAO-FIM.
           EXIT.

      * -----------------------------------
      * REGISTRA A ACAO NO CASO CORRENTE COMO CONTATO CASO DO
      * CLIENTE, COM A PROXIMA SEQUENCIA LIVRE (A DISCIPLINA DO
      * CADCLI01); WN-TEXTO JA VEM MONTADO
       GRAVA-NOTA-CASO.
           MOVE ZEROS TO WS-CT-ULT-SEQ.
           MOVE "N"   TO WS-FIM-CONTATOS.
           MOVE CS-FONE TO CT-FONE.
           MOVE ZEROS   TO CT-SEQ.
           START CONTFILE KEY IS NOT LESS THAN CT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-CONTATOS
           END-START.
           PERFORM PROCURA-ULT-SEQ THRU PROCURA-ULT-SEQ-FIM
               UNTIL E-FIM-CONTATOS.
           MOVE CS-FONE        TO CT-FONE.
           ADD 1 TO WS-CT-ULT-SEQ.
           MOVE WS-CT-ULT-SEQ  TO CT-SEQ.
           ACCEPT CT-DATA FROM DATE YYYYMMDD.
           ACCEPT CT-HORA FROM TIME.
           MOVE "CASO"         TO CT-TIPO.
           MOVE CS-NUMERO      TO WN-NUMERO.
           MOVE WS-NOTA-CASO   TO CT-NOTA.
           MOVE WS-OPERADOR    TO CT-OPERADOR.
           WRITE CONTATO-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A NOTA DO CASO NOS "
                       "CONTATOS " CS-FONE
                   MOVE "ERRO" TO WS-JOB-STATUS
           END-WRITE.
       GRAVA-NOTA-CASO-FIM.
           EXIT.

       PROCURA-ULT-SEQ.
           READ CONTFILE NEXT
               AT END
                   MOVE "S" TO WS-FIM-CONTATOS
               NOT AT END
                   IF  CT-FONE NOT = CS-FONE
                       MOVE "S" TO WS-FIM-CONTATOS
                   ELSE
                       MOVE CT-SEQ TO WS-CT-ULT-SEQ
                   END-IF
           END-READ.
       PROCURA-ULT-SEQ-FIM.
           EXIT.
      *===================================

       CLOSE-PARA.
           CLOSE FILE1 CASOFL CONTFILE.
           IF  OPER-ABERTO
               CLOSE OPERFL
           END-IF.
           DISPLAY "================================================"
           DISPLAY "CASOS ABERTOS                : " ABERTOS
           DISPLAY "ANDAMENTOS REGISTRADOS       : " ANDAMENTOS
           DISPLAY "CASOS FECHADOS               : " FECHADOS
           DISPLAY "TROCAS DE RESPONSAVEL        : " TROCAS-RESP
           DISPLAY "OPERACOES RECUSADAS          : " REJEITADOS
           DISPLAY "================================================".
       CLOSE-EXIT-PARA.
           EXIT.

      *=================  FIM ======
       EXIT-PARA.
           MOVE "ERRO" TO WS-JOB-STATUS
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           DISPLAY 'FIM CBCASO01 (ABORTADO) ...'
           EXIT PROGRAM.
