       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBEXP01.
      *
      ****************************************************************
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Exportacao dos cadastros basicos para as planilhas
      *          das regionais e do financeiro: grava um cadastro
      *          inteiro (ou so os registros de uma situacao) em
      *          arquivo texto separado por ponto e virgula, com
      *          linha de titulos e a situacao por extenso, no lugar
      *          de redigitar a tela das listagens do CBLOJA01,
      *          CBITEM01, CBREG01, CBDEP01 e cbaula74. Argumentos:
      *            1o - cadastro: LOJAS, ITENS, REGIOES, DEPTOS,
      *                 FUNC ou OPERADORES
      *            2o - situacao (A, F, D, E conforme o cadastro;
      *                 TODAS ou em branco = todos os registros)
      *            3o - SALARIO: so no FUNC, acrescenta salario,
      *                 comissao e dados bancarios; pede operador
      *                 senior (negado vai para o log como NEGADO)
      *          A senha do cadastro de operadores nunca sai. Cada
      *          exportacao fica no cbjoblog.log (evento EXPORT) com
      *          o operador e a quantidade de registros gravados. O
      *          arquivo sai em CBEXP01_PREFIXO-<CADASTRO>-AAAAMMDD.csv.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---> arquivo de configuracao compartilhado de localizacao
           SELECT CONFIGFL ASSIGN TO CONFIGDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONFIG.
      *---> cadastro de lojas (mantido pelo CBLOJA01)
           SELECT LOJAFL ASSIGN TO ARQDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LJ-CHAVE
               FILE STATUS IS FS-ARQ.
      *---> cadastro de itens (mantido pelo CBITEM01)
           SELECT ITEMFL ASSIGN TO ARQDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IT-CHAVE
               FILE STATUS IS FS-ARQ.
      *---> cadastro de regioes (mantido pelo CBREG01)
           SELECT REGIAOFL ASSIGN TO ARQDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-CHAVE
               FILE STATUS IS FS-ARQ.
      *---> cadastro de departamentos (mantido pelo CBDEP01)
           SELECT DEPTOFL ASSIGN TO ARQDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CHAVE
               FILE STATUS IS FS-ARQ.
      *---> cadastro de funcionarios (mantido pelo cbaula72_INDEXED)
           SELECT EMPFL ASSIGN TO ARQDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS FS-ARQ.
      *---> cadastro de operadores (mantido pelo CBSEG01); tambem
      *     usado na autorizacao do perfil senior
           SELECT OPERFL ASSIGN TO ARQDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CHAVE
               FILE STATUS IS FS-ARQ.
      *---> arquivo exportado, separado por ponto e virgula
           SELECT EXPORTFL ASSIGN TO NOME-ARQ-EXPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXPORT.
      *---> log de controle de jobs, compartilhado entre os programas
           SELECT JOBLOGFL ASSIGN TO JOBLOGDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOBLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CONFIGFL.
           COPY CONFIGCFG.
      *
       FD  LOJAFL.
           COPY STOREREC.
      *
       FD  ITEMFL.
           COPY ITEMREC.
      *
       FD  REGIAOFL.
           COPY REGREC.
      *
       FD  DEPTOFL.
           COPY DEPREC.
      *
       FD  EMPFL.
           COPY EMPREC.
      *
       FD  OPERFL.
           COPY OPERREC.
      *
       FD  EXPORTFL.
       01  EXPORT-REC      PIC X(300).
      *
       FD  JOBLOGFL.
           COPY JOBLOG.
      *
       WORKING-STORAGE SECTION.
       01  CONFIGDD          PIC X(30) VALUE "./cobol.cfg".

       01  FS-CONFIG         PIC X(02) VALUE "X".
           88  FS-CONFIG-OK  VALUE IS "00".
           88  FS-CONFIG-EOF VALUE IS "10".

       77  WS-CFG-CHAVE      PIC X(30) VALUE SPACES.
       77  WS-CFG-VALOR      PIC X(50) VALUE SPACES.

      *---> LOCAL DE CADA CADASTRO (CHAVES DO cobol.cfg) E DO
      *---> CADASTRO ABERTO NO MOMENTO
       01  LOJADD            PIC X(30) VALUE "./cbLOJAS.IDX".
       01  ITEMDD            PIC X(30) VALUE "./cbITENS.IDX".
       01  REGIAODD          PIC X(30) VALUE "./cbREGIOES.IDX".
       01  DEPTODD           PIC X(30) VALUE "./cbDEPTOS.IDX".
       01  EMPDD             PIC X(30) VALUE "./cbAULA72IDX.IDX".
       01  OPERDD            PIC X(30) VALUE "./cbOPERS.IDX".
       01  ARQDD             PIC X(30) VALUE SPACES.

       01  FS-ARQ            PIC X(02) VALUE SPACES.
           88  FS-ARQ-OK     VALUE IS "00".

       77  WS-FIM-ARQ        PIC X VALUE "N".
           88  E-FIM-ARQ     VALUE "S".

      *---> ARQUIVO EXPORTADO: PREFIXO + -CADASTRO-AAAAMMDD.csv
       01  WS-PREFIXO-EXP    PIC X(40) VALUE "./files/cbexp".
       01  NOME-ARQ-EXPORT   PIC X(60) VALUE SPACES.

       77  FS-EXPORT         PIC X(02) VALUE SPACES.

       01  JOBLOGDD.
           05  FILLER  PIC X(30) VALUE "./cbjoblog.log".

       01  FS-JOBLOG         PIC X(02) VALUE "X".
           88  FS-JOBLOG-OK  VALUE IS "00".

       01  WS-JOB-STATUS     PIC X(10) VALUE "OK".

      *---> CODIGO DO OPERADOR (VARIAVEL DE AMBIENTE OPERADOR OU
      *     ASSINATURA DIRETA NA EXPORTACAO COM SALARIO)
       77  WS-OPERADOR       PIC X(08) VALUE SPACES.
       77  WS-SENHA-INF      PIC X(08) VALUE SPACES.
       77  WS-ASSINADO       PIC X     VALUE "N".
           88  E-ASSINADO    VALUE "S".
       77  WS-DESISTIU       PIC X     VALUE "N".
           88  E-DESISTIU    VALUE "S".

      *---> PERFIL DO OPERADOR ASSINADO E CONTROLE DE AUTORIZACAO;
      *     SEM O CADASTRO DE OPERADORES A SEGURANCA FICA DESLIGADA
       77  WS-OPER-PERFIL    PIC X(01) VALUE "B".
           88  OPERADOR-SENIOR VALUE "S".
       77  WS-AUTORIZADO     PIC X     VALUE "S".
           88  E-AUTORIZADO  VALUE "S".

       01  args-cmd-linex    PIC X(90)  VALUE SPACES.

       01  WS-CADASTRO       PIC X(10) VALUE SPACES.
           88  CAD-LOJAS      VALUE "LOJAS".
           88  CAD-ITENS      VALUE "ITENS".
           88  CAD-REGIOES    VALUE "REGIOES".
           88  CAD-DEPTOS     VALUE "DEPTOS".
           88  CAD-FUNC       VALUE "FUNC".
           88  CAD-OPERADORES VALUE "OPERADORES".

      *---> SITUACAO PEDIDA (ESPACO = TODAS) E AS VALIDAS NO CADASTRO
       01  WS-SITUACAO-ARG   PIC X(05) VALUE SPACES.
       01  WS-SITUACAO-SEL   PIC X(01) VALUE SPACE.
       01  WS-SIT-VALIDAS    PIC X(02) VALUE SPACES.

      *---> SALARIO, COMISSAO E DADOS BANCARIOS (SO FUNC, SENIOR)
       01  WS-SALARIO-ARG    PIC X(07) VALUE SPACES.
       77  WS-COM-SALARIO    PIC X     VALUE "N".
           88  COM-SALARIO   VALUE "S".
       01  WS-CONFIRMA       PIC X     VALUE SPACE.

      *---> SITUACAO DO REGISTRO LIDO, JA NORMALIZADA
       01  WS-REG-STATUS     PIC X(01) VALUE SPACE.

      *---> LINHA EXPORTADA, MONTADA CAMPO A CAMPO
       01  WS-LINHA-EXP      PIC X(300) VALUE SPACES.
       77  WS-PTR            PIC 9(03) VALUE 1.
       01  WS-CAMPO          PIC X(60) VALUE SPACES.

      *---> LINHA DE TITULOS DE CADA CADASTRO
       01  WS-TIT-LOJAS      PIC X(60) VALUE
           "LOJA;NOME;REGIAO;STATUS;SITUACAO".
       01  WS-TIT-ITENS      PIC X(60) VALUE
           "ITEM;DESCRICAO;STATUS;SITUACAO".
       01  WS-TIT-REGIOES    PIC X(60) VALUE
           "REGIAO;NOME;ARQUIVO_SAIDA;STATUS;SITUACAO".
       01  WS-TIT-DEPTOS     PIC X(60) VALUE
           "DEPTO;NOME;STATUS;SITUACAO".
       01  WS-TIT-FUNC.
           05  FILLER        PIC X(35) VALUE
               "MATRICULA;NOME;DEPTO;ADMISSAO;LOJA;".
           05  FILLER        PIC X(28) VALUE
               "STATUS;SITUACAO;DESLIGAMENTO".
           05  FILLER        PIC X(17) VALUE SPACES.
       01  WS-TIT-SALARIO    PIC X(40) VALUE
           ";SALARIO;COMISSAO;BANCO;AGENCIA;CONTA".
       01  WS-TIT-OPERADORES PIC X(60) VALUE
           "OPERADOR;NOME;PERFIL;DESCRICAO_PERFIL;STATUS;SITUACAO".

      *---> DATA AAAAMMDD DO CADASTRO SAI COMO DD/MM/AAAA
       01  WS-DATA-AUX       PIC 9(08) VALUE ZEROS.
       01  WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           05  WS-AUX-AAAA   PIC 9(04).
           05  WS-AUX-MM     PIC 9(02).
           05  WS-AUX-DD     PIC 9(02).

      *---> COMISSAO 99,99 (VIRGULA DECIMAL DAS PLANILHAS)
       01  WS-COMIS-NUM      PIC 9(02)V99 VALUE ZEROS.
       01  WS-COMIS-X REDEFINES WS-COMIS-NUM PIC X(04).

       01  WS-NUM-05         PIC 9(05) VALUE ZEROS.

       01  COUNTERS.
           05  READ-COUNT     PIC 9(07) VALUE ZEROS.
           05  EXPORT-COUNT   PIC 9(07) VALUE ZEROS.

       77  WS-DATA-HOJE    PIC 9(08) VALUE ZEROS.

       77  XY     PIC X.
      *
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CBEXP01 - EXPORTACAO DOS CADASTROS BASICOS"
      *====> LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO (SE EXISTIR)
           PERFORM LE-CONFIG THRU LE-CONFIG-FIM
           PERFORM OBTEM-OPERADOR THRU OBTEM-OPERADOR-FIM
      *====> ARGUMENTOS: CADASTRO, SITUACAO E SALARIO
           ACCEPT args-cmd-linex   FROM COMMAND-LINE.
           IF  args-cmd-linex  NOT = SPACES
               UNSTRING args-cmd-linex DELIMITED BY ALL SPACE
                   INTO  WS-CADASTRO  WS-SITUACAO-ARG  WS-SALARIO-ARG
           ELSE
               PERFORM PEDE-ARGUMENTOS THRU PEDE-ARGUMENTOS-FIM
           END-IF.
           PERFORM VALIDA-PEDIDO THRU VALIDA-PEDIDO-FIM.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           STRING WS-PREFIXO-EXP DELIMITED BY SPACE
                  "-"            DELIMITED BY SIZE
                  WS-CADASTRO    DELIMITED BY SPACE
                  "-"            DELIMITED BY SIZE
                  WS-DATA-HOJE   DELIMITED BY SIZE
                  ".csv"         DELIMITED BY SIZE
                  INTO NOME-ARQ-EXPORT.
           DISPLAY "CADASTRO : " WS-CADASTRO "  SITUACAO: "
               WS-SITUACAO-ARG "  SALARIO: " WS-COM-SALARIO
           PERFORM REGISTRA-JOBLOG-INICIO
               THRU REGISTRA-JOBLOG-INICIO-FIM
      *====> SALARIO E DADOS BANCARIOS SO PARA O PERFIL SENIOR
           IF  COM-SALARIO
               PERFORM AUTORIZA-SENIOR THRU AUTORIZA-SENIOR-FIM
               IF  NOT E-AUTORIZADO
                   MOVE "ERRO" TO WS-JOB-STATUS
                   GO TO FINALIZA
               END-IF
           END-IF
           PERFORM EXPORTA-CADASTRO THRU EXPORTA-CADASTRO-FIM.
       FINALIZA.
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           DISPLAY "================================================"
           DISPLAY "REGISTROS LIDOS        : " READ-COUNT
           DISPLAY "REGISTROS EXPORTADOS   : " EXPORT-COUNT
           IF  WS-JOB-STATUS NOT = "ERRO"
               DISPLAY "ARQUIVO GERADO         : " NOME-ARQ-EXPORT
           END-IF
           DISPLAY "================================================"
           IF  WS-JOB-STATUS = "ERRO"
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY 'FIM CBEXP01 ...'
           STOP RUN.

      *================================
      * LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO ./cobol.cfg, SE
      * EXISTIR, E APLICA AS CHAVES DESTE PROGRAMA
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
               WHEN "LOJAFILE"
                   MOVE WS-CFG-VALOR TO LOJADD
               WHEN "ITEMFILE"
                   MOVE WS-CFG-VALOR TO ITEMDD
               WHEN "REGIAOFILE"
                   MOVE WS-CFG-VALOR TO REGIAODD
               WHEN "DEPTOFILE"
                   MOVE WS-CFG-VALOR TO DEPTODD
               WHEN "EMPFILE"
                   MOVE WS-CFG-VALOR TO EMPDD
               WHEN "OPERFILE"
                   MOVE WS-CFG-VALOR TO OPERDD
               WHEN "CBEXP01_PREFIXO"
                   MOVE WS-CFG-VALOR TO WS-PREFIXO-EXP
               WHEN "JOBLOGDD"
                   MOVE WS-CFG-VALOR TO JOBLOGDD
           END-EVALUATE.
       APLICA-CONFIG-FIM.
           EXIT.
      *================================
      * IDENTIFICA O OPERADOR QUE RODOU O JOB: USA O CODIGO DA
      * VARIAVEL DE AMBIENTE OPERADOR (ASSINADA NO CADMENU01) OU
      * "BATCH"; A EXPORTACAO COM SALARIO PEDE A ASSINATURA
      * COMPLETA QUANDO NAO HA OPERADOR ASSINADO
       OBTEM-OPERADOR.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR"
           IF  WS-OPERADOR = SPACES
               MOVE "BATCH" TO WS-OPERADOR
           ELSE
               MOVE "S" TO WS-ASSINADO
           END-IF.
       OBTEM-OPERADOR-FIM.
           EXIT.

      *================================
      * ENTRADA SEM ARGUMENTOS: PERGUNTA O PEDIDO NA TELA
       PEDE-ARGUMENTOS.
           DISPLAY "CADASTRO (LOJAS/ITENS/REGIOES/DEPTOS/FUNC/"
               "OPERADORES) ==>> " WITH NO ADVANCING
           ACCEPT WS-CADASTRO FROM CONSOLE
           DISPLAY "SITUACAO (BRANCO = TODAS) ==>> " WITH NO ADVANCING
           ACCEPT WS-SITUACAO-ARG FROM CONSOLE
           IF  WS-CADASTRO = "FUNC"
               DISPLAY "COM SALARIO E DADOS BANCARIOS (S/N) ==>> "
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRMA FROM CONSOLE
               IF  WS-CONFIRMA = "S" OR "s"
                   MOVE "SALARIO" TO WS-SALARIO-ARG
               END-IF
           END-IF.
       PEDE-ARGUMENTOS-FIM.
           EXIT.

      *================================
      * CONFERE O CADASTRO, A SITUACAO E O PEDIDO DE SALARIO
       VALIDA-PEDIDO.
           EVALUATE TRUE
               WHEN CAD-LOJAS
                   MOVE "AF" TO WS-SIT-VALIDAS
               WHEN CAD-ITENS
                   MOVE "AD" TO WS-SIT-VALIDAS
               WHEN CAD-REGIOES
                   MOVE "AE" TO WS-SIT-VALIDAS
               WHEN CAD-DEPTOS
                   MOVE "AE" TO WS-SIT-VALIDAS
               WHEN CAD-FUNC
                   MOVE "AD" TO WS-SIT-VALIDAS
               WHEN CAD-OPERADORES
                   MOVE "AD" TO WS-SIT-VALIDAS
               WHEN OTHER
                   DISPLAY "CADASTRO INVALIDO: " WS-CADASTRO
                   GO TO EXIT-PARA
           END-EVALUATE
           IF  WS-SITUACAO-ARG = "TODAS" OR WS-SITUACAO-ARG = SPACES
               MOVE SPACES TO WS-SITUACAO-ARG
               MOVE SPACE  TO WS-SITUACAO-SEL
           ELSE
               IF  WS-SITUACAO-ARG(2:4) NOT = SPACES
                   OR (WS-SITUACAO-ARG(1:1) NOT = WS-SIT-VALIDAS(1:1)
                   AND WS-SITUACAO-ARG(1:1) NOT = WS-SIT-VALIDAS(2:1))
                   DISPLAY "SITUACAO INVALIDA PARA " WS-CADASTRO
                       ": " WS-SITUACAO-ARG " (VALIDAS: "
                       WS-SIT-VALIDAS(1:1) " OU " WS-SIT-VALIDAS(2:1)
                       " OU TODAS)"
                   GO TO EXIT-PARA
               END-IF
               MOVE WS-SITUACAO-ARG(1:1) TO WS-SITUACAO-SEL
           END-IF
           IF  WS-SALARIO-ARG = SPACES
               GO TO VALIDA-PEDIDO-FIM
           END-IF
           IF  WS-SALARIO-ARG NOT = "SALARIO"
               DISPLAY "3o ARGUMENTO INVALIDO: " WS-SALARIO-ARG
                   " (SO SALARIO)"
               GO TO EXIT-PARA
           END-IF
           IF  NOT CAD-FUNC
               DISPLAY "SALARIO SO EXISTE NO CADASTRO FUNC"
               GO TO EXIT-PARA
           END-IF
           MOVE "S" TO WS-COM-SALARIO.
       VALIDA-PEDIDO-FIM.
           EXIT.

      *================================
      * CONFERE SE O OPERADOR PODE EXPORTAR SALARIO E DADOS
      * BANCARIOS (PERFIL SENIOR); SEM O CADASTRO DE OPERADORES
      * AVISA E SEGUE NO MODO ANTIGO. A TENTATIVA NEGADA E ANOTADA
      * NO LOG DE JOBS
       AUTORIZA-SENIOR.
           MOVE "S" TO WS-AUTORIZADO.
           MOVE OPERDD TO ARQDD.
           OPEN INPUT OPERFL
           IF  NOT FS-ARQ-OK
               DISPLAY "SEM CADASTRO DE OPERADORES (" OPERDD
                   ") - AUTORIZACAO DESLIGADA"
               GO TO AUTORIZA-SENIOR-FIM
           END-IF
           IF  E-ASSINADO
      *=====> JA ASSINADO NO CADMENU01: SO BUSCA O PERFIL
               MOVE WS-OPERADOR TO OP-CHAVE
               READ OPERFL
                   KEY IS OP-CHAVE
                   INVALID KEY
                       MOVE "B" TO WS-OPER-PERFIL
                   NOT INVALID KEY
                       IF OP-ATIVO
                           MOVE OP-PERFIL TO WS-OPER-PERFIL
                       ELSE
                           MOVE "B" TO WS-OPER-PERFIL
                       END-IF
               END-READ
           ELSE
      *=====> ENTRADA DIRETA: ASSINATURA COMPLETA (CODIGO + SENHA)
               PERFORM ASSINA-DIRETO THRU ASSINA-DIRETO-FIM
                   UNTIL E-ASSINADO OR E-DESISTIU
               IF  E-DESISTIU
                   MOVE "BATCH" TO WS-OPERADOR
               END-IF
           END-IF
           CLOSE OPERFL.
           IF  NOT OPERADOR-SENIOR
               MOVE "N" TO WS-AUTORIZADO
               DISPLAY "SALARIO E DADOS BANCARIOS RESTRITOS AO PERFIL "
                   "SENIOR"
               PERFORM REGISTRA-NEGADO THRU REGISTRA-NEGADO-FIM
           END-IF.
       AUTORIZA-SENIOR-FIM.
           EXIT.

      *================================
      * ASSINATURA NA ENTRADA DIRETA DO PROGRAMA: CODIGO + SENHA DE
      * OPERADOR ATIVO DO CADASTRO (CODIGO EM BRANCO DESISTE)
       ASSINA-DIRETO.
           MOVE SPACES TO WS-OPERADOR WS-SENHA-INF.
           DISPLAY "CODIGO DO OPERADOR ==>> " WITH NO ADVANCING
           ACCEPT WS-OPERADOR FROM CONSOLE
           IF  WS-OPERADOR = SPACES
               MOVE "S" TO WS-DESISTIU
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
           MOVE OP-PERFIL TO WS-OPER-PERFIL
           MOVE "S" TO WS-ASSINADO.
       ASSINA-DIRETO-FIM.
           EXIT.

      *================================
      * ABRE O CADASTRO PEDIDO, GRAVA A LINHA DE TITULOS E EXPORTA
      * OS REGISTROS DA SITUACAO PEDIDA; O EVENTO EXPORT VAI PARA O
      * LOG DE JOBS COM A QUANTIDADE GRAVADA
       EXPORTA-CADASTRO.
           PERFORM ABRE-CADASTRO THRU ABRE-CADASTRO-FIM.
           IF  NOT FS-ARQ-OK
               DISPLAY "CADASTRO NAO ENCONTRADO (" FS-ARQ "): " ARQDD
               MOVE "ERRO" TO WS-JOB-STATUS
               GO TO EXPORTA-CADASTRO-FIM
           END-IF
           OPEN OUTPUT EXPORTFL.
           IF  FS-EXPORT NOT = "00"
               DISPLAY "ABERTURA DO ARQUIVO EXPORTADO FALHOU="
                   FS-EXPORT "  " NOME-ARQ-EXPORT
               MOVE "ERRO" TO WS-JOB-STATUS
               PERFORM FECHA-CADASTRO THRU FECHA-CADASTRO-FIM
               GO TO EXPORTA-CADASTRO-FIM
           END-IF
           PERFORM GRAVA-TITULOS THRU GRAVA-TITULOS-FIM.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM LE-PROXIMO THRU LE-PROXIMO-FIM
               UNTIL E-FIM-ARQ.
           CLOSE EXPORTFL.
           PERFORM FECHA-CADASTRO THRU FECHA-CADASTRO-FIM.
           PERFORM REGISTRA-EXPORT THRU REGISTRA-EXPORT-FIM.
       EXPORTA-CADASTRO-FIM.
           EXIT.

       ABRE-CADASTRO.
           EVALUATE TRUE
               WHEN CAD-LOJAS
                   MOVE LOJADD   TO ARQDD
                   OPEN INPUT LOJAFL
               WHEN CAD-ITENS
                   MOVE ITEMDD   TO ARQDD
                   OPEN INPUT ITEMFL
               WHEN CAD-REGIOES
                   MOVE REGIAODD TO ARQDD
                   OPEN INPUT REGIAOFL
               WHEN CAD-DEPTOS
                   MOVE DEPTODD  TO ARQDD
                   OPEN INPUT DEPTOFL
               WHEN CAD-FUNC
                   MOVE EMPDD    TO ARQDD
                   OPEN INPUT EMPFL
               WHEN CAD-OPERADORES
                   MOVE OPERDD   TO ARQDD
                   OPEN INPUT OPERFL
           END-EVALUATE.
       ABRE-CADASTRO-FIM.
           EXIT.

       FECHA-CADASTRO.
           EVALUATE TRUE
               WHEN CAD-LOJAS
                   CLOSE LOJAFL
               WHEN CAD-ITENS
                   CLOSE ITEMFL
               WHEN CAD-REGIOES
                   CLOSE REGIAOFL
               WHEN CAD-DEPTOS
                   CLOSE DEPTOFL
               WHEN CAD-FUNC
                   CLOSE EMPFL
               WHEN CAD-OPERADORES
                   CLOSE OPERFL
           END-EVALUATE.
       FECHA-CADASTRO-FIM.
           EXIT.

      *================================
      * LINHA DE TITULOS (NOMES DAS COLUNAS) DO CADASTRO
       GRAVA-TITULOS.
           MOVE SPACES TO EXPORT-REC.
           EVALUATE TRUE
               WHEN CAD-LOJAS
                   MOVE WS-TIT-LOJAS      TO EXPORT-REC
               WHEN CAD-ITENS
                   MOVE WS-TIT-ITENS      TO EXPORT-REC
               WHEN CAD-REGIOES
                   MOVE WS-TIT-REGIOES    TO EXPORT-REC
               WHEN CAD-DEPTOS
                   MOVE WS-TIT-DEPTOS     TO EXPORT-REC
               WHEN CAD-FUNC
                   IF  COM-SALARIO
                       STRING WS-TIT-FUNC    DELIMITED BY SPACE
                              WS-TIT-SALARIO DELIMITED BY SPACE
                              INTO EXPORT-REC
                   ELSE
                       MOVE WS-TIT-FUNC   TO EXPORT-REC
                   END-IF
               WHEN CAD-OPERADORES
                   MOVE WS-TIT-OPERADORES TO EXPORT-REC
           END-EVALUATE.
           WRITE EXPORT-REC.
       GRAVA-TITULOS-FIM.
           EXIT.

      *================================
      * LE O PROXIMO REGISTRO DO CADASTRO E EXPORTA SE A SITUACAO
      * CONFERE COM A PEDIDA
       LE-PROXIMO.
           EVALUATE TRUE
               WHEN CAD-LOJAS
                   READ LOJAFL NEXT
                       AT END MOVE "S" TO WS-FIM-ARQ
                   END-READ
               WHEN CAD-ITENS
                   READ ITEMFL NEXT
                       AT END MOVE "S" TO WS-FIM-ARQ
                   END-READ
               WHEN CAD-REGIOES
                   READ REGIAOFL NEXT
                       AT END MOVE "S" TO WS-FIM-ARQ
                   END-READ
               WHEN CAD-DEPTOS
                   READ DEPTOFL NEXT
                       AT END MOVE "S" TO WS-FIM-ARQ
                   END-READ
               WHEN CAD-FUNC
                   READ EMPFL NEXT
                       AT END MOVE "S" TO WS-FIM-ARQ
                   END-READ
               WHEN CAD-OPERADORES
                   READ OPERFL NEXT
                       AT END MOVE "S" TO WS-FIM-ARQ
                   END-READ
           END-EVALUATE.
      *=====> ERRO DE LEITURA ENCERRA A EXPORTACAO
           IF  NOT E-FIM-ARQ AND FS-ARQ(1:1) NOT = "0"
               DISPLAY "ERRO DE LEITURA (" FS-ARQ "): " ARQDD
               MOVE "ERRO" TO WS-JOB-STATUS
               MOVE "S"    TO WS-FIM-ARQ
           END-IF
           IF  E-FIM-ARQ
               GO TO LE-PROXIMO-FIM
           END-IF
           ADD 1 TO READ-COUNT.
           MOVE SPACES TO WS-LINHA-EXP.
           MOVE 1      TO WS-PTR.
           EVALUATE TRUE
               WHEN CAD-LOJAS
                   PERFORM MONTA-LOJA THRU MONTA-LOJA-FIM
               WHEN CAD-ITENS
                   PERFORM MONTA-ITEM THRU MONTA-ITEM-FIM
               WHEN CAD-REGIOES
                   PERFORM MONTA-REGIAO THRU MONTA-REGIAO-FIM
               WHEN CAD-DEPTOS
                   PERFORM MONTA-DEPTO THRU MONTA-DEPTO-FIM
               WHEN CAD-FUNC
                   PERFORM MONTA-FUNC THRU MONTA-FUNC-FIM
               WHEN CAD-OPERADORES
                   PERFORM MONTA-OPERADOR THRU MONTA-OPERADOR-FIM
           END-EVALUATE
           IF  WS-SITUACAO-SEL NOT = SPACE
               AND WS-REG-STATUS NOT = WS-SITUACAO-SEL
               GO TO LE-PROXIMO-FIM
           END-IF
           MOVE WS-LINHA-EXP TO EXPORT-REC.
           WRITE EXPORT-REC.
           ADD 1 TO EXPORT-COUNT.
       LE-PROXIMO-FIM.
           EXIT.

      * -----------------------------------
      * LOJA;NOME;REGIAO;STATUS;SITUACAO
       MONTA-LOJA.
           MOVE LJ-STATUS TO WS-REG-STATUS.
           MOVE LJ-STORE-ID TO WS-CAMPO.
           PERFORM ACRESCENTA-CAMPO THRU ACRESCENTA-CAMPO-FIM.
           MOVE LJ-NOME     TO WS-CAMPO.
           PERFORM ACRESCENTA-CAMPO THRU ACRESCENTA-CAMPO-FIM.
           MOVE LJ-REGIAO   TO WS-CAMPO.
           PERFORM ACRESCENTA-CAMPO THRU ACRESCENTA-CAMPO-FIM.
           MOVE LJ-STATUS   TO WS-CAMPO.
           PERFORM ACRESCENTA-CAMPO THRU ACRESCENTA-CAMPO-FIM.
           EVALUATE TRUE
               WHEN LJ-ATIVA
                   MOVE "ATIVA"        TO WS-CAMPO
               WHEN LJ-FECHADA
                   MOVE "FECHADA"      TO WS-CAMPO
               WHEN OTHER
                   MOVE "DESCONHECIDA" TO WS-CAMPO
           END-EVALUATE
           PERFORM ACRESCENTA-CAMPO THRU ACRESCENTA-CAMPO-FIM.
       MONTA-LOJA-FIM.
           EXIT.

      * -----------------------------------
      * ITEM;DESCRICAO;STATUS;SITUACAO
       MONTA-ITEM.
           MOVE IT-STATUS TO WS-REG-STATUS.
           MOVE IT-ITEM-ID   TO WS-CAMPO.
           PERFORM ACRESCENTA-CAMPO THRU ACRESCENTA-CAMPO-FIM.
           MOVE IT-DESCRICAO TO WS-CAMPO.
           PERFORM ACRESCENTA-CAMPO THRU ACRESCENTA-CAMPO-FIM.
           MOVE IT-STATUS    TO WS-CAMPO.
           PERFORM ACRESCENTA-CAMPO THRU ACRESCENTA-CAMPO-FIM.
           EVALUATE TRUE
               WHEN IT-ATIVO
                   MOVE "ATIVO"         TO WS-CAMPO
               WHEN IT-DESCONTINUADO
                   MOVE "DESCONTINUADO" TO WS-CAMPO
               WHEN OTHER
                   MOVE "DESCONHECIDA"  TO WS-CAMPO
           END-EVALUATE
           PERFORM ACRESCENTA-CAMPO THRU ACRESCENTA-CAMPO-FIM.
       MONTA-ITEM-FIM.
           EXIT.

      * -----------------------------------
      * REGIAO;NOME;ARQUIVO_SAIDA;STATUS;SITUACAO
       MONTA-REGIAO.
           MOVE RG-STATUS TO WS-REG-STATUS.
           MOVE RG-REGIAO   TO WS-CAMPO.
           PERFORM ACRESCENTA-CAMPO THRU ACRESCENTA-CAMPO-FIM.
           MOVE RG-NOME     TO WS-CAMPO.
           PERFORM ACRESCENTA-CAMPO THRU ACRESCENTA-CAMPO-FIM.
           MOVE RG-ARQUIVO  TO WS-CAMPO.
           PERFORM ACRESCENTA-CAMPO THRU ACRESCENTA-CAMPO-FIM.
           MOVE RG-STATUS   TO WS-CAMPO.
           PERFORM ACRESCENTA-CAMPO THRU ACRESCENTA-CAMPO-FIM.
           EVALUATE TRUE
               WHEN RG-ATIVA
                   MOVE "ATIVA"        TO WS-CAMPO
               WHEN RG-ENCERRADA
                   MOVE "ENCERRADA"    TO WS-CAMPO
               WHEN OTHER
                   MOVE "DESCONHECIDA" TO WS-CAMPO
           END-EVALUATE
           PERFORM ACRESCENTA-CAMPO THRU ACRESCENTA-CAMPO-FIM.
       MONTA-REGIAO-FIM.
           EXIT.

      * -----------------------------------
      * DEPTO;NOME;STATUS;SITUACAO
       MONTA-DEPTO.
           MOVE DP-STATUS TO WS-REG-STATUS.
           MOVE DP-CODIGO   TO WS-CAMPO.
           PERFORM ACRESCENTA-CAMPO THRU ACRESCENTA-CAMPO-FIM.
           MOVE DP-NOME     TO WS-CAMPO.
           PERFORM ACRESCENTA-CAMPO THRU ACRESCENTA-CAMPO-FIM.
           MOVE DP-STATUS   TO WS-CAMPO.
           PERFORM ACRESCENTA-CAMPO THRU ACRESCENTA-CAMPO-FIM.
           EVALUATE TRUE
               WHEN DP-ATIVO
                   MOVE "ATIVO"        TO WS-CAMPO
               WHEN DP-EXTINTO
                   MOVE "EXTINTO"      TO WS-CAMPO
               WHEN OTHER
                   MOVE "DESCONHECIDA" TO WS-CAMPO
           END-EVALUATE
           PERFORM ACRESCENTA-CAMPO THRU ACRESCENTA-CAMPO-FIM.
       MONTA-DEPTO-FIM.
           EXIT.

      * -----------------------------------
      * MATRICULA;NOME;DEPTO;ADMISSAO;LOJA;STATUS;SITUACAO;
      * DESLIGAMENTO [;SALARIO;COMISSAO;BANCO;AGENCIA;CONTA]
      * (STATUS EM BRANCO E "A" = EM ATIVIDADE, COMO NA FOLHA)
       MONTA-FUNC.
           IF  EMP-DESLIGADO
               MOVE "D" TO WS-REG-STATUS
           ELSE
               MOVE "A" TO WS-REG-STATUS
           END-IF
           MOVE EMP-ID       TO WS-CAMPO.
           PERFORM ACRESCENTA-CAMPO THRU ACRESCENTA-CAMPO-FIM.
           MOVE EMP-NAME     TO WS-CAMPO.
           PERFORM ACRESCENTA-CAMPO THRU ACRESCENTA-CAMPO-FIM.
           MOVE EMP-DEPTO    TO WS-CAMPO.
           PERFORM ACRESCENTA-CAMPO THRU ACRESCENTA-CAMPO-FIM.
           MOVE EMP-ADMISSAO TO WS-DATA-AUX.
           PERFORM FORMATA-DATA THRU FORMATA-DATA-FIM.
           PERFORM ACRESCENTA-CAMPO THRU ACRESCENTA-CAMPO-FIM.
           IF  EMP-STORE-ID NUMERIC
               MOVE EMP-STORE-ID TO WS-NUM-05
           ELSE
               MOVE ZEROS        TO WS-NUM-05
           END-IF
           MOVE WS-NUM-05    TO WS-CAMPO.
           PERFORM ACRESCENTA-CAMPO THRU ACRESCENTA-CAMPO-FIM.
           MOVE WS-REG-STATUS TO WS-CAMPO.
           PERFORM ACRESCENTA-CAMPO THRU ACRESCENTA-CAMPO-FIM.
           IF  EMP-DESLIGADO
               MOVE "DESLIGADO"    TO WS-CAMPO
           ELSE
               MOVE "EM ATIVIDADE" TO WS-CAMPO
           END-IF
           PERFORM ACRESCENTA-CAMPO THRU ACRESCENTA-CAMPO-FIM.
           MOVE EMP-DESLIGAMENTO TO WS-DATA-AUX.
           PERFORM FORMATA-DATA THRU FORMATA-DATA-FIM.
           PERFORM ACRESCENTA-CAMPO THRU ACRESCENTA-CAMPO-FIM.
           IF  NOT COM-SALARIO
               GO TO MONTA-FUNC-FIM
           END-IF
           IF  REM-BYTE NUMERIC
               MOVE REM-BYTE  TO WS-NUM-05
           ELSE
               MOVE ZEROS     TO WS-NUM-05
           END-IF
           MOVE WS-NUM-05    TO WS-CAMPO.
           PERFORM ACRESCENTA-CAMPO THRU ACRESCENTA-CAMPO-FIM.
           IF  EMP-COMISSAO NUMERIC
               MOVE EMP-COMISSAO TO WS-COMIS-NUM
           ELSE
               MOVE ZEROS        TO WS-COMIS-NUM
           END-IF
           MOVE SPACES TO WS-CAMPO.
           STRING WS-COMIS-X(1:2) DELIMITED BY SIZE
                  ","             DELIMITED BY SIZE
                  WS-COMIS-X(3:2) DELIMITED BY SIZE
                  INTO WS-CAMPO.
           PERFORM ACRESCENTA-CAMPO THRU ACRESCENTA-CAMPO-FIM.
           MOVE EMP-BANCO    TO WS-CAMPO.
           PERFORM ACRESCENTA-CAMPO THRU ACRESCENTA-CAMPO-FIM.
           MOVE EMP-AGENCIA  TO WS-CAMPO.
           PERFORM ACRESCENTA-CAMPO THRU ACRESCENTA-CAMPO-FIM.
           MOVE EMP-CONTA    TO WS-CAMPO.
           PERFORM ACRESCENTA-CAMPO THRU ACRESCENTA-CAMPO-FIM.
       MONTA-FUNC-FIM.
           EXIT.

      * -----------------------------------
      * OPERADOR;NOME;PERFIL;DESCRICAO_PERFIL;STATUS;SITUACAO
      * (A SENHA NAO SAI)
       MONTA-OPERADOR.
           MOVE OP-STATUS TO WS-REG-STATUS.
           MOVE OP-CODIGO   TO WS-CAMPO.
           PERFORM ACRESCENTA-CAMPO THRU ACRESCENTA-CAMPO-FIM.
           MOVE OP-NOME     TO WS-CAMPO.
           PERFORM ACRESCENTA-CAMPO THRU ACRESCENTA-CAMPO-FIM.
           MOVE OP-PERFIL   TO WS-CAMPO.
           PERFORM ACRESCENTA-CAMPO THRU ACRESCENTA-CAMPO-FIM.
           EVALUATE TRUE
               WHEN OP-BASICO
                   MOVE "BASICO"       TO WS-CAMPO
               WHEN OP-SENIOR
                   MOVE "SENIOR"       TO WS-CAMPO
               WHEN OTHER
                   MOVE "DESCONHECIDO" TO WS-CAMPO
           END-EVALUATE
           PERFORM ACRESCENTA-CAMPO THRU ACRESCENTA-CAMPO-FIM.
           MOVE OP-STATUS   TO WS-CAMPO.
           PERFORM ACRESCENTA-CAMPO THRU ACRESCENTA-CAMPO-FIM.
           EVALUATE TRUE
               WHEN OP-ATIVO
                   MOVE "ATIVO"        TO WS-CAMPO
               WHEN OP-DESATIVADO
                   MOVE "DESATIVADO"   TO WS-CAMPO
               WHEN OTHER
                   MOVE "DESCONHECIDA" TO WS-CAMPO
           END-EVALUATE
           PERFORM ACRESCENTA-CAMPO THRU ACRESCENTA-CAMPO-FIM.
       MONTA-OPERADOR-FIM.
           EXIT.

      * -----------------------------------
      * ACRESCENTA WS-CAMPO A LINHA: SEPARADOR ";" ANTES DE CADA
      * CAMPO MENOS O PRIMEIRO, BRANCOS DO FIM CORTADOS E ";" DENTRO
      * DO TEXTO TROCADO POR "," PARA NAO ABRIR COLUNA NOVA
       ACRESCENTA-CAMPO.
           INSPECT WS-CAMPO REPLACING ALL ";" BY ",".
           IF  WS-PTR > 1
               STRING ";" DELIMITED BY SIZE
                   INTO WS-LINHA-EXP WITH POINTER WS-PTR
           END-IF
           STRING WS-CAMPO DELIMITED BY "  "
               INTO WS-LINHA-EXP WITH POINTER WS-PTR.
           MOVE SPACES TO WS-CAMPO.
       ACRESCENTA-CAMPO-FIM.
           EXIT.

      * -----------------------------------
      * WS-DATA-AUX (AAAAMMDD) PARA DD/MM/AAAA EM WS-CAMPO; DATA
      * ZERADA OU INVALIDA SAI EM BRANCO
       FORMATA-DATA.
           MOVE SPACES TO WS-CAMPO.
           IF  WS-DATA-AUX NOT NUMERIC OR WS-DATA-AUX = ZEROS
               GO TO FORMATA-DATA-FIM
           END-IF
           STRING WS-AUX-DD   DELIMITED BY SIZE
                  "/"         DELIMITED BY SIZE
                  WS-AUX-MM   DELIMITED BY SIZE
                  "/"         DELIMITED BY SIZE
                  WS-AUX-AAAA DELIMITED BY SIZE
                  INTO WS-CAMPO.
       FORMATA-DATA-FIM.
           EXIT.

      *================================
      * REGISTRA NO LOG DE CONTROLE O INICIO DESTE JOB
       REGISTRA-JOBLOG-INICIO.
           MOVE "X" TO FS-JOBLOG.
           OPEN EXTEND JOBLOGFL
           IF  NOT FS-JOBLOG-OK
               OPEN OUTPUT JOBLOGFL
           END-IF
           MOVE SPACES            TO JOBLOG-REC
           MOVE "CBEXP01"         TO JL-PROGRAMA
           MOVE "INICIO"          TO JL-EVENTO
           ACCEPT JL-DATA FROM DATE YYYYMMDD
           ACCEPT JL-HORA FROM TIME
           MOVE WS-CADASTRO       TO JL-STATUS
           MOVE WS-OPERADOR       TO JL-OPERADOR
           WRITE JOBLOG-REC
           CLOSE JOBLOGFL.
       REGISTRA-JOBLOG-INICIO-FIM.
           EXIT.
      *================================
      * REGISTRA NO LOG DE CONTROLE O FIM DESTE JOB
       REGISTRA-JOBLOG-TERMINO.
           MOVE "X" TO FS-JOBLOG.
           OPEN EXTEND JOBLOGFL
           IF  NOT FS-JOBLOG-OK
               OPEN OUTPUT JOBLOGFL
           END-IF
           MOVE SPACES            TO JOBLOG-REC
           MOVE "CBEXP01"         TO JL-PROGRAMA
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
      * ANOTA NO LOG DE CONTROLE A EXPORTACAO FEITA: CADASTRO NO
      * STATUS E, NO DETALHE, A QUANTIDADE GRAVADA, A SITUACAO
      * PEDIDA, SE SAIU SALARIO E O ARQUIVO GERADO
       REGISTRA-EXPORT.
           MOVE "X" TO FS-JOBLOG.
           OPEN EXTEND JOBLOGFL
           IF  NOT FS-JOBLOG-OK
               OPEN OUTPUT JOBLOGFL
           END-IF
           MOVE SPACES            TO JOBLOG-REC
           MOVE "CBEXP01"         TO JL-PROGRAMA
           MOVE "EXPORT"          TO JL-EVENTO
           ACCEPT JL-DATA FROM DATE YYYYMMDD
           ACCEPT JL-HORA FROM TIME
           MOVE WS-CADASTRO       TO JL-STATUS
           MOVE WS-OPERADOR       TO JL-OPERADOR
           IF  WS-SITUACAO-SEL = SPACE
               MOVE "T"           TO WS-SITUACAO-SEL
           END-IF
           STRING EXPORT-COUNT    DELIMITED BY SIZE
                  " REG SIT="     DELIMITED BY SIZE
                  WS-SITUACAO-SEL DELIMITED BY SIZE
                  " SAL="         DELIMITED BY SIZE
                  WS-COM-SALARIO  DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  NOME-ARQ-EXPORT DELIMITED BY SPACE
                  INTO JL-DETALHE
           WRITE JOBLOG-REC
           CLOSE JOBLOGFL.
       REGISTRA-EXPORT-FIM.
           EXIT.
      *================================
      * ANOTA NO LOG DE CONTROLE A TENTATIVA NEGADA (EVENTO NEGADO,
      * CADASTRO NO CAMPO DE STATUS)
       REGISTRA-NEGADO.
           MOVE "X" TO FS-JOBLOG.
           OPEN EXTEND JOBLOGFL
           IF  NOT FS-JOBLOG-OK
               OPEN OUTPUT JOBLOGFL
           END-IF
           MOVE SPACES            TO JOBLOG-REC
           MOVE "CBEXP01"         TO JL-PROGRAMA
           MOVE "NEGADO"          TO JL-EVENTO
           ACCEPT JL-DATA FROM DATE YYYYMMDD
           ACCEPT JL-HORA FROM TIME
           MOVE WS-CADASTRO       TO JL-STATUS
           MOVE "SALARIO E DADOS BANCARIOS" TO JL-DETALHE
           MOVE WS-OPERADOR       TO JL-OPERADOR
           WRITE JOBLOG-REC
           CLOSE JOBLOGFL.
       REGISTRA-NEGADO-FIM.
           EXIT.

      *=================  FIM ======
       EXIT-PARA.
           DISPLAY 'FIM CBEXP01 (ABORTADO) ...'
           MOVE 8 TO RETURN-CODE
           STOP RUN.
