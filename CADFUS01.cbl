      *          AUD-FONE-XREF - a mesma disciplina que o TROCAFONE
      *          ja usa, para a fusao ser rastreavel nas duas
      *          direcoes.
      * Mod log:
      *   15-10-2026 ACC - Canais de contato (CANALREC): os fones
      *                     adicionais e o e-mail do duplicado vao
      *                     para as posicoes vagas do sobrevivente e
      *                     o registro de canais do duplicado e
      *                     apagado. Sem o arquivo de canais a fusao
      *                     segue sem eles, com aviso.
      *   15-10-2026 ACC - Recusas (OPTREC, cadcli-optout.dat/
      *                     OPTOUTFILE): recusa ativa do duplicado em
      *                     canal (M, T, C) sem linha no sobrevivente
      *                     e gravada no sobrevivente com a data e o
      *                     operador originais, e listada na saida da
      *                     fusao; sem isso o cliente voltava para a
      *                     mala direta e para os parceiros. Sem o
      *                     arquivo de recusas a fusao segue sem elas,
      *                     com aviso.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-CONT
               RECORD KEY IS CT-CHAVE.
      *---> canais de contato (fones adicionais, e-mail, preferido)
           SELECT CANALFL ASSIGN TO NOME-ARQ-CANAIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-CANAL
               RECORD KEY IS CN-CHAVE
               ALTERNATE RECORD KEY IS CN-FONE-ADIC1 WITH DUPLICATES
               ALTERNATE RECORD KEY IS CN-FONE-ADIC2 WITH DUPLICATES.
      *---> recusas (opt-out) do cliente por canal
           SELECT OPTFL ASSIGN TO NOME-ARQ-OPTOUT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-OPT
               RECORD KEY IS OO-CHAVE.
      *---> log de controle de jobs, compartilhado entre os programas
           SELECT JOBLOGFL ASSIGN TO JOBLOGDD
               ORGANIZATION IS LINE SEQUENTIAL
      *
       FD CONTFILE.
           COPY CONTREC.
      *
       FD CANALFL.
           COPY CANALREC.
      *
       FD OPTFL.
           COPY OPTREC.
      *
       FD  JOBLOGFL.
           COPY JOBLOG.
       01  NOME-ARQ-CONTATOS.
           05  FILLER  PIC X(50) VALUE "./cadcli-contatos.dat".

       01  NOME-ARQ-CANAIS.
           05  FILLER  PIC X(50) VALUE "./cadcli-canais.dat".

       01  NOME-ARQ-OPTOUT.
           05  FILLER  PIC X(50) VALUE "./cadcli-optout.dat".

       01  FS-INFL           PIC X(02) VALUE SPACES.
           88  FS-INFL-OK    VALUE IS "00".

           88  FS-CONT-OK    VALUE IS "00".
           88  FS-CONT-EOF   VALUE IS "10".

       01  FS-CANAL          PIC X(02) VALUE SPACES.
           88  FS-CANAL-OK   VALUE IS "00".

       01  WS-CANAL-ABERTO   PIC X     VALUE "N".
           88  CANAL-ABERTO  VALUE "S".

       01  FS-OPT            PIC X(02) VALUE SPACES.
           88  FS-OPT-OK     VALUE IS "00".

       01  WS-OPT-ABERTO     PIC X     VALUE "N".
           88  OPT-ABERTO    VALUE "S".

       01  JOBLOGDD.
           05  FILLER  PIC X(30) VALUE "./cbjoblog.log".

       77  WS-CT-QTD         PIC 9(02) VALUE ZEROS.
       77  WS-CT-IX          PIC 9(02) VALUE ZEROS.

      *---> CANAIS DO DUPLICADO GUARDADOS ANTES DE APAGAR O REGISTRO;
      *---> OS FONES ADICIONAIS FORMAM A LISTA DE CANDIDATOS A IR
      *---> PARA AS POSICOES VAGAS DO SOBREVIVENTE
       01  WS-CN-DUP-FONES.
           05  WS-CN-DUP-FONE PIC 9(09) OCCURS 2 TIMES.
       77  WS-CN-DUP-EMAIL   PIC X(60) VALUE SPACES.
       77  WS-CN-DUP-PREF    PIC X(01) VALUE SPACE.
       77  WS-CN-IX          PIC 9(01) VALUE ZEROS.
       77  WS-CN-SOBREV-EXISTE PIC X   VALUE "N".
           88  CN-SOBREV-EXISTE VALUE "S".

      *---> CANAIS DE RECUSA CONFERIDOS NA FUSAO E A RECUSA DO
      *---> DUPLICADO GUARDADA ANTES DE LER A DO SOBREVIVENTE
       01  WS-OO-CANAIS      PIC X(03) VALUE "MTC".
       77  WS-OO-IX          PIC 9(01) VALUE ZEROS.
       01  WS-OO-SALVA       PIC X(59) VALUE SPACES.

      *---> NOTA GRAVADA NO SOBREVIVENTE APONTANDO A FUSAO
       01  WS-NOTA-FUSAO.
           05 FILLER        PIC X(30) VALUE

       01  COUNTERS.
           05  CONT-COPIADOS PIC 9(02) VALUE ZEROS.
           05  CONT-FONES-ADIC PIC 9(01) VALUE ZEROS.
           05  CONT-EMAIL    PIC 9(01) VALUE ZEROS.
           05  CONT-RECUSAS  PIC 9(01) VALUE ZEROS.

       77  XY     PIC X.
      *
                   MOVE WS-CFG-VALOR TO NOME-ARQ-AUDITORIA
               WHEN "CADCLI01_CONTFILE"
                   MOVE WS-CFG-VALOR TO NOME-ARQ-CONTATOS
               WHEN "CANAISFILE"
                   MOVE WS-CFG-VALOR TO NOME-ARQ-CANAIS
               WHEN "OPTOUTFILE"
                   MOVE WS-CFG-VALOR TO NOME-ARQ-OPTOUT
               WHEN "JOBLOGDD"
                   MOVE WS-CFG-VALOR TO JOBLOGDD
           END-EVALUATE.
               CLOSE FILE1
               GO TO EXIT-PARA
           END-IF.
      *====> CANAIS DE CONTATO SAO OPCIONAIS: SEM O ARQUIVO A FUSAO
      *====> SEGUE SO COM CONTATOS E CADASTRO
           OPEN I-O CANALFL
           IF  FS-CANAL-OK
               MOVE "S" TO WS-CANAL-ABERTO
           ELSE
               DISPLAY "CANAIS NAO ABERTO=" FS-CANAL "  "
                   NOME-ARQ-CANAIS " - FUSAO SEM CANAIS"
           END-IF.
      *====> RECUSAS TAMBEM SAO OPCIONAIS: SEM O ARQUIVO NAO HA
      *====> RECUSA A LEVAR
           OPEN I-O OPTFL
           IF  FS-OPT-OK
               MOVE "S" TO WS-OPT-ABERTO
           ELSE
               DISPLAY "RECUSAS NAO ABERTO=" FS-OPT "  "
                   NOME-ARQ-OPTOUT " - FUSAO SEM RECUSAS"
           END-IF.
           PERFORM OBTEM-AUD-SEQ THRU OBTEM-AUD-SEQ-FIM.
           OPEN EXTEND AUDITFILE
           IF  FS-AUDIT-OK
               GO TO PROCESS-EXIT-PARA
           END-IF.
           PERFORM COPIA-CONTATOS THRU COPIA-CONTATOS-FIM.
           IF  CANAL-ABERTO
               PERFORM JUNTA-CANAIS THRU JUNTA-CANAIS-FIM
           END-IF.
           IF  OPT-ABERTO
               PERFORM JUNTA-RECUSAS THRU JUNTA-RECUSAS-FIM
           END-IF.
           PERFORM INATIVA-DUPLICADO THRU INATIVA-DUPLICADO-FIM.
           PERFORM GRAVA-AUDITORIA-FUSAO
               THRU GRAVA-AUDITORIA-FUSAO-FIM.
           DISPLAY "FUSAO CONCLUIDA: " CONT-COPIADOS
               " CONTATOS LEVADOS PARA " WS-FONE-SOBREV.
           IF  CANAL-ABERTO
               DISPLAY "CANAIS LEVADOS: " CONT-FONES-ADIC
                   " FONE(S) ADICIONAL(IS), " CONT-EMAIL " E-MAIL"
           END-IF.
           IF  OPT-ABERTO
               DISPLAY "RECUSAS LEVADAS: " CONT-RECUSAS
           END-IF.
       PROCESS-EXIT-PARA.
           EXIT.
      *===================================
       REGRAVA-CONTATO-FIM.
           EXIT.
      *===================================
      * JUNTA OS CANAIS DE CONTATO DO DUPLICADO AOS DO SOBREVIVENTE:
      * OS FONES ADICIONAIS DO DUPLICADO OCUPAM AS POSICOES VAGAS DO
      * SOBREVIVENTE (O QUE NAO COUBER E AVISADO) E O E-MAIL SO VAI
      * SE O SOBREVIVENTE NAO TIVER UM. O REGISTRO DO DUPLICADO E
      * APAGADO ANTES, PARA UM FONE NUNCA FICAR EM DOIS CLIENTES.
      * O TELEFONE PRINCIPAL DO DUPLICADO NAO VIRA ADICIONAL: ELE
      * CONTINUA CHAVE DO REGISTRO INATIVADO
       JUNTA-CANAIS.
           MOVE WS-FONE-DUP TO CN-FONE.
           READ CANALFL
               INVALID KEY
                   GO TO JUNTA-CANAIS-FIM
           END-READ.
           MOVE CN-FONE-ADIC1 TO WS-CN-DUP-FONE(1).
           MOVE CN-FONE-ADIC2 TO WS-CN-DUP-FONE(2).
           MOVE CN-EMAIL      TO WS-CN-DUP-EMAIL.
           MOVE CN-PREFERIDO  TO WS-CN-DUP-PREF.
           DELETE CANALFL
               INVALID KEY
                   DISPLAY "ERRO AO APAGAR OS CANAIS DO DUPLICADO"
                   MOVE "ERRO" TO WS-JOB-STATUS
                   GO TO JUNTA-CANAIS-FIM
           END-DELETE.
           MOVE WS-FONE-SOBREV TO CN-FONE.
           READ CANALFL
               INVALID KEY
                   MOVE "N"    TO WS-CN-SOBREV-EXISTE
                   MOVE SPACES TO CANAL-REC
                   MOVE WS-FONE-SOBREV TO CN-FONE
                   MOVE ZEROS  TO CN-FONE-ADIC1 CN-FONE-ADIC2
                   MOVE "F"    TO CN-PREFERIDO
               NOT INVALID KEY
                   MOVE "S"    TO WS-CN-SOBREV-EXISTE
           END-READ.
           MOVE ZEROS TO WS-CN-IX.
           PERFORM JUNTA-FONE-ADIC THRU JUNTA-FONE-ADIC-FIM
               UNTIL WS-CN-IX >= 2.
           IF  CN-EMAIL = SPACES AND WS-CN-DUP-EMAIL NOT = SPACES
               MOVE WS-CN-DUP-EMAIL TO CN-EMAIL
               ADD 1 TO CONT-EMAIL
      *=====> SOBREVIVENTE SEM CANAIS ADOTA A PREFERENCIA DO
      *       DUPLICADO QUANDO ELA NAO DEPENDE DA POSICAO DO FONE
               IF  NOT CN-SOBREV-EXISTE
                   AND (WS-CN-DUP-PREF = "E" OR WS-CN-DUP-PREF = "C")
                   MOVE WS-CN-DUP-PREF TO CN-PREFERIDO
               END-IF
           END-IF.
           ACCEPT WS-TS-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-TS-HORA FROM TIME.
           MOVE WS-TIMESTAMP-ATUAL TO CN-ULT-ATUAL.
           MOVE WS-OPERADOR        TO CN-OPERADOR.
           IF  CN-SOBREV-EXISTE
               REWRITE CANAL-REC
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR CANAIS DO SOBREVIVENTE"
                       MOVE "ERRO" TO WS-JOB-STATUS
               END-REWRITE
           ELSE
               WRITE CANAL-REC
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR CANAIS DO SOBREVIVENTE"
                       MOVE "ERRO" TO WS-JOB-STATUS
               END-WRITE
           END-IF.
       JUNTA-CANAIS-FIM.
           EXIT.

       JUNTA-FONE-ADIC.
           ADD 1 TO WS-CN-IX.
           IF  WS-CN-DUP-FONE(WS-CN-IX) = ZEROS
               OR WS-CN-DUP-FONE(WS-CN-IX) = WS-FONE-SOBREV
               OR WS-CN-DUP-FONE(WS-CN-IX) = CN-FONE-ADIC1
               OR WS-CN-DUP-FONE(WS-CN-IX) = CN-FONE-ADIC2
               GO TO JUNTA-FONE-ADIC-FIM
           END-IF.
           IF  CN-FONE-ADIC1 = ZEROS
               MOVE WS-CN-DUP-FONE(WS-CN-IX) TO CN-FONE-ADIC1
               ADD 1 TO CONT-FONES-ADIC
           ELSE
               IF  CN-FONE-ADIC2 = ZEROS
                   MOVE WS-CN-DUP-FONE(WS-CN-IX) TO CN-FONE-ADIC2
                   ADD 1 TO CONT-FONES-ADIC
               ELSE
                   DISPLAY "FONE ADICIONAL " WS-CN-DUP-FONE(WS-CN-IX)
                       " DO DUPLICADO NAO COUBE NO SOBREVIVENTE"
               END-IF
           END-IF.
       JUNTA-FONE-ADIC-FIM.
           EXIT.
      *===================================
      * LEVA AS RECUSAS ATIVAS DO DUPLICADO (M, T, C) PARA O
      * SOBREVIVENTE QUANDO ELE NAO TEM LINHA NO CANAL, COM A DATA E
      * O OPERADOR ORIGINAIS; CADA RECUSA LEVADA SAI NA LISTAGEM.
      * LINHA JA EXISTENTE NO SOBREVIVENTE E A DECISAO DELE E FICA;
      * A REVOGADA E AVISADA. AS LINHAS DO DUPLICADO FICAM COMO
      * HISTORICO SOB O REGISTRO INATIVADO
       JUNTA-RECUSAS.
           MOVE ZEROS TO WS-OO-IX.
           PERFORM JUNTA-RECUSA-CANAL THRU JUNTA-RECUSA-CANAL-FIM
               UNTIL WS-OO-IX >= 3.
       JUNTA-RECUSAS-FIM.
           EXIT.

       JUNTA-RECUSA-CANAL.
           ADD 1 TO WS-OO-IX.
           MOVE WS-FONE-DUP                 TO OO-FONE.
           MOVE WS-OO-CANAIS(WS-OO-IX:1)    TO OO-CANAL.
           READ OPTFL
               INVALID KEY
                   GO TO JUNTA-RECUSA-CANAL-FIM
           END-READ.
           IF  NOT OO-ATIVO
               GO TO JUNTA-RECUSA-CANAL-FIM
           END-IF.
           MOVE OPTOUT-REC     TO WS-OO-SALVA.
           MOVE WS-FONE-SOBREV TO OO-FONE.
           READ OPTFL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  OO-REVOGADO
                       DISPLAY "RECUSA " OO-CANAL " DO DUPLICADO NAO "
                           "LEVADA: SOBREVIVENTE REVOGOU EM "
                           OO-DATA-REVOG
                   END-IF
                   GO TO JUNTA-RECUSA-CANAL-FIM
           END-READ.
           MOVE WS-OO-SALVA    TO OPTOUT-REC.
           MOVE WS-FONE-SOBREV TO OO-FONE.
           WRITE OPTOUT-REC
               INVALID KEY
                   DISPLAY "ERRO AO LEVAR A RECUSA " OO-CANAL
                       " PARA O SOBREVIVENTE"
                   MOVE "ERRO" TO WS-JOB-STATUS
               NOT INVALID KEY
                   ADD 1 TO CONT-RECUSAS
                   DISPLAY "RECUSA " OO-CANAL " LEVADA DO DUPLICADO "
                       "(REGISTRADA EM " OO-DATA " POR " OO-OPERADOR
                       ")"
           END-WRITE.
       JUNTA-RECUSA-CANAL-FIM.
           EXIT.
      *===================================
      * INATIVA O REGISTRO DUPLICADO (EXCLUSAO LOGICA, A MESMA
      * DISCIPLINA DO EXCLUI DO CADCLI01)
       INATIVA-DUPLICADO.

       CLOSE-PARA.
           CLOSE FILE1 CONTFILE AUDITFILE.
           IF  CANAL-ABERTO
               CLOSE CANALFL
           END-IF.
           IF  OPT-ABERTO
               CLOSE OPTFL
           END-IF.
       CLOSE-EXIT-PARA.
           EXIT.

