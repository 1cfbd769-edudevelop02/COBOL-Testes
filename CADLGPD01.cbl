       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADLGPD01.
      *
      ****************************************************************
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Atendimento dos pedidos do titular (LGPD) sobre um
      *          telefone. EXPORTACAO (E): imprime tudo o que o
      *          sistema guarda ligado ao telefone - cadastro
      *          (CLIREC), trilha de auditoria (viva e cortes
      *          mensais do CBLOGROT01) seguindo AUD-FONE-XREF,
      *          contatos, compras, enderecamentos de campanha
      *          (MALAREG), arquivos mortos do CADARQ01 (pelo
      *          catalogo ARQCAT) e copias de seguranca do
      *          catalogo cbbkpcat.dat. ANONIMIZACAO (A): pedido
      *          de eliminacao aprovado por operador de perfil
      *          senior e confirmado no console; troca nome e
      *          endereco por "ANONIMIZADO LGPD" no arquivo vivo,
      *          na trilha, nos arquivos mortos, nas copias e nas
      *          notas dos contatos de todos os telefones ligados.
      *          Chaves, datas e AUD-SEQ nao mudam: o CBAUDVER01
      *          continua fechando a sequencia e a reaplicacao do
      *          CADRPL01 reconstroi o cliente ja anonimizado (a
      *          propria anonimizacao entra na trilha como
      *          ANONIMIZA). Todo pedido, atendido ou recusado, vai
      *          para o log LGPDREC com o protocolo informado.
      *          Uso: CADLGPD01 [telefone E|A protocolo].
      * Mod log:
      *   15-10-2026 ACC - Canais de contato (fones adicionais e
      *                    e-mail, CANALREC) na exportacao; na
      *                    anonimizacao o registro de canais e apagado
      *   15-10-2026 ACC - Casos de atendimento (CASOREC) na
      *                    exportacao; na anonimizacao o assunto do
      *                    caso e trocado, o resto do caso fica
      *   15-10-2026 ACC - Recusas de contato (OPTREC, canais M, T e
      *                    C) na exportacao; na anonimizacao as
      *                    linhas ficam como estao, para o cliente
      *                    continuar fora da mala direta e dos
      *                    parceiros depois da eliminacao
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---> arquivo indexado de clientes (mesmo layout do CADCLI01)
           SELECT FILE1 ASSIGN TO INFLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-INFL
               RECORD KEY IS FS-KEY.
      *---> trilha de auditoria: o log vivo ou um corte mensal,
      *     conforme a passada (nome trocado a cada arquivo)
           SELECT AUDITFILE ASSIGN TO WS-TRILHA-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.
      *---> arquivo de trabalho da regravacao da trilha
           SELECT TRABFL ASSIGN TO WS-TRAB-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRAB.
      *---> historico de contatos com o cliente
           SELECT CONTFILE ASSIGN TO NOME-ARQ-CONTATOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-CONT
               RECORD KEY IS CT-CHAVE.
      *---> historico de compras do cliente (lancado pelo cb70)
           SELECT COMPRAFL ASSIGN TO NOME-ARQ-COMPRAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-COMPRA
               RECORD KEY IS CP-CHAVE.
      *---> canais de contato do cliente (fones adicionais e e-mail)
           SELECT CANALFL ASSIGN TO NOME-ARQ-CANAIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-CANAL
               RECORD KEY IS CN-CHAVE
               ALTERNATE RECORD KEY IS CN-FONE-ADIC1 WITH DUPLICATES
               ALTERNATE RECORD KEY IS CN-FONE-ADIC2 WITH DUPLICATES.
      *---> casos de atendimento do cliente (CBCASO01)
           SELECT CASOFL ASSIGN TO NOME-ARQ-CASOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-CASO
               RECORD KEY IS CS-CHAVE.
      *---> recusas (opt-out) do cliente por canal
           SELECT OPTFL ASSIGN TO NOME-ARQ-OPTOUT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-OPT
               RECORD KEY IS OO-CHAVE.
      *---> registro de enderecamento das campanhas (CADMALA01)
           SELECT MALAREG ASSIGN TO MALAREGDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MALAREG.
      *---> catalogo dos arquivos mortos (CADARQ01)
           SELECT CATMORTO ASSIGN TO NOME-ARQ-CATALOGO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CATMORTO.
      *---> arquivo morto datado da vez (sequencial, layout CLIREC)
           SELECT ARQMORTO ASSIGN TO NOME-ARQ-MORTO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-MORTO.
      *---> catalogo das copias de seguranca (CBBKP01)
           SELECT CATFL ASSIGN TO CATDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAT.
      *---> copia de seguranca dos clientes da vez (sequencial)
           SELECT BKPCLI ASSIGN TO NOME-BKP-CLI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-BKPCLI.
      *---> cadastro de operadores (mantido pelo CBSEG01)
           SELECT OPERFL ASSIGN TO OPERDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CHAVE
               FILE STATUS IS FS-OPER.
      *---> log dos pedidos do titular
           SELECT LGPDFL ASSIGN TO LGPDDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LGPD.
      *---> relatorio impresso (exportacao ou comprovante)
           SELECT RELATORIO ASSIGN TO NOME-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
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
       FD AUDITFILE.
           COPY AUDITREC.
      *
       FD TRABFL.
       01  TRAB-REC        PIC X(300).
      *
       FD CONTFILE.
           COPY CONTREC.
      *
       FD COMPRAFL.
           COPY COMPRAREC.
      *
       FD CANALFL.
           COPY CANALREC.
      *
       FD CASOFL.
           COPY CASOREC.
      *
       FD OPTFL.
           COPY OPTREC.
      *
       FD MALAREG.
           COPY MALAREG.
      *
       FD CATMORTO.
           COPY ARQCAT.
      *
      *  MESMO CONTEUDO DE CLIREC (139 BYTES), GRAVADO SEQUENCIAL
       FD ARQMORTO.
       01 ARQMORTO-REC     PIC X(139).
      *
       FD CATFL.
           COPY BKPCAT.
      *
      *  COPIA DOS CLIENTES: CLIREC NOS PRIMEIROS 139 BYTES
       FD BKPCLI.
       01  BKPCLI-REC      PIC X(150).
      *
       FD OPERFL.
           COPY OPERREC.
      *
       FD LGPDFL.
           COPY LGPDREC.
      *
       FD RELATORIO.
       01 RELAT-REC PIC X(132).
      *
       FD  CONFIGFL.
           COPY CONFIGCFG.
      *
       WORKING-STORAGE SECTION.
       01  INFLDD.
           05  FILLER  PIC X(50) VALUE "./cad-clientes.dat".

       01  NOME-ARQ-AUDITORIA.
           05  FILLER  PIC X(50) VALUE "./cadcli-audit.log".

      *---> PREFIXO DOS CORTES MENSAIS DA TRILHA (CBLOGROT01):
      *---> <prefixo>-AAAAMM.log
       01  WS-AUD-PREFIXO    PIC X(40) VALUE "./files/cadcli-audit".

       01  WS-TRILHA-NOME    PIC X(60) VALUE SPACES.

       01  WS-TRAB-NOME      PIC X(40) VALUE
               "./files/cadlgpd-trab.tmp".

       01  NOME-ARQ-CONTATOS.
           05  FILLER  PIC X(50) VALUE "./cadcli-contatos.dat".

       01  NOME-ARQ-COMPRAS.
           05  FILLER  PIC X(50) VALUE "./cadcli-compras.dat".

       01  NOME-ARQ-CANAIS.
           05  FILLER  PIC X(50) VALUE "./cadcli-canais.dat".

       01  NOME-ARQ-CASOS.
           05  FILLER  PIC X(50) VALUE "./cadcli-casos.dat".

       01  NOME-ARQ-OPTOUT.
           05  FILLER  PIC X(50) VALUE "./cadcli-optout.dat".

       01  MALAREGDD         PIC X(30) VALUE "./cadcli-malareg.dat".

       01  NOME-ARQ-CATALOGO.
           05  FILLER  PIC X(50) VALUE "./files/cadcli-arqmorto.cat".

       01  NOME-ARQ-MORTO    PIC X(60) VALUE SPACES.

       01  CATDD             PIC X(50) VALUE "./files/cbbkpcat.dat".

       01  NOME-BKP-CLI      PIC X(60) VALUE SPACES.

       01  OPERDD            PIC X(30) VALUE "./cbOPERS.IDX".

       01  LGPDDD            PIC X(50) VALUE "./cadcli-lgpd.log".

       01  NOME-ARQ-RELATORIO.
           05  FILLER  PIC X(50) VALUE "./cadcli-lgpd.out".

       01  FS-INFL           PIC X(02) VALUE SPACES.
           88  FS-INFL-OK    VALUE IS "00".

       01  FS-AUDIT          PIC X(02) VALUE SPACES.
           88  FS-AUDIT-OK   VALUE IS "00".
           88  FS-AUDIT-EOF  VALUE IS "10".

       01  FS-TRAB           PIC X(02) VALUE SPACES.
           88  FS-TRAB-OK    VALUE IS "00".
           88  FS-TRAB-EOF   VALUE IS "10".

       01  FS-CONT           PIC X(02) VALUE SPACES.
           88  FS-CONT-OK    VALUE IS "00".
           88  FS-CONT-EOF   VALUE IS "10".

       01  FS-COMPRA         PIC X(02) VALUE SPACES.
           88  FS-COMPRA-OK  VALUE IS "00".
           88  FS-COMPRA-EOF VALUE IS "10".

       01  FS-CANAL          PIC X(02) VALUE SPACES.
           88  FS-CANAL-OK   VALUE IS "00".

       01  FS-CASO           PIC X(02) VALUE SPACES.
           88  FS-CASO-OK    VALUE IS "00".
           88  FS-CASO-EOF   VALUE IS "10".

       01  FS-OPT            PIC X(02) VALUE SPACES.
           88  FS-OPT-OK     VALUE IS "00".

       01  FS-MALAREG        PIC X(02) VALUE SPACES.
           88  FS-MALAREG-OK  VALUE IS "00".
           88  FS-MALAREG-EOF VALUE IS "10".

       01  FS-CATMORTO       PIC X(02) VALUE SPACES.
           88  FS-CATMORTO-OK  VALUE IS "00".
           88  FS-CATMORTO-EOF VALUE IS "10".

       01  FS-MORTO          PIC X(02) VALUE SPACES.
           88  FS-MORTO-OK   VALUE IS "00".
           88  FS-MORTO-EOF  VALUE IS "10".

       01  FS-CAT            PIC X(02) VALUE SPACES.
           88  FS-CAT-OK     VALUE IS "00".
           88  FS-CAT-EOF    VALUE IS "10".

       01  FS-BKPCLI         PIC X(02) VALUE SPACES.
           88  FS-BKPCLI-OK  VALUE IS "00".
           88  FS-BKPCLI-EOF VALUE IS "10".

       01  FS-OPER           PIC X(02) VALUE SPACES.
           88  FS-OPER-OK    VALUE IS "00".

       01  FS-LGPD           PIC X(02) VALUE "X".
           88  FS-LGPD-OK    VALUE IS "00".

       77  FS-RELAT          PIC X(02) VALUE SPACES.

      *---> O HISTORICO DE COMPRAS PODE AINDA NAO EXISTIR; A SECAO
      *---> SAI COMO INDISPONIVEL EM VEZ DE ABORTAR O PEDIDO
       77  WS-COMPRA-ABERTO  PIC X     VALUE "N".
           88  COMPRA-ABERTA VALUE "S".

      *---> IDEM PARA OS CANAIS DE CONTATO (CADASTRO OPCIONAL)
       77  WS-CANAL-ABERTO   PIC X     VALUE "N".
           88  CANAL-ABERTO  VALUE "S".

      *---> IDEM PARA OS CASOS DE ATENDIMENTO
       77  WS-CASO-ABERTO    PIC X     VALUE "N".
           88  CASO-ABERTO   VALUE "S".

      *---> IDEM PARA AS RECUSAS DE CONTATO (SO NA EXPORTACAO)
       77  WS-OPT-ABERTO     PIC X     VALUE "N".
           88  OPT-ABERTO    VALUE "S".

      *---> CANAIS DE RECUSA LIDOS PARA CADA TELEFONE LIGADO
       01  WS-OO-CANAIS      PIC X(03) VALUE "MTC".
       77  WS-OO-IX          PIC 9(01) VALUE ZEROS.

       01  CONFIGDD          PIC X(30) VALUE "./cobol.cfg".

       01  FS-CONFIG         PIC X(02) VALUE "X".
           88  FS-CONFIG-OK  VALUE IS "00".
           88  FS-CONFIG-EOF VALUE IS "10".

       77  WS-CFG-CHAVE      PIC X(30) VALUE SPACES.
       77  WS-CFG-VALOR      PIC X(50) VALUE SPACES.

       01  args-cmd-linex    PIC X(90)  VALUE SPACES.
       01  args-cmd-line2x   PIC X(09)  VALUE SPACES.
       01  args-cmd-line3x   PIC X(09)  VALUE SPACES.

       01  WS-RESP           PIC X(09) VALUE SPACES.
       01  WS-CONFIRMA       PIC X     VALUE SPACE.

      *---> PEDIDO: TELEFONE, TIPO E PROTOCOLO DO ATENDIMENTO
       77  WS-FONE-PEDIDO    PIC 9(09) VALUE ZEROS.

       01  WS-MODO           PIC X(01) VALUE SPACE.
           88  MODO-EXPORTA   VALUE "E".
           88  MODO-ANONIMIZA VALUE "A".
           88  MODO-VALIDO    VALUES "E" "A".

       01  WS-PROTOCOLO      PIC X(15) VALUE SPACES.

      *---> RESULTADO ANOTADO NO LOG DOS PEDIDOS; O LOG E GRAVADO
      *---> UMA VEZ SO, MESMO QUANDO O PEDIDO ABORTA NO MEIO
       01  WS-RESULTADO      PIC X(10) VALUE "OK".
       77  WS-LOG-PENDENTE   PIC X     VALUE "N".
           88  LOG-PENDENTE  VALUE "S".

      *---> CODIGO DO OPERADOR QUE ATENDE O PEDIDO (VARIAVEL DE
      *     AMBIENTE OPERADOR OU ASSINATURA DIRETA), PERFIL E
      *     CONTROLE DE AUTORIZACAO; SEM O CADASTRO DE OPERADORES A
      *     SEGURANCA FICA DESLIGADA
       77  WS-OPERADOR       PIC X(08) VALUE SPACES.
       77  WS-OPER-PERFIL    PIC X(01) VALUE "B".
           88  OPERADOR-SENIOR VALUE "S".
       77  WS-SEGURANCA      PIC X     VALUE "N".
           88  SEGURANCA-ATIVA VALUE "S".
       77  WS-SENHA-INF      PIC X(08) VALUE SPACES.
       77  WS-ASSINADO       PIC X     VALUE "N".
           88  E-ASSINADO    VALUE "S".
       77  WS-AUTORIZADO     PIC X     VALUE "S".
           88  E-AUTORIZADO  VALUE "S".

      *---> TRILHAS A PERCORRER: OS CORTES MENSAIS QUE EXISTEM NA
      *---> JANELA CONFIGURADA, DO MAIS ANTIGO AO MAIS NOVO, E POR
      *---> ULTIMO O LOG VIVO - A ORDEM EM QUE A SEQUENCIA CORRE
       77  WS-MESES-TRILHA   PIC 9(02) VALUE 12.

       01  WS-TRILHA-TAB.
           05  WS-TRILHA-ARQ PIC X(60) OCCURS 26 TIMES.

       77  WS-QTD-TRILHAS    PIC 9(02) VALUE ZEROS.
       77  WS-TRILHA-IX      PIC 9(02) VALUE ZEROS.

       01  WS-DATA-HOJE.
           05  WS-HOJE-AAAA  PIC 9(04).
           05  WS-HOJE-MM    PIC 9(02).
           05  FILLER        PIC 9(02).

       01  WS-HOJE-AAAAMM    PIC 9(06) VALUE ZEROS.

      *---> MES DO CORTE SENDO PROCURADO
       01  WS-MES-CORTE.
           05  WS-MC-AAAA    PIC 9(04).
           05  WS-MC-MM      PIC 9(02).
       01  WS-MES-CORTE-NUM REDEFINES WS-MES-CORTE PIC 9(06).

       77  WS-MM-TRAB        PIC S9(04) COMP.

      *---> TELEFONE PEDIDO E O CONJUNTO DE TELEFONES LIGADOS A ELE
      *---> POR AUD-FONE-XREF (TROCAS DE TELEFONE E FUSOES),
      *---> MONTADO EM PASSADAS SOBRE AS TRILHAS ATE FECHAR
       01  WS-FONE-TAB.
           05  WS-FONE-LIG   PIC 9(09) OCCURS 10 TIMES.

       77  WS-QTD-FONES      PIC 9(02) VALUE ZEROS.
       77  WS-FONE-IX        PIC 9(02) VALUE ZEROS.
       77  WS-FONE-TESTE     PIC 9(09) VALUE ZEROS.

       01  WS-FONE-ACHADO    PIC X     VALUE "N".
           88  FONE-NA-TABELA VALUE "S".

       01  WS-FONE-NOVO-PASSADA PIC X  VALUE "N".
           88  ACHOU-FONE-NOVO   VALUE "S".

       77  WS-PASSADAS       PIC 9(02) VALUE ZEROS.

      *---> VALORES QUE SUBSTITUEM OS DADOS PESSOAIS; O ENDERECO
      *---> TEM O MESMO DESENHO DE FS-ENDERECO (CEP EM ZEROS)
       01  WS-NOME-ANON      PIC X(40) VALUE "ANONIMIZADO LGPD".

       01  WS-ENDER-ANON.
           05  FILLER        PIC X(34) VALUE "ANONIMIZADO LGPD".
           05  FILLER        PIC X(28) VALUE SPACES.
           05  FILLER        PIC 9(08) VALUE ZEROS.

       01  WS-NOTA-ANON      PIC X(60) VALUE "ANONIMIZADO LGPD".

      *---> REGISTRO DE ARQUIVO MORTO OU DE COPIA ENXERGADO COM OS
      *---> CAMPOS DE CLIREC (MESMO DESENHO DO CADREST01)
       01  WS-MORTO-DET.
           05  WM-FONE       PIC 9(09).
           05  WM-NOME       PIC X(40).
           05  WM-ENDERECO   PIC X(70).
           05  WM-STATUS     PIC X(01).
           05  WM-ULT-ATUAL  PIC X(14).
           05  WM-CATEGORIA  PIC X(01).
           05  FILLER        PIC X(04).

      *---> ULTIMO ARQUIVO DO CATALOGO TRATADO (RODADA REPETIDA NO
      *---> MESMO DIA REPETE O NOME NO CATALOGO)
       01  WS-ULT-ARQ        PIC X(60) VALUE SPACES.

      *---> ULTIMA SEQUENCIA DA TRILHA DE AUDITORIA, CONTINUADA NA
      *---> GRAVACAO DA OPERACAO ANONIMIZA
       77  WS-AUD-SEQ        PIC 9(09) VALUE ZEROS.

       01  WS-TIMESTAMP-ATUAL.
           05  WS-TS-DATA      PIC 9(08).
           05  WS-TS-HORA      PIC 9(06).

       01  COUNTERS.
           05  CAD-COUNT     PIC 9(05) VALUE ZEROS.
           05  AUD-COUNT     PIC 9(05) VALUE ZEROS.
           05  CONT-COUNT    PIC 9(05) VALUE ZEROS.
           05  CANAL-COUNT   PIC 9(05) VALUE ZEROS.
           05  CASO-COUNT    PIC 9(05) VALUE ZEROS.
           05  OPTOUT-COUNT  PIC 9(05) VALUE ZEROS.
           05  COMPRA-COUNT  PIC 9(05) VALUE ZEROS.
           05  MALA-COUNT    PIC 9(05) VALUE ZEROS.
           05  MORTO-COUNT   PIC 9(05) VALUE ZEROS.
           05  BKP-COUNT     PIC 9(05) VALUE ZEROS.
      *---> REGISTROS DO ARQUIVO CORRENTE (TRILHA, MORTO OU COPIA)
           05  ARQ-COUNT     PIC 9(05) VALUE ZEROS.

       77  WS-DATA-RELAT   PIC 9(08).
       77  WS-NUM-PAGINA   PIC 9(03) VALUE ZEROS.
       77  WS-LIN-PAGINA   PIC 9(02) VALUE ZEROS.

       01  WS-CAB-REL1.
           05 WS-CAB-TITULO PIC X(30).
           05 FILLER        PIC X(08) VALUE "  DATA: ".
           05 WS-CAB-DATA   PIC 9(08).
           05 FILLER        PIC X(08) VALUE "  PAG.: ".
           05 WS-CAB-PAGINA PIC ZZ9.

       01  WS-CAB-REL2.
           05 FILLER        PIC X(10) VALUE "TELEFONE: ".
           05 WS-CAB-FONE   PIC 9(09).
           05 FILLER        PIC X(13) VALUE "  PROTOCOLO: ".
           05 WS-CAB-PROT   PIC X(15).
           05 FILLER        PIC X(12) VALUE "  OPERADOR: ".
           05 WS-CAB-OPER   PIC X(08).

       01  WS-LIN-SECAO.
           05 WS-SECAO-TIT  PIC X(50).

      *---> CADASTRO (ARQUIVO VIVO, MORTO OU COPIA)
       01  WS-DET-CAD1.
           05 FILLER        PIC X(11) VALUE "FONE     : ".
           05 WDC-FONE      PIC 9(09).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WDC-NOME      PIC X(40).
           05 FILLER        PIC X(10) VALUE "  STATUS: ".
           05 WDC-STATUS    PIC X(01).
           05 FILLER        PIC X(09) VALUE "  CATEG: ".
           05 WDC-CATEG     PIC X(01).

       01  WS-DET-CAD2.
           05 FILLER        PIC X(11) VALUE "ENDERECO : ".
           05 WDC-ENDER     PIC X(70).

       01  WS-DET-CAD3.
           05 FILLER        PIC X(11) VALUE "ULT.ATUAL: ".
           05 WDC-ULT-ATUAL PIC X(14).

      *---> AUDITORIA (MESMAS LINHAS DO CADDOSS01)
       01  WS-DET-REL1.
           05 WD-DATA       PIC 9(08).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WD-HORA       PIC 9(06).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WD-OPERACAO   PIC X(10).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WD-FONE       PIC 9(09).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WD-OPERADOR   PIC X(08).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WD-FONE-XREF  PIC 9(09) BLANK WHEN ZEROS.

       01  WS-DET-REL2.
           05 FILLER        PIC X(15) VALUE "   NOME  ANTES:".
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WD-NOME-ANTES PIC X(40).
           05 FILLER        PIC X(09) VALUE "  DEPOIS:".
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WD-NOME-DEPOIS PIC X(40).

       01  WS-DET-REL3.
           05 FILLER        PIC X(15) VALUE "   ENDER ANTES:".
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WD-ENDER-ANTES PIC X(70).

       01  WS-DET-REL4.
           05 FILLER        PIC X(15) VALUE "  ENDER DEPOIS:".
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WD-ENDER-DEPOIS PIC X(70).

      *---> CONTATOS
       01  WS-DET-CONT.
           05 WDT-FONE      PIC 9(09).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WDT-DATA      PIC 9(08).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WDT-HORA      PIC 9(06).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WDT-TIPO      PIC X(10).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WDT-NOTA      PIC X(60).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WDT-OPERADOR  PIC X(08).

      *---> CANAIS DE CONTATO
       01  WS-DET-CANAL.
           05 WDN-FONE      PIC 9(09).
           05 FILLER        PIC X(10) VALUE "  ADIC 1: ".
           05 WDN-ADIC1     PIC 9(09).
           05 FILLER        PIC X(10) VALUE "  ADIC 2: ".
           05 WDN-ADIC2     PIC 9(09).
           05 FILLER        PIC X(10) VALUE "  E-MAIL: ".
           05 WDN-EMAIL     PIC X(60).
           05 FILLER        PIC X(08) VALUE "  PREF: ".
           05 WDN-PREF      PIC X(01).

      *---> CASOS DE ATENDIMENTO
       01  WS-DET-CASO.
           05 WDK-FONE      PIC 9(09).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WDK-NUMERO    PIC 9(04).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WDK-TIPO      PIC X(01).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WDK-SITUACAO  PIC X(01).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WDK-ABERTURA  PIC 9(08).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WDK-FECHAM    PIC 9(08).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WDK-RESP      PIC X(08).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WDK-ASSUNTO   PIC X(40).

      *---> RECUSAS DE CONTATO
       01  WS-DET-OPTOUT.
           05 WDO-FONE      PIC 9(09).
           05 FILLER        PIC X(09) VALUE "  CANAL: ".
           05 WDO-CANAL     PIC X(01).
           05 FILLER        PIC X(10) VALUE "  SITUAC: ".
           05 WDO-STATUS    PIC X(01).
           05 FILLER        PIC X(08) VALUE "  DATA: ".
           05 WDO-DATA      PIC 9(08).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WDO-HORA      PIC 9(06).
           05 FILLER        PIC X(07) VALUE "  OPER ".
           05 WDO-OPERADOR  PIC X(08).
           05 FILLER        PIC X(10) VALUE "  REVOG.: ".
           05 WDO-DATA-REV  PIC 9(08).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WDO-OPER-REV  PIC X(08).

      *---> COMPRAS
       01  WS-DET-COMPRA.
           05 WDP-FONE      PIC 9(09).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WDP-DATA      PIC 9(08).
           05 FILLER        PIC X(07) VALUE "  LOJA ".
           05 WDP-LOJA      PIC 9(05).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WDP-ITEM      PIC X(10).
           05 FILLER        PIC X(07) VALUE "  QTDE ".
           05 WDP-QTDE      PIC ----9.
           05 FILLER        PIC X(09) VALUE "  VALOR  ".
           05 WDP-VALOR     PIC 9(05),99.

      *---> ENDERECAMENTOS DE CAMPANHA
       01  WS-DET-MALA.
           05 WDM-FONE      PIC 9(09).
           05 FILLER        PIC X(12) VALUE "  CAMPANHA: ".
           05 WDM-CAMPANHA  PIC X(08).
           05 FILLER        PIC X(08) VALUE "  DATA: ".
           05 WDM-DATA      PIC 9(08).
           05 FILLER        PIC X(09) VALUE "  CATEG: ".
           05 WDM-CATEG     PIC X(01).
           05 FILLER        PIC X(08) VALUE "  MODO: ".
           05 WDM-MODO      PIC X(08).
           05 FILLER        PIC X(09) VALUE "  FAIXA: ".
           05 WDM-FAIXA     PIC X(01).

      *---> ARQUIVO (MORTO, COPIA OU TRILHA) E SEUS REGISTROS
       01  WS-LIN-ARQ.
           05 FILLER        PIC X(09) VALUE "ARQUIVO: ".
           05 WA-ARQUIVO    PIC X(60).
           05 FILLER        PIC X(13) VALUE "  REGISTROS: ".
           05 WA-QTD        PIC ZZZZ9.

       01  WS-TOT-REL.
           05 WT-ROTULO     PIC X(30).
           05 WT-TOTAL      PIC ZZZZ9.

       77  XY     PIC X.
      *
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CADLGPD01 - PEDIDOS DO TITULAR (LGPD)"
      *====> LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO (SE EXISTIR)
           PERFORM LE-CONFIG THRU LE-CONFIG-FIM
      *====> ARGUMENTOS (OPCIONAIS) = TELEFONE, TIPO DO PEDIDO (E OU
      *====> A) E PROTOCOLO; SEM ARGUMENTOS, PEDE NO CONSOLE
           ACCEPT args-cmd-linex   FROM COMMAND-LINE.
           IF  args-cmd-linex  NOT = SPACES
               UNSTRING args-cmd-linex DELIMITED BY SPACE
                   INTO  args-cmd-line2x  args-cmd-line3x
                         WS-PROTOCOLO
               MOVE args-cmd-line2x TO WS-FONE-PEDIDO
               MOVE args-cmd-line3x(1:1) TO WS-MODO
           ELSE
               DISPLAY "TELEFONE (9 DIG) ==>> " WITH NO ADVANCING
               ACCEPT WS-RESP FROM CONSOLE
               MOVE WS-RESP TO WS-FONE-PEDIDO
               DISPLAY "PEDIDO (E=EXPORTAR A=ANONIMIZAR) ==>> "
                   WITH NO ADVANCING
               ACCEPT WS-MODO FROM CONSOLE
               DISPLAY "PROTOCOLO DO PEDIDO ==>> " WITH NO ADVANCING
               ACCEPT WS-PROTOCOLO FROM CONSOLE
           END-IF.
           IF  WS-MODO = "e"
               MOVE "E" TO WS-MODO
           END-IF.
           IF  WS-MODO = "a"
               MOVE "A" TO WS-MODO
           END-IF.
           IF  WS-FONE-PEDIDO = ZEROS
               DISPLAY "TELEFONE OBRIGATORIO"
               GO TO EXIT-PARA
           END-IF.
           IF  NOT MODO-VALIDO
               DISPLAY "PEDIDO INVALIDO (E OU A): " WS-MODO
               GO TO EXIT-PARA
           END-IF.
           IF  WS-PROTOCOLO = SPACES
               DISPLAY "PROTOCOLO DO PEDIDO OBRIGATORIO"
               GO TO EXIT-PARA
           END-IF.
      *
           PERFORM OBTEM-OPERADOR THRU OBTEM-OPERADOR-FIM
           MOVE "S" TO WS-LOG-PENDENTE.
           DISPLAY "TELEFONE  : " WS-FONE-PEDIDO
           DISPLAY "PROTOCOLO : " WS-PROTOCOLO
           DISPLAY "OPERADOR  : " WS-OPERADOR
           IF  MODO-ANONIMIZA
               PERFORM AUTORIZA-FUNCAO THRU AUTORIZA-FUNCAO-FIM
               IF  NOT E-AUTORIZADO
                   MOVE "NEGADO" TO WS-RESULTADO
                   PERFORM GRAVA-LOG-LGPD THRU GRAVA-LOG-LGPD-FIM
                   GO TO EXIT-PARA
               END-IF
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM MONTA-LISTA-TRILHAS THRU MONTA-LISTA-TRILHAS-FIM
           PERFORM MONTA-FONES-LIGADOS THRU MONTA-FONES-LIGADOS-FIM
           IF  MODO-ANONIMIZA
               PERFORM CONFIRMA-ANONIMIZACAO
                   THRU CONFIRMA-ANONIMIZACAO-FIM
               IF  WS-RESULTADO = "CANCELADO"
                   PERFORM GRAVA-LOG-LGPD THRU GRAVA-LOG-LGPD-FIM
                   GO TO EXIT-PARA
               END-IF
           END-IF.
           DISPLAY "RELATORIO : " NOME-ARQ-RELATORIO
           PERFORM OPEN-PARA      THRU OPEN-EXIT-PARA
           PERFORM PROCESS-PARA   THRU PROCESS-EXIT-PARA
           PERFORM CLOSE-PARA     THRU CLOSE-EXIT-PARA.
           PERFORM GRAVA-LOG-LGPD THRU GRAVA-LOG-LGPD-FIM
           DISPLAY 'FIM CADLGPD01 ...'
           STOP RUN.

      * -----------------------------------
      * LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO ./cobol.cfg, SE
      * EXISTIR, E APLICA OS PARAMETROS DESTE PROGRAMA (CADLGPD01_*
      * E OS ARQUIVOS COMPARTILHADOS DO CADASTRO)
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
               WHEN "CADCLI01_FILE1"
                   MOVE WS-CFG-VALOR TO INFLDD
               WHEN "CADCLI01_AUDITFILE"
                   MOVE WS-CFG-VALOR TO NOME-ARQ-AUDITORIA
               WHEN "CBLOGROT01_AUD_PREFIXO"
                   MOVE WS-CFG-VALOR TO WS-AUD-PREFIXO
               WHEN "CADCLI01_CONTFILE"
                   MOVE WS-CFG-VALOR TO NOME-ARQ-CONTATOS
               WHEN "COMPRAFILE"
                   MOVE WS-CFG-VALOR TO NOME-ARQ-COMPRAS
               WHEN "CANAISFILE"
                   MOVE WS-CFG-VALOR TO NOME-ARQ-CANAIS
               WHEN "CASOFILE"
                   MOVE WS-CFG-VALOR TO NOME-ARQ-CASOS
               WHEN "CADMALA01_REGISTRO"
                   MOVE WS-CFG-VALOR TO MALAREGDD
               WHEN "CADARQ01_CATALOGO"
                   MOVE WS-CFG-VALOR TO NOME-ARQ-CATALOGO
               WHEN "BKPCATFILE"
                   MOVE WS-CFG-VALOR TO CATDD
               WHEN "OPERFILE"
                   MOVE WS-CFG-VALOR TO OPERDD
               WHEN "LGPDFILE"
                   MOVE WS-CFG-VALOR TO LGPDDD
               WHEN "CADLGPD01_RELATORIO"
                   MOVE WS-CFG-VALOR TO NOME-ARQ-RELATORIO
               WHEN "CADLGPD01_TRABALHO"
                   MOVE WS-CFG-VALOR TO WS-TRAB-NOME
               WHEN "CADLGPD01_MESES_TRILHA"
                   MOVE WS-CFG-VALOR TO WS-MESES-TRILHA
           END-EVALUATE.
       APLICA-CONFIG-FIM.
           EXIT.
      *================================
      * IDENTIFICA O OPERADOR QUE ATENDE O PEDIDO: USA O CODIGO DA
      * VARIAVEL DE AMBIENTE OPERADOR (ASSINADA NO CADMENU01) OU
      * PEDE A ASSINATURA COMPLETA; SEM O CADASTRO DE OPERADORES
      * SEGUE NO MODO ANTIGO, COM AVISO
       OBTEM-OPERADOR.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR"
           OPEN INPUT OPERFL
           IF  FS-OPER-OK
               CONTINUE
           ELSE
               DISPLAY "SEM CADASTRO DE OPERADORES (" OPERDD
                   ") - AUTORIZACAO DESLIGADA"
               IF  WS-OPERADOR = SPACES
                   MOVE "BATCH" TO WS-OPERADOR
               END-IF
               GO TO OBTEM-OPERADOR-FIM
           END-IF
           MOVE "S" TO WS-SEGURANCA
           IF  WS-OPERADOR NOT = SPACES
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
                   UNTIL E-ASSINADO
           END-IF
           CLOSE OPERFL.
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
           MOVE OP-PERFIL TO WS-OPER-PERFIL
           MOVE "S" TO WS-ASSINADO.
       ASSINA-DIRETO-FIM.
           EXIT.

      *================================
      * A ANONIMIZACAO E A APROVACAO DO PEDIDO DE ELIMINACAO: SO O
      * PERFIL SENIOR PODE EXECUTA-LA. A TENTATIVA NEGADA VAI PARA
      * O LOG DOS PEDIDOS
       AUTORIZA-FUNCAO.
           MOVE "S" TO WS-AUTORIZADO.
           IF  SEGURANCA-ATIVA AND NOT OPERADOR-SENIOR
               MOVE "N" TO WS-AUTORIZADO
               DISPLAY "ANONIMIZACAO RESTRITA AO PERFIL SENIOR"
           END-IF.
       AUTORIZA-FUNCAO-FIM.
           EXIT.

      *================================
      * MOSTRA O ALCANCE DA ANONIMIZACAO (TELEFONES LIGADOS) E PEDE
      * A CONFIRMACAO; SEM ELA O PEDIDO FICA COMO CANCELADO
       CONFIRMA-ANONIMIZACAO.
           DISPLAY "TELEFONES LIGADOS AO PEDIDO: " WS-QTD-FONES.
           MOVE ZEROS TO WS-FONE-IX.
           PERFORM MOSTRA-FONE-LIGADO THRU MOSTRA-FONE-LIGADO-FIM
               UNTIL WS-FONE-IX >= WS-QTD-FONES.
           DISPLAY "NOME E ENDERECO SERAO ANONIMIZADOS NO CADASTRO,"
           DISPLAY "NA TRILHA, NOS ARQUIVOS MORTOS, NAS COPIAS DE"
           DISPLAY "SEGURANCA E NAS NOTAS DOS CONTATOS. SEM VOLTA."
           DISPLAY "CONFIRMA A ANONIMIZACAO (S/N) ==>> "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA FROM CONSOLE.
           IF  WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "ANONIMIZACAO CANCELADA"
               MOVE "CANCELADO" TO WS-RESULTADO
           END-IF.
       CONFIRMA-ANONIMIZACAO-FIM.
           EXIT.

       MOSTRA-FONE-LIGADO.
           ADD 1 TO WS-FONE-IX.
           DISPLAY "   " WS-FONE-LIG(WS-FONE-IX).
       MOSTRA-FONE-LIGADO-FIM.
           EXIT.

      * -----------------------------------
      * MONTA A LISTA DAS TRILHAS: OS CORTES MENSAIS DO CBLOGROT01
      * QUE EXISTEM DESDE (MES CORRENTE - MESES CONFIGURADOS) ATE O
      * MES CORRENTE, E O LOG VIVO NO FIM
       MONTA-LISTA-TRILHAS.
           MOVE ZEROS TO WS-QTD-TRILHAS.
           IF  WS-MESES-TRILHA > 24
               MOVE 24 TO WS-MESES-TRILHA
           END-IF.
           MOVE WS-HOJE-AAAA TO WS-MC-AAAA.
           MOVE WS-HOJE-MM   TO WS-MM-TRAB.
           SUBTRACT WS-MESES-TRILHA FROM WS-MM-TRAB.
           PERFORM AJUSTA-ANO-TRILHA THRU AJUSTA-ANO-TRILHA-FIM
               UNTIL WS-MM-TRAB > ZEROS.
           MOVE WS-MM-TRAB TO WS-MC-MM.
           MOVE WS-DATA-HOJE(1:6) TO WS-HOJE-AAAAMM.
           PERFORM ANEXA-CORTE-MES THRU ANEXA-CORTE-MES-FIM
               UNTIL WS-MES-CORTE-NUM > WS-HOJE-AAAAMM.
           ADD 1 TO WS-QTD-TRILHAS.
           MOVE NOME-ARQ-AUDITORIA TO WS-TRILHA-ARQ(WS-QTD-TRILHAS).
           DISPLAY "TRILHAS A PERCORRER: " WS-QTD-TRILHAS.
       MONTA-LISTA-TRILHAS-FIM.
           EXIT.

       AJUSTA-ANO-TRILHA.
           ADD 12 TO WS-MM-TRAB.
           SUBTRACT 1 FROM WS-MC-AAAA.
       AJUSTA-ANO-TRILHA-FIM.
           EXIT.

       ANEXA-CORTE-MES.
           MOVE SPACES TO WS-TRILHA-NOME.
           STRING WS-AUD-PREFIXO DELIMITED BY SPACE
                  "-"            DELIMITED BY SIZE
                  WS-MES-CORTE   DELIMITED BY SIZE
                  ".log"         DELIMITED BY SIZE
               INTO WS-TRILHA-NOME.
           MOVE SPACES TO FS-AUDIT.
           OPEN INPUT AUDITFILE.
           IF  FS-AUDIT-OK
               CLOSE AUDITFILE
               ADD 1 TO WS-QTD-TRILHAS
               MOVE WS-TRILHA-NOME TO WS-TRILHA-ARQ(WS-QTD-TRILHAS)
           END-IF.
           ADD 1 TO WS-MC-MM.
           IF  WS-MC-MM > 12
               MOVE 1 TO WS-MC-MM
               ADD 1 TO WS-MC-AAAA
           END-IF.
       ANEXA-CORTE-MES-FIM.
           EXIT.

       OPEN-PARA.
           IF  MODO-ANONIMIZA
               OPEN I-O FILE1
           ELSE
               OPEN INPUT FILE1
           END-IF.
           IF  FS-INFL-OK
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO ARQUIVO DE CLIENTES FALHOU='
                   FS-INFL "  " INFLDD
               GO TO EXIT-PARA
           END-IF.
           IF  MODO-ANONIMIZA
               OPEN I-O CONTFILE
           ELSE
               OPEN INPUT CONTFILE
           END-IF.
           IF  FS-CONT-OK
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO HISTORICO DE CONTATOS FALHOU='
                   FS-CONT "  " NOME-ARQ-CONTATOS
               CLOSE FILE1
               GO TO EXIT-PARA
           END-IF.
           IF  MODO-EXPORTA
               OPEN INPUT COMPRAFL
               IF  FS-COMPRA-OK
                   MOVE "S" TO WS-COMPRA-ABERTO
               ELSE
                   DISPLAY 'SEM HISTORICO DE COMPRAS (' FS-COMPRA
                       ') ' NOME-ARQ-COMPRAS
               END-IF
           END-IF.
           IF  MODO-ANONIMIZA
               OPEN I-O CANALFL
           ELSE
               OPEN INPUT CANALFL
           END-IF.
           IF  FS-CANAL-OK
               MOVE "S" TO WS-CANAL-ABERTO
           ELSE
               DISPLAY 'SEM CANAIS DE CONTATO (' FS-CANAL
                   ') ' NOME-ARQ-CANAIS
           END-IF.
           IF  MODO-ANONIMIZA
               OPEN I-O CASOFL
           ELSE
               OPEN INPUT CASOFL
           END-IF.
           IF  FS-CASO-OK
               MOVE "S" TO WS-CASO-ABERTO
           ELSE
               DISPLAY 'SEM CASOS DE ATENDIMENTO (' FS-CASO
                   ') ' NOME-ARQ-CASOS
           END-IF.
      *---> AS RECUSAS SO SAO LIDAS: A ANONIMIZACAO NAO MEXE NELAS
           IF  MODO-EXPORTA
               OPEN INPUT OPTFL
               IF  FS-OPT-OK
                   MOVE "S" TO WS-OPT-ABERTO
               ELSE
                   DISPLAY 'SEM RECUSAS DE CONTATO (' FS-OPT
                       ') ' NOME-ARQ-OPTOUT
               END-IF
           END-IF.
           OPEN OUTPUT RELATORIO.
           IF  FS-RELAT = "00"
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO RELATORIO FALHOU=' FS-RELAT
                   "  " NOME-ARQ-RELATORIO
               CLOSE FILE1 CONTFILE
               GO TO EXIT-PARA
           END-IF.
           ACCEPT WS-DATA-RELAT FROM DATE YYYYMMDD.
           PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM.
       OPEN-EXIT-PARA.
           EXIT.
      *================================
       PROCESS-PARA.
           IF  MODO-EXPORTA
               PERFORM SECAO-CADASTRO  THRU SECAO-CADASTRO-FIM
               PERFORM SECAO-AUDITORIA THRU SECAO-AUDITORIA-FIM
               PERFORM SECAO-CONTATOS  THRU SECAO-CONTATOS-FIM
               PERFORM SECAO-COMPRAS   THRU SECAO-COMPRAS-FIM
               PERFORM SECAO-CAMPANHAS THRU SECAO-CAMPANHAS-FIM
               PERFORM SECAO-MORTOS    THRU SECAO-MORTOS-FIM
               PERFORM SECAO-COPIAS    THRU SECAO-COPIAS-FIM
               PERFORM SECAO-CANAIS    THRU SECAO-CANAIS-FIM
               PERFORM SECAO-CASOS     THRU SECAO-CASOS-FIM
               PERFORM SECAO-RECUSAS   THRU SECAO-RECUSAS-FIM
           ELSE
               PERFORM ANONIMIZA-TRILHAS  THRU ANONIMIZA-TRILHAS-FIM
               PERFORM ANONIMIZA-CADASTRO THRU ANONIMIZA-CADASTRO-FIM
               PERFORM ANONIMIZA-CONTATOS THRU ANONIMIZA-CONTATOS-FIM
               PERFORM ANONIMIZA-MORTOS   THRU ANONIMIZA-MORTOS-FIM
               PERFORM ANONIMIZA-COPIAS   THRU ANONIMIZA-COPIAS-FIM
               PERFORM ANONIMIZA-CANAIS   THRU ANONIMIZA-CANAIS-FIM
               PERFORM ANONIMIZA-CASOS    THRU ANONIMIZA-CASOS-FIM
      *---> AS RECUSAS DE CONTATO (OPTREC) NAO SAO ANONIMIZADAS NEM
      *---> APAGADAS: SO TEM O TELEFONE, O CANAL E QUEM REGISTROU, E
      *---> PRECISAM SOBREVIVER A ELIMINACAO PARA O CLIENTE CONTINUAR
      *---> FORA DA MALA DIRETA, DO TELEMARKETING E DOS PARCEIROS
           END-IF.
       PROCESS-EXIT-PARA.
           EXIT.
      *===================================
      * MONTA O CONJUNTO DE TELEFONES LIGADOS AO TELEFONE PEDIDO:
      * COMECA COM ELE E, EM PASSADAS SOBRE TODAS AS TRILHAS, ANEXA
      * O OUTRO LADO DE CADA REGISTRO COM AUD-FONE-XREF (TROCAFONE
      * E FUSAO) CUJO LADO JA ESTA NO CONJUNTO, ATE FECHAR
       MONTA-FONES-LIGADOS.
           MOVE 1 TO WS-QTD-FONES.
           MOVE WS-FONE-PEDIDO TO WS-FONE-LIG(1).
           MOVE ZEROS TO WS-PASSADAS.
           MOVE "S" TO WS-FONE-NOVO-PASSADA.
           PERFORM PASSADA-AUDITORIA THRU PASSADA-AUDITORIA-FIM
               UNTIL NOT ACHOU-FONE-NOVO OR WS-PASSADAS >= 10.
       MONTA-FONES-LIGADOS-FIM.
           EXIT.

       PASSADA-AUDITORIA.
           ADD 1 TO WS-PASSADAS.
           MOVE "N" TO WS-FONE-NOVO-PASSADA.
           MOVE ZEROS TO WS-TRILHA-IX.
           PERFORM PASSADA-TRILHA THRU PASSADA-TRILHA-FIM
               UNTIL WS-TRILHA-IX >= WS-QTD-TRILHAS.
       PASSADA-AUDITORIA-FIM.
           EXIT.

       PASSADA-TRILHA.
           ADD 1 TO WS-TRILHA-IX.
           MOVE WS-TRILHA-ARQ(WS-TRILHA-IX) TO WS-TRILHA-NOME.
           MOVE SPACES TO FS-AUDIT.
           OPEN INPUT AUDITFILE.
           IF  FS-AUDIT-OK
               PERFORM LIGA-FONE-AUDIT THRU LIGA-FONE-AUDIT-FIM
                   UNTIL FS-AUDIT-EOF
               CLOSE AUDITFILE
           END-IF.
       PASSADA-TRILHA-FIM.
           EXIT.

       LIGA-FONE-AUDIT.
           READ AUDITFILE
               AT END
                   GO TO LIGA-FONE-AUDIT-FIM
           END-READ
           IF  AUD-FONE-XREF NOT NUMERIC OR AUD-FONE-XREF = ZEROS
               GO TO LIGA-FONE-AUDIT-FIM
           END-IF
      *=====> AUD-FONE NO CONJUNTO TRAZ AUD-FONE-XREF PARA DENTRO
           MOVE AUD-FONE TO WS-FONE-TESTE
           PERFORM PROCURA-FONE-TAB THRU PROCURA-FONE-TAB-FIM
           IF  FONE-NA-TABELA
               MOVE AUD-FONE-XREF TO WS-FONE-TESTE
               PERFORM PROCURA-FONE-TAB THRU PROCURA-FONE-TAB-FIM
               IF  NOT FONE-NA-TABELA
                   PERFORM ANEXA-FONE-TAB THRU ANEXA-FONE-TAB-FIM
               END-IF
               GO TO LIGA-FONE-AUDIT-FIM
           END-IF
      *=====> E O CONTRARIO: AUD-FONE-XREF NO CONJUNTO TRAZ AUD-FONE
           MOVE AUD-FONE-XREF TO WS-FONE-TESTE
           PERFORM PROCURA-FONE-TAB THRU PROCURA-FONE-TAB-FIM
           IF  FONE-NA-TABELA
               MOVE AUD-FONE TO WS-FONE-TESTE
               PERFORM PROCURA-FONE-TAB THRU PROCURA-FONE-TAB-FIM
               IF  NOT FONE-NA-TABELA
                   PERFORM ANEXA-FONE-TAB THRU ANEXA-FONE-TAB-FIM
               END-IF
           END-IF.
       LIGA-FONE-AUDIT-FIM.
           EXIT.

       PROCURA-FONE-TAB.
           MOVE "N"   TO WS-FONE-ACHADO.
           MOVE ZEROS TO WS-FONE-IX.
           PERFORM PROCURA-FONE-LOOP THRU PROCURA-FONE-LOOP-FIM
               UNTIL FONE-NA-TABELA OR WS-FONE-IX >= WS-QTD-FONES.
       PROCURA-FONE-TAB-FIM.
           EXIT.

       PROCURA-FONE-LOOP.
           ADD 1 TO WS-FONE-IX.
           IF  WS-FONE-LIG(WS-FONE-IX) = WS-FONE-TESTE
               MOVE "S" TO WS-FONE-ACHADO
           END-IF.
       PROCURA-FONE-LOOP-FIM.
           EXIT.

       ANEXA-FONE-TAB.
           IF  WS-QTD-FONES < 10
               ADD 1 TO WS-QTD-FONES
               MOVE WS-FONE-TESTE TO WS-FONE-LIG(WS-QTD-FONES)
               MOVE "S" TO WS-FONE-NOVO-PASSADA
           END-IF.
       ANEXA-FONE-TAB-FIM.
           EXIT.
      *===================================
      * EXPORTACAO 1 - CADASTRO VIVO DE CADA TELEFONE LIGADO
       SECAO-CADASTRO.
           MOVE "===== DADOS CADASTRAIS =====" TO WS-SECAO-TIT.
           PERFORM ESCREVE-SECAO THRU ESCREVE-SECAO-FIM.
           MOVE ZEROS TO WS-FONE-IX.
           PERFORM CADASTRO-DO-FONE THRU CADASTRO-DO-FONE-FIM
               UNTIL WS-FONE-IX >= WS-QTD-FONES.
           IF  CAD-COUNT = ZEROS
               MOVE "CLIENTE NAO ENCONTRADO NO ARQUIVO ATIVO"
                   TO RELAT-REC
               WRITE RELAT-REC
               ADD 1 TO WS-LIN-PAGINA
           END-IF.
       SECAO-CADASTRO-FIM.
           EXIT.

       CADASTRO-DO-FONE.
           ADD 1 TO WS-FONE-IX.
           MOVE WS-FONE-LIG(WS-FONE-IX) TO FS-KEY.
           READ FILE1
               INVALID KEY
                   GO TO CADASTRO-DO-FONE-FIM
           END-READ
           ADD 1 TO CAD-COUNT.
           MOVE FILE1-REC TO WS-MORTO-DET.
           PERFORM IMPRIME-CLIENTE THRU IMPRIME-CLIENTE-FIM.
       CADASTRO-DO-FONE-FIM.
           EXIT.

      * IMPRIME O REGISTRO DE CLIENTE QUE ESTA EM WS-MORTO-DET
       IMPRIME-CLIENTE.
           IF  WS-LIN-PAGINA >= 48
               PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM
           END-IF
           MOVE WM-FONE      TO WDC-FONE.
           MOVE WM-NOME      TO WDC-NOME.
           MOVE WM-STATUS    TO WDC-STATUS.
           MOVE WM-CATEGORIA TO WDC-CATEG.
           WRITE RELAT-REC FROM WS-DET-CAD1.
           MOVE WM-ENDERECO  TO WDC-ENDER.
           WRITE RELAT-REC FROM WS-DET-CAD2.
           MOVE WM-ULT-ATUAL TO WDC-ULT-ATUAL.
           WRITE RELAT-REC FROM WS-DET-CAD3.
           ADD 3 TO WS-LIN-PAGINA.
       IMPRIME-CLIENTE-FIM.
           EXIT.
      *===================================
      * EXPORTACAO 2 - TRILHA DE AUDITORIA DOS TELEFONES LIGADOS,
      * CORTES MENSAIS E LOG VIVO, NA ORDEM EM QUE FOI GRAVADA
       SECAO-AUDITORIA.
           MOVE "===== TRILHA DE AUDITORIA =====" TO WS-SECAO-TIT.
           PERFORM ESCREVE-SECAO THRU ESCREVE-SECAO-FIM.
           MOVE ZEROS TO WS-TRILHA-IX.
           PERFORM IMPRIME-TRILHA THRU IMPRIME-TRILHA-FIM
               UNTIL WS-TRILHA-IX >= WS-QTD-TRILHAS.
           IF  AUD-COUNT = ZEROS
               MOVE "SEM REGISTROS DE AUDITORIA" TO RELAT-REC
               WRITE RELAT-REC
               ADD 1 TO WS-LIN-PAGINA
           END-IF.
       SECAO-AUDITORIA-FIM.
           EXIT.

       IMPRIME-TRILHA.
           ADD 1 TO WS-TRILHA-IX.
           MOVE WS-TRILHA-ARQ(WS-TRILHA-IX) TO WS-TRILHA-NOME.
           MOVE SPACES TO FS-AUDIT.
           OPEN INPUT AUDITFILE.
           IF  FS-AUDIT-OK
               PERFORM IMPRIME-AUDIT THRU IMPRIME-AUDIT-FIM
                   UNTIL FS-AUDIT-EOF
               CLOSE AUDITFILE
           END-IF.
       IMPRIME-TRILHA-FIM.
           EXIT.

       IMPRIME-AUDIT.
           READ AUDITFILE
               AT END
                   GO TO IMPRIME-AUDIT-FIM
           END-READ
           MOVE AUD-FONE TO WS-FONE-TESTE
           PERFORM PROCURA-FONE-TAB THRU PROCURA-FONE-TAB-FIM
           IF  NOT FONE-NA-TABELA
               GO TO IMPRIME-AUDIT-FIM
           END-IF
           ADD 1 TO AUD-COUNT
           IF  WS-LIN-PAGINA >= 48
               PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM
           END-IF
           MOVE AUD-DATA         TO WD-DATA
           MOVE AUD-HORA         TO WD-HORA
           MOVE AUD-OPERACAO     TO WD-OPERACAO
           MOVE AUD-FONE         TO WD-FONE
           MOVE AUD-OPERADOR     TO WD-OPERADOR
           IF  AUD-FONE-XREF NUMERIC
               MOVE AUD-FONE-XREF TO WD-FONE-XREF
           ELSE
               MOVE ZEROS         TO WD-FONE-XREF
           END-IF
           WRITE RELAT-REC FROM WS-DET-REL1
           MOVE AUD-NOME-ANTES   TO WD-NOME-ANTES
           MOVE AUD-NOME-DEPOIS  TO WD-NOME-DEPOIS
           WRITE RELAT-REC FROM WS-DET-REL2
           MOVE AUD-ENDER-ANTES  TO WD-ENDER-ANTES
           WRITE RELAT-REC FROM WS-DET-REL3
           MOVE AUD-ENDER-DEPOIS TO WD-ENDER-DEPOIS
           WRITE RELAT-REC FROM WS-DET-REL4
           MOVE SPACES TO RELAT-REC
           WRITE RELAT-REC
           ADD 5 TO WS-LIN-PAGINA.
       IMPRIME-AUDIT-FIM.
           EXIT.
      *===================================
      * EXPORTACAO 3 - HISTORICO DE CONTATOS DE CADA TELEFONE LIGADO
       SECAO-CONTATOS.
           MOVE "===== HISTORICO DE CONTATOS =====" TO WS-SECAO-TIT.
           PERFORM ESCREVE-SECAO THRU ESCREVE-SECAO-FIM.
           MOVE ZEROS TO WS-FONE-IX.
           PERFORM CONTATOS-DO-FONE THRU CONTATOS-DO-FONE-FIM
               UNTIL WS-FONE-IX >= WS-QTD-FONES.
           IF  CONT-COUNT = ZEROS
               MOVE "SEM CONTATOS REGISTRADOS" TO RELAT-REC
               WRITE RELAT-REC
               ADD 1 TO WS-LIN-PAGINA
           END-IF.
       SECAO-CONTATOS-FIM.
           EXIT.

       CONTATOS-DO-FONE.
           ADD 1 TO WS-FONE-IX.
           MOVE WS-FONE-LIG(WS-FONE-IX) TO CT-FONE WS-FONE-TESTE.
           MOVE ZEROS TO CT-SEQ.
           MOVE SPACES TO FS-CONT.
           START CONTFILE KEY IS NOT LESS THAN CT-CHAVE
               INVALID KEY
                   GO TO CONTATOS-DO-FONE-FIM
           END-START.
           PERFORM IMPRIME-CONTATO THRU IMPRIME-CONTATO-FIM
               UNTIL FS-CONT-EOF.
       CONTATOS-DO-FONE-FIM.
           EXIT.

       IMPRIME-CONTATO.
           READ CONTFILE NEXT
               AT END
                   GO TO IMPRIME-CONTATO-FIM
           END-READ
           IF  CT-FONE NOT = WS-FONE-TESTE
               MOVE "10" TO FS-CONT
               GO TO IMPRIME-CONTATO-FIM
           END-IF
           ADD 1 TO CONT-COUNT
           IF  WS-LIN-PAGINA >= 50
               PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM
           END-IF
           MOVE CT-FONE     TO WDT-FONE
           MOVE CT-DATA     TO WDT-DATA
           MOVE CT-HORA     TO WDT-HORA
           MOVE CT-TIPO     TO WDT-TIPO
           MOVE CT-NOTA     TO WDT-NOTA
           MOVE CT-OPERADOR TO WDT-OPERADOR
           WRITE RELAT-REC FROM WS-DET-CONT
           ADD 1 TO WS-LIN-PAGINA.
       IMPRIME-CONTATO-FIM.
           EXIT.
      *===================================
      * EXPORTACAO 4 - HISTORICO DE COMPRAS DE CADA TELEFONE LIGADO
       SECAO-COMPRAS.
           MOVE "===== HISTORICO DE COMPRAS =====" TO WS-SECAO-TIT.
           PERFORM ESCREVE-SECAO THRU ESCREVE-SECAO-FIM.
           IF  NOT COMPRA-ABERTA
               MOVE "HISTORICO DE COMPRAS INDISPONIVEL" TO RELAT-REC
               WRITE RELAT-REC
               ADD 1 TO WS-LIN-PAGINA
               GO TO SECAO-COMPRAS-FIM
           END-IF.
           MOVE ZEROS TO WS-FONE-IX.
           PERFORM COMPRAS-DO-FONE THRU COMPRAS-DO-FONE-FIM
               UNTIL WS-FONE-IX >= WS-QTD-FONES.
           IF  COMPRA-COUNT = ZEROS
               MOVE "SEM COMPRAS REGISTRADAS" TO RELAT-REC
               WRITE RELAT-REC
               ADD 1 TO WS-LIN-PAGINA
           END-IF.
       SECAO-COMPRAS-FIM.
           EXIT.

       COMPRAS-DO-FONE.
           ADD 1 TO WS-FONE-IX.
           MOVE WS-FONE-LIG(WS-FONE-IX) TO CP-FONE WS-FONE-TESTE.
           MOVE ZEROS TO CP-SEQ.
           MOVE SPACES TO FS-COMPRA.
           START COMPRAFL KEY IS NOT LESS THAN CP-CHAVE
               INVALID KEY
                   GO TO COMPRAS-DO-FONE-FIM
           END-START.
           PERFORM IMPRIME-COMPRA THRU IMPRIME-COMPRA-FIM
               UNTIL FS-COMPRA-EOF.
       COMPRAS-DO-FONE-FIM.
           EXIT.

       IMPRIME-COMPRA.
           READ COMPRAFL NEXT
               AT END
                   GO TO IMPRIME-COMPRA-FIM
           END-READ
           IF  CP-FONE NOT = WS-FONE-TESTE
               MOVE "10" TO FS-COMPRA
               GO TO IMPRIME-COMPRA-FIM
           END-IF
           ADD 1 TO COMPRA-COUNT
           IF  WS-LIN-PAGINA >= 50
               PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM
           END-IF
           MOVE CP-FONE       TO WDP-FONE
           MOVE CP-DATA       TO WDP-DATA
           MOVE CP-LOJA       TO WDP-LOJA
           MOVE CP-ITEM       TO WDP-ITEM
           MOVE CP-QTDE       TO WDP-QTDE
           MOVE CP-VALOR-UNIT TO WDP-VALOR
           WRITE RELAT-REC FROM WS-DET-COMPRA
           ADD 1 TO WS-LIN-PAGINA.
       IMPRIME-COMPRA-FIM.
           EXIT.
      *===================================
      * EXPORTACAO 5 - ENDERECAMENTOS DE CAMPANHA (MALAREG) DOS
      * TELEFONES LIGADOS
       SECAO-CAMPANHAS.
           MOVE "===== ENDERECAMENTOS DE CAMPANHA =====" TO
               WS-SECAO-TIT.
           PERFORM ESCREVE-SECAO THRU ESCREVE-SECAO-FIM.
           MOVE SPACES TO FS-MALAREG.
           OPEN INPUT MALAREG.
           IF  FS-MALAREG-OK
               PERFORM IMPRIME-MALAREG THRU IMPRIME-MALAREG-FIM
                   UNTIL FS-MALAREG-EOF
               CLOSE MALAREG
           END-IF.
           IF  MALA-COUNT = ZEROS
               MOVE "SEM ENDERECAMENTOS DE CAMPANHA" TO RELAT-REC
               WRITE RELAT-REC
               ADD 1 TO WS-LIN-PAGINA
           END-IF.
       SECAO-CAMPANHAS-FIM.
           EXIT.

       IMPRIME-MALAREG.
           READ MALAREG
               AT END
                   GO TO IMPRIME-MALAREG-FIM
           END-READ
           IF  MR-FONE NOT NUMERIC
               GO TO IMPRIME-MALAREG-FIM
           END-IF
           MOVE MR-FONE TO WS-FONE-TESTE
           PERFORM PROCURA-FONE-TAB THRU PROCURA-FONE-TAB-FIM
           IF  NOT FONE-NA-TABELA
               GO TO IMPRIME-MALAREG-FIM
           END-IF
           ADD 1 TO MALA-COUNT
           IF  WS-LIN-PAGINA >= 50
               PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM
           END-IF
           MOVE MR-FONE      TO WDM-FONE
           MOVE MR-CAMPANHA  TO WDM-CAMPANHA
           MOVE MR-DATA      TO WDM-DATA
           MOVE MR-CATEGORIA TO WDM-CATEG
           MOVE MR-MODO      TO WDM-MODO
           MOVE MR-FAIXA     TO WDM-FAIXA
           WRITE RELAT-REC FROM WS-DET-MALA
           ADD 1 TO WS-LIN-PAGINA.
       IMPRIME-MALAREG-FIM.
           EXIT.
      *===================================
      * EXPORTACAO 6 - ARQUIVOS MORTOS DO CATALOGO DO CADARQ01: CADA
      * ARQUIVO QUE TEM O CLIENTE SAI COM SEUS REGISTROS
       SECAO-MORTOS.
           MOVE "===== ARQUIVOS MORTOS =====" TO WS-SECAO-TIT.
           PERFORM ESCREVE-SECAO THRU ESCREVE-SECAO-FIM.
           MOVE SPACES TO FS-CATMORTO WS-ULT-ARQ.
           OPEN INPUT CATMORTO.
           IF  FS-CATMORTO-OK
               PERFORM MORTO-DO-CATALOGO THRU MORTO-DO-CATALOGO-FIM
                   UNTIL FS-CATMORTO-EOF
               CLOSE CATMORTO
           ELSE
               MOVE "SEM CATALOGO DE ARQUIVOS MORTOS" TO RELAT-REC
               WRITE RELAT-REC
               ADD 1 TO WS-LIN-PAGINA
           END-IF.
           IF  MORTO-COUNT = ZEROS
               MOVE "CLIENTE EM NENHUM ARQUIVO MORTO" TO RELAT-REC
               WRITE RELAT-REC
               ADD 1 TO WS-LIN-PAGINA
           END-IF.
       SECAO-MORTOS-FIM.
           EXIT.

       MORTO-DO-CATALOGO.
           READ CATMORTO
               AT END
                   GO TO MORTO-DO-CATALOGO-FIM
           END-READ
           IF  AC-ARQUIVO = SPACES OR AC-ARQUIVO = WS-ULT-ARQ
               GO TO MORTO-DO-CATALOGO-FIM
           END-IF
           MOVE AC-ARQUIVO TO NOME-ARQ-MORTO WS-ULT-ARQ.
           MOVE SPACES TO FS-MORTO.
           OPEN INPUT ARQMORTO.
           IF  NOT FS-MORTO-OK
               DISPLAY "AVISO: ARQUIVO MORTO NAO ABRIU ST=" FS-MORTO
                   "  " NOME-ARQ-MORTO
               GO TO MORTO-DO-CATALOGO-FIM
           END-IF
           PERFORM IMPRIME-MORTO THRU IMPRIME-MORTO-FIM
               UNTIL FS-MORTO-EOF.
           CLOSE ARQMORTO.
       MORTO-DO-CATALOGO-FIM.
           EXIT.

       IMPRIME-MORTO.
           READ ARQMORTO
               AT END
                   GO TO IMPRIME-MORTO-FIM
           END-READ
           MOVE ARQMORTO-REC TO WS-MORTO-DET.
           IF  WM-FONE NOT NUMERIC
               GO TO IMPRIME-MORTO-FIM
           END-IF
           MOVE WM-FONE TO WS-FONE-TESTE
           PERFORM PROCURA-FONE-TAB THRU PROCURA-FONE-TAB-FIM
           IF  NOT FONE-NA-TABELA
               GO TO IMPRIME-MORTO-FIM
           END-IF
           ADD 1 TO MORTO-COUNT
           MOVE NOME-ARQ-MORTO TO WA-ARQUIVO.
           MOVE 1              TO WA-QTD.
           WRITE RELAT-REC FROM WS-LIN-ARQ.
           ADD 1 TO WS-LIN-PAGINA.
           PERFORM IMPRIME-CLIENTE THRU IMPRIME-CLIENTE-FIM.
       IMPRIME-MORTO-FIM.
           EXIT.
      *===================================
      * EXPORTACAO 7 - COPIAS DE SEGURANCA DO CATALOGO DO CBBKP01:
      * CADA COPIA DE CLIENTES QUE TEM O CLIENTE SAI COM O REGISTRO
       SECAO-COPIAS.
           MOVE "===== COPIAS DE SEGURANCA =====" TO WS-SECAO-TIT.
           PERFORM ESCREVE-SECAO THRU ESCREVE-SECAO-FIM.
           MOVE SPACES TO FS-CAT WS-ULT-ARQ.
           OPEN INPUT CATFL.
           IF  FS-CAT-OK
               PERFORM COPIA-DO-CATALOGO THRU COPIA-DO-CATALOGO-FIM
                   UNTIL FS-CAT-EOF
               CLOSE CATFL
           ELSE
               MOVE "SEM CATALOGO DE COPIAS DE SEGURANCA" TO
                   RELAT-REC
               WRITE RELAT-REC
               ADD 1 TO WS-LIN-PAGINA
           END-IF.
           IF  BKP-COUNT = ZEROS
               MOVE "CLIENTE EM NENHUMA COPIA DE SEGURANCA" TO
                   RELAT-REC
               WRITE RELAT-REC
               ADD 1 TO WS-LIN-PAGINA
           END-IF.
       SECAO-COPIAS-FIM.
           EXIT.

       COPIA-DO-CATALOGO.
           READ CATFL
               AT END
                   GO TO COPIA-DO-CATALOGO-FIM
           END-READ
           IF  BK-ARQ-CLI = SPACES OR BK-ARQ-CLI = WS-ULT-ARQ
               GO TO COPIA-DO-CATALOGO-FIM
           END-IF
           MOVE BK-ARQ-CLI TO NOME-BKP-CLI WS-ULT-ARQ.
           MOVE SPACES TO FS-BKPCLI.
           OPEN INPUT BKPCLI.
           IF  NOT FS-BKPCLI-OK
               DISPLAY "AVISO: COPIA NAO ABRIU ST=" FS-BKPCLI
                   "  " NOME-BKP-CLI
               GO TO COPIA-DO-CATALOGO-FIM
           END-IF
           PERFORM IMPRIME-COPIA THRU IMPRIME-COPIA-FIM
               UNTIL FS-BKPCLI-EOF.
           CLOSE BKPCLI.
       COPIA-DO-CATALOGO-FIM.
           EXIT.

       IMPRIME-COPIA.
           READ BKPCLI
               AT END
                   GO TO IMPRIME-COPIA-FIM
           END-READ
           MOVE BKPCLI-REC(1:139) TO WS-MORTO-DET.
           IF  WM-FONE NOT NUMERIC
               GO TO IMPRIME-COPIA-FIM
           END-IF
           MOVE WM-FONE TO WS-FONE-TESTE
           PERFORM PROCURA-FONE-TAB THRU PROCURA-FONE-TAB-FIM
           IF  NOT FONE-NA-TABELA
               GO TO IMPRIME-COPIA-FIM
           END-IF
           ADD 1 TO BKP-COUNT
           MOVE NOME-BKP-CLI TO WA-ARQUIVO.
           MOVE 1            TO WA-QTD.
           WRITE RELAT-REC FROM WS-LIN-ARQ.
           ADD 1 TO WS-LIN-PAGINA.
           PERFORM IMPRIME-CLIENTE THRU IMPRIME-CLIENTE-FIM.
       IMPRIME-COPIA-FIM.
           EXIT.
      *===================================
      * EXPORTACAO 8 - CANAIS DE CONTATO (FONES ADICIONAIS, E-MAIL E
      * CANAL PREFERIDO) DE CADA TELEFONE LIGADO
       SECAO-CANAIS.
           MOVE "===== CANAIS DE CONTATO =====" TO WS-SECAO-TIT.
           PERFORM ESCREVE-SECAO THRU ESCREVE-SECAO-FIM.
           IF  NOT CANAL-ABERTO
               MOVE "CANAIS DE CONTATO INDISPONIVEIS" TO RELAT-REC
               WRITE RELAT-REC
               ADD 1 TO WS-LIN-PAGINA
               GO TO SECAO-CANAIS-FIM
           END-IF.
           MOVE ZEROS TO WS-FONE-IX.
           PERFORM CANAIS-DO-FONE THRU CANAIS-DO-FONE-FIM
               UNTIL WS-FONE-IX >= WS-QTD-FONES.
           IF  CANAL-COUNT = ZEROS
               MOVE "SEM CANAIS DE CONTATO REGISTRADOS" TO RELAT-REC
               WRITE RELAT-REC
               ADD 1 TO WS-LIN-PAGINA
           END-IF.
       SECAO-CANAIS-FIM.
           EXIT.

       CANAIS-DO-FONE.
           ADD 1 TO WS-FONE-IX.
           MOVE WS-FONE-LIG(WS-FONE-IX) TO CN-FONE.
           READ CANALFL
               INVALID KEY
                   GO TO CANAIS-DO-FONE-FIM
           END-READ
           ADD 1 TO CANAL-COUNT
           IF  WS-LIN-PAGINA >= 50
               PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM
           END-IF
           MOVE CN-FONE       TO WDN-FONE
           MOVE CN-FONE-ADIC1 TO WDN-ADIC1
           MOVE CN-FONE-ADIC2 TO WDN-ADIC2
           MOVE CN-EMAIL      TO WDN-EMAIL
           MOVE CN-PREFERIDO  TO WDN-PREF
           WRITE RELAT-REC FROM WS-DET-CANAL
           ADD 1 TO WS-LIN-PAGINA.
       CANAIS-DO-FONE-FIM.
           EXIT.
      *===================================
      * EXPORTACAO 9 - CASOS DE ATENDIMENTO (CBCASO01) DE CADA
      * TELEFONE LIGADO; O ANDAMENTO JA SAI NOS CONTATOS (TIPO CASO)
       SECAO-CASOS.
           MOVE "===== CASOS DE ATENDIMENTO =====" TO WS-SECAO-TIT.
           PERFORM ESCREVE-SECAO THRU ESCREVE-SECAO-FIM.
           IF  NOT CASO-ABERTO
               MOVE "CASOS DE ATENDIMENTO INDISPONIVEIS" TO RELAT-REC
               WRITE RELAT-REC
               ADD 1 TO WS-LIN-PAGINA
               GO TO SECAO-CASOS-FIM
           END-IF.
           MOVE ZEROS TO WS-FONE-IX.
           PERFORM CASOS-DO-FONE THRU CASOS-DO-FONE-FIM
               UNTIL WS-FONE-IX >= WS-QTD-FONES.
           IF  CASO-COUNT = ZEROS
               MOVE "SEM CASOS DE ATENDIMENTO REGISTRADOS" TO RELAT-REC
               WRITE RELAT-REC
               ADD 1 TO WS-LIN-PAGINA
           END-IF.
       SECAO-CASOS-FIM.
           EXIT.

       CASOS-DO-FONE.
           ADD 1 TO WS-FONE-IX.
           MOVE WS-FONE-LIG(WS-FONE-IX) TO CS-FONE WS-FONE-TESTE.
           MOVE ZEROS TO CS-NUMERO.
           MOVE SPACES TO FS-CASO.
           START CASOFL KEY IS NOT LESS THAN CS-CHAVE
               INVALID KEY
                   GO TO CASOS-DO-FONE-FIM
           END-START.
           PERFORM IMPRIME-CASO THRU IMPRIME-CASO-FIM
               UNTIL FS-CASO-EOF.
       CASOS-DO-FONE-FIM.
           EXIT.

       IMPRIME-CASO.
           READ CASOFL NEXT
               AT END
                   GO TO IMPRIME-CASO-FIM
           END-READ
           IF  CS-FONE NOT = WS-FONE-TESTE
               MOVE "10" TO FS-CASO
               GO TO IMPRIME-CASO-FIM
           END-IF
           ADD 1 TO CASO-COUNT
           IF  WS-LIN-PAGINA >= 50
               PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM
           END-IF
           MOVE CS-FONE            TO WDK-FONE
           MOVE CS-NUMERO          TO WDK-NUMERO
           MOVE CS-TIPO            TO WDK-TIPO
           MOVE CS-SITUACAO        TO WDK-SITUACAO
           MOVE CS-DATA-ABERTURA   TO WDK-ABERTURA
           MOVE CS-DATA-FECHAMENTO TO WDK-FECHAM
           MOVE CS-RESPONSAVEL     TO WDK-RESP
           MOVE CS-ASSUNTO         TO WDK-ASSUNTO
           WRITE RELAT-REC FROM WS-DET-CASO
           ADD 1 TO WS-LIN-PAGINA.
       IMPRIME-CASO-FIM.
           EXIT.
      *===================================
      * EXPORTACAO 10 - RECUSAS DE CONTATO (OPTREC) DE CADA TELEFONE
      * LIGADO, NOS CANAIS M, T E C, ATIVAS OU REVOGADAS
       SECAO-RECUSAS.
           MOVE "===== RECUSAS DE CONTATO =====" TO WS-SECAO-TIT.
           PERFORM ESCREVE-SECAO THRU ESCREVE-SECAO-FIM.
           IF  NOT OPT-ABERTO
               MOVE "RECUSAS DE CONTATO INDISPONIVEIS" TO RELAT-REC
               WRITE RELAT-REC
               ADD 1 TO WS-LIN-PAGINA
               GO TO SECAO-RECUSAS-FIM
           END-IF.
           MOVE ZEROS TO WS-FONE-IX.
           PERFORM RECUSAS-DO-FONE THRU RECUSAS-DO-FONE-FIM
               UNTIL WS-FONE-IX >= WS-QTD-FONES.
           IF  OPTOUT-COUNT = ZEROS
               MOVE "SEM RECUSAS DE CONTATO REGISTRADAS" TO RELAT-REC
               WRITE RELAT-REC
               ADD 1 TO WS-LIN-PAGINA
           END-IF.
       SECAO-RECUSAS-FIM.
           EXIT.

       RECUSAS-DO-FONE.
           ADD 1 TO WS-FONE-IX.
           MOVE ZEROS TO WS-OO-IX.
           PERFORM IMPRIME-RECUSA THRU IMPRIME-RECUSA-FIM
               UNTIL WS-OO-IX >= 3.
       RECUSAS-DO-FONE-FIM.
           EXIT.

       IMPRIME-RECUSA.
           ADD 1 TO WS-OO-IX.
           MOVE WS-FONE-LIG(WS-FONE-IX)  TO OO-FONE.
           MOVE WS-OO-CANAIS(WS-OO-IX:1) TO OO-CANAL.
           READ OPTFL
               INVALID KEY
                   GO TO IMPRIME-RECUSA-FIM
           END-READ
           ADD 1 TO OPTOUT-COUNT
           IF  WS-LIN-PAGINA >= 50
               PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM
           END-IF
           MOVE OO-FONE       TO WDO-FONE
           MOVE OO-CANAL      TO WDO-CANAL
           MOVE OO-STATUS     TO WDO-STATUS
           MOVE OO-DATA       TO WDO-DATA
           MOVE OO-HORA       TO WDO-HORA
           MOVE OO-OPERADOR   TO WDO-OPERADOR
           MOVE OO-DATA-REVOG TO WDO-DATA-REV
           MOVE OO-OPER-REVOG TO WDO-OPER-REV
           WRITE RELAT-REC FROM WS-DET-OPTOUT
           ADD 1 TO WS-LIN-PAGINA.
       IMPRIME-RECUSA-FIM.
           EXIT.
      *===================================
      * ANONIMIZACAO 1 - TRILHAS: CADA TRILHA (CORTES E LOG VIVO) E
      * COPIADA PARA O ARQUIVO DE TRABALHO COM NOME E ENDERECO DOS
      * TELEFONES LIGADOS TROCADOS E VOLTA POR CIMA DO ORIGINAL SE
      * ALGO MUDOU. DATA, HORA, OPERACAO, CHAVES E AUD-SEQ FICAM
      * COMO ESTAVAM; CAMPO EM BRANCO CONTINUA EM BRANCO (A
      * REAPLICACAO RECONHECE O ESPELHO DA TROCA POR ELE)
       ANONIMIZA-TRILHAS.
           MOVE "===== TRILHAS DE AUDITORIA =====" TO WS-SECAO-TIT.
           PERFORM ESCREVE-SECAO THRU ESCREVE-SECAO-FIM.
           MOVE ZEROS TO WS-TRILHA-IX WS-AUD-SEQ.
           PERFORM ANONIMIZA-TRILHA THRU ANONIMIZA-TRILHA-FIM
               UNTIL WS-TRILHA-IX >= WS-QTD-TRILHAS.
       ANONIMIZA-TRILHAS-FIM.
           EXIT.

       ANONIMIZA-TRILHA.
           ADD 1 TO WS-TRILHA-IX.
           MOVE WS-TRILHA-ARQ(WS-TRILHA-IX) TO WS-TRILHA-NOME.
           MOVE ZEROS  TO ARQ-COUNT.
           MOVE SPACES TO FS-AUDIT.
           OPEN INPUT AUDITFILE.
           IF  NOT FS-AUDIT-OK
               GO TO ANONIMIZA-TRILHA-FIM
           END-IF
           OPEN OUTPUT TRABFL.
           IF  NOT FS-TRAB-OK
               DISPLAY "ABERTURA DO ARQUIVO DE TRABALHO FALHOU ST="
                   FS-TRAB "  " WS-TRAB-NOME
               CLOSE AUDITFILE
               MOVE "ERRO" TO WS-RESULTADO
               GO TO ANONIMIZA-TRILHA-FIM
           END-IF
           PERFORM MASCARA-AUDIT THRU MASCARA-AUDIT-FIM
               UNTIL FS-AUDIT-EOF.
           CLOSE AUDITFILE TRABFL.
           IF  ARQ-COUNT > ZEROS
               PERFORM REGRAVA-TRILHA THRU REGRAVA-TRILHA-FIM
               ADD ARQ-COUNT TO AUD-COUNT
               PERFORM IMPRIME-ARQ-ANON THRU IMPRIME-ARQ-ANON-FIM
           END-IF.
       ANONIMIZA-TRILHA-FIM.
           EXIT.

       MASCARA-AUDIT.
           READ AUDITFILE
               AT END
                   GO TO MASCARA-AUDIT-FIM
           END-READ
      *=====> A ULTIMA SEQUENCIA LIDA (TRILHAS EM ORDEM) E A BASE DA
      *=====> GRAVACAO DA OPERACAO ANONIMIZA
           IF  AUD-SEQ NUMERIC
               MOVE AUD-SEQ TO WS-AUD-SEQ
           END-IF
           MOVE AUD-FONE TO WS-FONE-TESTE
           PERFORM PROCURA-FONE-TAB THRU PROCURA-FONE-TAB-FIM
           IF  FONE-NA-TABELA
               ADD 1 TO ARQ-COUNT
               IF  AUD-NOME-ANTES NOT = SPACES
                   MOVE WS-NOME-ANON  TO AUD-NOME-ANTES
               END-IF
               IF  AUD-ENDER-ANTES NOT = SPACES
                   MOVE WS-ENDER-ANON TO AUD-ENDER-ANTES
               END-IF
               IF  AUD-NOME-DEPOIS NOT = SPACES
                   MOVE WS-NOME-ANON  TO AUD-NOME-DEPOIS
               END-IF
               IF  AUD-ENDER-DEPOIS NOT = SPACES
                   MOVE WS-ENDER-ANON TO AUD-ENDER-DEPOIS
               END-IF
           END-IF
           WRITE TRAB-REC FROM AUDIT-REC.
       MASCARA-AUDIT-FIM.
           EXIT.

      * DEVOLVE A TRILHA MASCARADA POR CIMA DO ORIGINAL
       REGRAVA-TRILHA.
           MOVE SPACES TO FS-TRAB.
           OPEN INPUT TRABFL
           IF  NOT FS-TRAB-OK
               DISPLAY "RELEITURA DO TRABALHO FALHOU ST=" FS-TRAB
               MOVE "ERRO" TO WS-RESULTADO
               GO TO REGRAVA-TRILHA-FIM
           END-IF
           MOVE SPACES TO FS-AUDIT.
           OPEN OUTPUT AUDITFILE
           IF  NOT FS-AUDIT-OK
               DISPLAY "REGRAVACAO DA TRILHA FALHOU ST=" FS-AUDIT
                   " " WS-TRILHA-NOME
               CLOSE TRABFL
               MOVE "ERRO" TO WS-RESULTADO
               GO TO REGRAVA-TRILHA-FIM
           END-IF
           PERFORM REGRAVA-TRILHA-LOOP THRU REGRAVA-TRILHA-LOOP-FIM
               UNTIL FS-TRAB-EOF.
           CLOSE TRABFL AUDITFILE.
       REGRAVA-TRILHA-FIM.
           EXIT.

       REGRAVA-TRILHA-LOOP.
           READ TRABFL
               AT END
                   CONTINUE
               NOT AT END
                   WRITE AUDIT-REC FROM TRAB-REC
           END-READ.
       REGRAVA-TRILHA-LOOP-FIM.
           EXIT.
      *===================================
      * ANONIMIZACAO 2 - CADASTRO VIVO DE CADA TELEFONE LIGADO, COM
      * A OPERACAO ANONIMIZA NA TRILHA VIVA (SEQUENCIA CONTINUADA)
       ANONIMIZA-CADASTRO.
           MOVE "===== CADASTRO =====" TO WS-SECAO-TIT.
           PERFORM ESCREVE-SECAO THRU ESCREVE-SECAO-FIM.
           MOVE NOME-ARQ-AUDITORIA TO WS-TRILHA-NOME.
           MOVE SPACES TO FS-AUDIT.
           OPEN EXTEND AUDITFILE
           IF  FS-AUDIT-OK
               CONTINUE
           ELSE
               OPEN OUTPUT AUDITFILE
           END-IF.
           MOVE ZEROS TO WS-FONE-IX ARQ-COUNT.
           PERFORM ANONIMIZA-CLIENTE THRU ANONIMIZA-CLIENTE-FIM
               UNTIL WS-FONE-IX >= WS-QTD-FONES.
           CLOSE AUDITFILE.
           MOVE INFLDD TO WA-ARQUIVO.
           MOVE CAD-COUNT TO ARQ-COUNT.
           PERFORM IMPRIME-ARQ-ANON THRU IMPRIME-ARQ-ANON-FIM.
       ANONIMIZA-CADASTRO-FIM.
           EXIT.

       ANONIMIZA-CLIENTE.
           ADD 1 TO WS-FONE-IX.
           MOVE WS-FONE-LIG(WS-FONE-IX) TO FS-KEY.
           READ FILE1
               INVALID KEY
                   GO TO ANONIMIZA-CLIENTE-FIM
           END-READ
      *=====> JA ANONIMIZADO (PEDIDO REPETIDO): NADA A GRAVAR
           IF  FS-NOME = WS-NOME-ANON AND FS-ENDERECO = WS-ENDER-ANON
               GO TO ANONIMIZA-CLIENTE-FIM
           END-IF
           MOVE WS-NOME-ANON  TO FS-NOME.
           MOVE WS-ENDER-ANON TO FS-ENDERECO.
           ACCEPT WS-TS-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-TS-HORA FROM TIME.
           MOVE WS-TIMESTAMP-ATUAL TO FS-ULT-ATUAL.
           REWRITE FILE1-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CLIENTE " FS-FONE
                   MOVE "ERRO" TO WS-RESULTADO
                   GO TO ANONIMIZA-CLIENTE-FIM
           END-REWRITE.
           ADD 1 TO CAD-COUNT.
           PERFORM GRAVA-AUDITORIA-ANON THRU GRAVA-AUDITORIA-ANON-FIM.
       ANONIMIZA-CLIENTE-FIM.
           EXIT.

      * OPERACAO ANONIMIZA NA TRILHA: OS DOIS LADOS JA SAEM
      * ANONIMIZADOS (O DADO ORIGINAL NAO PODE FICAR GUARDADO)
       GRAVA-AUDITORIA-ANON.
           MOVE WS-TS-DATA      TO AUD-DATA.
           MOVE WS-TS-HORA      TO AUD-HORA.
           MOVE "ANONIMIZA"     TO AUD-OPERACAO.
           MOVE FS-FONE         TO AUD-FONE.
           MOVE WS-NOME-ANON    TO AUD-NOME-ANTES.
           MOVE WS-ENDER-ANON   TO AUD-ENDER-ANTES.
           MOVE FS-NOME         TO AUD-NOME-DEPOIS.
           MOVE FS-ENDERECO     TO AUD-ENDER-DEPOIS.
           MOVE WS-OPERADOR     TO AUD-OPERADOR.
           MOVE ZEROS           TO AUD-FONE-XREF.
           ADD 1 TO WS-AUD-SEQ.
           MOVE WS-AUD-SEQ      TO AUD-SEQ.
           WRITE AUDIT-REC.
       GRAVA-AUDITORIA-ANON-FIM.
           EXIT.
      *===================================
      * ANONIMIZACAO 3 - NOTAS DOS CONTATOS DE CADA TELEFONE LIGADO;
      * CHAVE, DATA, TIPO E OPERADOR FICAM
       ANONIMIZA-CONTATOS.
           MOVE "===== CONTATOS =====" TO WS-SECAO-TIT.
           PERFORM ESCREVE-SECAO THRU ESCREVE-SECAO-FIM.
           MOVE ZEROS TO WS-FONE-IX.
           PERFORM ANON-CONTATOS-DO-FONE
               THRU ANON-CONTATOS-DO-FONE-FIM
               UNTIL WS-FONE-IX >= WS-QTD-FONES.
           MOVE NOME-ARQ-CONTATOS TO WA-ARQUIVO.
           MOVE CONT-COUNT TO ARQ-COUNT.
           PERFORM IMPRIME-ARQ-ANON THRU IMPRIME-ARQ-ANON-FIM.
       ANONIMIZA-CONTATOS-FIM.
           EXIT.

       ANON-CONTATOS-DO-FONE.
           ADD 1 TO WS-FONE-IX.
           MOVE WS-FONE-LIG(WS-FONE-IX) TO CT-FONE WS-FONE-TESTE.
           MOVE ZEROS TO CT-SEQ.
           MOVE SPACES TO FS-CONT.
           START CONTFILE KEY IS NOT LESS THAN CT-CHAVE
               INVALID KEY
                   GO TO ANON-CONTATOS-DO-FONE-FIM
           END-START.
           PERFORM ANONIMIZA-CONTATO THRU ANONIMIZA-CONTATO-FIM
               UNTIL FS-CONT-EOF.
       ANON-CONTATOS-DO-FONE-FIM.
           EXIT.

       ANONIMIZA-CONTATO.
           READ CONTFILE NEXT
               AT END
                   GO TO ANONIMIZA-CONTATO-FIM
           END-READ
           IF  CT-FONE NOT = WS-FONE-TESTE
               MOVE "10" TO FS-CONT
               GO TO ANONIMIZA-CONTATO-FIM
           END-IF
           IF  CT-NOTA = SPACES OR CT-NOTA = WS-NOTA-ANON
               GO TO ANONIMIZA-CONTATO-FIM
           END-IF
           MOVE WS-NOTA-ANON TO CT-NOTA.
           REWRITE CONTATO-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CONTATO " CT-FONE
                       " " CT-SEQ
                   MOVE "ERRO" TO WS-RESULTADO
               NOT INVALID KEY
                   ADD 1 TO CONT-COUNT
           END-REWRITE.
       ANONIMIZA-CONTATO-FIM.
           EXIT.
      *===================================
      * ANONIMIZACAO 4 - ARQUIVOS MORTOS DO CATALOGO: O REGISTRO E
      * REGRAVADO NO LUGAR (MESMO TAMANHO) COM NOME E ENDERECO
      * TROCADOS
       ANONIMIZA-MORTOS.
           MOVE "===== ARQUIVOS MORTOS =====" TO WS-SECAO-TIT.
           PERFORM ESCREVE-SECAO THRU ESCREVE-SECAO-FIM.
           MOVE SPACES TO FS-CATMORTO WS-ULT-ARQ.
           OPEN INPUT CATMORTO.
           IF  FS-CATMORTO-OK
               PERFORM ANON-MORTO-DO-CATALOGO
                   THRU ANON-MORTO-DO-CATALOGO-FIM
                   UNTIL FS-CATMORTO-EOF
               CLOSE CATMORTO
           ELSE
               MOVE "SEM CATALOGO DE ARQUIVOS MORTOS" TO RELAT-REC
               WRITE RELAT-REC
               ADD 1 TO WS-LIN-PAGINA
           END-IF.
       ANONIMIZA-MORTOS-FIM.
           EXIT.

       ANON-MORTO-DO-CATALOGO.
           READ CATMORTO
               AT END
                   GO TO ANON-MORTO-DO-CATALOGO-FIM
           END-READ
           IF  AC-ARQUIVO = SPACES OR AC-ARQUIVO = WS-ULT-ARQ
               GO TO ANON-MORTO-DO-CATALOGO-FIM
           END-IF
           MOVE AC-ARQUIVO TO NOME-ARQ-MORTO WS-ULT-ARQ.
           MOVE ZEROS  TO ARQ-COUNT.
           MOVE SPACES TO FS-MORTO.
           OPEN I-O ARQMORTO.
           IF  NOT FS-MORTO-OK
               DISPLAY "AVISO: ARQUIVO MORTO NAO ABRIU ST=" FS-MORTO
                   "  " NOME-ARQ-MORTO
               GO TO ANON-MORTO-DO-CATALOGO-FIM
           END-IF
           PERFORM ANONIMIZA-MORTO-REG THRU ANONIMIZA-MORTO-REG-FIM
               UNTIL FS-MORTO-EOF.
           CLOSE ARQMORTO.
           IF  ARQ-COUNT > ZEROS
               ADD ARQ-COUNT TO MORTO-COUNT
               MOVE NOME-ARQ-MORTO TO WA-ARQUIVO
               PERFORM IMPRIME-ARQ-ANON THRU IMPRIME-ARQ-ANON-FIM
           END-IF.
       ANON-MORTO-DO-CATALOGO-FIM.
           EXIT.

       ANONIMIZA-MORTO-REG.
           READ ARQMORTO
               AT END
                   GO TO ANONIMIZA-MORTO-REG-FIM
           END-READ
           MOVE ARQMORTO-REC TO WS-MORTO-DET.
           IF  WM-FONE NOT NUMERIC
               GO TO ANONIMIZA-MORTO-REG-FIM
           END-IF
           MOVE WM-FONE TO WS-FONE-TESTE
           PERFORM PROCURA-FONE-TAB THRU PROCURA-FONE-TAB-FIM
           IF  NOT FONE-NA-TABELA
               GO TO ANONIMIZA-MORTO-REG-FIM
           END-IF
           MOVE WS-NOME-ANON  TO WM-NOME.
           MOVE WS-ENDER-ANON TO WM-ENDERECO.
           MOVE WS-MORTO-DET  TO ARQMORTO-REC.
           REWRITE ARQMORTO-REC.
           IF  FS-MORTO-OK
               ADD 1 TO ARQ-COUNT
           ELSE
               DISPLAY "ERRO AO REGRAVAR ARQUIVO MORTO ST=" FS-MORTO
               MOVE "ERRO" TO WS-RESULTADO
           END-IF.
       ANONIMIZA-MORTO-REG-FIM.
           EXIT.
      *===================================
      * ANONIMIZACAO 5 - COPIAS DE SEGURANCA DE CLIENTES DO
      * CATALOGO: MESMA REGRAVACAO NO LUGAR, NOS PRIMEIROS 139
      * BYTES (CLIREC) DE CADA REGISTRO
       ANONIMIZA-COPIAS.
           MOVE "===== COPIAS DE SEGURANCA =====" TO WS-SECAO-TIT.
           PERFORM ESCREVE-SECAO THRU ESCREVE-SECAO-FIM.
           MOVE SPACES TO FS-CAT WS-ULT-ARQ.
           OPEN INPUT CATFL.
           IF  FS-CAT-OK
               PERFORM ANON-COPIA-DO-CATALOGO
                   THRU ANON-COPIA-DO-CATALOGO-FIM
                   UNTIL FS-CAT-EOF
               CLOSE CATFL
           ELSE
               MOVE "SEM CATALOGO DE COPIAS DE SEGURANCA" TO
                   RELAT-REC
               WRITE RELAT-REC
               ADD 1 TO WS-LIN-PAGINA
           END-IF.
       ANONIMIZA-COPIAS-FIM.
           EXIT.

       ANON-COPIA-DO-CATALOGO.
           READ CATFL
               AT END
                   GO TO ANON-COPIA-DO-CATALOGO-FIM
           END-READ
           IF  BK-ARQ-CLI = SPACES OR BK-ARQ-CLI = WS-ULT-ARQ
               GO TO ANON-COPIA-DO-CATALOGO-FIM
           END-IF
           MOVE BK-ARQ-CLI TO NOME-BKP-CLI WS-ULT-ARQ.
           MOVE ZEROS  TO ARQ-COUNT.
           MOVE SPACES TO FS-BKPCLI.
           OPEN I-O BKPCLI.
           IF  NOT FS-BKPCLI-OK
               DISPLAY "AVISO: COPIA NAO ABRIU ST=" FS-BKPCLI
                   "  " NOME-BKP-CLI
               GO TO ANON-COPIA-DO-CATALOGO-FIM
           END-IF
           PERFORM ANONIMIZA-COPIA-REG THRU ANONIMIZA-COPIA-REG-FIM
               UNTIL FS-BKPCLI-EOF.
           CLOSE BKPCLI.
           IF  ARQ-COUNT > ZEROS
               ADD ARQ-COUNT TO BKP-COUNT
               MOVE NOME-BKP-CLI TO WA-ARQUIVO
               PERFORM IMPRIME-ARQ-ANON THRU IMPRIME-ARQ-ANON-FIM
           END-IF.
       ANON-COPIA-DO-CATALOGO-FIM.
           EXIT.

       ANONIMIZA-COPIA-REG.
           READ BKPCLI
               AT END
                   GO TO ANONIMIZA-COPIA-REG-FIM
           END-READ
           MOVE BKPCLI-REC(1:139) TO WS-MORTO-DET.
           IF  WM-FONE NOT NUMERIC
               GO TO ANONIMIZA-COPIA-REG-FIM
           END-IF
           MOVE WM-FONE TO WS-FONE-TESTE
           PERFORM PROCURA-FONE-TAB THRU PROCURA-FONE-TAB-FIM
           IF  NOT FONE-NA-TABELA
               GO TO ANONIMIZA-COPIA-REG-FIM
           END-IF
           MOVE WS-NOME-ANON  TO WM-NOME.
           MOVE WS-ENDER-ANON TO WM-ENDERECO.
           MOVE WS-MORTO-DET  TO BKPCLI-REC(1:139).
           REWRITE BKPCLI-REC.
           IF  FS-BKPCLI-OK
               ADD 1 TO ARQ-COUNT
           ELSE
               DISPLAY "ERRO AO REGRAVAR COPIA ST=" FS-BKPCLI
               MOVE "ERRO" TO WS-RESULTADO
           END-IF.
       ANONIMIZA-COPIA-REG-FIM.
           EXIT.
      *===================================
      * ANONIMIZACAO 6 - CANAIS DE CONTATO DE CADA TELEFONE LIGADO:
      * O REGISTRO E APAGADO (SO TEM DADO PESSOAL ALEM DA CHAVE)
       ANONIMIZA-CANAIS.
           MOVE "===== CANAIS DE CONTATO =====" TO WS-SECAO-TIT.
           PERFORM ESCREVE-SECAO THRU ESCREVE-SECAO-FIM.
           IF  NOT CANAL-ABERTO
               GO TO ANONIMIZA-CANAIS-FIM
           END-IF.
           MOVE ZEROS TO WS-FONE-IX.
           PERFORM ANON-CANAIS-DO-FONE THRU ANON-CANAIS-DO-FONE-FIM
               UNTIL WS-FONE-IX >= WS-QTD-FONES.
           MOVE NOME-ARQ-CANAIS TO WA-ARQUIVO.
           MOVE CANAL-COUNT TO ARQ-COUNT.
           PERFORM IMPRIME-ARQ-ANON THRU IMPRIME-ARQ-ANON-FIM.
       ANONIMIZA-CANAIS-FIM.
           EXIT.

       ANON-CANAIS-DO-FONE.
           ADD 1 TO WS-FONE-IX.
           MOVE WS-FONE-LIG(WS-FONE-IX) TO CN-FONE.
           READ CANALFL
               INVALID KEY
                   GO TO ANON-CANAIS-DO-FONE-FIM
           END-READ
           DELETE CANALFL
               INVALID KEY
                   DISPLAY "ERRO AO APAGAR CANAIS " CN-FONE
                   MOVE "ERRO" TO WS-RESULTADO
               NOT INVALID KEY
                   ADD 1 TO CANAL-COUNT
           END-DELETE.
       ANON-CANAIS-DO-FONE-FIM.
           EXIT.
      *===================================
      * ANONIMIZACAO 7 - CASOS DE ATENDIMENTO DE CADA TELEFONE LIGADO:
      * SO O ASSUNTO E TROCADO; TIPO, DATAS E RESPONSAVEL FICAM PARA
      * A ESTATISTICA DO ATENDIMENTO
       ANONIMIZA-CASOS.
           MOVE "===== CASOS DE ATENDIMENTO =====" TO WS-SECAO-TIT.
           PERFORM ESCREVE-SECAO THRU ESCREVE-SECAO-FIM.
           IF  NOT CASO-ABERTO
               GO TO ANONIMIZA-CASOS-FIM
           END-IF.
           MOVE ZEROS TO WS-FONE-IX.
           PERFORM ANON-CASOS-DO-FONE THRU ANON-CASOS-DO-FONE-FIM
               UNTIL WS-FONE-IX >= WS-QTD-FONES.
           MOVE NOME-ARQ-CASOS TO WA-ARQUIVO.
           MOVE CASO-COUNT TO ARQ-COUNT.
           PERFORM IMPRIME-ARQ-ANON THRU IMPRIME-ARQ-ANON-FIM.
       ANONIMIZA-CASOS-FIM.
           EXIT.

       ANON-CASOS-DO-FONE.
           ADD 1 TO WS-FONE-IX.
           MOVE WS-FONE-LIG(WS-FONE-IX) TO CS-FONE WS-FONE-TESTE.
           MOVE ZEROS TO CS-NUMERO.
           MOVE SPACES TO FS-CASO.
           START CASOFL KEY IS NOT LESS THAN CS-CHAVE
               INVALID KEY
                   GO TO ANON-CASOS-DO-FONE-FIM
           END-START.
           PERFORM ANONIMIZA-CASO THRU ANONIMIZA-CASO-FIM
               UNTIL FS-CASO-EOF.
       ANON-CASOS-DO-FONE-FIM.
           EXIT.

       ANONIMIZA-CASO.
           READ CASOFL NEXT
               AT END
                   GO TO ANONIMIZA-CASO-FIM
           END-READ
           IF  CS-FONE NOT = WS-FONE-TESTE
               MOVE "10" TO FS-CASO
               GO TO ANONIMIZA-CASO-FIM
           END-IF
           IF  CS-ASSUNTO = WS-NOTA-ANON
               GO TO ANONIMIZA-CASO-FIM
           END-IF
           MOVE WS-NOTA-ANON TO CS-ASSUNTO.
           REWRITE CASO-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CASO " CS-FONE
                       " " CS-NUMERO
                   MOVE "ERRO" TO WS-RESULTADO
               NOT INVALID KEY
                   ADD 1 TO CASO-COUNT
           END-REWRITE.
       ANONIMIZA-CASO-FIM.
           EXIT.

      * LINHA DO COMPROVANTE: ARQUIVO E QUANTOS REGISTROS DELE
      * FORAM ANONIMIZADOS (NENHUM DADO PESSOAL VAI PARA O PAPEL)
       IMPRIME-ARQ-ANON.
           IF  WS-LIN-PAGINA >= 50
               PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM
           END-IF
           IF  WA-ARQUIVO = SPACES
               MOVE WS-TRILHA-NOME TO WA-ARQUIVO
           END-IF
           MOVE ARQ-COUNT TO WA-QTD.
           WRITE RELAT-REC FROM WS-LIN-ARQ.
           ADD 1 TO WS-LIN-PAGINA.
           MOVE SPACES TO WA-ARQUIVO.
       IMPRIME-ARQ-ANON-FIM.
           EXIT.
      *===================================
       ESCREVE-SECAO.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
           WRITE RELAT-REC FROM WS-LIN-SECAO.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
           ADD 3 TO WS-LIN-PAGINA.
       ESCREVE-SECAO-FIM.
           EXIT.

       ESCREVE-CABECALHO.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE ZEROS TO WS-LIN-PAGINA.
           IF  MODO-EXPORTA
               MOVE "EXPORTACAO DE DADOS (LGPD)" TO WS-CAB-TITULO
           ELSE
               MOVE "ANONIMIZACAO (LGPD)"        TO WS-CAB-TITULO
           END-IF.
           MOVE WS-DATA-RELAT  TO WS-CAB-DATA.
           MOVE WS-NUM-PAGINA  TO WS-CAB-PAGINA.
           MOVE WS-FONE-PEDIDO TO WS-CAB-FONE.
           MOVE WS-PROTOCOLO   TO WS-CAB-PROT.
           MOVE WS-OPERADOR    TO WS-CAB-OPER.
           WRITE RELAT-REC FROM WS-CAB-REL1.
           WRITE RELAT-REC FROM WS-CAB-REL2.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
       ESCREVE-CABECALHO-FIM.
           EXIT.

      * -----------------------------------
      * ANOTA O PEDIDO NO LOG DOS PEDIDOS DO TITULAR (UMA VEZ POR
      * EXECUCAO), COM O RESULTADO E AS CONTAGENS
       GRAVA-LOG-LGPD.
           IF  NOT LOG-PENDENTE
               GO TO GRAVA-LOG-LGPD-FIM
           END-IF
           MOVE "N" TO WS-LOG-PENDENTE.
           MOVE "X" TO FS-LGPD.
           OPEN EXTEND LGPDFL
           IF  NOT FS-LGPD-OK
               OPEN OUTPUT LGPDFL
           END-IF
           IF  NOT FS-LGPD-OK
               DISPLAY "AVISO: NAO GRAVOU O LOG DOS PEDIDOS ST="
                   FS-LGPD "  " LGPDDD
               GO TO GRAVA-LOG-LGPD-FIM
           END-IF
           MOVE SPACES TO LGPD-REC.
           ACCEPT LG-DATA FROM DATE YYYYMMDD.
           ACCEPT LG-HORA FROM TIME.
           IF  MODO-EXPORTA
               MOVE "EXPORTACAO" TO LG-PEDIDO
           ELSE
               MOVE "ANONIMIZA"  TO LG-PEDIDO
           END-IF.
           MOVE WS-FONE-PEDIDO TO LG-FONE.
           MOVE WS-PROTOCOLO   TO LG-PROTOCOLO.
           MOVE WS-OPERADOR    TO LG-OPERADOR.
           MOVE WS-RESULTADO   TO LG-RESULTADO.
           MOVE WS-QTD-FONES   TO LG-QTD-FONES.
           MOVE CAD-COUNT      TO LG-QTD-CADASTRO.
           MOVE AUD-COUNT      TO LG-QTD-AUDIT.
           MOVE CONT-COUNT     TO LG-QTD-CONTATOS.
           MOVE COMPRA-COUNT   TO LG-QTD-COMPRAS.
           MOVE MALA-COUNT     TO LG-QTD-MALA.
           MOVE MORTO-COUNT    TO LG-QTD-MORTO.
           MOVE BKP-COUNT      TO LG-QTD-BACKUP.
           WRITE LGPD-REC.
           CLOSE LGPDFL.
       GRAVA-LOG-LGPD-FIM.
           EXIT.

       CLOSE-PARA.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
           MOVE "TELEFONES LIGADOS         : " TO WT-ROTULO.
           MOVE WS-QTD-FONES                   TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "CADASTRO                  : " TO WT-ROTULO.
           MOVE CAD-COUNT                      TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "REGISTROS DE AUDITORIA    : " TO WT-ROTULO.
           MOVE AUD-COUNT                      TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "CONTATOS                  : " TO WT-ROTULO.
           MOVE CONT-COUNT                     TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "CANAIS DE CONTATO         : " TO WT-ROTULO.
           MOVE CANAL-COUNT                    TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "CASOS DE ATENDIMENTO      : " TO WT-ROTULO.
           MOVE CASO-COUNT                     TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           IF  MODO-EXPORTA
               MOVE "COMPRAS                   : " TO WT-ROTULO
               MOVE COMPRA-COUNT                   TO WT-TOTAL
               WRITE RELAT-REC FROM WS-TOT-REL
               MOVE "ENDERECAMENTOS DE CAMPANHA: " TO WT-ROTULO
               MOVE MALA-COUNT                     TO WT-TOTAL
               WRITE RELAT-REC FROM WS-TOT-REL
               MOVE "RECUSAS DE CONTATO        : " TO WT-ROTULO
               MOVE OPTOUT-COUNT                   TO WT-TOTAL
               WRITE RELAT-REC FROM WS-TOT-REL
           END-IF.
           MOVE "REGISTROS EM ARQUIVO MORTO: " TO WT-ROTULO.
           MOVE MORTO-COUNT                    TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "REGISTROS EM COPIAS       : " TO WT-ROTULO.
           MOVE BKP-COUNT                      TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           CLOSE FILE1 CONTFILE RELATORIO.
           IF  COMPRA-ABERTA
               CLOSE COMPRAFL
           END-IF.
           IF  CANAL-ABERTO
               CLOSE CANALFL
           END-IF.
           IF  CASO-ABERTO
               CLOSE CASOFL
           END-IF.
           IF  OPT-ABERTO
               CLOSE OPTFL
           END-IF.
           DISPLAY "================================================"
           DISPLAY "TELEFONES LIGADOS      : " WS-QTD-FONES
           DISPLAY "CADASTRO               : " CAD-COUNT
           DISPLAY "REGISTROS DE AUDITORIA : " AUD-COUNT
           DISPLAY "CONTATOS               : " CONT-COUNT
           DISPLAY "CANAIS DE CONTATO      : " CANAL-COUNT
           DISPLAY "CASOS DE ATENDIMENTO   : " CASO-COUNT
           IF  MODO-EXPORTA
               DISPLAY "COMPRAS                : " COMPRA-COUNT
               DISPLAY "ENDERECAMENTOS         : " MALA-COUNT
               DISPLAY "RECUSAS DE CONTATO     : " OPTOUT-COUNT
           END-IF
           DISPLAY "EM ARQUIVOS MORTOS     : " MORTO-COUNT
           DISPLAY "EM COPIAS DE SEGURANCA : " BKP-COUNT
           DISPLAY "RESULTADO              : " WS-RESULTADO
           DISPLAY "RELATORIO GERADO       : " NOME-ARQ-RELATORIO
           DISPLAY "================================================".
       CLOSE-EXIT-PARA.
           EXIT.

      *=================  FIM ======
       EXIT-PARA.
           IF  LOG-PENDENTE
               IF  WS-RESULTADO = "OK"
                   MOVE "ERRO" TO WS-RESULTADO
               END-IF
               PERFORM GRAVA-LOG-LGPD THRU GRAVA-LOG-LGPD-FIM
           END-IF.
           DISPLAY 'FIM CADLGPD01 (ABORTADO) ...'
           EXIT PROGRAM.
