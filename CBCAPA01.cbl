       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBCAPA01.
      *
      ****************************************************************
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Capacidade e crescimento dos arquivos: uma vez por
      *          semana (CBCAPA01_INTERVALO_DIAS, padrao 7 - nas
      *          outras noites da fila so confere a data da ultima
      *          fotografia e sai) conta os registros de cada
      *          cadastro, tabela de consulta e log do cobol.cfg
      *          (clientes com ativos/inativos, funcionarios,
      *          compras, contatos, crediario, pontos, casos, razao
      *          da folha, lojas, itens, regioes, operadores,
      *          departamentos, estoque, vendas do mes, score,
      *          canais, opt-out, campanhas, horas extras,
      *          descontos, orcamento, comissoes, ausencias,
      *          alteracoes pendentes, periodos da folha, diretorio
      *          de CEP, selecao de cobranca, plano de contas,
      *          tabela do INSS e os logs de auditoria, jobs,
      *          salarios, departamentos, LGPD e recebimentos) e
      *          acumula a fotografia em cbcapacidade.dat
      *          (CAPAHIST). O relatorio mostra o
      *          crescimento por mes de cada arquivo (contra a
      *          fotografia mais antiga dos ultimos 12 meses) e a
      *          projecao em 3, 6 e 12 meses. Com as ultimas
      *          duracoes que o CBTEMP01 guarda em cbruntime.dat,
      *          estima quanto a noite cresce quando os jobs que
      *          leem cada arquivo crescem na mesma proporcao dele,
      *          e aponta os arquivos que empurram a fila para fora
      *          da janela (CBCAPA01_JANELA_MIN), para planejar
      *          arquivo morto e expurgo antes da noite ruim.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *---> arquivos medidos: todos abertos pelo nome corrente em
      *     ARQDD, um de cada vez, com o status comum FS-ARQ
      *---> arquivo indexado de clientes (mesmo layout do CADCLI01)
           SELECT CLIFL ASSIGN TO ARQDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-ARQ
               RECORD KEY IS FS-KEY.
      *---> cadastro de funcionarios (mesmo layout do cbaula72)
           SELECT EMPFL ASSIGN TO ARQDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS FS-ARQ.
      *---> historico de compras dos clientes
           SELECT COMPRAFL ASSIGN TO ARQDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-ARQ
               RECORD KEY IS CP-CHAVE.
      *---> historico de contatos com os clientes
           SELECT CONTFILE ASSIGN TO ARQDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-ARQ
               RECORD KEY IS CT-CHAVE.
      *---> carnes do crediario (CBCRED01)
           SELECT CREDFL ASSIGN TO ARQDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHAVE
               FILE STATUS IS FS-ARQ.
      *---> extrato de pontos de fidelidade
           SELECT PONTFL ASSIGN TO ARQDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-ARQ
               RECORD KEY IS PT-CHAVE.
      *---> casos de atendimento (CBCASO01)
           SELECT CASOFL ASSIGN TO ARQDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS FS-ARQ.
      *---> razao da folha de pagamento (cbaula72)
           SELECT FOLHAFL ASSIGN TO ARQDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FL-CHAVE
               FILE STATUS IS FS-ARQ.
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
      *---> cadastro de operadores (mantido pelo CBOPER01)
           SELECT OPERFL ASSIGN TO ARQDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CHAVE
               FILE STATUS IS FS-ARQ.
      *---> cadastro de departamentos (mantido pelo CBDEP01)
           SELECT DEPTOFL ASSIGN TO ARQDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CHAVE
               FILE STATUS IS FS-ARQ.
      *---> saldo de estoque por loja e item (CBEST01)
           SELECT ESTQFL ASSIGN TO ARQDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-CHAVE
               FILE STATUS IS FS-ARQ.
      *---> resumo mensal de vendas (CBVMES01)
           SELECT VENDMFL ASSIGN TO ARQDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-CHAVE
               FILE STATUS IS FS-ARQ.
      *---> pontuacao de credito dos clientes (CBSCORE01)
           SELECT SCOREFL ASSIGN TO ARQDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-CHAVE
               FILE STATUS IS FS-ARQ.
      *---> canais de contato dos clientes (CADCLI01)
           SELECT CANALFL ASSIGN TO ARQDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-CHAVE
               ALTERNATE RECORD KEY IS CN-FONE-ADIC1 WITH DUPLICATES
               ALTERNATE RECORD KEY IS CN-FONE-ADIC2 WITH DUPLICATES
               FILE STATUS IS FS-ARQ.
      *---> recusas de contato dos clientes (CADCLI01)
           SELECT OPTFL ASSIGN TO ARQDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OO-CHAVE
               FILE STATUS IS FS-ARQ.
      *---> campanhas de mala direta (CADCAMP01)
           SELECT CAMPFL ASSIGN TO ARQDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CHAVE
               FILE STATUS IS FS-ARQ.
      *---> horas extras lancadas (CBHORA01)
           SELECT HORAFL ASSIGN TO ARQDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-CHAVE
               FILE STATUS IS FS-ARQ.
      *---> descontos recorrentes da folha (CBDESC01)
           SELECT DESCFL ASSIGN TO ARQDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-CHAVE
               FILE STATUS IS FS-ARQ.
      *---> orcamento de pessoal por departamento (CBORC01)
           SELECT ORCAFL ASSIGN TO ARQDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-CHAVE
               FILE STATUS IS FS-ARQ.
      *---> comissoes apuradas (CBCOMI01)
           SELECT COMISFL ASSIGN TO ARQDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CHAVE
               FILE STATUS IS FS-ARQ.
      *---> ferias e afastamentos (CBAUS01)
           SELECT AUSFL ASSIGN TO ARQDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-CHAVE
               FILE STATUS IS FS-ARQ.
      *---> alteracoes salariais pendentes (cbaula72)
           SELECT ALTPENDFL ASSIGN TO ARQDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CHAVE
               FILE STATUS IS FS-ARQ.
      *---> periodos da folha fechados (cbaula72)
           SELECT FOLHAPERFL ASSIGN TO ARQDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-PERIODO
               FILE STATUS IS FS-ARQ.
      *---> logs e arquivos linha a linha (contagem de linhas)
           SELECT LINFL ASSIGN TO ARQDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARQ.
      *---> historia de crescimento (uma fotografia por semana)
           SELECT HISTFL ASSIGN TO HISTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HIST.
      *---> historia de tempos de execucao mantida pelo CBTEMP01
           SELECT RUNTFL ASSIGN TO RUNTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUNT.
      *---> relatorio impresso de capacidade
           SELECT RELATORIO ASSIGN TO NOME-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELAT.
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
       FD CLIFL.
           COPY CLIREC.
      *
       FD EMPFL.
           COPY EMPREC.
      *
       FD COMPRAFL.
           COPY COMPRAREC.
      *
       FD CONTFILE.
           COPY CONTREC.
      *
       FD CREDFL.
           COPY CREDREC.
      *
       FD PONTFL.
           COPY PONTREC.
      *
       FD CASOFL.
           COPY CASOREC.
      *
       FD FOLHAFL.
           COPY FOLHAREC.
      *
       FD LOJAFL.
           COPY STOREREC.
      *
       FD ITEMFL.
           COPY ITEMREC.
      *
       FD REGIAOFL.
           COPY REGREC.
      *
       FD OPERFL.
           COPY OPERREC.
      *
       FD DEPTOFL.
           COPY DEPREC.
      *
       FD ESTQFL.
           COPY ESTQREC.
      *
       FD VENDMFL.
           COPY VENDMREC.
      *
       FD SCOREFL.
           COPY SCOREREC.
      *
       FD CANALFL.
           COPY CANALREC.
      *
       FD OPTFL.
           COPY OPTREC.
      *
       FD CAMPFL.
           COPY CAMPREC.
      *
       FD HORAFL.
           COPY HORAREC.
      *
       FD DESCFL.
           COPY DESCREC.
      *
       FD ORCAFL.
           COPY ORCAREC.
      *
       FD COMISFL.
           COPY COMISREC.
      *
       FD AUSFL.
           COPY AUSREC.
      *
       FD ALTPENDFL.
           COPY ALTPEND.
      *
       FD FOLHAPERFL.
           COPY FOLHAPER.
      *
       FD LINFL.
       01  LINFL-REC       PIC X(300).
      *
       FD  HISTFL.
           COPY CAPAHIST.
      *
      *  UMA LINHA POR EXECUCAO CASADA (MESMO LAYOUT DO CBTEMP01)
       FD  RUNTFL.
       01  RUNT-REC.
           05  RT-PROGRAMA     PIC X(20).
           05  FILLER          PIC X(01).
           05  RT-DATA         PIC 9(08).
           05  FILLER          PIC X(01).
           05  RT-HORA-INI     PIC 9(06).
           05  FILLER          PIC X(01).
           05  RT-HORA-FIM     PIC 9(06).
           05  FILLER          PIC X(01).
      *---> DURACAO EM SEGUNDOS
           05  RT-DURACAO      PIC 9(06).
           05  FILLER          PIC X(01).
           05  RT-STATUS       PIC X(10).
           05  FILLER          PIC X(01).
           05  RT-OPERADOR     PIC X(08).
      *
       FD RELATORIO.
       01 RELAT-REC PIC X(132).
      *
       FD  JOBLOGFL.
           COPY JOBLOG.
      *
       FD  CONFIGFL.
           COPY CONFIGCFG.
      *
       WORKING-STORAGE SECTION.
      *---> ARQUIVO MEDIDO NO MOMENTO (NOME DA TABELA ABAIXO)
       01  ARQDD             PIC X(50) VALUE SPACES.

       01  FS-ARQ            PIC X(02) VALUE SPACES.
           88  FS-ARQ-OK     VALUE IS "00".

       77  WS-FIM-ARQ        PIC X VALUE "N".
           88  E-FIM-ARQ     VALUE "S".

       01  HISTDD            PIC X(50) VALUE
           "./files/cbcapacidade.dat".

       01  FS-HIST           PIC X(02) VALUE "X".
           88  FS-HIST-OK    VALUE IS "00".
           88  FS-HIST-EOF   VALUE IS "10".

       01  RUNTDD            PIC X(30) VALUE "./files/cbruntime.dat".

       01  FS-RUNT           PIC X(02) VALUE "X".
           88  FS-RUNT-OK    VALUE IS "00".
           88  FS-RUNT-EOF   VALUE IS "10".

       01  NOME-ARQ-RELATORIO.
           05  FILLER  PIC X(50) VALUE "./cbcapacidade.out".

       77  FS-RELAT          PIC X(02) VALUE SPACES.

       01  JOBLOGDD.
           05  FILLER  PIC X(30) VALUE "./cbjoblog.log".

       01  FS-JOBLOG         PIC X(02) VALUE "X".
           88  FS-JOBLOG-OK  VALUE IS "00".

       01  WS-JOB-STATUS     PIC X(10) VALUE "OK".

      *---> CODIGO DO OPERADOR (VARIAVEL DE AMBIENTE OPERADOR)
       77  WS-OPERADOR       PIC X(08) VALUE SPACES.

       01  CONFIGDD          PIC X(30) VALUE "./cobol.cfg".

       01  FS-CONFIG         PIC X(02) VALUE "X".
           88  FS-CONFIG-OK  VALUE IS "00".
           88  FS-CONFIG-EOF VALUE IS "10".

       77  WS-CFG-CHAVE      PIC X(30) VALUE SPACES.
       77  WS-CFG-VALOR      PIC X(50) VALUE SPACES.

       01  args-cmd-linex    PIC X(90)  VALUE SPACES.

      *---> DIAS ENTRE FOTOGRAFIAS (ZERO FOTOGRAFA EM TODA RODADA)
       01  WS-INTERVALO      PIC 9(03) VALUE 007.
      *---> JANELA DA NOITE EM MINUTOS
       01  WS-JANELA-MIN     PIC 9(04) VALUE 0360.
       77  WS-JANELA-SEG     PIC 9(07) VALUE ZEROS.
      *---> HISTORIA MINIMA (DIAS) PARA CALCULAR O CRESCIMENTO
       77  WS-MIN-DIAS       PIC 9(03) VALUE 007.

      *---> ARQUIVOS MEDIDOS: CODIGO, CHAVE DO cobol.cfg COM O NOME,
      *---> NOME PADRAO, TIPO (I = INDEXADO COM LAYOUT PROPRIO, L =
      *---> LINHA A LINHA), S = CADASTRO COM ATIVOS/INATIVOS E OS
      *---> JOBS DA NOITE QUE LEEM O ARQUIVO (CHAVE
      *---> CBCAPA01_LEIT_<CODIGO> TROCA A LISTA)
       01  WS-ARQ-VALORES.
           05  FILLER PIC X(10) VALUE "CLIENTES".
           05  FILLER PIC X(30) VALUE "CADCLI01_FILE1".
           05  FILLER PIC X(50) VALUE "./cad-clientes.dat".
           05  FILLER PIC X(02) VALUE "IS".
           05  FILLER PIC X(50) VALUE
               "CBBKP01 CADBATCH01 CADEXTR01 CBJSON01 CBPONT01".
           05  FILLER PIC X(50) VALUE
               "CBSCORE01 CBCRED02 CADMALA01 CBINTEG01".
      *
           05  FILLER PIC X(10) VALUE "FUNC".
           05  FILLER PIC X(30) VALUE "EMPFILE".
           05  FILLER PIC X(50) VALUE "cbAULA72IDX.IDX".
           05  FILLER PIC X(02) VALUE "IS".
           05  FILLER PIC X(50) VALUE "CBBKP01 CBINTEG01".
           05  FILLER PIC X(50) VALUE SPACES.
      *
           05  FILLER PIC X(10) VALUE "COMPRAS".
           05  FILLER PIC X(30) VALUE "COMPRAFILE".
           05  FILLER PIC X(50) VALUE "./cadcli-compras.dat".
           05  FILLER PIC X(02) VALUE "I ".
           05  FILLER PIC X(50) VALUE
               "cb70_read-write CBPONT01 CBSCORE01 CBINTEG01".
           05  FILLER PIC X(50) VALUE SPACES.
      *
           05  FILLER PIC X(10) VALUE "CONTATOS".
           05  FILLER PIC X(30) VALUE "CADCLI01_CONTFILE".
           05  FILLER PIC X(50) VALUE "./cadcli-contatos.dat".
           05  FILLER PIC X(02) VALUE "I ".
           05  FILLER PIC X(50) VALUE "CADMALA01 CBINTEG01".
           05  FILLER PIC X(50) VALUE SPACES.
      *
           05  FILLER PIC X(10) VALUE "CREDIARIO".
           05  FILLER PIC X(30) VALUE "CREDFILE".
           05  FILLER PIC X(50) VALUE "./cadcli-crediario.dat".
           05  FILLER PIC X(02) VALUE "I ".
           05  FILLER PIC X(50) VALUE "CBCRED02 CBCRED03".
           05  FILLER PIC X(50) VALUE SPACES.
      *
           05  FILLER PIC X(10) VALUE "PONTOS".
           05  FILLER PIC X(30) VALUE "PONTOSFILE".
           05  FILLER PIC X(50) VALUE "./cadcli-pontos.dat".
           05  FILLER PIC X(02) VALUE "I ".
           05  FILLER PIC X(50) VALUE "CBPONT01 CADMALA01".
           05  FILLER PIC X(50) VALUE SPACES.
      *
           05  FILLER PIC X(10) VALUE "CASOS".
           05  FILLER PIC X(30) VALUE "CASOFILE".
           05  FILLER PIC X(50) VALUE "./cadcli-casos.dat".
           05  FILLER PIC X(02) VALUE "I ".
           05  FILLER PIC X(50) VALUE "CBCASO02".
           05  FILLER PIC X(50) VALUE SPACES.
      *
           05  FILLER PIC X(10) VALUE "FOLHA".
           05  FILLER PIC X(30) VALUE "FOLHAFILE".
           05  FILLER PIC X(50) VALUE "./cbFOLHA.IDX".
           05  FILLER PIC X(02) VALUE "I ".
           05  FILLER PIC X(50) VALUE SPACES.
           05  FILLER PIC X(50) VALUE SPACES.
      *
           05  FILLER PIC X(10) VALUE "LOJAS".
           05  FILLER PIC X(30) VALUE "LOJAFILE".
           05  FILLER PIC X(50) VALUE "./cbLOJAS.IDX".
           05  FILLER PIC X(02) VALUE "IS".
           05  FILLER PIC X(50) VALUE
               "cb70_read-write CBCONC01 CBCRED02 CBINTEG01".
           05  FILLER PIC X(50) VALUE SPACES.
      *
           05  FILLER PIC X(10) VALUE "ITENS".
           05  FILLER PIC X(30) VALUE "ITEMFILE".
           05  FILLER PIC X(50) VALUE "./cbITENS.IDX".
           05  FILLER PIC X(02) VALUE "IS".
           05  FILLER PIC X(50) VALUE "cb70_read-write".
           05  FILLER PIC X(50) VALUE SPACES.
      *
           05  FILLER PIC X(10) VALUE "REGIOES".
           05  FILLER PIC X(30) VALUE "REGIAOFILE".
           05  FILLER PIC X(50) VALUE "./cbREGIOES.IDX".
           05  FILLER PIC X(02) VALUE "IS".
           05  FILLER PIC X(50) VALUE "cb70_read-write CBINTEG01".
           05  FILLER PIC X(50) VALUE SPACES.
      *
           05  FILLER PIC X(10) VALUE "OPERADORES".
           05  FILLER PIC X(30) VALUE "OPERFILE".
           05  FILLER PIC X(50) VALUE "./cbOPERS.IDX".
           05  FILLER PIC X(02) VALUE "IS".
           05  FILLER PIC X(50) VALUE "CBCASO02".
           05  FILLER PIC X(50) VALUE SPACES.
      *
           05  FILLER PIC X(10) VALUE "DEPTOS".
           05  FILLER PIC X(30) VALUE "DEPTOFILE".
           05  FILLER PIC X(50) VALUE "./cbDEPTOS.IDX".
           05  FILLER PIC X(02) VALUE "IS".
           05  FILLER PIC X(50) VALUE "CBINTEG01".
           05  FILLER PIC X(50) VALUE SPACES.
      *
           05  FILLER PIC X(10) VALUE "ESTOQUE".
           05  FILLER PIC X(30) VALUE "ESTOQUEFILE".
           05  FILLER PIC X(50) VALUE "./cbESTOQUE.IDX".
           05  FILLER PIC X(02) VALUE "I ".
           05  FILLER PIC X(50) VALUE "CBEST01".
           05  FILLER PIC X(50) VALUE SPACES.
      *
           05  FILLER PIC X(10) VALUE "VENDASMES".
           05  FILLER PIC X(30) VALUE "VENDASMESFILE".
           05  FILLER PIC X(50) VALUE "./cbVENDASMES.IDX".
           05  FILLER PIC X(02) VALUE "I ".
           05  FILLER PIC X(50) VALUE "CBVMES01 CBVMES02".
           05  FILLER PIC X(50) VALUE SPACES.
      *
           05  FILLER PIC X(10) VALUE "SCORE".
           05  FILLER PIC X(30) VALUE "SCOREFILE".
           05  FILLER PIC X(50) VALUE "./cadcli-score.dat".
           05  FILLER PIC X(02) VALUE "I ".
           05  FILLER PIC X(50) VALUE "CBSCORE01 CADMALA01".
           05  FILLER PIC X(50) VALUE SPACES.
      *
           05  FILLER PIC X(10) VALUE "CANAIS".
           05  FILLER PIC X(30) VALUE "CANAISFILE".
           05  FILLER PIC X(50) VALUE "./cadcli-canais.dat".
           05  FILLER PIC X(02) VALUE "I ".
           05  FILLER PIC X(50) VALUE "CADEXTR01 CBJSON01".
           05  FILLER PIC X(50) VALUE SPACES.
      *
           05  FILLER PIC X(10) VALUE "OPTOUT".
           05  FILLER PIC X(30) VALUE "OPTOUTFILE".
           05  FILLER PIC X(50) VALUE "./cadcli-optout.dat".
           05  FILLER PIC X(02) VALUE "I ".
           05  FILLER PIC X(50) VALUE
               "CADEXTR01 CBJSON01 CADMALA01 CADRECON01".
           05  FILLER PIC X(50) VALUE SPACES.
      *
           05  FILLER PIC X(10) VALUE "CAMPANHAS".
           05  FILLER PIC X(30) VALUE "CAMPFILE".
           05  FILLER PIC X(50) VALUE "./cadcli-campanhas.dat".
           05  FILLER PIC X(02) VALUE "I ".
           05  FILLER PIC X(50) VALUE "CADMALA01 CBINTEG01".
           05  FILLER PIC X(50) VALUE SPACES.
      *
           05  FILLER PIC X(10) VALUE "HORAS".
           05  FILLER PIC X(30) VALUE "HORASFILE".
           05  FILLER PIC X(50) VALUE "./cbHORAS.IDX".
           05  FILLER PIC X(02) VALUE "I ".
           05  FILLER PIC X(50) VALUE SPACES.
           05  FILLER PIC X(50) VALUE SPACES.
      *
           05  FILLER PIC X(10) VALUE "DESCONTOS".
           05  FILLER PIC X(30) VALUE "DESCFILE".
           05  FILLER PIC X(50) VALUE "./cbDESCONTOS.IDX".
           05  FILLER PIC X(02) VALUE "I ".
           05  FILLER PIC X(50) VALUE SPACES.
           05  FILLER PIC X(50) VALUE SPACES.
      *
           05  FILLER PIC X(10) VALUE "ORCAMENTO".
           05  FILLER PIC X(30) VALUE "ORCAFILE".
           05  FILLER PIC X(50) VALUE "./cbORCAMENTO.IDX".
           05  FILLER PIC X(02) VALUE "I ".
           05  FILLER PIC X(50) VALUE SPACES.
           05  FILLER PIC X(50) VALUE SPACES.
      *
           05  FILLER PIC X(10) VALUE "COMISSAO".
           05  FILLER PIC X(30) VALUE "COMISFILE".
           05  FILLER PIC X(50) VALUE "./cbCOMISSAO.IDX".
           05  FILLER PIC X(02) VALUE "I ".
           05  FILLER PIC X(50) VALUE SPACES.
           05  FILLER PIC X(50) VALUE SPACES.
      *
           05  FILLER PIC X(10) VALUE "AUSENCIAS".
           05  FILLER PIC X(30) VALUE "AUSFILE".
           05  FILLER PIC X(50) VALUE "./cbAUSENCIAS.IDX".
           05  FILLER PIC X(02) VALUE "I ".
           05  FILLER PIC X(50) VALUE "CBINTEG01".
           05  FILLER PIC X(50) VALUE SPACES.
      *
           05  FILLER PIC X(10) VALUE "ALTPEND".
           05  FILLER PIC X(30) VALUE "ALTPENDFILE".
           05  FILLER PIC X(50) VALUE "./cbALTPEND.IDX".
           05  FILLER PIC X(02) VALUE "I ".
           05  FILLER PIC X(50) VALUE SPACES.
           05  FILLER PIC X(50) VALUE SPACES.
      *
           05  FILLER PIC X(10) VALUE "FOLHAPER".
           05  FILLER PIC X(30) VALUE "FOLHAPERFILE".
           05  FILLER PIC X(50) VALUE "./cbFOLHAPER.IDX".
           05  FILLER PIC X(02) VALUE "I ".
           05  FILLER PIC X(50) VALUE SPACES.
           05  FILLER PIC X(50) VALUE SPACES.
      *
           05  FILLER PIC X(10) VALUE "CEPDIR".
           05  FILLER PIC X(30) VALUE "CEPDIRFILE".
           05  FILLER PIC X(50) VALUE "./cbCEPDIR.SEQ".
           05  FILLER PIC X(02) VALUE "L ".
           05  FILLER PIC X(50) VALUE SPACES.
           05  FILLER PIC X(50) VALUE SPACES.
      *
           05  FILLER PIC X(10) VALUE "COBRANCA".
           05  FILLER PIC X(30) VALUE "COBRANCAFILE".
           05  FILLER PIC X(50) VALUE "./files/cadcli-cobranca.sel".
           05  FILLER PIC X(02) VALUE "L ".
           05  FILLER PIC X(50) VALUE "CBCRED03 CADMALA01".
           05  FILLER PIC X(50) VALUE SPACES.
      *
           05  FILLER PIC X(10) VALUE "CONTAS".
           05  FILLER PIC X(30) VALUE "CONTASFILE".
           05  FILLER PIC X(50) VALUE "./cbCONTAS.SEQ".
           05  FILLER PIC X(02) VALUE "L ".
           05  FILLER PIC X(50) VALUE "CBCONT01".
           05  FILLER PIC X(50) VALUE SPACES.
      *
           05  FILLER PIC X(10) VALUE "INSS".
           05  FILLER PIC X(30) VALUE "INSSFILE".
           05  FILLER PIC X(50) VALUE "./cbINSS.SEQ".
           05  FILLER PIC X(02) VALUE "L ".
           05  FILLER PIC X(50) VALUE SPACES.
           05  FILLER PIC X(50) VALUE SPACES.
      *
           05  FILLER PIC X(10) VALUE "AUDITORIA".
           05  FILLER PIC X(30) VALUE "CADCLI01_AUDITFILE".
           05  FILLER PIC X(50) VALUE "./cadcli-audit.log".
           05  FILLER PIC X(02) VALUE "L ".
           05  FILLER PIC X(50) VALUE "CBAUDVER01".
           05  FILLER PIC X(50) VALUE SPACES.
      *
           05  FILLER PIC X(10) VALUE "JOBLOG".
           05  FILLER PIC X(30) VALUE "JOBLOGDD".
           05  FILLER PIC X(50) VALUE "./cbjoblog.log".
           05  FILLER PIC X(02) VALUE "L ".
           05  FILLER PIC X(50) VALUE "CBPREV01 CBTEMP01 CBMANHA01".
           05  FILLER PIC X(50) VALUE SPACES.
      *
           05  FILLER PIC X(10) VALUE "SALHIST".
           05  FILLER PIC X(30) VALUE "SALHISTDD".
           05  FILLER PIC X(50) VALUE "./cbsalhist.log".
           05  FILLER PIC X(02) VALUE "L ".
           05  FILLER PIC X(50) VALUE SPACES.
           05  FILLER PIC X(50) VALUE SPACES.
      *
           05  FILLER PIC X(10) VALUE "DEPHIST".
           05  FILLER PIC X(30) VALUE "DEPHISTDD".
           05  FILLER PIC X(50) VALUE "./cbdephist.log".
           05  FILLER PIC X(02) VALUE "L ".
           05  FILLER PIC X(50) VALUE SPACES.
           05  FILLER PIC X(50) VALUE SPACES.
      *
           05  FILLER PIC X(10) VALUE "LGPD".
           05  FILLER PIC X(30) VALUE "LGPDFILE".
           05  FILLER PIC X(50) VALUE "./cadcli-lgpd.log".
           05  FILLER PIC X(02) VALUE "L ".
           05  FILLER PIC X(50) VALUE SPACES.
           05  FILLER PIC X(50) VALUE SPACES.
      *
           05  FILLER PIC X(10) VALUE "RECEBIM".
           05  FILLER PIC X(30) VALUE "CBCRED01_LOGDD".
           05  FILLER PIC X(50) VALUE "./cadcli-recebimentos.log".
           05  FILLER PIC X(02) VALUE "L ".
           05  FILLER PIC X(50) VALUE SPACES.
           05  FILLER PIC X(50) VALUE SPACES.

       01  WS-ARQ-TAB REDEFINES WS-ARQ-VALORES.
           05  WS-ARQ OCCURS 36 TIMES.
               10  AQ-CODIGO     PIC X(10).
               10  AQ-CHAVE-CFG  PIC X(30).
               10  AQ-NOME       PIC X(50).
               10  AQ-TIPO       PIC X(01).
                   88  AQ-INDEXADO VALUE "I".
                   88  AQ-LINHAS   VALUE "L".
               10  AQ-SITUACAO   PIC X(01).
                   88  AQ-COM-SITUACAO VALUE "S".
               10  AQ-LEITORES   PIC X(100).

       77  WS-QTD-AQ         PIC 9(02) VALUE 36.
       77  WS-AQ-IX          PIC 9(02) VALUE ZEROS.
       77  WS-AQ-ACHOU       PIC X     VALUE "N".
           88  AQ-ACHADO     VALUE "S".

      *---> RESULTADO DE CADA ARQUIVO (MESMA POSICAO DA TABELA ACIMA)
       01  WS-RES-TAB.
           05  WS-RES OCCURS 36 TIMES.
               10  RS-ACHOU      PIC X(01).
                   88  RS-PRESENTE VALUE "S".
               10  RS-QTD        PIC 9(09).
               10  RS-ATIVOS     PIC 9(09).
               10  RS-INATIVOS   PIC 9(09).
      *---> ULTIMA FOTOGRAFIA ANTERIOR E A MAIS ANTIGA DOS 12 MESES
               10  RS-ANT-DATA   PIC 9(08).
               10  RS-ANT-QTD    PIC 9(09).
               10  RS-BASE-DATA  PIC 9(08).
               10  RS-BASE-QTD   PIC 9(09).
      *---> CRESCIMENTO POR MES, PROJECOES E ESTOURO DA JANELA
               10  RS-CRESC-MES  PIC S9(09).
               10  RS-PCT-MES    PIC S9(05)V9.
               10  RS-PROJ       PIC 9(11) OCCURS 3 TIMES.
               10  RS-SOMA-LEIT  PIC 9(07).
               10  RS-ESTOURO    PIC 9(02).
               10  RS-NOITE-PROJ PIC 9(09).
               10  RS-SITUACAO   PIC X(28).

      *---> HORIZONTES DA PROJECAO, EM MESES
       01  WS-HORIZ-VALORES  PIC X(06) VALUE "030612".
       01  WS-HORIZ-TAB REDEFINES WS-HORIZ-VALORES.
           05  WS-HORIZ      PIC 9(02) OCCURS 3 TIMES.
       77  WS-HZ-IX          PIC 9(01) VALUE ZEROS.

      *---> ULTIMA DURACAO (SEGUNDOS) DE CADA PROGRAMA NO cbruntime.dat
       01  WS-DUR-TAB.
           05  WS-DUR-ENT OCCURS 60 TIMES.
               10  DU-PROGRAMA   PIC X(20).
               10  DU-SEG        PIC 9(06).
       77  WS-QTD-DUR        PIC 9(02) VALUE ZEROS.
       77  WS-DUR-IX         PIC 9(02) VALUE ZEROS.
       01  WS-DUR-ACHADO     PIC X     VALUE "N".
           88  DUR-ACHADO    VALUE "S".
       77  WS-PROG-PROCURA   PIC X(20) VALUE SPACES.
      *---> ULTIMA DURACAO DA FILA INTEIRA (CBSTREAM01)
       77  WS-DUR-NOITE      PIC 9(07) VALUE ZEROS.

      *---> JOBS QUE LEEM O ARQUIVO CORRENTE
       01  WS-LEIT-TAB.
           05  WS-LEIT       PIC X(20) OCCURS 10 TIMES.
       77  WS-LEIT-IX        PIC 9(02) VALUE ZEROS.

      *---> CALENDARIO COMERCIAL (360 DIAS) PARA DIFERENCA DE DATAS
       01  WS-DATA-AUX.
           05  WS-AUX-AAAA   PIC 9(04).
           05  WS-AUX-MM     PIC 9(02).
           05  WS-AUX-DD     PIC 9(02).
       77  WS-DIAS-HOJE      PIC 9(07) VALUE ZEROS.
       77  WS-DIAS-REG       PIC 9(07) VALUE ZEROS.
       77  WS-DIAS-HIST      PIC 9(07) VALUE ZEROS.

      *---> DATA DA ULTIMA FOTOGRAFIA DA HISTORIA
       77  WS-ULT-FOTO       PIC 9(08) VALUE ZEROS.
       77  WS-SEMANA-FEITA   PIC X VALUE "N".
           88  E-SEMANA-FEITA VALUE "S".

       77  WS-EXTRA-SEG      PIC 9(09) VALUE ZEROS.
       77  WS-BASE-NOITE     PIC 9(07) VALUE ZEROS.
       77  WS-NOITE-SEG      PIC 9(09) VALUE ZEROS.
       77  WS-PROJ-AUX       PIC S9(11) VALUE ZEROS.

       01  COUNTERS.
           05  ARQ-MEDIDOS   PIC 9(02) VALUE ZEROS.
           05  ARQ-AUSENTES  PIC 9(02) VALUE ZEROS.
           05  ARQ-ESTOURO   PIC 9(02) VALUE ZEROS.

       77  WS-DATA-RELAT   PIC 9(08).
       77  WS-NUM-PAGINA   PIC 9(03) VALUE ZEROS.
       77  WS-LIN-PAGINA   PIC 9(02) VALUE ZEROS.

       01  WS-CAB-REL1.
           05 FILLER        PIC X(40) VALUE
               "CAPACIDADE E CRESCIMENTO DOS ARQUIVOS".
           05 FILLER        PIC X(08) VALUE "  DATA: ".
           05 WS-CAB-DATA   PIC 9(08).
           05 FILLER        PIC X(08) VALUE "  PAG.: ".
           05 WS-CAB-PAGINA PIC ZZ9.

       01  WS-CAB-REL2.
           05 FILLER        PIC X(12) VALUE "ARQUIVO".
           05 FILLER        PIC X(11) VALUE "REGISTROS".
           05 FILLER        PIC X(11) VALUE "FOTO ANT.".
           05 FILLER        PIC X(12) VALUE " CRESC/MES".
           05 FILLER        PIC X(09) VALUE "  %/MES".
           05 FILLER        PIC X(13) VALUE " EM 3 MESES".
           05 FILLER        PIC X(13) VALUE " EM 6 MESES".
           05 FILLER        PIC X(13) VALUE "EM 12 MESES".
           05 FILLER        PIC X(28) VALUE "SITUACAO".

       01  WS-LIN-REL.
           05 WL-CODIGO     PIC X(10).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WL-QTD        PIC ZZZZZZZZ9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WL-ANT        PIC ZZZZZZZZ9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WL-CRESC      PIC -ZZZZZZZZ9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WL-PCT        PIC -ZZZ9.9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WL-P3         PIC ZZZZZZZZZZ9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WL-P6         PIC ZZZZZZZZZZ9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WL-P12        PIC ZZZZZZZZZZ9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WL-SITUACAO   PIC X(28).

       01  WS-LIN-SIT.
           05 FILLER        PIC X(12) VALUE SPACES.
           05 FILLER        PIC X(08) VALUE "ATIVOS: ".
           05 WL-ATIVOS     PIC ZZZZZZZZ9.
           05 FILLER        PIC X(13) VALUE "   INATIVOS: ".
           05 WL-INATIVOS   PIC ZZZZZZZZ9.

       01  WS-LIN-ESTOURO.
           05 WE-CODIGO     PIC X(12).
           05 FILLER        PIC X(11) VALUE "ESTOURA EM ".
           05 WE-MESES      PIC Z9.
           05 FILLER        PIC X(25) VALUE
               " MESES - NOITE PROJETADA ".
           05 WE-NOITE-MIN  PIC ZZZZZ9.
           05 FILLER        PIC X(07) VALUE " MIN - ".
           05 WE-ARQUIVO    PIC X(50).

       01  WS-LIN-LEITOR.
           05 FILLER        PIC X(12) VALUE SPACES.
           05 FILLER        PIC X(08) VALUE "LEITOR: ".
           05 WD-PROGRAMA   PIC X(20).
           05 FILLER        PIC X(18) VALUE "ULTIMA DURACAO(S):".
           05 WD-ATUAL      PIC ZZZZZZZ9.
           05 FILLER        PIC X(19) VALUE "   PROJETADA(S):".
           05 WD-PROJ       PIC ZZZZZZZZ9.

       01  WS-TOT-REL.
           05 WT-ROTULO     PIC X(30).
           05 WT-TOTAL      PIC ZZZZZZ9.

       77  XY     PIC X.
      *
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CBCAPA01 - CAPACIDADE E CRESCIMENTO DOS ARQUIVOS"
      *====> LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO (SE EXISTIR)
           PERFORM LE-CONFIG THRU LE-CONFIG-FIM
           PERFORM OBTEM-OPERADOR THRU OBTEM-OPERADOR-FIM
      *====> PEGA ARGUMENTOS DE ENTRADA DA LINHA DE COMANDO SE HOUVER
           ACCEPT args-cmd-linex   FROM COMMAND-LINE.
           IF  args-cmd-linex  NOT = SPACES
               UNSTRING args-cmd-linex DELIMITED BY SPACE
                   INTO  NOME-ARQ-RELATORIO
           END-IF.
      *
           DISPLAY "HISTORIA  : " HISTDD
           DISPLAY "RELATORIO : " NOME-ARQ-RELATORIO
           PERFORM REGISTRA-JOBLOG-INICIO
               THRU REGISTRA-JOBLOG-INICIO-FIM
           PERFORM OPEN-PARA      THRU OPEN-EXIT-PARA
           IF  E-SEMANA-FEITA
               DISPLAY "FOTOGRAFIA DA SEMANA JA FEITA EM "
                   WS-ULT-FOTO " - NADA A FAZER HOJE"
           ELSE
               PERFORM PROCESS-PARA   THRU PROCESS-EXIT-PARA
               PERFORM CLOSE-PARA     THRU CLOSE-EXIT-PARA
           END-IF.
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           DISPLAY 'FIM CBCAPA01 ...'
           STOP RUN.

      *================================
      * LE O ARQUIVO DE CONFIGURACAO COMPARTILHADO ./cobol.cfg, SE
      * EXISTIR, E APLICA AS CHAVES CBCAPA01_* E AS CHAVES COM O
      * NOME DE CADA ARQUIVO MEDIDO
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
               WHEN "CBCAPA01_HISTORIA"
                   MOVE WS-CFG-VALOR TO HISTDD
               WHEN "CBCAPA01_RELATORIO"
                   MOVE WS-CFG-VALOR TO NOME-ARQ-RELATORIO
               WHEN "CBCAPA01_INTERVALO_DIAS"
                   MOVE WS-CFG-VALOR TO WS-INTERVALO
               WHEN "CBCAPA01_JANELA_MIN"
                   MOVE WS-CFG-VALOR TO WS-JANELA-MIN
               WHEN "CBTEMP01_HISTORIA"
                   MOVE WS-CFG-VALOR TO RUNTDD
           END-EVALUATE.
           IF  WS-CFG-CHAVE = "JOBLOGDD"
               MOVE WS-CFG-VALOR TO JOBLOGDD
           END-IF.
      *=====> NOME OU LEITORES DE UM ARQUIVO DA TABELA
           MOVE ZEROS TO WS-AQ-IX.
           PERFORM APLICA-CHAVE-ARQ THRU APLICA-CHAVE-ARQ-FIM
               UNTIL WS-AQ-IX >= WS-QTD-AQ.
       APLICA-CONFIG-FIM.
           EXIT.

       APLICA-CHAVE-ARQ.
           ADD 1 TO WS-AQ-IX.
           IF  WS-CFG-CHAVE = AQ-CHAVE-CFG(WS-AQ-IX)
               MOVE WS-CFG-VALOR TO AQ-NOME(WS-AQ-IX)
           END-IF.
           IF  WS-CFG-CHAVE(1:14) = "CBCAPA01_LEIT_"
               AND WS-CFG-CHAVE(15:16) = AQ-CODIGO(WS-AQ-IX)
               MOVE WS-CFG-VALOR TO AQ-LEITORES(WS-AQ-IX)
           END-IF.
       APLICA-CHAVE-ARQ-FIM.
           EXIT.
      *================================
      * IDENTIFICA O OPERADOR QUE RODOU O JOB: USA O CODIGO DA
      * VARIAVEL DE AMBIENTE OPERADOR (ASSINADA NO CADMENU01) OU
      * "BATCH" QUANDO O JOB RODA SEM OPERADOR IDENTIFICADO
       OBTEM-OPERADOR.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR"
           IF  WS-OPERADOR = SPACES
               MOVE "BATCH" TO WS-OPERADOR
           END-IF.
       OBTEM-OPERADOR-FIM.
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
           MOVE "CBCAPA01"        TO JL-PROGRAMA
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
           MOVE "X" TO FS-JOBLOG.
           OPEN EXTEND JOBLOGFL
           IF  NOT FS-JOBLOG-OK
               OPEN OUTPUT JOBLOGFL
           END-IF
           MOVE SPACES            TO JOBLOG-REC
           MOVE "CBCAPA01"        TO JL-PROGRAMA
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
      * LE A HISTORIA E, SE A ULTIMA FOTOGRAFIA AINDA ESTA DENTRO DO
      * INTERVALO, NAO FAZ OUTRA (A FILA CHAMA TODA NOITE)
       OPEN-PARA.
           ACCEPT WS-DATA-RELAT FROM DATE YYYYMMDD.
           MOVE WS-DATA-RELAT TO WS-DATA-AUX.
           COMPUTE WS-DIAS-HOJE = WS-AUX-AAAA * 360
               + WS-AUX-MM * 30 + WS-AUX-DD.
           COMPUTE WS-JANELA-SEG = WS-JANELA-MIN * 60.
           MOVE ZEROS TO WS-AQ-IX.
           PERFORM ZERA-RESULTADO THRU ZERA-RESULTADO-FIM
               UNTIL WS-AQ-IX >= WS-QTD-AQ.
           PERFORM LE-HISTORIA THRU LE-HISTORIA-FIM.
           IF  WS-ULT-FOTO > ZEROS AND WS-INTERVALO > ZEROS
               MOVE WS-ULT-FOTO TO WS-DATA-AUX
               COMPUTE WS-DIAS-REG = WS-AUX-AAAA * 360
                   + WS-AUX-MM * 30 + WS-AUX-DD
               IF  WS-DIAS-HOJE < WS-DIAS-REG + WS-INTERVALO
                   MOVE "S" TO WS-SEMANA-FEITA
                   GO TO OPEN-EXIT-PARA
               END-IF
           END-IF.
           OPEN OUTPUT RELATORIO.
           IF  FS-RELAT = "00"
               CONTINUE
           ELSE
               DISPLAY 'ABERTURA DO RELATORIO FALHOU=' FS-RELAT
                   "  " NOME-ARQ-RELATORIO
               GO TO EXIT-PARA
           END-IF.
           PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM.
       OPEN-EXIT-PARA.
           EXIT.

       ZERA-RESULTADO.
           ADD 1 TO WS-AQ-IX.
           MOVE "N"    TO RS-ACHOU(WS-AQ-IX)
           MOVE ZEROS  TO RS-QTD(WS-AQ-IX) RS-ATIVOS(WS-AQ-IX)
                          RS-INATIVOS(WS-AQ-IX)
                          RS-ANT-DATA(WS-AQ-IX) RS-ANT-QTD(WS-AQ-IX)
                          RS-BASE-DATA(WS-AQ-IX)
                          RS-BASE-QTD(WS-AQ-IX)
                          RS-CRESC-MES(WS-AQ-IX) RS-PCT-MES(WS-AQ-IX)
                          RS-PROJ(WS-AQ-IX 1) RS-PROJ(WS-AQ-IX 2)
                          RS-PROJ(WS-AQ-IX 3)
                          RS-SOMA-LEIT(WS-AQ-IX) RS-ESTOURO(WS-AQ-IX)
                          RS-NOITE-PROJ(WS-AQ-IX)
           MOVE SPACES TO RS-SITUACAO(WS-AQ-IX).
       ZERA-RESULTADO-FIM.
           EXIT.
      *================================
      * HISTORIA EM ORDEM DE DATA: A ULTIMA LINHA DE CADA ARQUIVO E
      * A FOTOGRAFIA ANTERIOR; A PRIMEIRA DENTRO DE 12 MESES E A BASE
      * DO CRESCIMENTO
       LE-HISTORIA.
           MOVE "X" TO FS-HIST.
           OPEN INPUT HISTFL
           IF  NOT FS-HIST-OK
               DISPLAY "HISTORIA AINDA NAO EXISTE - PRIMEIRA FOTOGRAFIA"
               GO TO LE-HISTORIA-FIM
           END-IF
           PERFORM LE-HISTORIA-LOOP THRU LE-HISTORIA-LOOP-FIM
               UNTIL FS-HIST-EOF
           CLOSE HISTFL.
       LE-HISTORIA-FIM.
           EXIT.

       LE-HISTORIA-LOOP.
           READ HISTFL
               AT END
                   GO TO LE-HISTORIA-LOOP-FIM
           END-READ
           IF  CH-DATA NOT NUMERIC OR CH-QTD NOT NUMERIC
               GO TO LE-HISTORIA-LOOP-FIM
           END-IF
           IF  CH-DATA > WS-ULT-FOTO
               MOVE CH-DATA TO WS-ULT-FOTO
           END-IF
           MOVE ZEROS TO WS-AQ-IX.
           MOVE "N"   TO WS-AQ-ACHOU.
           PERFORM PROCURA-CODIGO THRU PROCURA-CODIGO-FIM
               UNTIL AQ-ACHADO OR WS-AQ-IX >= WS-QTD-AQ.
           IF  NOT AQ-ACHADO
               GO TO LE-HISTORIA-LOOP-FIM
           END-IF
           MOVE CH-DATA TO RS-ANT-DATA(WS-AQ-IX)
           MOVE CH-QTD  TO RS-ANT-QTD(WS-AQ-IX)
           MOVE CH-DATA TO WS-DATA-AUX
           COMPUTE WS-DIAS-REG = WS-AUX-AAAA * 360
               + WS-AUX-MM * 30 + WS-AUX-DD
           IF  RS-BASE-DATA(WS-AQ-IX) = ZEROS
               AND WS-DIAS-HOJE - WS-DIAS-REG <= 360
               MOVE CH-DATA TO RS-BASE-DATA(WS-AQ-IX)
               MOVE CH-QTD  TO RS-BASE-QTD(WS-AQ-IX)
           END-IF.
       LE-HISTORIA-LOOP-FIM.
           EXIT.

       PROCURA-CODIGO.
           ADD 1 TO WS-AQ-IX.
           IF  CH-CODIGO = AQ-CODIGO(WS-AQ-IX)
               MOVE "S" TO WS-AQ-ACHOU
           END-IF.
       PROCURA-CODIGO-FIM.
           EXIT.
      *================================
      * PASSO 1: CONTA OS ARQUIVOS; PASSO 2: GRAVA A FOTOGRAFIA;
      * PASSO 3: DURACOES DO CBTEMP01; PASSO 4: CRESCIMENTO,
      * PROJECOES E ESTOURO DA JANELA, ARQUIVO A ARQUIVO
       PROCESS-PARA.
           MOVE ZEROS TO WS-AQ-IX.
           PERFORM CONTA-ARQUIVO THRU CONTA-ARQUIVO-FIM
               UNTIL WS-AQ-IX >= WS-QTD-AQ.
           PERFORM GRAVA-HISTORIA THRU GRAVA-HISTORIA-FIM.
           PERFORM LE-DURACOES THRU LE-DURACOES-FIM.
           MOVE ZEROS TO WS-AQ-IX.
           PERFORM AVALIA-ARQUIVO THRU AVALIA-ARQUIVO-FIM
               UNTIL WS-AQ-IX >= WS-QTD-AQ.
           PERFORM LISTA-ESTOUROS THRU LISTA-ESTOUROS-FIM.
       PROCESS-EXIT-PARA.
           EXIT.
      *================================
      * CONTA OS REGISTROS (E ATIVOS/INATIVOS) DO PROXIMO ARQUIVO
       CONTA-ARQUIVO.
           ADD 1 TO WS-AQ-IX.
           IF  AQ-NOME(WS-AQ-IX) = SPACES
               GO TO CONTA-ARQUIVO-FIM
           END-IF
           MOVE AQ-NOME(WS-AQ-IX) TO ARQDD.
           MOVE SPACES TO FS-ARQ.
           PERFORM ABRE-ARQUIVO THRU ABRE-ARQUIVO-FIM.
           IF  NOT FS-ARQ-OK
               DISPLAY "ARQUIVO NAO ABERTO (" FS-ARQ "): "
                   AQ-CODIGO(WS-AQ-IX) " " ARQDD
               ADD 1 TO ARQ-AUSENTES
               GO TO CONTA-ARQUIVO-FIM
           END-IF
           MOVE "S" TO RS-ACHOU(WS-AQ-IX).
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM LE-PROXIMO THRU LE-PROXIMO-FIM
               UNTIL E-FIM-ARQ.
           PERFORM FECHA-ARQUIVO THRU FECHA-ARQUIVO-FIM.
           ADD 1 TO ARQ-MEDIDOS.
           DISPLAY "CONTADO: " AQ-CODIGO(WS-AQ-IX) " "
               RS-QTD(WS-AQ-IX).
       CONTA-ARQUIVO-FIM.
           EXIT.

       ABRE-ARQUIVO.
           EVALUATE AQ-CODIGO(WS-AQ-IX)
               WHEN "CLIENTES"
                   OPEN INPUT CLIFL
               WHEN "FUNC"
                   OPEN INPUT EMPFL
               WHEN "COMPRAS"
                   OPEN INPUT COMPRAFL
               WHEN "CONTATOS"
                   OPEN INPUT CONTFILE
               WHEN "CREDIARIO"
                   OPEN INPUT CREDFL
               WHEN "PONTOS"
                   OPEN INPUT PONTFL
               WHEN "CASOS"
                   OPEN INPUT CASOFL
               WHEN "FOLHA"
                   OPEN INPUT FOLHAFL
               WHEN "LOJAS"
                   OPEN INPUT LOJAFL
               WHEN "ITENS"
                   OPEN INPUT ITEMFL
               WHEN "REGIOES"
                   OPEN INPUT REGIAOFL
               WHEN "OPERADORES"
                   OPEN INPUT OPERFL
               WHEN "DEPTOS"
                   OPEN INPUT DEPTOFL
               WHEN "ESTOQUE"
                   OPEN INPUT ESTQFL
               WHEN "VENDASMES"
                   OPEN INPUT VENDMFL
               WHEN "SCORE"
                   OPEN INPUT SCOREFL
               WHEN "CANAIS"
                   OPEN INPUT CANALFL
               WHEN "OPTOUT"
                   OPEN INPUT OPTFL
               WHEN "CAMPANHAS"
                   OPEN INPUT CAMPFL
               WHEN "HORAS"
                   OPEN INPUT HORAFL
               WHEN "DESCONTOS"
                   OPEN INPUT DESCFL
               WHEN "ORCAMENTO"
                   OPEN INPUT ORCAFL
               WHEN "COMISSAO"
                   OPEN INPUT COMISFL
               WHEN "AUSENCIAS"
                   OPEN INPUT AUSFL
               WHEN "ALTPEND"
                   OPEN INPUT ALTPENDFL
               WHEN "FOLHAPER"
                   OPEN INPUT FOLHAPERFL
               WHEN OTHER
                   OPEN INPUT LINFL
           END-EVALUATE.
       ABRE-ARQUIVO-FIM.
           EXIT.

       LE-PROXIMO.
           EVALUATE AQ-CODIGO(WS-AQ-IX)
               WHEN "CLIENTES"
                   READ CLIFL NEXT
                       AT END MOVE "S" TO WS-FIM-ARQ
                   END-READ
               WHEN "FUNC"
                   READ EMPFL NEXT
                       AT END MOVE "S" TO WS-FIM-ARQ
                   END-READ
               WHEN "COMPRAS"
                   READ COMPRAFL NEXT
                       AT END MOVE "S" TO WS-FIM-ARQ
                   END-READ
               WHEN "CONTATOS"
                   READ CONTFILE NEXT
                       AT END MOVE "S" TO WS-FIM-ARQ
                   END-READ
               WHEN "CREDIARIO"
                   READ CREDFL NEXT
                       AT END MOVE "S" TO WS-FIM-ARQ
                   END-READ
               WHEN "PONTOS"
                   READ PONTFL NEXT
                       AT END MOVE "S" TO WS-FIM-ARQ
                   END-READ
               WHEN "CASOS"
                   READ CASOFL NEXT
                       AT END MOVE "S" TO WS-FIM-ARQ
                   END-READ
               WHEN "FOLHA"
                   READ FOLHAFL NEXT
                       AT END MOVE "S" TO WS-FIM-ARQ
                   END-READ
               WHEN "LOJAS"
                   READ LOJAFL NEXT
                       AT END MOVE "S" TO WS-FIM-ARQ
                   END-READ
               WHEN "ITENS"
                   READ ITEMFL NEXT
                       AT END MOVE "S" TO WS-FIM-ARQ
                   END-READ
               WHEN "REGIOES"
                   READ REGIAOFL NEXT
                       AT END MOVE "S" TO WS-FIM-ARQ
                   END-READ
               WHEN "OPERADORES"
                   READ OPERFL NEXT
                       AT END MOVE "S" TO WS-FIM-ARQ
                   END-READ
               WHEN "DEPTOS"
                   READ DEPTOFL NEXT
                       AT END MOVE "S" TO WS-FIM-ARQ
                   END-READ
               WHEN "ESTOQUE"
                   READ ESTQFL NEXT
                       AT END MOVE "S" TO WS-FIM-ARQ
                   END-READ
               WHEN "VENDASMES"
                   READ VENDMFL NEXT
                       AT END MOVE "S" TO WS-FIM-ARQ
                   END-READ
               WHEN "SCORE"
                   READ SCOREFL NEXT
                       AT END MOVE "S" TO WS-FIM-ARQ
                   END-READ
               WHEN "CANAIS"
                   READ CANALFL NEXT
                       AT END MOVE "S" TO WS-FIM-ARQ
                   END-READ
               WHEN "OPTOUT"
                   READ OPTFL NEXT
                       AT END MOVE "S" TO WS-FIM-ARQ
                   END-READ
               WHEN "CAMPANHAS"
                   READ CAMPFL NEXT
                       AT END MOVE "S" TO WS-FIM-ARQ
                   END-READ
               WHEN "HORAS"
                   READ HORAFL NEXT
                       AT END MOVE "S" TO WS-FIM-ARQ
                   END-READ
               WHEN "DESCONTOS"
                   READ DESCFL NEXT
                       AT END MOVE "S" TO WS-FIM-ARQ
                   END-READ
               WHEN "ORCAMENTO"
                   READ ORCAFL NEXT
                       AT END MOVE "S" TO WS-FIM-ARQ
                   END-READ
               WHEN "COMISSAO"
                   READ COMISFL NEXT
                       AT END MOVE "S" TO WS-FIM-ARQ
                   END-READ
               WHEN "AUSENCIAS"
                   READ AUSFL NEXT
                       AT END MOVE "S" TO WS-FIM-ARQ
                   END-READ
               WHEN "ALTPEND"
                   READ ALTPENDFL NEXT
                       AT END MOVE "S" TO WS-FIM-ARQ
                   END-READ
               WHEN "FOLHAPER"
                   READ FOLHAPERFL NEXT
                       AT END MOVE "S" TO WS-FIM-ARQ
                   END-READ
               WHEN OTHER
                   READ LINFL
                       AT END MOVE "S" TO WS-FIM-ARQ
                   END-READ
           END-EVALUATE.
      *=====> ERRO DE LEITURA ENCERRA A CONTAGEM DESTE ARQUIVO
           IF  NOT E-FIM-ARQ AND FS-ARQ(1:1) NOT = "0"
               DISPLAY "ERRO DE LEITURA (" FS-ARQ "): " ARQDD
               MOVE "ERRO" TO WS-JOB-STATUS
               MOVE "S"    TO WS-FIM-ARQ
           END-IF
           IF  E-FIM-ARQ
               GO TO LE-PROXIMO-FIM
           END-IF
           ADD 1 TO RS-QTD(WS-AQ-IX).
           PERFORM CONTA-SITUACAO THRU CONTA-SITUACAO-FIM.
       LE-PROXIMO-FIM.
           EXIT.

      * ATIVOS/INATIVOS DOS CADASTROS QUE TEM SITUACAO
       CONTA-SITUACAO.
           EVALUATE AQ-CODIGO(WS-AQ-IX)
               WHEN "CLIENTES"
                   IF  FS-INATIVO
                       ADD 1 TO RS-INATIVOS(WS-AQ-IX)
                   ELSE
                       ADD 1 TO RS-ATIVOS(WS-AQ-IX)
                   END-IF
               WHEN "FUNC"
                   IF  EMP-DESLIGADO
                       ADD 1 TO RS-INATIVOS(WS-AQ-IX)
                   ELSE
                       ADD 1 TO RS-ATIVOS(WS-AQ-IX)
                   END-IF
               WHEN "LOJAS"
                   IF  LJ-ATIVA
                       ADD 1 TO RS-ATIVOS(WS-AQ-IX)
                   ELSE
                       ADD 1 TO RS-INATIVOS(WS-AQ-IX)
                   END-IF
               WHEN "ITENS"
                   IF  IT-ATIVO
                       ADD 1 TO RS-ATIVOS(WS-AQ-IX)
                   ELSE
                       ADD 1 TO RS-INATIVOS(WS-AQ-IX)
                   END-IF
               WHEN "REGIOES"
                   IF  RG-ATIVA
                       ADD 1 TO RS-ATIVOS(WS-AQ-IX)
                   ELSE
                       ADD 1 TO RS-INATIVOS(WS-AQ-IX)
                   END-IF
               WHEN "OPERADORES"
                   IF  OP-ATIVO
                       ADD 1 TO RS-ATIVOS(WS-AQ-IX)
                   ELSE
                       ADD 1 TO RS-INATIVOS(WS-AQ-IX)
                   END-IF
               WHEN "DEPTOS"
                   IF  DP-ATIVO
                       ADD 1 TO RS-ATIVOS(WS-AQ-IX)
                   ELSE
                       ADD 1 TO RS-INATIVOS(WS-AQ-IX)
                   END-IF
           END-EVALUATE.
       CONTA-SITUACAO-FIM.
           EXIT.

       FECHA-ARQUIVO.
           EVALUATE AQ-CODIGO(WS-AQ-IX)
               WHEN "CLIENTES"
                   CLOSE CLIFL
               WHEN "FUNC"
                   CLOSE EMPFL
               WHEN "COMPRAS"
                   CLOSE COMPRAFL
               WHEN "CONTATOS"
                   CLOSE CONTFILE
               WHEN "CREDIARIO"
                   CLOSE CREDFL
               WHEN "PONTOS"
                   CLOSE PONTFL
               WHEN "CASOS"
                   CLOSE CASOFL
               WHEN "FOLHA"
                   CLOSE FOLHAFL
               WHEN "LOJAS"
                   CLOSE LOJAFL
               WHEN "ITENS"
                   CLOSE ITEMFL
               WHEN "REGIOES"
                   CLOSE REGIAOFL
               WHEN "OPERADORES"
                   CLOSE OPERFL
               WHEN "DEPTOS"
                   CLOSE DEPTOFL
               WHEN "ESTOQUE"
                   CLOSE ESTQFL
               WHEN "VENDASMES"
                   CLOSE VENDMFL
               WHEN "SCORE"
                   CLOSE SCOREFL
               WHEN "CANAIS"
                   CLOSE CANALFL
               WHEN "OPTOUT"
                   CLOSE OPTFL
               WHEN "CAMPANHAS"
                   CLOSE CAMPFL
               WHEN "HORAS"
                   CLOSE HORAFL
               WHEN "DESCONTOS"
                   CLOSE DESCFL
               WHEN "ORCAMENTO"
                   CLOSE ORCAFL
               WHEN "COMISSAO"
                   CLOSE COMISFL
               WHEN "AUSENCIAS"
                   CLOSE AUSFL
               WHEN "ALTPEND"
                   CLOSE ALTPENDFL
               WHEN "FOLHAPER"
                   CLOSE FOLHAPERFL
               WHEN OTHER
                   CLOSE LINFL
           END-EVALUATE.
       FECHA-ARQUIVO-FIM.
           EXIT.
      *================================
      * ANEXA A FOTOGRAFIA DE HOJE A HISTORIA (SO OS ARQUIVOS QUE
      * PUDERAM SER CONTADOS)
       GRAVA-HISTORIA.
           MOVE "X" TO FS-HIST.
           OPEN EXTEND HISTFL
           IF  NOT FS-HIST-OK
               OPEN OUTPUT HISTFL
           END-IF
           IF  NOT FS-HIST-OK
               DISPLAY 'GRAVACAO DA HISTORIA FALHOU=' FS-HIST
                   "  " HISTDD
               MOVE "ERRO" TO WS-JOB-STATUS
               GO TO GRAVA-HISTORIA-FIM
           END-IF
           MOVE ZEROS TO WS-AQ-IX.
           PERFORM GRAVA-FOTO THRU GRAVA-FOTO-FIM
               UNTIL WS-AQ-IX >= WS-QTD-AQ.
           CLOSE HISTFL.
       GRAVA-HISTORIA-FIM.
           EXIT.

       GRAVA-FOTO.
           ADD 1 TO WS-AQ-IX.
           IF  NOT RS-PRESENTE(WS-AQ-IX)
               GO TO GRAVA-FOTO-FIM
           END-IF
           MOVE SPACES                  TO CAPA-HIST-REC
           MOVE WS-DATA-RELAT           TO CH-DATA
           MOVE AQ-CODIGO(WS-AQ-IX)     TO CH-CODIGO
           MOVE RS-QTD(WS-AQ-IX)        TO CH-QTD
           MOVE RS-ATIVOS(WS-AQ-IX)     TO CH-ATIVOS
           MOVE RS-INATIVOS(WS-AQ-IX)   TO CH-INATIVOS
           MOVE AQ-NOME(WS-AQ-IX)       TO CH-ARQUIVO
           WRITE CAPA-HIST-REC.
       GRAVA-FOTO-FIM.
           EXIT.
      *================================
      * ULTIMA DURACAO DE CADA PROGRAMA NA HISTORIA DO CBTEMP01; A
      * DO CBSTREAM01 E A DURACAO DA NOITE INTEIRA
       LE-DURACOES.
           MOVE "X" TO FS-RUNT.
           OPEN INPUT RUNTFL
           IF  NOT FS-RUNT-OK
               DISPLAY "SEM HISTORIA DE TEMPOS DO CBTEMP01: " RUNTDD
               GO TO LE-DURACOES-FIM
           END-IF
           PERFORM LE-DURACOES-LOOP THRU LE-DURACOES-LOOP-FIM
               UNTIL FS-RUNT-EOF
           CLOSE RUNTFL.
           MOVE "CBSTREAM01" TO WS-PROG-PROCURA.
           PERFORM PROCURA-DURACAO THRU PROCURA-DURACAO-FIM.
           IF  DUR-ACHADO
               MOVE DU-SEG(WS-DUR-IX) TO WS-DUR-NOITE
           END-IF.
       LE-DURACOES-FIM.
           EXIT.

       LE-DURACOES-LOOP.
           READ RUNTFL
               AT END
                   GO TO LE-DURACOES-LOOP-FIM
           END-READ
           IF  RT-DURACAO NOT NUMERIC
               GO TO LE-DURACOES-LOOP-FIM
           END-IF
           MOVE RT-PROGRAMA TO WS-PROG-PROCURA.
           PERFORM PROCURA-DURACAO THRU PROCURA-DURACAO-FIM.
           IF  NOT DUR-ACHADO
               IF  WS-QTD-DUR >= 60
                   GO TO LE-DURACOES-LOOP-FIM
               END-IF
               ADD 1 TO WS-QTD-DUR
               MOVE WS-QTD-DUR  TO WS-DUR-IX
               MOVE RT-PROGRAMA TO DU-PROGRAMA(WS-DUR-IX)
           END-IF
           MOVE RT-DURACAO TO DU-SEG(WS-DUR-IX).
       LE-DURACOES-LOOP-FIM.
           EXIT.

      * PROCURA WS-PROG-PROCURA NA TABELA DE DURACOES
       PROCURA-DURACAO.
           MOVE "N"   TO WS-DUR-ACHADO.
           MOVE ZEROS TO WS-DUR-IX.
           PERFORM PROCURA-DURACAO-LOOP THRU PROCURA-DURACAO-LOOP-FIM
               UNTIL DUR-ACHADO OR WS-DUR-IX >= WS-QTD-DUR.
       PROCURA-DURACAO-FIM.
           EXIT.

       PROCURA-DURACAO-LOOP.
           ADD 1 TO WS-DUR-IX.
           IF  DU-PROGRAMA(WS-DUR-IX) = WS-PROG-PROCURA
               MOVE "S" TO WS-DUR-ACHADO
           END-IF.
       PROCURA-DURACAO-LOOP-FIM.
           EXIT.
      *================================
      * CRESCIMENTO POR MES CONTRA A BASE DOS ULTIMOS 12 MESES,
      * PROJECOES E ESTOURO DA JANELA; IMPRIME A LINHA DO ARQUIVO
       AVALIA-ARQUIVO.
           ADD 1 TO WS-AQ-IX.
           IF  NOT RS-PRESENTE(WS-AQ-IX)
               MOVE "ARQUIVO AUSENTE" TO RS-SITUACAO(WS-AQ-IX)
               GO TO AVALIA-ARQUIVO-IMPRIME
           END-IF
           MOVE RS-QTD(WS-AQ-IX) TO RS-PROJ(WS-AQ-IX 1)
                                    RS-PROJ(WS-AQ-IX 2)
                                    RS-PROJ(WS-AQ-IX 3).
           IF  RS-BASE-DATA(WS-AQ-IX) = ZEROS
               MOVE "HISTORIA CURTA" TO RS-SITUACAO(WS-AQ-IX)
               GO TO AVALIA-ARQUIVO-IMPRIME
           END-IF
           MOVE RS-BASE-DATA(WS-AQ-IX) TO WS-DATA-AUX.
           COMPUTE WS-DIAS-REG = WS-AUX-AAAA * 360
               + WS-AUX-MM * 30 + WS-AUX-DD.
           COMPUTE WS-DIAS-HIST = WS-DIAS-HOJE - WS-DIAS-REG.
           IF  WS-DIAS-HIST < WS-MIN-DIAS
               MOVE "HISTORIA CURTA" TO RS-SITUACAO(WS-AQ-IX)
               GO TO AVALIA-ARQUIVO-IMPRIME
           END-IF
           COMPUTE RS-CRESC-MES(WS-AQ-IX) ROUNDED =
               (RS-QTD(WS-AQ-IX) - RS-BASE-QTD(WS-AQ-IX)) * 30
               / WS-DIAS-HIST.
           IF  RS-BASE-QTD(WS-AQ-IX) > ZEROS
               COMPUTE RS-PCT-MES(WS-AQ-IX) ROUNDED =
                   RS-CRESC-MES(WS-AQ-IX) * 100
                   / RS-BASE-QTD(WS-AQ-IX)
           END-IF
           MOVE ZEROS TO WS-HZ-IX.
           PERFORM PROJETA-HORIZONTE THRU PROJETA-HORIZONTE-FIM
               UNTIL WS-HZ-IX >= 3.
           PERFORM AVALIA-JANELA THRU AVALIA-JANELA-FIM.
       AVALIA-ARQUIVO-IMPRIME.
           IF  WS-LIN-PAGINA >= 50
               PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM
           END-IF
           MOVE AQ-CODIGO(WS-AQ-IX)     TO WL-CODIGO
           MOVE RS-QTD(WS-AQ-IX)        TO WL-QTD
           MOVE RS-ANT-QTD(WS-AQ-IX)    TO WL-ANT
           MOVE RS-CRESC-MES(WS-AQ-IX)  TO WL-CRESC
           MOVE RS-PCT-MES(WS-AQ-IX)    TO WL-PCT
           MOVE RS-PROJ(WS-AQ-IX 1)     TO WL-P3
           MOVE RS-PROJ(WS-AQ-IX 2)     TO WL-P6
           MOVE RS-PROJ(WS-AQ-IX 3)     TO WL-P12
           MOVE RS-SITUACAO(WS-AQ-IX)   TO WL-SITUACAO
           WRITE RELAT-REC FROM WS-LIN-REL
           ADD 1 TO WS-LIN-PAGINA
           IF  AQ-COM-SITUACAO(WS-AQ-IX) AND RS-PRESENTE(WS-AQ-IX)
               MOVE RS-ATIVOS(WS-AQ-IX)   TO WL-ATIVOS
               MOVE RS-INATIVOS(WS-AQ-IX) TO WL-INATIVOS
               WRITE RELAT-REC FROM WS-LIN-SIT
               ADD 1 TO WS-LIN-PAGINA
           END-IF.
       AVALIA-ARQUIVO-FIM.
           EXIT.

      * PROJECAO LINEAR: ATUAL + CRESCIMENTO/MES x MESES (NUNCA
      * MENOS QUE ZERO, QUANDO O ARQUIVO ESTA ENCOLHENDO)
       PROJETA-HORIZONTE.
           ADD 1 TO WS-HZ-IX.
           COMPUTE WS-PROJ-AUX = RS-QTD(WS-AQ-IX)
               + RS-CRESC-MES(WS-AQ-IX) * WS-HORIZ(WS-HZ-IX).
           IF  WS-PROJ-AUX < ZEROS
               MOVE ZEROS TO WS-PROJ-AUX
           END-IF
           MOVE WS-PROJ-AUX TO RS-PROJ(WS-AQ-IX WS-HZ-IX).
       PROJETA-HORIZONTE-FIM.
           EXIT.
      *================================
      * OS JOBS QUE LEEM O ARQUIVO CRESCEM NA PROPORCAO DELE: O
      * ACRESCIMO DELES SOMADO A ULTIMA NOITE (OU, SEM ELA, A SOMA
      * DOS PROPRIOS LEITORES) NAO PODE PASSAR DA JANELA
       AVALIA-JANELA.
           IF  AQ-LEITORES(WS-AQ-IX) = SPACES
               MOVE "SEM LEITOR NA NOITE" TO RS-SITUACAO(WS-AQ-IX)
               GO TO AVALIA-JANELA-FIM
           END-IF
           PERFORM SOMA-LEITORES THRU SOMA-LEITORES-FIM.
           IF  RS-SOMA-LEIT(WS-AQ-IX) = ZEROS
               MOVE "SEM TEMPOS DOS LEITORES" TO RS-SITUACAO(WS-AQ-IX)
               GO TO AVALIA-JANELA-FIM
           END-IF
           IF  WS-DUR-NOITE > ZEROS
               MOVE WS-DUR-NOITE TO WS-BASE-NOITE
           ELSE
               MOVE RS-SOMA-LEIT(WS-AQ-IX) TO WS-BASE-NOITE
           END-IF
           MOVE ZEROS TO WS-HZ-IX.
           PERFORM AVALIA-HORIZONTE THRU AVALIA-HORIZONTE-FIM
               UNTIL WS-HZ-IX >= 3 OR RS-ESTOURO(WS-AQ-IX) > ZEROS.
           IF  RS-ESTOURO(WS-AQ-IX) > ZEROS
               ADD 1 TO ARQ-ESTOURO
               MOVE "ESTOURA A JANELA DA NOITE"
                   TO RS-SITUACAO(WS-AQ-IX)
           ELSE
               MOVE "OK" TO RS-SITUACAO(WS-AQ-IX)
           END-IF.
       AVALIA-JANELA-FIM.
           EXIT.

       AVALIA-HORIZONTE.
           ADD 1 TO WS-HZ-IX.
           IF  RS-QTD(WS-AQ-IX) = ZEROS
               OR RS-PROJ(WS-AQ-IX WS-HZ-IX) NOT > RS-QTD(WS-AQ-IX)
               GO TO AVALIA-HORIZONTE-FIM
           END-IF
           COMPUTE WS-EXTRA-SEG ROUNDED = RS-SOMA-LEIT(WS-AQ-IX)
               * (RS-PROJ(WS-AQ-IX WS-HZ-IX) - RS-QTD(WS-AQ-IX))
               / RS-QTD(WS-AQ-IX).
           COMPUTE WS-NOITE-SEG = WS-BASE-NOITE + WS-EXTRA-SEG.
           IF  WS-EXTRA-SEG > ZEROS AND WS-NOITE-SEG > WS-JANELA-SEG
               MOVE WS-HORIZ(WS-HZ-IX) TO RS-ESTOURO(WS-AQ-IX)
               MOVE WS-NOITE-SEG       TO RS-NOITE-PROJ(WS-AQ-IX)
           END-IF.
       AVALIA-HORIZONTE-FIM.
           EXIT.

      * SOMA A ULTIMA DURACAO DOS JOBS DA LISTA DE LEITORES
       SOMA-LEITORES.
           MOVE SPACES TO WS-LEIT-TAB.
           UNSTRING AQ-LEITORES(WS-AQ-IX) DELIMITED BY ALL SPACE
               INTO WS-LEIT(1) WS-LEIT(2) WS-LEIT(3) WS-LEIT(4)
                    WS-LEIT(5) WS-LEIT(6) WS-LEIT(7) WS-LEIT(8)
                    WS-LEIT(9) WS-LEIT(10).
           MOVE ZEROS TO WS-LEIT-IX.
           PERFORM SOMA-LEITOR THRU SOMA-LEITOR-FIM
               UNTIL WS-LEIT-IX >= 10.
       SOMA-LEITORES-FIM.
           EXIT.

       SOMA-LEITOR.
           ADD 1 TO WS-LEIT-IX.
           IF  WS-LEIT(WS-LEIT-IX) = SPACES
               GO TO SOMA-LEITOR-FIM
           END-IF
           MOVE WS-LEIT(WS-LEIT-IX) TO WS-PROG-PROCURA.
           PERFORM PROCURA-DURACAO THRU PROCURA-DURACAO-FIM.
           IF  DUR-ACHADO
               ADD DU-SEG(WS-DUR-IX) TO RS-SOMA-LEIT(WS-AQ-IX)
           END-IF.
       SOMA-LEITOR-FIM.
           EXIT.
      *================================
      * ARQUIVOS QUE EMPURRAM A NOITE PARA FORA DA JANELA, COM OS
      * JOBS QUE OS LEEM E A DURACAO PROJETADA DE CADA UM
       LISTA-ESTOUROS.
           IF  WS-LIN-PAGINA >= 44
               PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM
           END-IF
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
           MOVE "ARQUIVOS QUE EMPURRAM A NOITE PARA FORA DA JANELA:"
               TO RELAT-REC.
           WRITE RELAT-REC.
           ADD 2 TO WS-LIN-PAGINA.
           IF  ARQ-ESTOURO = ZEROS
               MOVE "   NENHUM NOS PROXIMOS 12 MESES" TO RELAT-REC
               WRITE RELAT-REC
               ADD 1 TO WS-LIN-PAGINA
               GO TO LISTA-ESTOUROS-FIM
           END-IF
           MOVE ZEROS TO WS-AQ-IX.
           PERFORM LISTA-ESTOURO THRU LISTA-ESTOURO-FIM
               UNTIL WS-AQ-IX >= WS-QTD-AQ.
       LISTA-ESTOUROS-FIM.
           EXIT.

       LISTA-ESTOURO.
           ADD 1 TO WS-AQ-IX.
           IF  RS-ESTOURO(WS-AQ-IX) = ZEROS
               GO TO LISTA-ESTOURO-FIM
           END-IF
           IF  WS-LIN-PAGINA >= 50
               PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM
           END-IF
           MOVE AQ-CODIGO(WS-AQ-IX)     TO WE-CODIGO
           MOVE RS-ESTOURO(WS-AQ-IX)    TO WE-MESES
           COMPUTE WE-NOITE-MIN = RS-NOITE-PROJ(WS-AQ-IX) / 60
           MOVE AQ-NOME(WS-AQ-IX)       TO WE-ARQUIVO
           WRITE RELAT-REC FROM WS-LIN-ESTOURO
           ADD 1 TO WS-LIN-PAGINA
           MOVE ZEROS TO WS-HZ-IX.
           PERFORM ACHA-HORIZONTE THRU ACHA-HORIZONTE-FIM
               UNTIL WS-HORIZ(WS-HZ-IX) = RS-ESTOURO(WS-AQ-IX).
           PERFORM SOMA-LEITORES THRU SOMA-LEITORES-FIM.
           MOVE ZEROS TO WS-LEIT-IX.
           PERFORM LISTA-LEITOR THRU LISTA-LEITOR-FIM
               UNTIL WS-LEIT-IX >= 10.
       LISTA-ESTOURO-FIM.
           EXIT.

       ACHA-HORIZONTE.
           ADD 1 TO WS-HZ-IX.
       ACHA-HORIZONTE-FIM.
           EXIT.

       LISTA-LEITOR.
           ADD 1 TO WS-LEIT-IX.
           IF  WS-LEIT(WS-LEIT-IX) = SPACES
               GO TO LISTA-LEITOR-FIM
           END-IF
           MOVE WS-LEIT(WS-LEIT-IX) TO WS-PROG-PROCURA WD-PROGRAMA.
           PERFORM PROCURA-DURACAO THRU PROCURA-DURACAO-FIM.
           IF  NOT DUR-ACHADO
               GO TO LISTA-LEITOR-FIM
           END-IF
           MOVE DU-SEG(WS-DUR-IX) TO WD-ATUAL
           COMPUTE WD-PROJ ROUNDED = DU-SEG(WS-DUR-IX)
               * RS-PROJ(WS-AQ-IX WS-HZ-IX) / RS-QTD(WS-AQ-IX)
           IF  WS-LIN-PAGINA >= 50
               PERFORM ESCREVE-CABECALHO THRU ESCREVE-CABECALHO-FIM
           END-IF
           WRITE RELAT-REC FROM WS-LIN-LEITOR
           ADD 1 TO WS-LIN-PAGINA.
       LISTA-LEITOR-FIM.
           EXIT.

       ESCREVE-CABECALHO.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE ZEROS TO WS-LIN-PAGINA.
           MOVE WS-DATA-RELAT TO WS-CAB-DATA.
           MOVE WS-NUM-PAGINA TO WS-CAB-PAGINA.
           WRITE RELAT-REC FROM WS-CAB-REL1.
           WRITE RELAT-REC FROM WS-CAB-REL2.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
       ESCREVE-CABECALHO-FIM.
           EXIT.

       CLOSE-PARA.
           MOVE SPACES TO RELAT-REC.
           WRITE RELAT-REC.
           MOVE "JANELA DA NOITE (MIN)     : " TO WT-ROTULO.
           MOVE WS-JANELA-MIN                  TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "ULTIMA FILA DA NOITE (MIN): " TO WT-ROTULO.
           COMPUTE WT-TOTAL = WS-DUR-NOITE / 60.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "ARQUIVOS MEDIDOS          : " TO WT-ROTULO.
           MOVE ARQ-MEDIDOS                    TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "ARQUIVOS AUSENTES         : " TO WT-ROTULO.
           MOVE ARQ-AUSENTES                   TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           MOVE "ESTOURAM A JANELA         : " TO WT-ROTULO.
           MOVE ARQ-ESTOURO                    TO WT-TOTAL.
           WRITE RELAT-REC FROM WS-TOT-REL.
           CLOSE RELATORIO.
           DISPLAY "================================================"
           DISPLAY "ARQUIVOS MEDIDOS       : " ARQ-MEDIDOS
           DISPLAY "ARQUIVOS AUSENTES      : " ARQ-AUSENTES
           DISPLAY "ESTOURAM A JANELA      : " ARQ-ESTOURO
           DISPLAY "RELATORIO GERADO       : " NOME-ARQ-RELATORIO
           DISPLAY "================================================".
       CLOSE-EXIT-PARA.
           EXIT.

      *=================  FIM ======
       EXIT-PARA.
           MOVE "ERRO" TO WS-JOB-STATUS
           PERFORM REGISTRA-JOBLOG-TERMINO
               THRU REGISTRA-JOBLOG-TERMINO-FIM
           MOVE 8 TO RETURN-CODE
           DISPLAY 'FIM CBCAPA01 (ABORTADO) ...'
           EXIT PROGRAM.
