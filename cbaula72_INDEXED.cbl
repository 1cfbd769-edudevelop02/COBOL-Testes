      *                     demonstrativo do funcionario. Sem o
      *                     arquivo no lugar a folha segue sem
      *                     descontos, com aviso.
      *   15-10-2026 ACC - Folha com tipo de processamento: alem da
      *                     mensal, 13o salario (1a parcela sem
      *                     INSS e 2a parcela com o INSS do 13o e o
      *                     desconto da 1a), em avos contados da
      *                     EMP-ADMISSAO, e ferias com o terco
      *                     constitucional para quem tem ferias (F)
      *                     do cbAUSENCIAS.IDX iniciando no mes
      *                     informado. Mesmos holerites e mesmo
      *                     arquivo de credito da folha mensal; a
      *                     fila de recreditos so entra na mensal.
      *   15-10-2026 ACC - Razao da folha (cbFOLHA.IDX, FOLHAREC):
      *                     cada folha grava por periodo, tipo e
      *                     funcionario o bruto, a ausencia, o INSS
      *                     por faixa, a 1a parcela descontada e o
      *                     liquido; a 2a parcela do 13o desconta a
      *                     1a parcela registrada no razao. Controle
      *                     de periodos (cbFOLHAPER.IDX, FOLHAPER):
      *                     opcao A fecha o mes e a folha nao roda
      *                     mais nele; opcao B (so perfil senior)
      *                     reabre, carimbada e anotada no log.
      *   15-10-2026 ACC - Interface contabil da folha: cada folha
      *                     rodada grava os lancamentos por
      *                     departamento (despesa, INSS a recolher,
      *                     adiantamento do 13o e liquido a pagar)
      *                     com as contas da tabela cbCONTAS.SEQ
      *                     (CONTATAB), header/trailer de controle
      *                     (LANCREC) e a geracao registrada no
      *                     controle de geracoes (GERREC).
      *   15-10-2026 ACC - Horas extras na folha mensal: soma as
      *                     horas a 50% e a 100% do mes lancadas na
      *                     folha de ponto (cbHORAS.IDX, HORAREC,
      *                     mantida pelo CBHORA01), paga o valor sobre
      *                     a hora da REM-BYTE (divisor de horas do
      *                     mes configuravel) no bruto antes do INSS,
      *                     itemiza horas e valor no holerite, no
      *                     razao e nos subtotais por departamento.
      *   15-10-2026 ACC - Descontos parcelados em folha (adiantamento,
      *                     emprestimo e outros, cbDESCONTOS.IDX,
      *                     DESCREC, mantidos pelo CBDESC01): a folha
      *                     mensal desconta a parcela do mes limitada
      *                     a margem consignavel (percentual do
      *                     liquido) e o que nao coube fica para o mes
      *                     seguinte; itemizados no holerite, no
      *                     razao, nos subtotais e na interface
      *                     contabil (evento DSC). O desligamento
      *                     lista o saldo em aberto para o acerto.
      *   15-10-2026 ACC - Dupla aprovacao de remuneracao e dados
      *                     bancarios: a ALTERA-EMP grava essas
      *                     mudancas na fila de pendentes
      *                     (cbALTPEND.IDX, ALTPEND) e so a opcao C,
      *                     por outro operador senior, aprova (leva
      *                     ao cadastro e ao SALHIST, com o
      *                     aprovador) ou rejeita. A folha avisa das
      *                     pendentes nunca aprovadas.
      *   15-10-2026 ACC - Fim de cada folha dispara o orcado x
      *                     realizado por departamento (CBORC01) do
      *                     periodo da folha.
      *   15-10-2026 ACC - Comissao de vendas: loja e percentual de
      *                     comissao no cadastro (loja validada no
      *                     cadastro de lojas; percentual passa pela
      *                     dupla aprovacao como a remuneracao). A
      *                     folha mensal paga a comissao do mes
      *                     calculada pelo CBCOMI01 (cbCOMISSAO.IDX,
      *                     COMISREC) como provento antes do INSS,
      *                     no holerite, no razao, no credito e nos
      *                     subtotais por departamento.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-CHAVE
               FILE STATUS IS FS-AUS.
      *---> folha de ponto dos funcionarios (CBHORA01)
           SELECT HORAFL ASSIGN TO HORADD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-CHAVE
               FILE STATUS IS FS-HORA.
      *---> descontos parcelados em folha (CBDESC01)
           SELECT DESCFL ASSIGN TO DESCDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-CHAVE
               FILE STATUS IS FS-DESC.
      *---> fila de recreditos devolvidos pelo banco (CBRET01)
           SELECT RECREDFL ASSIGN TO RECREDDD
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT INSSFL ASSIGN TO INSSDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INSS.
      *---> tabela de contas contabeis (editavel sem recompilar)
           SELECT CONTASFL ASSIGN TO CONTASDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTAS.
      *---> interface contabil da folha (lancamentos por depto)
           SELECT LANCFL ASSIGN TO LANCDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LANC.
      *---> controle de geracoes dos feeds de saida
           SELECT GERFL ASSIGN TO GERDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GER.
      *---> razao da folha: periodo + tipo + funcionario
           SELECT FOLHAFL ASSIGN TO FOLHADD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FL-CHAVE
               FILE STATUS IS FS-FOLHA.
      *---> controle dos periodos (meses) da folha: aberto/fechado
           SELECT FOLHAPERFL ASSIGN TO FOLHAPERDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-PERIODO
               FILE STATUS IS FS-FOLHAPER.
      *---> fila de alteracoes de remuneracao/banco a aprovar
           SELECT ALTPENDFL ASSIGN TO ALTPENDDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CHAVE
               FILE STATUS IS FS-ALTPEND.
      *---> demonstrativos individuais (holerites) da folha
           SELECT HOLERFL ASSIGN TO HOLERDD
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CHAVE
               FILE STATUS IS FS-DEPTO.
      *---> cadastro de lojas (mantido pelo CBLOJA01)
           SELECT LOJAFL ASSIGN TO LOJADD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LJ-CHAVE
               FILE STATUS IS FS-LOJA.
      *---> comissoes de vendas do mes por vendedor (CBCOMI01)
           SELECT COMISFL ASSIGN TO COMISDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CHAVE
               FILE STATUS IS FS-COMIS.
      *---> historico de mudancas de departamento dos funcionarios
           SELECT DEPHISTFL ASSIGN TO DEPHISTDD
               ORGANIZATION IS LINE SEQUENTIAL
      *
       FD AUSFL.
           COPY AUSREC.
      *
       FD HORAFL.
           COPY HORAREC.
      *
       FD DESCFL.
           COPY DESCREC.
      *
       FD  RECREDFL.
           COPY RECRED.
      *
       FD  INSSFL.
           COPY INSSTAB.
      *
       FD  CONTASFL.
           COPY CONTATAB.
      *
       FD  LANCFL.
           COPY LANCREC.
      *
       FD  GERFL.
           COPY GERREC.
      *
       FD  FOLHAFL.
           COPY FOLHAREC.
      *
       FD  FOLHAPERFL.
           COPY FOLHAPER.
      *
       FD  ALTPENDFL.
           COPY ALTPEND.
      *
       FD  HOLERFL.
       01  HOLER-REC           PIC X(80).
      *
       FD  DEPHISTFL.
           COPY DEPHIST.
      *
       FD  LOJAFL.
           COPY STOREREC.
      *
       FD  COMISFL.
           COPY COMISREC.
      *
       FD OPERFL.
           COPY OPERREC.
      *---> REMUNERACAO ANTES DA ALTERACAO, PARA O HISTORICO
       01  WS-REM-ANTES       PIC 9(05) VALUE ZEROS.

      *---> FILA DE ALTERACOES DE REMUNERACAO/BANCO A APROVAR (DUPLA
      *---> APROVACAO: QUEM PEDE NAO APROVA)
       01  ALTPENDDD          PIC X(30) VALUE "./cbALTPEND.IDX".

       01  FS-ALTPEND         PIC X(02) VALUE SPACES.
           88  FS-ALTPEND-OK  VALUE IS "00".
           88  FS-ALTPEND-NAO-EXISTE VALUE IS "35".

       77  WS-ALTPEND-DISPON  PIC X     VALUE "N".
           88  ALTPEND-DISPONIVEL VALUE "S".
       01  WS-FIM-PEND        PIC X     VALUE "N".
           88  E-FIM-PEND     VALUE "S".
       77  WS-TEM-PENDENTE    PIC X     VALUE "N".
           88  TEM-PENDENTE   VALUE "S".
       77  WS-QTD-PEND        PIC 9(05) VALUE ZEROS.
       77  WS-DECISAO         PIC X(01) VALUE SPACE.
       77  WS-MOTIVO-INF      PIC X(30) VALUE SPACES.
       77  WS-EVENTO-ALT      PIC X(06) VALUE SPACES.
      *---> DADOS BANCARIOS EM VIGOR, GUARDADOS NA ALTERACAO
       77  WS-BANCO-ANTES     PIC 9(03) VALUE ZEROS.
       77  WS-AGENCIA-ANTES   PIC 9(04) VALUE ZEROS.
       77  WS-CONTA-ANTES     PIC X(10) VALUE SPACES.

      *---> CADASTRO E HISTORICO DE DEPARTAMENTOS
       01  DEPTODD            PIC X(30) VALUE "./cbDEPTOS.IDX".

       01  WS-DEPTO-VALIDO    PIC X     VALUE "S".
           88  DEPTO-VALIDO   VALUE "S".

      *---> CADASTRO DE LOJAS; SEM ELE NO LUGAR, A VALIDACAO DA
      *---> LOJA DO VENDEDOR FICA DESLIGADA (COM AVISO)
       01  LOJADD             PIC X(30) VALUE "./cbLOJAS.IDX".

       01  FS-LOJA            PIC X(02) VALUE SPACES.
           88  FS-LOJA-OK     VALUE IS "00".

       77  WS-LOJA-CADASTRO   PIC X     VALUE "N".
           88  LOJA-CADASTRO-OK VALUE "S".

      *---> LOJA E PERCENTUAL DE COMISSAO DIGITADOS (0250 = 2,50%),
      *---> JA CONVERTIDOS PELA VALIDACAO, E O PERCENTUAL EM VIGOR
       01  WS-LOJA-INF        PIC X(05) VALUE SPACES.
       01  WS-COMIS-INF       PIC X(04) VALUE SPACES.
       01  WS-COMIS-INF-N REDEFINES WS-COMIS-INF PIC 9(02)V99.
       77  WS-LOJA-NUM        PIC 9(05)    VALUE ZEROS.
       77  WS-COMIS-NUM       PIC 9(02)V99 VALUE ZEROS.
       77  WS-COMIS-ANTES     PIC 9(02)V99 VALUE ZEROS.

       01  WS-LOJA-VALIDA     PIC X     VALUE "S".
           88  LOJA-VALIDA    VALUE "S".

      *---> FILTROS DA CONSULTA DO HISTORICO DE DEPARTAMENTO
       01  WS-DH-EMP-FILTRO   PIC X(05) VALUE SPACES.
       01  WS-DH-QTD          PIC 9(05) VALUE ZEROS.
      *---> SELECAO DA FOLHA: DEPARTAMENTO (BRANCO = TODOS)
       01  WS-DEPTO-FOLHA     PIC X(03) VALUE SPACES.

      *---> TIPO DA FOLHA: MENSAL, 13o SALARIO (1a OU 2a PARCELA) OU
      *---> FERIAS COM O TERCO CONSTITUCIONAL
       01  WS-TIPO-FOLHA      PIC X     VALUE "M".
           88  FOLHA-MENSAL   VALUE "M".
           88  FOLHA-13-PRIM  VALUE "1".
           88  FOLHA-13-SEG   VALUE "2".
           88  FOLHA-DECIMO   VALUES "1" "2".
           88  FOLHA-FERIAS   VALUE "F".
           88  TIPO-FOLHA-VALIDO VALUES "M" "1" "2" "F".
       01  WS-TITULO-FOLHA    PIC X(30) VALUE SPACES.
       01  WS-HOL-TITULO      PIC X(40) VALUE SPACES.

      *---> VALOR BRUTO DO FUNCIONARIO NESTA FOLHA (REMUNERACAO NA
      *---> MENSAL, 13o OU FERIAS + 1/3) E SE HA O QUE PAGAR A ELE
       77  WS-BRUTO-FUNC      PIC 9(06)V99 VALUE ZEROS.
       77  WS-FUNC-DEVIDO     PIC X     VALUE "S".
           88  FUNC-DEVIDO    VALUE "S".

      *---> 13o SALARIO: AVOS DO ANO PELA DATA DE ADMISSAO (MES COM
      *---> 15 DIAS OU MAIS TRABALHADOS CONTA UM AVO)
       01  WS-ADM-DATA        PIC 9(08) VALUE ZEROS.
       01  WS-ADM-DET REDEFINES WS-ADM-DATA.
           05  WS-ADM-AAAA    PIC 9(04).
           05  WS-ADM-MM      PIC 9(02).
           05  WS-ADM-DD      PIC 9(02).
       77  WS-ANO-FOLHA       PIC 9(04)    VALUE ZEROS.
       77  WS-AVOS            PIC 9(02)    VALUE ZEROS.
       77  WS-DECIMO-INTEGRAL PIC 9(05)V99 VALUE ZEROS.
       77  WS-DECIMO-PARC1    PIC 9(05)V99 VALUE ZEROS.
       01  WS-TOTAL-ADIANT    PIC 9(07)V99 VALUE ZEROS.

      *---> RAZAO DA FOLHA E CONTROLE DOS PERIODOS; SEM O RAZAO A
      *---> FOLHA NAO RODA (O FECHAMENTO DO MES DEPENDE DELE)
       01  FOLHADD            PIC X(30) VALUE "./cbFOLHA.IDX".

       01  FS-FOLHA           PIC X(02) VALUE SPACES.
           88  FS-FOLHA-OK    VALUE IS "00".
           88  FS-FOLHA-EOF   VALUE IS "10".
           88  FS-FOLHA-NAO-EXISTE VALUE IS "35".

       01  FOLHAPERDD         PIC X(30) VALUE "./cbFOLHAPER.IDX".

       01  FS-FOLHAPER        PIC X(02) VALUE SPACES.
           88  FS-FOLHAPER-OK VALUE IS "00".
           88  FS-FOLHAPER-NAO-EXISTE VALUE IS "35".

       77  WS-RAZAO-ABERTO    PIC X     VALUE "N".
           88  RAZAO-ABERTO   VALUE "S".
       01  WS-PERIODO-FOLHA   PIC 9(06) VALUE ZEROS.
       01  WS-PERIODO-DET REDEFINES WS-PERIODO-FOLHA.
           05  WS-PER-AAAA    PIC 9(04).
           05  WS-PER-MM      PIC 9(02).
       01  WS-PERIODO-INF     PIC X(06) VALUE SPACES.
       77  WS-RAZAO-FIM       PIC X     VALUE "N".
           88  E-RAZAO-FIM    VALUE "S".
       77  WS-RAZAO-QTD       PIC 9(05)    VALUE ZEROS.
       77  WS-RAZAO-LIQ       PIC 9(09)V99 VALUE ZEROS.
       77  WS-RAZAO-EXCL      PIC 9(05)    VALUE ZEROS.
       77  WS-MES-IX          PIC 9(02)    VALUE ZEROS.
       77  WS-PARC1-PAGA      PIC 9(05)V99 VALUE ZEROS.
       77  WS-PARC1-ACHADA    PIC X     VALUE "N".
           88  PARC1-ACHADA   VALUE "S".
      *---> EVENTO DE FECHAMENTO/REABERTURA ANOTADO NO LOG DE JOBS
       77  WS-EVENTO-FOLHA    PIC X(06) VALUE SPACES.
       77  WS-DATA-HOJE       PIC 9(08) VALUE ZEROS.
       77  WS-CONFIRMA        PIC X     VALUE SPACE.

      *---> ORCADO X REALIZADO DISPARADO NO FIM DE CADA FOLHA
       01  WS-PRG-ORCAMENTO   PIC X(25) VALUE "./CBORC01".
       01  WS-COMANDO-ORC     PIC X(80) VALUE SPACES.

      *---> INTERFACE CONTABIL DA FOLHA: TABELA DE CONTAS, ARQUIVO
      *---> DE LANCAMENTOS E CONTROLE DE GERACOES DOS FEEDS
       01  CONTASDD           PIC X(30) VALUE "./cbCONTAS.SEQ".

       01  FS-CONTAS          PIC X(02) VALUE SPACES.
           88  FS-CONTAS-OK   VALUE IS "00".
           88  FS-CONTAS-EOF  VALUE IS "10".

       01  LANCDD             PIC X(30)
                              VALUE "./files/cbCONTAB-FOLHA.SEQ".

       01  FS-LANC            PIC X(02) VALUE SPACES.
           88  FS-LANC-OK     VALUE IS "00".

       01  GERDD              PIC X(30)
                              VALUE "./files/cbgeracoes.dat".

       01  FS-GER             PIC X(02) VALUE "X".
           88  FS-GER-OK      VALUE IS "00".
           88  FS-GER-EOF     VALUE IS "10".

       77  WS-GERACAO         PIC 9(06) VALUE ZEROS.

       01  WS-CT-TAB.
           05  WS-CT OCCURS 100 TIMES.
               10  WS-CT-ORIGEM  PIC X(01).
               10  WS-CT-EVENTO  PIC X(04).
               10  WS-CT-QUALIF  PIC X(05).
               10  WS-CT-CONTA   PIC X(12).
               10  WS-CT-DESC    PIC X(30).
       77  WS-QTD-CT          PIC 9(03) VALUE ZEROS.
       77  WS-IX-CT           PIC 9(03) VALUE ZEROS.
       77  WS-IX-CT-ACHADO    PIC 9(03) VALUE ZEROS.
       77  WS-IX-CT-GERAL     PIC 9(03) VALUE ZEROS.

      *---> LANCAMENTO CORRENTE E TOTAIS DO ARQUIVO CONTABIL
       77  WS-LC-EVENTO       PIC X(04) VALUE SPACES.
       77  WS-LC-DC           PIC X(01) VALUE SPACE.
       77  WS-LC-VALOR        PIC 9(11)V99 VALUE ZEROS.
       77  WS-LC-REFERENCIA   PIC X(12) VALUE SPACES.
       77  WS-LC-QTD          PIC 9(09) VALUE ZEROS.
       77  WS-LC-DEBITOS      PIC 9(13)V99 VALUE ZEROS.
       77  WS-LC-CREDITOS     PIC 9(13)V99 VALUE ZEROS.
       77  WS-LC-SEM-CONTA    PIC 9(05) VALUE ZEROS.
       77  WS-LC-DATA         PIC 9(08) VALUE ZEROS.
       77  WS-LC-HORA         PIC 9(06) VALUE ZEROS.

       01  WS-HOL-LIN-AVOS.
           05  FILLER         PIC X(28) VALUE
               "AVOS DE 13o SALARIO".
           05  WS-HV-AVOS     PIC Z9.
           05  FILLER         PIC X(03) VALUE "/12".

      *---> FERIAS: MES DE INICIO DAS FERIAS A PAGAR (AAAAMM), DIAS
      *---> DE FERIAS (BASE DE 30) E OS VALORES DO FUNCIONARIO
       01  WS-MES-FERIAS-INF  PIC X(06) VALUE SPACES.
       01  WS-MES-FERIAS      PIC 9(06) VALUE ZEROS.
       01  WS-MES-FERIAS-DET REDEFINES WS-MES-FERIAS.
           05  WS-MF-AAAA     PIC 9(04).
           05  WS-MF-MM       PIC 9(02).
       01  WS-DATA-AUX        PIC 9(08) VALUE ZEROS.
       01  WS-DATA-AUX-DET REDEFINES WS-DATA-AUX.
           05  WS-AUX-AAAA    PIC 9(04).
           05  WS-AUX-MM      PIC 9(02).
           05  WS-AUX-DD      PIC 9(02).
       77  WS-FER-DIAS-INI    PIC 9(07)    VALUE ZEROS.
       77  WS-FER-DIAS-FIM    PIC 9(07)    VALUE ZEROS.
       77  WS-DIAS-FERIAS     PIC 9(02)    VALUE ZEROS.
       77  WS-FER-VALOR       PIC 9(05)V99 VALUE ZEROS.
       77  WS-FER-TERCO       PIC 9(05)V99 VALUE ZEROS.

      *---> SUBTOTAIS DA FOLHA POR DEPARTAMENTO
       01  WS-DEP-TAB.
           05  WS-DEP OCCURS 50 TIMES.
               10  WS-DEP-BRUTO  PIC 9(07)V99.
               10  WS-DEP-DESC   PIC 9(07)V99.
               10  WS-DEP-LIQ    PIC 9(07)V99.
               10  WS-DEP-AUS    PIC 9(07)V99.
               10  WS-DEP-ADIANT PIC 9(07)V99.
               10  WS-DEP-HE-HORAS PIC 9(05)V99.
               10  WS-DEP-HE-VALOR PIC 9(07)V99.
               10  WS-DEP-CONSIG PIC 9(07)V99.
               10  WS-DEP-COMIS  PIC 9(07)V99.
       77  WS-QTD-DEP         PIC 9(02) VALUE ZEROS.
       77  WS-IX-DEP          PIC 9(02) VALUE ZEROS.
       77  WS-IX-ACHADO       PIC 9(02) VALUE ZEROS.

       01  WS-HOL-LIN-VAL.
           05  WS-HL-ROTULO   PIC X(28).
           05  WS-HL-VALOR    PIC ZZZZZ9,99.

       01  WS-HOL-LIN-FAIXA.
           05  FILLER         PIC X(11) VALUE "INSS FAIXA ".
       77  WS-DESC-AUSENCIA   PIC 9(05)V99 VALUE ZEROS.
       01  WS-TOTAL-AUSENCIA  PIC 9(07)V99 VALUE ZEROS.

      *---> HORAS EXTRAS DO MES DA FOLHA (PONTO DO CBHORA01); SEM O
      *---> ARQUIVO NO LUGAR A FOLHA RODA SEM HORAS EXTRAS. A HORA
      *---> VALE A REMUNERACAO DIVIDIDA PELAS HORAS DO MES
       01  HORADD             PIC X(30) VALUE "./cbHORAS.IDX".

       01  FS-HORA            PIC X(02) VALUE SPACES.
           88  FS-HORA-OK     VALUE IS "00".

       77  WS-HORA-DISPON     PIC X     VALUE "N".
           88  HORA-DISPONIVEL VALUE "S".
       01  WS-FIM-HORA        PIC X     VALUE "N".
           88  E-FIM-HORA     VALUE "S".
       77  WS-DIVISOR-HORAS   PIC 9(03) VALUE 220.
       77  WS-HE-HORAS-50     PIC 9(03)V99 VALUE ZEROS.
       77  WS-HE-HORAS-100    PIC 9(03)V99 VALUE ZEROS.
       77  WS-HE-VALOR-50     PIC 9(05)V99 VALUE ZEROS.
       77  WS-HE-VALOR-100    PIC 9(05)V99 VALUE ZEROS.
       77  WS-HE-VALOR        PIC 9(05)V99 VALUE ZEROS.
       01  WS-TOTAL-HE        PIC 9(07)V99 VALUE ZEROS.

       01  WS-HOL-LIN-HE.
           05  WS-HH-ROTULO   PIC X(18).
           05  WS-HH-HORAS    PIC ZZ9.99.
           05  FILLER         PIC X(04) VALUE "h".
           05  WS-HH-VALOR    PIC ZZZZZ9,99.

      *---> COMISSAO DE VENDAS DO MES (CBCOMI01), SO NA FOLHA
      *---> MENSAL; SEM O ARQUIVO NO LUGAR A FOLHA RODA SEM ELA
       01  COMISDD            PIC X(30) VALUE "./cbCOMISSAO.IDX".

       01  FS-COMIS           PIC X(02) VALUE SPACES.
           88  FS-COMIS-OK    VALUE IS "00".

       77  WS-COMIS-DISPON    PIC X     VALUE "N".
           88  COMIS-DISPONIVEL VALUE "S".
       77  WS-COMISSAO        PIC 9(06)V99 VALUE ZEROS.
       77  WS-QTD-COMIS       PIC 9(05)    VALUE ZEROS.
       01  WS-TOTAL-COMIS     PIC 9(07)V99 VALUE ZEROS.

      *---> DESCONTOS PARCELADOS EM FOLHA (CBDESC01), SO NA FOLHA
      *---> MENSAL; SEM O ARQUIVO NO LUGAR A FOLHA RODA SEM ELES. O
      *---> TOTAL DESCONTADO NO MES NAO PASSA DA MARGEM CONSIGNAVEL
      *---> (PERCENTUAL DO LIQUIDO) E O QUE NAO COUBE FICA PARA O
      *---> MES SEGUINTE
       01  DESCDD             PIC X(30) VALUE "./cbDESCONTOS.IDX".

       01  FS-DESC            PIC X(02) VALUE SPACES.
           88  FS-DESC-OK     VALUE IS "00".

       77  WS-DESC-DISPON     PIC X     VALUE "N".
           88  DESC-DISPONIVEL VALUE "S".
       01  WS-FIM-DESC        PIC X     VALUE "N".
           88  E-FIM-DESC     VALUE "S".
       77  WS-PERC-CONSIG     PIC 9(03) VALUE 30.
       77  WS-MARGEM-CONSIG   PIC 9(06)V99 VALUE ZEROS.
       77  WS-DS-DEVIDO       PIC 9(07)V99 VALUE ZEROS.
       77  WS-DS-DESCONTADO   PIC 9(07)V99 VALUE ZEROS.
       77  WS-DESC-CONSIG     PIC 9(06)V99 VALUE ZEROS.
       77  WS-DSC-OUTROS      PIC 9(06)V99 VALUE ZEROS.
       01  WS-TOTAL-CONSIG    PIC 9(07)V99 VALUE ZEROS.

      *---> DESCONTOS DO FUNCIONARIO NO MES, PARA O HOLERITE (OS QUE
      *---> NAO CABEM NA TABELA SAEM SOMADOS NUMA LINHA SO)
       01  WS-DSC-PER-TAB.
           05  WS-DSC-PER OCCURS 10 TIMES.
               10  WS-DP-TIPO    PIC X(01).
               10  WS-DP-NUMERO  PIC 9(03).
               10  WS-DP-PARCELA PIC 9(03).
               10  WS-DP-QTD     PIC 9(03).
               10  WS-DP-VALOR   PIC 9(07)V99.
               10  WS-DP-ATRASO  PIC 9(07)V99.

       77  WS-QTD-DSC-PER     PIC 9(02) VALUE ZEROS.
       77  WS-DSC-IX          PIC 9(02) VALUE ZEROS.

       01  WS-HOL-ROT-DSC.
           05  WS-HD-TIPO     PIC X(09).
           05  WS-HD-NUMERO   PIC 9(03).
           05  WS-HD-PARCELAS.
               10  FILLER     PIC X(06) VALUE " PARC ".
               10  WS-HD-PARC PIC 9(03).
               10  FILLER     PIC X(01) VALUE "/".
               10  WS-HD-QTD  PIC 9(03).
           05  WS-HD-ATRASADA REDEFINES WS-HD-PARCELAS PIC X(13).

      *---> SALDO EM ABERTO DOS DESCONTOS NO DESLIGAMENTO
       77  WS-DESLIG-SALDO    PIC 9(07)V99 VALUE ZEROS.
       01  WS-DESLIG-ED       PIC ZZZZZZ9,99.

       01  WS-HOL-LIN-AUS.
           05  FILLER         PIC X(09) VALUE "AUSENCIA ".
           05  WS-HA-TIPO     PIC X(01).

      *---> BASE DO CALCULO DE INSS (A REMUNERACAO NA FOLHA, O
      *---> PROPORCIONAL DOS DIAS TRABALHADOS NO ACERTO FINAL)
       77  WS-BASE-CALC       PIC 9(06)V99 VALUE ZEROS.

      *---> CALCULO DA FOLHA DE PAGAMENTO (PERCENTUAL DE RESERVA
      *---> USADO SO QUANDO A TABELA DE INSS NAO ESTA NO LUGAR)
       01  WS-PERC-INSS       PIC V99   VALUE .11.
       01  WS-DESCONTO-INSS   PIC 9(05)V99.
       01  WS-REM-LIQUIDA     PIC 9(06)V99.
       01  WS-TOTAL-BRUTO     PIC 9(07)V99 VALUE ZEROS.
       01  WS-TOTAL-DESCONTO  PIC 9(07)V99 VALUE ZEROS.
       01  WS-TOTAL-LIQUIDO   PIC 9(07)V99 VALUE ZEROS.
           05 LINE 11 COLUMN 15 VALUE "7 - CONSULTAR POR NOME".
           05 LINE 12 COLUMN 15 VALUE "8 - HISTORICO SALARIAL".
           05 LINE 13 COLUMN 15 VALUE "9 - HISTORICO DE DEPTO".
           05 LINE 14 COLUMN 15 VALUE "A - FECHAR PERIODO DA FOLHA".
           05 LINE 15 COLUMN 15 VALUE "B - REABRIR PERIODO DA FOLHA".
           05 LINE 16 COLUMN 15 VALUE "C - APROVAR ALTERACOES".
           05 LINE 17 COLUMN 15 VALUE "0 - SAIR".
           05 LINE 19 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 19 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-EMP.
           05 SS-EMP-CHAVE FOREGROUND-COLOR 2.
               10 COLUMN PLUS 2 PIC X(04) USING WS-AGENCIA-INF.
               10 LINE 15 COLUMN 10 VALUE "   CONTA:".
               10 COLUMN PLUS 2 PIC X(10) USING WS-CONTA-INF.
               10 LINE 16 COLUMN 10 VALUE "    LOJA:".
               10 COLUMN PLUS 2 PIC X(05) USING WS-LOJA-INF.
               10 LINE 17 COLUMN 10 VALUE "COMISSAO:".
               10 COLUMN PLUS 2 PIC X(04) USING WS-COMIS-INF.
               10 COLUMN PLUS 2 VALUE "% (0250 = 2,50%)".

       01 SS-TELA-APROVA.
           05 SS-APROVA-DADOS FOREGROUND-COLOR 2.
               10 LINE 05 COLUMN 10 VALUE "FUNCIONARIO:".
               10 COLUMN PLUS 2 PIC X(05) FROM PA-EMP-ID.
               10 COLUMN PLUS 2 PIC X(40) FROM EMP-NAME.
               10 LINE 06 COLUMN 10 VALUE " SOLICITADO:".
               10 COLUMN PLUS 2 PIC 9(08) FROM PA-DATA-SOL.
               10 COLUMN PLUS 1 PIC 9(06) FROM PA-HORA-SOL.
               10 COLUMN PLUS 2 VALUE "POR".
               10 COLUMN PLUS 2 PIC X(08) FROM PA-OPER-SOL.
               10 LINE 08 COLUMN 23 VALUE "EM VIGOR".
               10 LINE 08 COLUMN 37 VALUE "SOLICITADO".
               10 LINE 09 COLUMN 10 VALUE "   REMUNER.:".
               10 LINE 09 COLUMN 23 PIC 9(05) FROM PA-REM-ANTES.
               10 LINE 09 COLUMN 37 PIC 9(05) FROM PA-REM-NOVA.
               10 LINE 10 COLUMN 10 VALUE "      BANCO:".
               10 LINE 10 COLUMN 23 PIC 9(03) FROM PA-BANCO-ANTES.
               10 LINE 10 COLUMN 37 PIC 9(03) FROM PA-BANCO-NOVO.
               10 LINE 11 COLUMN 10 VALUE "    AGENCIA:".
               10 LINE 11 COLUMN 23 PIC 9(04) FROM PA-AGENCIA-ANTES.
               10 LINE 11 COLUMN 37 PIC 9(04) FROM PA-AGENCIA-NOVA.
               10 LINE 12 COLUMN 10 VALUE "      CONTA:".
               10 LINE 12 COLUMN 23 PIC X(10) FROM PA-CONTA-ANTES.
               10 LINE 12 COLUMN 37 PIC X(10) FROM PA-CONTA-NOVA.
               10 LINE 13 COLUMN 10 VALUE " COMISSAO %:".
               10 LINE 13 COLUMN 23 PIC 99.99 FROM PA-COMIS-ANTES.
               10 LINE 13 COLUMN 37 PIC 99.99 FROM PA-COMIS-NOVA.
           05 SS-APROVA-DECISAO.
               10 LINE 14 COLUMN 10
                  VALUE "A=APROVAR R=REJEITAR ENTER=PROXIMA:".
               10 COLUMN PLUS 2 PIC X(01) USING WS-DECISAO.
               10 LINE 15 COLUMN 10 VALUE "MOTIVO DA REJEICAO:".
               10 COLUMN PLUS 2 PIC X(30) USING WS-MOTIVO-INF.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
                   MOVE WS-CFG-VALOR TO OUTFLDD
               WHEN "SALHISTDD"
                   MOVE WS-CFG-VALOR TO SALHISTDD
               WHEN "ALTPENDFILE"
                   MOVE WS-CFG-VALOR TO ALTPENDDD
               WHEN "AULA72_BANCODD"
                   MOVE WS-CFG-VALOR TO BANCODD
               WHEN "AULA72_EMPRESA"
                   MOVE WS-CFG-VALOR TO RECREDDD
               WHEN "AUSFILE"
                   MOVE WS-CFG-VALOR TO AUSDD
               WHEN "HORASFILE"
                   MOVE WS-CFG-VALOR TO HORADD
               WHEN "AULA72_DIVISOR_HORAS"
                   MOVE WS-CFG-VALOR TO WS-DIVISOR-HORAS
               WHEN "DESCFILE"
                   MOVE WS-CFG-VALOR TO DESCDD
               WHEN "AULA72_PERC_CONSIGNAVEL"
                   MOVE WS-CFG-VALOR TO WS-PERC-CONSIG
               WHEN "FOLHAFILE"
                   MOVE WS-CFG-VALOR TO FOLHADD
               WHEN "AULA72_PRG_ORCAMENTO"
                   MOVE WS-CFG-VALOR TO WS-PRG-ORCAMENTO
               WHEN "FOLHAPERFILE"
                   MOVE WS-CFG-VALOR TO FOLHAPERDD
               WHEN "CONTASFILE"
                   MOVE WS-CFG-VALOR TO CONTASDD
               WHEN "AULA72_CONTABDD"
                   MOVE WS-CFG-VALOR TO LANCDD
               WHEN "GERFILE"
                   MOVE WS-CFG-VALOR TO GERDD
               WHEN "DEPTOFILE"
                   MOVE WS-CFG-VALOR TO DEPTODD
               WHEN "LOJAFILE"
                   MOVE WS-CFG-VALOR TO LOJADD
               WHEN "COMISFILE"
                   MOVE WS-CFG-VALOR TO COMISDD
               WHEN "DEPHISTDD"
                   MOVE WS-CFG-VALOR TO DEPHISTDD
               WHEN "OPERFILE"
               CLOSE DEPHISTFL
               OPEN EXTEND DEPHISTFL
           END-IF
      * =====> FILA DE ALTERACOES A APROVAR, CRIADA SE NAO EXISTIR;
      * =====> SEM ELA, REMUNERACAO E BANCO NAO SE ALTERAM
           OPEN I-O ALTPENDFL
           IF  FS-ALTPEND-NAO-EXISTE
               OPEN OUTPUT ALTPENDFL
               CLOSE ALTPENDFL
               OPEN I-O ALTPENDFL
           END-IF
           IF  FS-ALTPEND-OK
               MOVE "S" TO WS-ALTPEND-DISPON
           ELSE
               DISPLAY "ABERTURA DA FILA DE APROVACAO FALHOU ST="
                   FS-ALTPEND "  " ALTPENDDD
               DISPLAY "REMUNERACAO E BANCO NAO PODEM SER ALTERADOS"
           END-IF
      * =====> CADASTRO DE DEPARTAMENTOS; AUSENTE, A VALIDACAO DE
      * =====> EMP-DEPTO FICA DESLIGADA COM AVISO
           OPEN INPUT DEPTOFL
               DISPLAY "SEM CADASTRO DE DEPARTAMENTOS (" DEPTODD
                   ") - VALIDACAO DESLIGADA"
           END-IF
      * =====> CADASTRO DE LOJAS; AUSENTE, A VALIDACAO DA LOJA DO
      * =====> VENDEDOR FICA DESLIGADA COM AVISO
           OPEN INPUT LOJAFL
           IF  FS-LOJA-OK
               MOVE "S" TO WS-LOJA-CADASTRO
           ELSE
               DISPLAY "SEM CADASTRO DE LOJAS (" LOJADD
                   ") - VALIDACAO DESLIGADA"
           END-IF
           OPEN I-O INFL
           DISPLAY '01 ABERTURA ST= ' FS-INFL
           if  FS-INFL-OK
               WHEN "9"
                   PERFORM CONSULTA-DEPHIST
                       THRU CONSULTA-DEPHIST-FIM
               WHEN "A"
               WHEN "a"
                   PERFORM FECHA-PERIODO THRU FECHA-PERIODO-FIM
               WHEN "B"
               WHEN "b"
                   MOVE "REABRIR" TO WS-FUNC-NEGADA
                   PERFORM AUTORIZA-FUNCAO THRU AUTORIZA-FUNCAO-FIM
                   IF E-AUTORIZADO
                       PERFORM REABRE-PERIODO THRU REABRE-PERIODO-FIM
                   END-IF
               WHEN "C"
               WHEN "c"
                   MOVE "APROVAR" TO WS-FUNC-NEGADA
                   PERFORM AUTORIZA-FUNCAO THRU AUTORIZA-FUNCAO-FIM
                   IF E-AUTORIZADO
                       PERFORM APROVA-ALTERACOES
                           THRU APROVA-ALTERACOES-FIM
                   END-IF
               WHEN "0"
                   CONTINUE
               WHEN OTHER
           DISPLAY SS-CLS.
       INCLUI-EMP-CHAVE.
           MOVE SPACES TO WS-EMP-ID-INF WS-EMP-NAME-INF WS-DEPTO-INF
                          WS-BANCO-INF WS-AGENCIA-INF WS-CONTA-INF
                          WS-LOJA-INF WS-COMIS-INF.
           MOVE ZEROS  TO WS-REM-INF WS-ADMISSAO-INF.
           DISPLAY SS-TELA-EMP.
           ACCEPT SS-EMP-CHAVE.
               PERFORM MOSTRA-ERRO
               GO INCLUI-EMP-DADOS
           END-IF
           PERFORM VALIDA-LOJA THRU VALIDA-LOJA-FIM
           IF NOT LOJA-VALIDA
               PERFORM MOSTRA-ERRO
               GO INCLUI-EMP-DADOS
           END-IF
           MOVE SPACES          TO INFL-REC
           MOVE WS-EMP-ID-INF    TO EMP-ID
           MOVE WS-EMP-NAME-INF  TO EMP-NAME
           PERFORM MOVE-DADOS-BANCO THRU MOVE-DADOS-BANCO-FIM
           MOVE "A"              TO EMP-STATUS
           MOVE ZEROS            TO EMP-DESLIGAMENTO
           MOVE WS-LOJA-NUM      TO EMP-STORE-ID
           MOVE WS-COMIS-NUM     TO EMP-COMISSAO
           WRITE INFL-REC
               INVALID KEY
                   MOVE "FUNCIONARIO JA EXISTE" TO WS-MSGERRO
           DISPLAY SS-CLS.
       CONSULTA-EMP-LOOP.
           MOVE SPACES TO WS-EMP-ID-INF WS-EMP-NAME-INF WS-DEPTO-INF
                          WS-BANCO-INF WS-AGENCIA-INF WS-CONTA-INF
                          WS-LOJA-INF WS-COMIS-INF.
           MOVE ZEROS  TO WS-REM-INF WS-ADMISSAO-INF.
           DISPLAY SS-TELA-EMP.
           PERFORM LE-FUNCIONARIO THRU LE-FUNCIONARIO-FIM.
           MOVE EMP-BANCO    TO WS-BANCO-INF.
           MOVE EMP-AGENCIA  TO WS-AGENCIA-INF.
           MOVE EMP-CONTA    TO WS-CONTA-INF.
      *=====> REGISTRO ANTERIOR A LOJA/COMISSAO: SEM LOJA E SEM
      *=====> COMISSAO
           IF  EMP-STORE-ID NUMERIC AND EMP-STORE-ID > ZEROS
               MOVE EMP-STORE-ID TO WS-LOJA-INF
           ELSE
               MOVE SPACES       TO WS-LOJA-INF
           END-IF
           IF  EMP-COMISSAO NUMERIC AND EMP-COMISSAO > ZEROS
               MOVE EMP-COMISSAO TO WS-COMIS-INF-N
           ELSE
               MOVE SPACES       TO WS-COMIS-INF
           END-IF.
       MOVE-REG-PARA-TELA-FIM.
           EXIT.
      *===================================

      * ALTERACAO EM TELA CHEIA: OS DADOS ATUAIS JA VEM PREENCHIDOS
      * NO FORMULARIO E AS MESMAS CRITICAS DE CAMPO DA INCLUSAO
      * VALEM AQUI. MUDANCA DE REMUNERACAO, DO PERCENTUAL DE
      * COMISSAO OU DE DADOS BANCARIOS NAO VAI PARA O REGISTRO: ENTRA
      * NA FILA DE APROVACAO (OPCAO C), UMA PENDENTE POR FUNCIONARIO
      * DE CADA VEZ. A LOJA DO VENDEDOR MUDA DIRETO
       ALTERA-EMP.
           MOVE "ALTERACAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
       ALTERA-EMP-LOOP.
           MOVE SPACES TO WS-EMP-ID-INF WS-EMP-NAME-INF WS-DEPTO-INF
                          WS-BANCO-INF WS-AGENCIA-INF WS-CONTA-INF
                          WS-LOJA-INF WS-COMIS-INF.
           MOVE ZEROS  TO WS-REM-INF WS-ADMISSAO-INF.
           DISPLAY SS-TELA-EMP.
           PERFORM LE-FUNCIONARIO THRU LE-FUNCIONARIO-FIM.
           IF NOT FS-INFL-OK
               GO ALTERA-EMP-LOOP
           END-IF
           MOVE REM-BYTE    TO WS-REM-ANTES.
           MOVE EMP-DEPTO   TO WS-DEPTO-ANTES.
           MOVE EMP-BANCO   TO WS-BANCO-ANTES.
           MOVE EMP-AGENCIA TO WS-AGENCIA-ANTES.
           MOVE EMP-CONTA   TO WS-CONTA-ANTES.
           IF  EMP-COMISSAO NUMERIC
               MOVE EMP-COMISSAO TO WS-COMIS-ANTES
           ELSE
               MOVE ZEROS        TO WS-COMIS-ANTES
           END-IF
           PERFORM MOVE-REG-PARA-TELA THRU MOVE-REG-PARA-TELA-FIM.
           PERFORM PROCURA-PENDENTE THRU PROCURA-PENDENTE-FIM.
           IF TEM-PENDENTE
               DISPLAY SS-EMP-DADOS
               MOVE "REMUNERACAO/BANCO AGUARDANDO APROVACAO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
           END-IF.
       ALTERA-EMP-DADOS.
           ACCEPT SS-EMP-DADOS.
           IF COB-CRT-STATUS = COB-SCR-ESC
               PERFORM MOSTRA-ERRO
               GO ALTERA-EMP-DADOS
           END-IF
           PERFORM VALIDA-LOJA THRU VALIDA-LOJA-FIM
           IF NOT LOJA-VALIDA
               PERFORM MOSTRA-ERRO
               GO ALTERA-EMP-DADOS
           END-IF
      *=====> REMUNERACAO, COMISSAO OU BANCO MUDOU: MONTA A
      *=====> SOLICITACAO E O REGISTRO FICA COM OS VALORES EM VIGOR
           PERFORM MOVE-DADOS-BANCO THRU MOVE-DADOS-BANCO-FIM.
           MOVE SPACES TO ALTPEND-REC.
           MOVE "N"    TO PA-MUDA-REM PA-MUDA-BANCO.
           IF WS-REM-INF NOT = WS-REM-ANTES
               OR WS-COMIS-NUM NOT = WS-COMIS-ANTES
               MOVE "S" TO PA-MUDA-REM
           END-IF
           IF EMP-BANCO NOT = WS-BANCO-ANTES
               OR EMP-AGENCIA NOT = WS-AGENCIA-ANTES
               OR EMP-CONTA NOT = WS-CONTA-ANTES
               MOVE "S" TO PA-MUDA-BANCO
           END-IF
           IF PA-MUDOU-REM OR PA-MUDOU-BANCO
               IF NOT ALTPEND-DISPONIVEL
                   MOVE "FILA DE APROVACAO INDISPONIVEL"
                       TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO ALTERA-EMP-DADOS
               END-IF
               IF TEM-PENDENTE
                   MOVE "JA HA ALTERACAO AGUARDANDO APROVACAO (OPCAO C)"
                       TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO ALTERA-EMP-DADOS
               END-IF
               MOVE EMP-ID           TO PA-EMP-ID
               ACCEPT PA-DATA-SOL FROM DATE YYYYMMDD
               ACCEPT PA-HORA-SOL FROM TIME
               MOVE "P"              TO PA-SITUACAO
               MOVE WS-OPERADOR      TO PA-OPER-SOL
               MOVE WS-REM-ANTES     TO PA-REM-ANTES
               MOVE WS-REM-INF       TO PA-REM-NOVA
               MOVE WS-COMIS-ANTES   TO PA-COMIS-ANTES
               MOVE WS-COMIS-NUM     TO PA-COMIS-NOVA
               MOVE WS-BANCO-ANTES   TO PA-BANCO-ANTES
               MOVE WS-AGENCIA-ANTES TO PA-AGENCIA-ANTES
               MOVE WS-CONTA-ANTES   TO PA-CONTA-ANTES
               MOVE EMP-BANCO        TO PA-BANCO-NOVO
               MOVE EMP-AGENCIA      TO PA-AGENCIA-NOVA
               MOVE EMP-CONTA        TO PA-CONTA-NOVA
               MOVE ZEROS            TO PA-DATA-DECISAO
                                        PA-HORA-DECISAO
           END-IF
           MOVE WS-BANCO-ANTES   TO EMP-BANCO.
           MOVE WS-AGENCIA-ANTES TO EMP-AGENCIA.
           MOVE WS-CONTA-ANTES   TO EMP-CONTA.
           MOVE WS-EMP-NAME-INF TO EMP-NAME.
           MOVE WS-DEPTO-INF    TO EMP-DEPTO.
           MOVE WS-ADMISSAO-INF TO EMP-ADMISSAO.
           MOVE WS-LOJA-NUM     TO EMP-STORE-ID.
           MOVE WS-COMIS-ANTES  TO EMP-COMISSAO.
           REWRITE INFL-REC
               INVALID KEY
                   MOVE "ERRO AO ALTERAR" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
               NOT INVALID KEY
                   IF  PA-MUDOU-REM OR PA-MUDOU-BANCO
                       PERFORM GRAVA-PENDENTE
                           THRU GRAVA-PENDENTE-FIM
                   ELSE
                       MOVE "ALTERADO" TO WS-MSGERRO
                   END-IF
                   PERFORM MOSTRA-ERRO
      *=====> DEPARTAMENTO MUDOU: A MUDANCA VAI PARA O HISTORICO
      *=====> DE DEPARTAMENTO, A MESMA DISCIPLINA DO SALHIST
                   IF  EMP-DEPTO NOT = WS-DEPTO-ANTES
       ALTERA-EMP-FIM.
           EXIT.

      * GRAVA A SOLICITACAO MONTADA NA ALTERACAO NA FILA DE
      * APROVACAO E AVISA NO LOG DE JOBS
       GRAVA-PENDENTE.
           WRITE ALTPEND-REC
               INVALID KEY
                   MOVE "ALTERADO - ERRO AO GRAVAR A SOLICITACAO"
                       TO WS-MSGERRO
                   GO TO GRAVA-PENDENTE-FIM
           END-WRITE.
           MOVE "ALTERADO - REMUNERACAO/BANCO AGUARDAM APROVACAO"
               TO WS-MSGERRO.
           MOVE "SOLALT" TO WS-EVENTO-ALT.
           PERFORM REGISTRA-EVENTO-ALT THRU REGISTRA-EVENTO-ALT-FIM.
       GRAVA-PENDENTE-FIM.
           EXIT.

      * PROCURA NA FILA UMA ALTERACAO AINDA PENDENTE DO FUNCIONARIO
      * EM EMP-ID (SEM A FILA NO LUGAR, NAO HA PENDENTE)
       PROCURA-PENDENTE.
           MOVE "N" TO WS-TEM-PENDENTE.
           IF  NOT ALTPEND-DISPONIVEL
               GO TO PROCURA-PENDENTE-FIM
           END-IF
           MOVE "N"    TO WS-FIM-PEND.
           MOVE EMP-ID TO PA-EMP-ID.
           MOVE ZEROS  TO PA-DATA-SOL PA-HORA-SOL.
           START ALTPENDFL KEY IS NOT LESS THAN PA-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-PEND
           END-START.
           PERFORM PROCURA-PENDENTE-LOOP THRU PROCURA-PENDENTE-LOOP-FIM
               UNTIL E-FIM-PEND.
       PROCURA-PENDENTE-FIM.
           EXIT.

       PROCURA-PENDENTE-LOOP.
           READ ALTPENDFL NEXT
               AT END
                   MOVE "S" TO WS-FIM-PEND
                   GO TO PROCURA-PENDENTE-LOOP-FIM
           END-READ
           IF  PA-EMP-ID NOT = EMP-ID
               MOVE "S" TO WS-FIM-PEND
               GO TO PROCURA-PENDENTE-LOOP-FIM
           END-IF
           IF  PA-PENDENTE
               MOVE "S" TO WS-TEM-PENDENTE
               MOVE "S" TO WS-FIM-PEND
           END-IF.
       PROCURA-PENDENTE-LOOP-FIM.
           EXIT.

      *===================================
      * APROVACAO DAS ALTERACOES DE REMUNERACAO/BANCO (SO PERFIL
      * SENIOR): PERCORRE A FILA MOSTRANDO CADA PENDENTE COM OS
      * VALORES EM VIGOR E OS PEDIDOS. QUEM PEDIU NAO APROVA; A
      * APROVACAO LEVA OS VALORES AO CADASTRO E A REMUNERACAO AO
      * HISTORICO SALARIAL. A REJEICAO SO MARCA A FILA
       APROVA-ALTERACOES.
           MOVE "APROVACAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           IF  NOT ALTPEND-DISPONIVEL
               MOVE "FILA DE APROVACAO INDISPONIVEL" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO APROVA-ALTERACOES-FIM
           END-IF
           MOVE ZEROS      TO WS-QTD-PEND.
           MOVE "N"        TO WS-FIM-PEND.
           MOVE LOW-VALUES TO PA-CHAVE.
           START ALTPENDFL KEY IS NOT LESS THAN PA-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-PEND
           END-START.
           PERFORM APROVA-PROXIMA THRU APROVA-PROXIMA-FIM
               UNTIL E-FIM-PEND.
           IF  WS-QTD-PEND = ZEROS
               MOVE "NENHUMA ALTERACAO AGUARDANDO APROVACAO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
           END-IF.
       APROVA-ALTERACOES-FIM.
           EXIT.

       APROVA-PROXIMA.
           READ ALTPENDFL NEXT
               AT END
                   MOVE "S" TO WS-FIM-PEND
                   GO TO APROVA-PROXIMA-FIM
           END-READ
           IF  NOT PA-PENDENTE
               GO TO APROVA-PROXIMA-FIM
           END-IF
           ADD 1 TO WS-QTD-PEND.
           MOVE PA-EMP-ID TO EMP-ID.
           READ INFL
               KEY IS EMP-ID
               INVALID KEY
                   MOVE "(FUNCIONARIO NAO ENCONTRADO)" TO EMP-NAME
           END-READ.
           MOVE SPACE  TO WS-DECISAO.
           MOVE SPACES TO WS-MOTIVO-INF.
           DISPLAY SS-CLS.
           DISPLAY SS-APROVA-DADOS.
           ACCEPT SS-APROVA-DECISAO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               MOVE "S" TO WS-FIM-PEND
               GO TO APROVA-PROXIMA-FIM
           END-IF
           EVALUATE WS-DECISAO
               WHEN "A"
               WHEN "a"
                   PERFORM APROVA-PENDENTE THRU APROVA-PENDENTE-FIM
               WHEN "R"
               WHEN "r"
                   PERFORM REJEITA-PENDENTE THRU REJEITA-PENDENTE-FIM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       APROVA-PROXIMA-FIM.
           EXIT.

      * APROVA A PENDENTE LIDA: OUTRO OPERADOR, FUNCIONARIO AINDA NO
      * CADASTRO E COM OS MESMOS VALORES DA SOLICITACAO (SE MUDARAM
      * DEPOIS DELA, REJEITAR E PEDIR DE NOVO)
       APROVA-PENDENTE.
           IF  PA-OPER-SOL = WS-OPERADOR
               MOVE "QUEM SOLICITOU NAO PODE APROVAR A ALTERACAO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO APROVA-PENDENTE-FIM
           END-IF
           IF  NOT FS-INFL-OK
               MOVE "FUNCIONARIO NAO ENCONTRADO - REJEITE A ALTERACAO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO APROVA-PENDENTE-FIM
           END-IF
           IF  REM-BYTE NOT = PA-REM-ANTES
               OR EMP-BANCO NOT = PA-BANCO-ANTES
               OR EMP-AGENCIA NOT = PA-AGENCIA-ANTES
               OR EMP-CONTA NOT = PA-CONTA-ANTES
               OR EMP-COMISSAO NOT = PA-COMIS-ANTES
               MOVE "CADASTRO MUDOU DESDE A SOLICITACAO - REJEITE"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TO APROVA-PENDENTE-FIM
           END-IF
           MOVE REM-BYTE        TO WS-REM-ANTES.
           MOVE PA-REM-NOVA     TO REM-BYTE.
           MOVE PA-BANCO-NOVO   TO EMP-BANCO.
           MOVE PA-AGENCIA-NOVA TO EMP-AGENCIA.
           MOVE PA-CONTA-NOVA   TO EMP-CONTA.
           MOVE PA-COMIS-NOVA   TO EMP-COMISSAO.
           REWRITE INFL-REC
               INVALID KEY
                   MOVE "ERRO AO ALTERAR O CADASTRO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO APROVA-PENDENTE-FIM
           END-REWRITE.
      *=====> REMUNERACAO MUDOU: O VALOR ANTERIOR VAI PARA O
      *=====> HISTORICO SALARIAL, COM QUEM PEDIU E QUEM APROVOU
           IF  REM-BYTE NOT = WS-REM-ANTES
               PERFORM GRAVA-SALHIST THRU GRAVA-SALHIST-FIM
           END-IF
           MOVE "A"         TO PA-SITUACAO.
           MOVE WS-OPERADOR TO PA-OPER-DECISAO.
           ACCEPT PA-DATA-DECISAO FROM DATE YYYYMMDD.
           ACCEPT PA-HORA-DECISAO FROM TIME.
           REWRITE ALTPEND-REC
               INVALID KEY
                   DISPLAY "ERRO AO MARCAR A APROVACAO: " PA-CHAVE
           END-REWRITE.
           MOVE "APRALT" TO WS-EVENTO-ALT.
           PERFORM REGISTRA-EVENTO-ALT THRU REGISTRA-EVENTO-ALT-FIM.
           MOVE "ALTERACAO APROVADA E APLICADA" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       APROVA-PENDENTE-FIM.
           EXIT.

       REJEITA-PENDENTE.
           MOVE "R"           TO PA-SITUACAO.
           MOVE WS-OPERADOR   TO PA-OPER-DECISAO.
           MOVE WS-MOTIVO-INF TO PA-MOTIVO.
           ACCEPT PA-DATA-DECISAO FROM DATE YYYYMMDD.
           ACCEPT PA-HORA-DECISAO FROM TIME.
           REWRITE ALTPEND-REC
               INVALID KEY
                   MOVE "ERRO AO REJEITAR" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO TO REJEITA-PENDENTE-FIM
           END-REWRITE.
           MOVE "REJALT" TO WS-EVENTO-ALT.
           PERFORM REGISTRA-EVENTO-ALT THRU REGISTRA-EVENTO-ALT-FIM.
           MOVE "ALTERACAO REJEITADA" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       REJEITA-PENDENTE-FIM.
           EXIT.

      * ANOTA NO LOG DE CONTROLE A SOLICITACAO/DECISAO DA ALTERACAO
      * (EVENTO EM WS-EVENTO-ALT, FUNCIONARIO NO CAMPO DE STATUS)
       REGISTRA-EVENTO-ALT.
           MOVE "X" TO FS-JOBLOG.
           OPEN EXTEND JOBLOGFL
           IF  NOT FS-JOBLOG-OK
               OPEN OUTPUT JOBLOGFL
           END-IF
           MOVE SPACES            TO JOBLOG-REC
           MOVE "cbaula72_INDEX" TO JL-PROGRAMA
           MOVE WS-EVENTO-ALT     TO JL-EVENTO
           ACCEPT JL-DATA FROM DATE YYYYMMDD
           ACCEPT JL-HORA FROM TIME
           MOVE PA-EMP-ID         TO JL-STATUS
           MOVE WS-OPERADOR       TO JL-OPERADOR
           WRITE JOBLOG-REC
           CLOSE JOBLOGFL.
       REGISTRA-EVENTO-ALT-FIM.
           EXIT.

      *===================================
      * AVISO DA FOLHA: ALTERACOES DE REMUNERACAO/BANCO AINDA NA
      * FILA, NUNCA APROVADAS - A FOLHA PAGA OS VALORES EM VIGOR
       AVISA-PENDENTES.
           MOVE ZEROS TO WS-QTD-PEND.
           IF  NOT ALTPEND-DISPONIVEL
               GO TO AVISA-PENDENTES-FIM
           END-IF
           MOVE "N"        TO WS-FIM-PEND.
           MOVE LOW-VALUES TO PA-CHAVE.
           START ALTPENDFL KEY IS NOT LESS THAN PA-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-PEND
           END-START.
           PERFORM AVISA-PENDENTES-LOOP THRU AVISA-PENDENTES-LOOP-FIM
               UNTIL E-FIM-PEND.
           IF  WS-QTD-PEND > ZEROS
               DISPLAY "ATENCAO: " WS-QTD-PEND " ALTERACAO(OES) DE "
                   "REMUNERACAO/BANCO NAO APROVADA(S) - A FOLHA USA "
                   "OS VALORES EM VIGOR"
           END-IF.
       AVISA-PENDENTES-FIM.
           EXIT.

       AVISA-PENDENTES-LOOP.
           READ ALTPENDFL NEXT
               AT END
                   MOVE "S" TO WS-FIM-PEND
                   GO TO AVISA-PENDENTES-LOOP-FIM
           END-READ
           IF  PA-PENDENTE
               ADD 1 TO WS-QTD-PEND
               DISPLAY "  PENDENTE: FUNC " PA-EMP-ID " SOLICITADA EM "
                   PA-DATA-SOL " POR " PA-OPER-SOL
           END-IF.
       AVISA-PENDENTES-LOOP-FIM.
           EXIT.

      *===================================
      * VALIDA O DEPARTAMENTO DIGITADO CONTRA O CADASTRO: QUANDO
      * INFORMADO, PRECISA EXISTIR E ESTAR ATIVO. EM BRANCO PASSA
       VALIDA-DEPTO-FIM.
           EXIT.

      *===================================
      * VALIDA A LOJA E O PERCENTUAL DE COMISSAO DIGITADOS E OS
      * CONVERTE EM WS-LOJA-NUM/WS-COMIS-NUM: EM BRANCO VALEM ZERO;
      * LOJA INFORMADA PRECISA EXISTIR E ESTAR ATIVA (SEM CADASTRO
      * DE LOJAS A CONSULTA E PULADA) E COMISSAO EXIGE A LOJA
       VALIDA-LOJA.
           MOVE "S"   TO WS-LOJA-VALIDA.
           MOVE ZEROS TO WS-LOJA-NUM WS-COMIS-NUM.
           IF  WS-COMIS-INF NOT = SPACES
               IF  WS-COMIS-INF NOT NUMERIC
                   MOVE "N" TO WS-LOJA-VALIDA
                   MOVE "COMISSAO DEVE SER NUMERICA (0250 = 2,50%)"
                       TO WS-MSGERRO
                   GO TO VALIDA-LOJA-FIM
               END-IF
               MOVE WS-COMIS-INF-N TO WS-COMIS-NUM
           END-IF
           IF  WS-LOJA-INF NOT = SPACES
               IF  WS-LOJA-INF NOT NUMERIC
                   MOVE "N" TO WS-LOJA-VALIDA
                   MOVE "LOJA DEVE SER NUMERICA (5 DIGITOS)"
                       TO WS-MSGERRO
                   GO TO VALIDA-LOJA-FIM
               END-IF
               MOVE WS-LOJA-INF TO WS-LOJA-NUM
           END-IF
           IF  WS-LOJA-NUM = ZEROS
               IF  WS-COMIS-NUM > ZEROS
                   MOVE "N" TO WS-LOJA-VALIDA
                   MOVE "COMISSAO SO PARA VENDEDOR COM LOJA"
                       TO WS-MSGERRO
               END-IF
               GO TO VALIDA-LOJA-FIM
           END-IF
           IF  NOT LOJA-CADASTRO-OK
               GO TO VALIDA-LOJA-FIM
           END-IF
           MOVE WS-LOJA-NUM TO LJ-STORE-ID
           READ LOJAFL
               KEY IS LJ-CHAVE
               INVALID KEY
                   MOVE "N" TO WS-LOJA-VALIDA
                   MOVE "LOJA NAO CADASTRADA (VEJA O CBLOJA01)"
                       TO WS-MSGERRO
                   GO TO VALIDA-LOJA-FIM
           END-READ
           IF  NOT LJ-ATIVA
               MOVE "N" TO WS-LOJA-VALIDA
               MOVE "LOJA FECHADA" TO WS-MSGERRO
           END-IF.
       VALIDA-LOJA-FIM.
           EXIT.

      *===================================
      * GRAVA NO HISTORICO DE DEPARTAMENTO A MUDANCA DE AREA DO
      * FUNCIONARIO RECEM ALTERADO, COM DATA/HORA E OPERADOR

      *===================================
      * GRAVA NO HISTORICO SALARIAL A REMUNERACAO ANTERIOR E A NOVA
      * DO FUNCIONARIO RECEM APROVADO, COM DATA/HORA, O OPERADOR QUE
      * PEDIU E O QUE APROVOU
       GRAVA-SALHIST.
           ACCEPT SH-DATA FROM DATE YYYYMMDD.
           ACCEPT SH-HORA FROM TIME.
           MOVE EMP-ID       TO SH-EMP-ID.
           MOVE WS-REM-ANTES TO SH-REM-ANTES.
           MOVE REM-BYTE     TO SH-REM-DEPOIS.
           MOVE PA-OPER-SOL  TO SH-OPERADOR.
           MOVE WS-OPERADOR  TO SH-APROVADOR.
           WRITE SALHIST-REC.
       GRAVA-SALHIST-FIM.
           EXIT.
               GO TO CONSULTA-SALHIST-REABRE
           END-IF
           DISPLAY "DATA     HORA   FUNC  REM.ANTES REM.NOVA "
               "OPERADOR APROVADOR"
           PERFORM LE-SALHIST THRU LE-SALHIST-FIM
               UNTIL FS-SALHIST-EOF.
           CLOSE SALHISTFL.
                       ADD 1 TO WS-SH-QTD
                       DISPLAY SH-DATA " " SH-HORA " " SH-EMP-ID
                           " " SH-REM-ANTES "     " SH-REM-DEPOIS
                           "    " SH-OPERADOR " " SH-APROVADOR
                   END-IF
                   END-IF
           END-READ.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO WS-EMP-ID-INF WS-EMP-NAME-INF WS-DEPTO-INF
                          WS-BANCO-INF WS-AGENCIA-INF WS-CONTA-INF
                          WS-LOJA-INF WS-COMIS-INF.
           MOVE ZEROS  TO WS-REM-INF WS-ADMISSAO-INF.
           DISPLAY SS-TELA-EMP.
           PERFORM LE-FUNCIONARIO THRU LE-FUNCIONARIO-FIM.
           DISPLAY "  INSS               : " WS-RESC-ED
           MOVE WS-RESC-LIQ TO WS-RESC-ED
           DISPLAY "  LIQUIDO DO ACERTO  : " WS-RESC-ED
      *=====> DESCONTOS PARCELADOS COM SALDO EM ABERTO, PARA O DP
      *=====> ACERTAR NO PAGAMENTO FINAL
           PERFORM SALDO-DESCONTOS THRU SALDO-DESCONTOS-FIM
      *=====> MARCA O REGISTRO COMO DESLIGADO (EXCLUSAO LOGICA)
           MOVE "D"           TO EMP-STATUS
           MOVE WS-DESLIG-INF TO EMP-DESLIGAMENTO
       DESLIGA-EMP-FIM.
           EXIT.

      * LISTA OS DESCONTOS PARCELADOS ATIVOS DO FUNCIONARIO COM O
      * SALDO EM ABERTO E O LIQUIDO DO ACERTO DEPOIS DELES. SO
      * INFORMA: QUEM ACERTA E BAIXA O SALDO E O DP (CBDESC01)
       SALDO-DESCONTOS.
           MOVE ZEROS  TO WS-DESLIG-SALDO.
           MOVE SPACES TO FS-DESC.
           OPEN INPUT DESCFL
           IF  NOT FS-DESC-OK
               GO TO SALDO-DESCONTOS-FIM
           END-IF
           MOVE "N"    TO WS-FIM-DESC.
           MOVE EMP-ID TO DS-EMP-ID.
           MOVE ZEROS  TO DS-NUMERO.
           START DESCFL KEY IS NOT LESS THAN DS-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-DESC
           END-START.
           PERFORM SALDO-DESCONTOS-LOOP THRU SALDO-DESCONTOS-LOOP-FIM
               UNTIL E-FIM-DESC.
           CLOSE DESCFL.
           IF  WS-DESLIG-SALDO = ZEROS
               GO TO SALDO-DESCONTOS-FIM
           END-IF
           MOVE WS-DESLIG-SALDO TO WS-DESLIG-ED
           DISPLAY "  SALDO DOS DESCONTOS: " WS-DESLIG-ED
           IF  WS-DESLIG-SALDO < WS-RESC-LIQ
               COMPUTE WS-DESLIG-SALDO = WS-RESC-LIQ - WS-DESLIG-SALDO
               MOVE WS-DESLIG-SALDO TO WS-DESLIG-ED
               DISPLAY "  LIQUIDO APOS DESC. : " WS-DESLIG-ED
           ELSE
               COMPUTE WS-DESLIG-SALDO = WS-DESLIG-SALDO - WS-RESC-LIQ
               MOVE WS-DESLIG-SALDO TO WS-DESLIG-ED
               DISPLAY "  LIQUIDO APOS DESC. :       0,00"
               DISPLAY "  SALDO NAO COBERTO  : " WS-DESLIG-ED
           END-IF.
       SALDO-DESCONTOS-FIM.
           EXIT.

       SALDO-DESCONTOS-LOOP.
           READ DESCFL NEXT
               AT END
                   MOVE "S" TO WS-FIM-DESC
                   GO TO SALDO-DESCONTOS-LOOP-FIM
           END-READ
           IF  DS-EMP-ID NOT = EMP-ID
               MOVE "S" TO WS-FIM-DESC
               GO TO SALDO-DESCONTOS-LOOP-FIM
           END-IF
           IF  NOT DS-ATIVO OR DS-SALDO = ZEROS
               GO TO SALDO-DESCONTOS-LOOP-FIM
           END-IF
           IF  WS-DESLIG-SALDO = ZEROS
               DISPLAY "DESCONTOS EM FOLHA EM ABERTO (ACERTAR NO "
                   "PAGAMENTO FINAL):"
           END-IF
           ADD DS-SALDO TO WS-DESLIG-SALDO
           MOVE DS-SALDO TO WS-DESLIG-ED
           DISPLAY "  " DS-NUMERO " " DS-TIPO " " DS-DESCRICAO
               " PARC.REST " DS-PARCELAS-REST " SALDO " WS-DESLIG-ED.
       SALDO-DESCONTOS-LOOP-FIM.
           EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       MOSTRA-ERRO.
           EXIT.
      *===================================
      * PERCORRE TODO O ARQUIVO CALCULANDO O DESCONTO DE INSS SOBRE
      * REM-BYTE E ACUMULANDO OS TOTAIS DA FOLHA DE PAGAMENTO. O
      * TIPO DA FOLHA ESCOLHE O QUE SE PAGA: A MENSAL, A 1a OU A 2a
      * PARCELA DO 13o SALARIO OU AS FERIAS COM O TERCO
       FOLHA-PAGAMENTO.
           MOVE ZEROS      TO WS-TOTAL-BRUTO WS-TOTAL-DESCONTO
                              WS-TOTAL-LIQUIDO WS-QTD-FUNC
                              WS-QTD-DEP WS-TOTAL-ADIANT
                              WS-TOTAL-HE WS-TOTAL-CONSIG
                              WS-TOTAL-COMIS WS-QTD-COMIS
           MOVE SPACES     TO WS-DEP-TAB
           MOVE SPACES     TO WS-TIPO-FOLHA
           DISPLAY "TIPO DA FOLHA (M=MENSAL, 1=13o 1a PARCELA, "
               "2=13o 2a PARCELA, F=FERIAS) ==>> "
               WITH NO ADVANCING
           ACCEPT WS-TIPO-FOLHA FROM CONSOLE
           IF  WS-TIPO-FOLHA = SPACE OR WS-TIPO-FOLHA = "m"
               MOVE "M" TO WS-TIPO-FOLHA
           END-IF
           IF  WS-TIPO-FOLHA = "f"
               MOVE "F" TO WS-TIPO-FOLHA
           END-IF
           IF  NOT TIPO-FOLHA-VALIDO
               DISPLAY "TIPO DE FOLHA INVALIDO: " WS-TIPO-FOLHA
               GO TO FOLHA-PAGAMENTO-FIM
           END-IF
           EVALUATE TRUE
               WHEN FOLHA-13-PRIM
                   MOVE "13o SALARIO - 1a PARCELA" TO WS-TITULO-FOLHA
                   MOVE "DEMONSTRATIVO 13o SALARIO 1a PARCELA"
                       TO WS-HOL-TITULO
               WHEN FOLHA-13-SEG
                   MOVE "13o SALARIO - 2a PARCELA" TO WS-TITULO-FOLHA
                   MOVE "DEMONSTRATIVO 13o SALARIO 2a PARCELA"
                       TO WS-HOL-TITULO
               WHEN FOLHA-FERIAS
                   MOVE "FERIAS + 1/3 CONSTITUCIONAL"
                       TO WS-TITULO-FOLHA
                   MOVE "DEMONSTRATIVO DE FERIAS" TO WS-HOL-TITULO
               WHEN OTHER
                   MOVE "FOLHA DE PAGAMENTO" TO WS-TITULO-FOLHA
                   MOVE "DEMONSTRATIVO DE PAGAMENTO" TO WS-HOL-TITULO
           END-EVALUATE
           DISPLAY "DEPARTAMENTO (3, ENTER=TODOS) ==>> "
               WITH NO ADVANCING
           ACCEPT WS-DEPTO-FOLHA FROM CONSOLE
           ACCEPT WS-DATA-FOLHA FROM DATE YYYYMMDD
           MOVE WS-DATA-FOLHA(1:4) TO WS-ANO-FOLHA
      *====> FERIAS: MES EM QUE COMECAM AS FERIAS A PAGAR
           IF  FOLHA-FERIAS
               PERFORM PEDE-MES-FERIAS THRU PEDE-MES-FERIAS-FIM
               IF  WS-MES-FERIAS = ZEROS
                   GO TO FOLHA-PAGAMENTO-FIM
               END-IF
           END-IF
      *====> RAZAO E CONTROLE DO PERIODO (MES DO PAGAMENTO): PERIODO
      *====> FECHADO NAO RODA; REPETIDA, A FOLHA TROCA OS REGISTROS
           MOVE WS-DATA-FOLHA(1:6) TO WS-PERIODO-FOLHA
           PERFORM ABRE-RAZAO THRU ABRE-RAZAO-FIM
           IF  NOT RAZAO-ABERTO
               GO TO FOLHA-PAGAMENTO-FIM
           END-IF
           MOVE WS-PERIODO-FOLHA TO FP-PERIODO
           READ FOLHAPERFL
               KEY IS FP-PERIODO
               INVALID KEY
                   MOVE SPACES           TO FOLHAPER-REC
                   MOVE WS-PERIODO-FOLHA TO FP-PERIODO
                   MOVE "A"              TO FP-SITUACAO
                   MOVE ZEROS TO FP-ULT-EXECUCAO FP-DATA-FECHA
                                 FP-DATA-REABRE FP-QTD-REABRE
                   WRITE FOLHAPER-REC
           END-READ
           IF  FP-FECHADO
               DISPLAY "PERIODO " WS-PERIODO-FOLHA " FECHADO EM "
                   FP-DATA-FECHA " POR " FP-OPER-FECHA
               DISPLAY "FOLHA NAO RODA - REABERTURA SO POR OPERADOR "
                   "SENIOR (OPCAO B)"
               PERFORM FECHA-RAZAO THRU FECHA-RAZAO-FIM
               GO TO FOLHA-PAGAMENTO-FIM
           END-IF
           PERFORM LIMPA-RAZAO THRU LIMPA-RAZAO-FIM
           DISPLAY "================================================"
           DISPLAY WS-TITULO-FOLHA "  PERIODO " WS-PERIODO-FOLHA
      *====> ALTERACOES DE REMUNERACAO/BANCO AINDA NAO APROVADAS
           PERFORM AVISA-PENDENTES THRU AVISA-PENDENTES-FIM
      *====> CARREGA A TABELA DE INSS E ABRE OS DEMONSTRATIVOS
           PERFORM CARREGA-INSS THRU CARREGA-INSS-FIM
      *====> ABRE AS AUSENCIAS E MONTA A JANELA DO MES DA FOLHA (NAS
      *====> FERIAS, O MES EM QUE AS FERIAS COMECAM)
           MOVE ZEROS TO WS-TOTAL-AUSENCIA
           IF  FOLHA-FERIAS
               COMPUTE WS-MES-INI = WS-MES-FERIAS * 100 + 1
               COMPUTE WS-MES-FIM = WS-MES-FERIAS * 100 + 31
           ELSE
               MOVE WS-DATA-FOLHA       TO WS-MES-INI
               MOVE "01"                TO WS-MES-INI(7:2)
               MOVE WS-DATA-FOLHA       TO WS-MES-FIM
               MOVE "31"                TO WS-MES-FIM(7:2)
           END-IF
           MOVE SPACES TO FS-AUS
           MOVE "N"    TO WS-AUS-DISPON
           OPEN INPUT AUSFL
           IF  FS-AUS-OK
               MOVE "S" TO WS-AUS-DISPON
           ELSE
      *=====> SEM AUSENCIAS NAO HA COMO SABER QUEM SAI DE FERIAS:
      *=====> PARA ANTES DE TOCAR NOS HOLERITES E NO CREDITO
               IF  FOLHA-FERIAS
                   DISPLAY "SEM ARQUIVO DE AUSENCIAS (" AUSDD
                       ") - NAO HA FERIAS A PAGAR"
                   PERFORM FECHA-RAZAO THRU FECHA-RAZAO-FIM
                   GO TO FOLHA-PAGAMENTO-FIM
               END-IF
               DISPLAY "SEM ARQUIVO DE AUSENCIAS (" AUSDD
                   ") - FOLHA SEGUE SEM DESCONTO DE AUSENCIA"
           END-IF
      *====> FOLHA MENSAL: ABRE O PONTO PARA AS HORAS EXTRAS DO MES
           MOVE SPACES TO FS-HORA
           MOVE "N"    TO WS-HORA-DISPON
           IF  FOLHA-MENSAL
               OPEN INPUT HORAFL
               IF  FS-HORA-OK
                   MOVE "S" TO WS-HORA-DISPON
               ELSE
                   DISPLAY "SEM ARQUIVO DE PONTO (" HORADD
                       ") - FOLHA SEGUE SEM HORAS EXTRAS"
               END-IF
           END-IF
      *====> FOLHA MENSAL: ABRE AS COMISSOES DE VENDAS DO MES
           MOVE SPACES TO FS-COMIS
           MOVE "N"    TO WS-COMIS-DISPON
           IF  FOLHA-MENSAL
               OPEN INPUT COMISFL
               IF  FS-COMIS-OK
                   MOVE "S" TO WS-COMIS-DISPON
                   PERFORM VERIFICA-COMISSOES
                       THRU VERIFICA-COMISSOES-FIM
               ELSE
                   DISPLAY "SEM ARQUIVO DE COMISSOES (" COMISDD
                       ") - FOLHA SEGUE SEM COMISSAO DE VENDAS"
               END-IF
           END-IF
      *====> FOLHA MENSAL: ABRE OS DESCONTOS PARCELADOS PARA BAIXAR
      *====> AS PARCELAS DO MES
           MOVE SPACES TO FS-DESC
           MOVE "N"    TO WS-DESC-DISPON
           IF  FOLHA-MENSAL
               OPEN I-O DESCFL
               IF  FS-DESC-OK
                   MOVE "S" TO WS-DESC-DISPON
               ELSE
                   DISPLAY "SEM ARQUIVO DE DESCONTOS (" DESCDD
                       ") - FOLHA SEGUE SEM DESCONTOS PARCELADOS"
               END-IF
           END-IF
           MOVE "X" TO FS-HOLER
           OPEN OUTPUT HOLERFL
           IF  FS-HOLER-OK
               CONTINUE
                   THRU FOLHA-PAGAMENTO-LOOP-FIM
                   UNTIL FS-INFL-EOF
           END-IF.
      *====> FECHA AS AUSENCIAS, O PONTO, AS COMISSOES E OS DESCONTOS
           IF  AUS-DISPONIVEL
               CLOSE AUSFL
           END-IF
           IF  HORA-DISPONIVEL
               CLOSE HORAFL
           END-IF
           IF  DESC-DISPONIVEL
               CLOSE DESCFL
           END-IF
           IF  COMIS-DISPONIVEL
               CLOSE COMISFL
           END-IF
      *====> CARIMBA A EXECUCAO NO PERIODO E FECHA O RAZAO
           MOVE WS-PERIODO-FOLHA TO FP-PERIODO
           READ FOLHAPERFL
               KEY IS FP-PERIODO
               INVALID KEY
                   DISPLAY "PERIODO SUMIU DO CONTROLE: "
                       WS-PERIODO-FOLHA
               NOT INVALID KEY
                   MOVE WS-DATA-FOLHA TO FP-ULT-EXECUCAO
                   MOVE WS-OPERADOR   TO FP-OPER-EXECUCAO
                   REWRITE FOLHAPER-REC
           END-READ
           PERFORM FECHA-RAZAO THRU FECHA-RAZAO-FIM
      *====> ANEXA OS RECREDITOS DEVOLVIDOS PELO BANCO (CBRET01),
      *====> SO NO CREDITO DA FOLHA MENSAL
           IF  FOLHA-MENSAL
               PERFORM PROCESSA-RECREDITOS
                   THRU PROCESSA-RECREDITOS-FIM
           END-IF
      *====> RESUMO POR DEPARTAMENTO NO FECHAMENTO DA FOLHA
           DISPLAY "================================================"
           DISPLAY "RESUMO POR DEPARTAMENTO"
           MOVE ZEROS TO WS-IX-DEP
           PERFORM MOSTRA-DEPARTAMENTO THRU MOSTRA-DEPARTAMENTO-FIM
               UNTIL WS-IX-DEP >= WS-QTD-DEP
      *====> LANCAMENTOS CONTABEIS DA FOLHA POR DEPARTAMENTO
           IF  WS-QTD-DEP > ZEROS
               PERFORM GERA-CONTABIL THRU GERA-CONTABIL-FIM
           END-IF
      *====> FECHA OS DEMONSTRATIVOS DESTA FOLHA
           IF  FS-HOLER-OK
               CLOSE HOLERFL
           DISPLAY "FUNCIONARIOS  : " WS-QTD-FUNC
           DISPLAY "TOTAL BRUTO   : " WS-TOTAL-BRUTO
           DISPLAY "TOTAL AUSENCIA: " WS-TOTAL-AUSENCIA
           IF  FOLHA-MENSAL
               DISPLAY "TOTAL H.EXTRA : " WS-TOTAL-HE
               DISPLAY "TOTAL COMISSAO: " WS-TOTAL-COMIS
               DISPLAY "COMISSIONADOS : " WS-QTD-COMIS
           END-IF
           DISPLAY "TOTAL INSS    : " WS-TOTAL-DESCONTO
           IF  FOLHA-MENSAL
               DISPLAY "TOTAL DESC.FL.: " WS-TOTAL-CONSIG
           END-IF
           IF  FOLHA-13-SEG
               DISPLAY "TOTAL 1a PARC.: " WS-TOTAL-ADIANT
           END-IF
           DISPLAY "TOTAL LIQUIDO : " WS-TOTAL-LIQUIDO
           DISPLAY "RAZAO DA FOLHA: " FOLHADD
           DISPLAY "================================================"
      *====> ORCADO X REALIZADO DOS DEPARTAMENTOS NO PERIODO
           PERFORM EMITE-ORCAMENTO THRU EMITE-ORCAMENTO-FIM.
       FOLHA-PAGAMENTO-FIM.
           EXIT.
      *===================================
      * DISPARA O CBORC01 PARA O PERIODO DA FOLHA E ESPERA ELE
      * TERMINAR (RELATORIO NO CBORC01_RELATORIO DO cobol.cfg)
       EMITE-ORCAMENTO.
           MOVE SPACES TO WS-COMANDO-ORC
           STRING WS-PRG-ORCAMENTO DELIMITED BY SPACE
                  " "              DELIMITED BY SIZE
                  WS-PERIODO-FOLHA DELIMITED BY SIZE
               INTO WS-COMANDO-ORC
           END-STRING
           DISPLAY "EXECUTANDO: " WS-COMANDO-ORC
           CALL "SYSTEM" USING WS-COMANDO-ORC.
       EMITE-ORCAMENTO-FIM.
           EXIT.

       FOLHA-PAGAMENTO-LOOP.
           READ INFL NEXT
                   IF  EMP-DESLIGADO
                       CONTINUE
                   ELSE
                   PERFORM CALCULA-FUNCIONARIO
                       THRU CALCULA-FUNCIONARIO-FIM
      *=====> NADA A PAGAR NESTE TIPO DE FOLHA (SEM AVOS DE 13o OU
      *=====> SEM FERIAS NO MES), FICA FORA
                   IF  NOT FUNC-DEVIDO
                       CONTINUE
                   ELSE
                   ADD WS-DESC-AUSENCIA TO WS-TOTAL-AUSENCIA
                   ADD WS-HE-VALOR      TO WS-TOTAL-HE
                   ADD WS-COMISSAO      TO WS-TOTAL-COMIS
                   ADD WS-DESC-CONSIG   TO WS-TOTAL-CONSIG
                   PERFORM GERA-HOLERITE THRU GERA-HOLERITE-FIM
                   ADD 1               TO WS-QTD-FUNC
                   ADD WS-BRUTO-FUNC    TO WS-TOTAL-BRUTO
                   ADD WS-DESCONTO-INSS TO WS-TOTAL-DESCONTO
                   ADD WS-REM-LIQUIDA   TO WS-TOTAL-LIQUIDO
                   PERFORM ACUMULA-DEPARTAMENTO
                       THRU ACUMULA-DEPARTAMENTO-FIM
                   PERFORM GRAVA-CREDITO THRU GRAVA-CREDITO-FIM
                   PERFORM GRAVA-RAZAO THRU GRAVA-RAZAO-FIM
                   DISPLAY EMP-ID "  " EMP-NAME "  " WS-BRUTO-FUNC
                       "  " WS-DESCONTO-INSS "  " WS-REM-LIQUIDA
                       "  " EMP-DEPTO
                   END-IF
                   END-IF
                   END-IF
           END-READ.
       FOLHA-PAGAMENTO-LOOP-FIM.
           EXIT.
      *===================================
      * MES DE INICIO DAS FERIAS A PAGAR (AAAAMM); ENTER = MES
      * SEGUINTE AO DA FOLHA, JA QUE AS FERIAS SAO PAGAS ANTES DE
      * COMECAREM. MES INVALIDO DEVOLVE ZEROS E A FOLHA NAO RODA
       PEDE-MES-FERIAS.
           MOVE ZEROS  TO WS-MES-FERIAS.
           MOVE SPACES TO WS-MES-FERIAS-INF.
           DISPLAY "FERIAS COM INICIO NO MES (AAAAMM, ENTER=PROXIMO)"
               " ==>> " WITH NO ADVANCING
           ACCEPT WS-MES-FERIAS-INF FROM CONSOLE
           IF  WS-MES-FERIAS-INF = SPACES
               MOVE WS-DATA-FOLHA(1:6) TO WS-MES-FERIAS
               ADD 1 TO WS-MF-MM
               IF  WS-MF-MM > 12
                   MOVE 1 TO WS-MF-MM
                   ADD 1 TO WS-MF-AAAA
               END-IF
               GO TO PEDE-MES-FERIAS-FIM
           END-IF
           IF  WS-MES-FERIAS-INF NOT NUMERIC
               DISPLAY "MES DEVE SER AAAAMM"
               GO TO PEDE-MES-FERIAS-FIM
           END-IF
           MOVE WS-MES-FERIAS-INF TO WS-MES-FERIAS.
           IF  WS-MF-MM < 01 OR WS-MF-MM > 12
               DISPLAY "MES IMPOSSIVEL: " WS-MES-FERIAS-INF
               MOVE ZEROS TO WS-MES-FERIAS
           END-IF.
       PEDE-MES-FERIAS-FIM.
           EXIT.

      *===================================
      * CALCULA O QUE O FUNCIONARIO RECEBE NESTE TIPO DE FOLHA:
      * BRUTO (WS-BRUTO-FUNC), INSS, DESCONTOS PARCELADOS (SO NA
      * MENSAL) E LIQUIDO; SEM NADA A PAGAR, DESMARCA WS-FUNC-DEVIDO
       CALCULA-FUNCIONARIO.
           MOVE "S"   TO WS-FUNC-DEVIDO.
           MOVE ZEROS TO WS-DESC-AUSENCIA WS-QTD-AUS-PER
                         WS-DESCONTO-INSS WS-BRUTO-FUNC
                         WS-REM-LIQUIDA WS-BASE-CALC
                         WS-HE-HORAS-50 WS-HE-HORAS-100
                         WS-HE-VALOR-50 WS-HE-VALOR-100 WS-HE-VALOR
                         WS-DESC-CONSIG WS-DSC-OUTROS WS-QTD-DSC-PER
                         WS-COMISSAO.
           IF  FOLHA-DECIMO
               PERFORM CALCULA-DECIMO THRU CALCULA-DECIMO-FIM
               GO TO CALCULA-FUNCIONARIO-FIM
           END-IF
           IF  FOLHA-FERIAS
               PERFORM CALCULA-FERIAS THRU CALCULA-FERIAS-FIM
               GO TO CALCULA-FUNCIONARIO-FIM
           END-IF
           PERFORM CALCULA-AUSENCIAS THRU CALCULA-AUSENCIAS-FIM
           PERFORM CALCULA-HORAS-EXTRAS THRU CALCULA-HORAS-EXTRAS-FIM
           PERFORM CALCULA-COMISSAO THRU CALCULA-COMISSAO-FIM
           COMPUTE WS-BASE-CALC = REM-BYTE - WS-DESC-AUSENCIA
                                + WS-HE-VALOR + WS-COMISSAO
           PERFORM CALCULA-INSS THRU CALCULA-INSS-FIM
           COMPUTE WS-REM-LIQUIDA = WS-BASE-CALC - WS-DESCONTO-INSS
           COMPUTE WS-BRUTO-FUNC = REM-BYTE + WS-HE-VALOR
                                 + WS-COMISSAO.
           PERFORM CALCULA-DESCONTOS THRU CALCULA-DESCONTOS-FIM.
       CALCULA-FUNCIONARIO-FIM.
           EXIT.

      *===================================
      * DESCONTOS PARCELADOS DO FUNCIONARIO NA FOLHA MENSAL
      * (CBDESC01): CADA DESCONTO ATIVO JA INICIADO VENCE A PARCELA
      * DO MES MAIS O QUE FICOU PARA TRAS (A ULTIMA PARCELA LEVA O
      * SALDO TODO); O TOTAL DESCONTADO NAO PASSA DA MARGEM
      * CONSIGNAVEL E O QUE NAO COUBE FICA EM DS-ATRASO PARA O MES
      * SEGUINTE. FOLHA REPETIDA NO PERIODO VOLTA CADA DESCONTO A
      * SITUACAO DE ANTES DELE (DS-ANTERIOR) ANTES DE DESCONTAR
       CALCULA-DESCONTOS.
           MOVE SPACES TO WS-DSC-PER-TAB.
           IF  NOT DESC-DISPONIVEL
               GO TO CALCULA-DESCONTOS-FIM
           END-IF
           COMPUTE WS-MARGEM-CONSIG =
               (WS-REM-LIQUIDA * WS-PERC-CONSIG) / 100.
           MOVE "N"       TO WS-FIM-DESC.
           MOVE EMP-ID    TO DS-EMP-ID.
           MOVE ZEROS     TO DS-NUMERO.
           START DESCFL KEY IS NOT LESS THAN DS-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-DESC
           END-START.
           PERFORM LE-DESCONTO THRU LE-DESCONTO-FIM
               UNTIL E-FIM-DESC.
           SUBTRACT WS-DESC-CONSIG FROM WS-REM-LIQUIDA.
       CALCULA-DESCONTOS-FIM.
           EXIT.

       LE-DESCONTO.
           READ DESCFL NEXT
               AT END
                   MOVE "S" TO WS-FIM-DESC
                   GO TO LE-DESCONTO-FIM
           END-READ
           IF  DS-EMP-ID NOT = EMP-ID
               MOVE "S" TO WS-FIM-DESC
               GO TO LE-DESCONTO-FIM
           END-IF
      *=====> CANCELADO NAO VOLTA; JA DESCONTADO NUM PERIODO
      *=====> POSTERIOR NAO E MEXIDO
           IF  DS-CANCELADO OR DS-ULT-PERIODO > WS-PERIODO-FOLHA
               GO TO LE-DESCONTO-FIM
           END-IF
           IF  DS-ULT-PERIODO = WS-PERIODO-FOLHA
               MOVE DS-ANT-SALDO    TO DS-SALDO
               MOVE DS-ANT-PARCELAS TO DS-PARCELAS-REST
               MOVE DS-ANT-ATRASO   TO DS-ATRASO
               MOVE DS-ANT-SITUACAO TO DS-SITUACAO
           ELSE
               IF  NOT DS-ATIVO OR DS-INICIO > WS-PERIODO-FOLHA
                   GO TO LE-DESCONTO-FIM
               END-IF
               MOVE DS-SALDO         TO DS-ANT-SALDO
               MOVE DS-PARCELAS-REST TO DS-ANT-PARCELAS
               MOVE DS-ATRASO        TO DS-ANT-ATRASO
               MOVE DS-SITUACAO      TO DS-ANT-SITUACAO
           END-IF
      *=====> VALOR VENCIDO NO MES
           IF  DS-PARCELAS-REST > 1
               COMPUTE WS-DS-DEVIDO = DS-ATRASO + DS-VALOR-PARCELA
               IF  WS-DS-DEVIDO > DS-SALDO
                   MOVE DS-SALDO TO WS-DS-DEVIDO
               END-IF
           ELSE
               MOVE DS-SALDO TO WS-DS-DEVIDO
           END-IF
           IF  DS-PARCELAS-REST > ZEROS
               SUBTRACT 1 FROM DS-PARCELAS-REST
           END-IF
      *=====> DESCONTA O QUE CABE NA MARGEM QUE SOBROU
           COMPUTE WS-DS-DESCONTADO = WS-MARGEM-CONSIG - WS-DESC-CONSIG
           IF  WS-DS-DEVIDO < WS-DS-DESCONTADO
               MOVE WS-DS-DEVIDO TO WS-DS-DESCONTADO
           END-IF
           COMPUTE DS-ATRASO = WS-DS-DEVIDO - WS-DS-DESCONTADO
           SUBTRACT WS-DS-DESCONTADO FROM DS-SALDO
           ADD WS-DS-DESCONTADO TO WS-DESC-CONSIG
           IF  DS-SALDO = ZEROS
               MOVE "Q" TO DS-SITUACAO
           END-IF
           MOVE WS-PERIODO-FOLHA TO DS-ULT-PERIODO
           MOVE WS-DS-DESCONTADO TO DS-ULT-VALOR
           REWRITE DESCONTO-REC
               INVALID KEY
                   DISPLAY "ERRO AO BAIXAR O DESCONTO: " DS-CHAVE
           END-REWRITE
      *=====> GUARDA PARA O HOLERITE
           IF  WS-QTD-DSC-PER < 10
               ADD 1 TO WS-QTD-DSC-PER
               MOVE DS-TIPO          TO WS-DP-TIPO(WS-QTD-DSC-PER)
               MOVE DS-NUMERO        TO WS-DP-NUMERO(WS-QTD-DSC-PER)
               MOVE DS-QTD-PARCELAS  TO WS-DP-QTD(WS-QTD-DSC-PER)
               MOVE ZEROS            TO WS-DP-PARCELA(WS-QTD-DSC-PER)
               IF  DS-ANT-PARCELAS > ZEROS
                   COMPUTE WS-DP-PARCELA(WS-QTD-DSC-PER) =
                       DS-QTD-PARCELAS - DS-PARCELAS-REST
               END-IF
               MOVE WS-DS-DESCONTADO TO WS-DP-VALOR(WS-QTD-DSC-PER)
               MOVE DS-ATRASO        TO WS-DP-ATRASO(WS-QTD-DSC-PER)
           ELSE
               ADD WS-DS-DESCONTADO TO WS-DSC-OUTROS
           END-IF.
       LE-DESCONTO-FIM.
           EXIT.

      *===================================
      * HORAS EXTRAS DO FUNCIONARIO NO MES DA FOLHA (PONTO DO
      * CBHORA01): A HORA E A REMUNERACAO DIVIDIDA PELO DIVISOR DE
      * HORAS DO MES, PAGA COM 50% OU 100% A MAIS
       CALCULA-HORAS-EXTRAS.
           IF  NOT HORA-DISPONIVEL OR WS-DIVISOR-HORAS = ZEROS
               GO TO CALCULA-HORAS-EXTRAS-FIM
           END-IF
           MOVE "N"        TO WS-FIM-HORA.
           MOVE EMP-ID     TO HR-EMP-ID.
           MOVE WS-MES-INI TO HR-DATA.
           START HORAFL KEY IS NOT LESS THAN HR-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-HORA
           END-START.
           PERFORM LE-PONTO THRU LE-PONTO-FIM
               UNTIL E-FIM-HORA.
           COMPUTE WS-HE-VALOR-50 ROUNDED =
               (REM-BYTE * WS-HE-HORAS-50 * 1.5) / WS-DIVISOR-HORAS.
           COMPUTE WS-HE-VALOR-100 ROUNDED =
               (REM-BYTE * WS-HE-HORAS-100 * 2) / WS-DIVISOR-HORAS.
           COMPUTE WS-HE-VALOR = WS-HE-VALOR-50 + WS-HE-VALOR-100.
       CALCULA-HORAS-EXTRAS-FIM.
           EXIT.

       LE-PONTO.
           READ HORAFL NEXT
               AT END
                   MOVE "S" TO WS-FIM-HORA
                   GO TO LE-PONTO-FIM
           END-READ
           IF  HR-EMP-ID NOT = EMP-ID OR HR-DATA > WS-MES-FIM
               MOVE "S" TO WS-FIM-HORA
               GO TO LE-PONTO-FIM
           END-IF
           ADD HR-HORAS-50  TO WS-HE-HORAS-50.
           ADD HR-HORAS-100 TO WS-HE-HORAS-100.
       LE-PONTO-FIM.
           EXIT.

      *===================================
      * COMISSAO DE VENDAS DO FUNCIONARIO NO MES DA FOLHA, CALCULADA
      * PELO CBCOMI01 (PARTE DELE NA VENDA LIQUIDA DA LOJA VEZES O
      * PERCENTUAL). PAGA COMO PROVENTO, ENTRA NA BASE DO INSS
       CALCULA-COMISSAO.
           IF  NOT COMIS-DISPONIVEL
               GO TO CALCULA-COMISSAO-FIM
           END-IF
           MOVE WS-PERIODO-FOLHA TO CM-PERIODO.
           MOVE EMP-ID           TO CM-EMP-ID.
           READ COMISFL
               KEY IS CM-CHAVE
               INVALID KEY
                   GO TO CALCULA-COMISSAO-FIM
           END-READ.
           MOVE CM-VALOR TO WS-COMISSAO.
           IF  WS-COMISSAO > ZEROS
               ADD 1 TO WS-QTD-COMIS
           END-IF.
       CALCULA-COMISSAO-FIM.
           EXIT.

      * AVISA QUANDO O MES DA FOLHA AINDA NAO TEM COMISSOES
      * CALCULADAS (O CBCOMI01 RODA ANTES DA FOLHA MENSAL)
       VERIFICA-COMISSOES.
           MOVE LOW-VALUES       TO CM-CHAVE.
           MOVE WS-PERIODO-FOLHA TO CM-PERIODO.
           START COMISFL KEY IS NOT LESS THAN CM-CHAVE
               INVALID KEY
                   MOVE ZEROS TO CM-PERIODO
           END-START.
           IF  CM-PERIODO = WS-PERIODO-FOLHA
               READ COMISFL NEXT
                   AT END
                       MOVE ZEROS TO CM-PERIODO
               END-READ
           END-IF.
           IF  CM-PERIODO NOT = WS-PERIODO-FOLHA
               DISPLAY "ATENCAO: SEM COMISSOES CALCULADAS PARA "
                   WS-PERIODO-FOLHA " - RODE O CBCOMI01 ANTES DA "
                   "FOLHA SE HOUVER VENDEDORES"
           END-IF.
       VERIFICA-COMISSOES-FIM.
           EXIT.

      *===================================
      * 13o SALARIO: UM AVO (1/12 DA REMUNERACAO) POR MES DO ANO DA
      * FOLHA A PARTIR DA ADMISSAO - O MES DA ADMISSAO CONTA SE
      * SOBRARAM 15 DIAS OU MAIS (BASE DE 30). A 1a PARCELA E METADE
      * DO 13o, SEM INSS; A 2a E O 13o COM O INSS CALCULADO SO
      * SOBRE ELE, MENOS A 1a PARCELA JA PAGA
       CALCULA-DECIMO.
           MOVE ZEROS TO WS-AVOS WS-DECIMO-INTEGRAL WS-DECIMO-PARC1.
           MOVE EMP-ADMISSAO TO WS-ADM-DATA.
           IF  WS-ADM-DATA = ZEROS
               DISPLAY "SEM DATA DE ADMISSAO, 13o DO ANO INTEIRO: "
                   EMP-ID
               MOVE 12 TO WS-AVOS
           ELSE
               IF  WS-ADM-AAAA < WS-ANO-FOLHA
                   MOVE 12 TO WS-AVOS
               ELSE
                   IF  WS-ADM-AAAA = WS-ANO-FOLHA
                       COMPUTE WS-AVOS = 13 - WS-ADM-MM
                       IF  WS-ADM-DD > 16
                           SUBTRACT 1 FROM WS-AVOS
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *=====> ADMITIDO DEPOIS DO ANO (OU NO FIM DE DEZEMBRO): NADA
           IF  WS-AVOS = ZEROS
               MOVE "N" TO WS-FUNC-DEVIDO
               GO TO CALCULA-DECIMO-FIM
           END-IF.
           COMPUTE WS-DECIMO-INTEGRAL = (REM-BYTE * WS-AVOS) / 12.
           COMPUTE WS-DECIMO-PARC1 = WS-DECIMO-INTEGRAL / 2.
           IF  FOLHA-13-PRIM
               MOVE WS-DECIMO-PARC1 TO WS-BRUTO-FUNC WS-REM-LIQUIDA
               GO TO CALCULA-DECIMO-FIM
           END-IF.
      *=====> 2a PARCELA: DESCONTA A 1a PARCELA PAGA NO ANO, LIDA
      *=====> DO RAZAO; SEM REGISTRO, VALE A METADE CALCULADA
           PERFORM BUSCA-PARC1 THRU BUSCA-PARC1-FIM.
           IF  PARC1-ACHADA
               MOVE WS-PARC1-PAGA TO WS-DECIMO-PARC1
           ELSE
               DISPLAY "1a PARCELA FORA DO RAZAO, DESCONTADA PELO "
                   "CALCULO: " EMP-ID
           END-IF.
           MOVE WS-DECIMO-INTEGRAL TO WS-BASE-CALC WS-BRUTO-FUNC.
           PERFORM CALCULA-INSS THRU CALCULA-INSS-FIM.
           IF  WS-DECIMO-PARC1 + WS-DESCONTO-INSS > WS-DECIMO-INTEGRAL
               DISPLAY "1a PARCELA + INSS ACIMA DO 13o, SEM SALDO: "
                   EMP-ID
               MOVE ZEROS TO WS-REM-LIQUIDA
           ELSE
               COMPUTE WS-REM-LIQUIDA = WS-DECIMO-INTEGRAL
                   - WS-DESCONTO-INSS - WS-DECIMO-PARC1
           END-IF.
           ADD WS-DECIMO-PARC1 TO WS-TOTAL-ADIANT.
       CALCULA-DECIMO-FIM.
           EXIT.

      * SOMA A 1a PARCELA DO 13o PAGA AO FUNCIONARIO NOS MESES DO
      * ANO DA FOLHA, PELO RAZAO
       BUSCA-PARC1.
           MOVE ZEROS TO WS-PARC1-PAGA WS-MES-IX.
           MOVE "N"   TO WS-PARC1-ACHADA.
           PERFORM BUSCA-PARC1-MES THRU BUSCA-PARC1-MES-FIM
               UNTIL WS-MES-IX >= 12.
       BUSCA-PARC1-FIM.
           EXIT.

       BUSCA-PARC1-MES.
           ADD 1 TO WS-MES-IX.
           MOVE WS-ANO-FOLHA TO FL-ANO.
           MOVE WS-MES-IX    TO FL-MES.
           MOVE "1"          TO FL-TIPO.
           MOVE EMP-ID       TO FL-EMP-ID.
           READ FOLHAFL
               KEY IS FL-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD FL-BRUTO TO WS-PARC1-PAGA
                   MOVE "S" TO WS-PARC1-ACHADA
           END-READ.
       BUSCA-PARC1-MES-FIM.
           EXIT.

      *===================================
      * FERIAS: SOMA OS DIAS (BASE DE 30) DAS FERIAS (F) DO
      * FUNCIONARIO QUE COMECAM NO MES INFORMADO, ATE 30; PAGA OS
      * DIAS PELA REMUNERACAO MAIS O TERCO CONSTITUCIONAL, COM O
      * INSS DA TABELA SOBRE O TOTAL. OS PERIODOS SAEM NO HOLERITE
       CALCULA-FERIAS.
           MOVE ZEROS  TO WS-DIAS-FERIAS WS-FER-VALOR WS-FER-TERCO.
           MOVE SPACES TO WS-AUS-PER-TAB.
           MOVE "N"    TO WS-FIM-AUS.
           MOVE EMP-ID     TO AU-EMP-ID.
           MOVE WS-MES-INI TO AU-DATA-INI.
           START AUSFL KEY IS NOT LESS THAN AU-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-AUS
           END-START.
           PERFORM LE-FERIAS THRU LE-FERIAS-FIM
               UNTIL E-FIM-AUS.
           IF  WS-DIAS-FERIAS = ZEROS
               MOVE "N" TO WS-FUNC-DEVIDO
               GO TO CALCULA-FERIAS-FIM
           END-IF.
           COMPUTE WS-FER-VALOR = (REM-BYTE * WS-DIAS-FERIAS) / 30.
           COMPUTE WS-FER-TERCO = WS-FER-VALOR / 3.
           COMPUTE WS-BRUTO-FUNC = WS-FER-VALOR + WS-FER-TERCO.
           MOVE WS-BRUTO-FUNC TO WS-BASE-CALC.
           PERFORM CALCULA-INSS THRU CALCULA-INSS-FIM.
           COMPUTE WS-REM-LIQUIDA = WS-BRUTO-FUNC - WS-DESCONTO-INSS.
       CALCULA-FERIAS-FIM.
           EXIT.

       LE-FERIAS.
           READ AUSFL NEXT
               AT END
                   MOVE "S" TO WS-FIM-AUS
                   GO TO LE-FERIAS-FIM
           END-READ
           IF  AU-EMP-ID NOT = EMP-ID
               OR AU-DATA-INI > WS-MES-FIM
               MOVE "S" TO WS-FIM-AUS
               GO TO LE-FERIAS-FIM
           END-IF
           IF  NOT AU-FERIAS
               GO TO LE-FERIAS-FIM
           END-IF
      *=====> DIAS DO PERIODO EM DIAS COMERCIAIS (AAAA*360+MM*30+DD)
           MOVE AU-DATA-INI TO WS-DATA-AUX
           COMPUTE WS-FER-DIAS-INI = WS-AUX-AAAA * 360
               + WS-AUX-MM * 30 + WS-AUX-DD
           MOVE AU-DATA-FIM TO WS-DATA-AUX
           COMPUTE WS-FER-DIAS-FIM = WS-AUX-AAAA * 360
               + WS-AUX-MM * 30 + WS-AUX-DD
           IF  WS-FER-DIAS-FIM < WS-FER-DIAS-INI
               GO TO LE-FERIAS-FIM
           END-IF
           IF  WS-FER-DIAS-FIM - WS-FER-DIAS-INI >= 30
               MOVE 30 TO WS-OVL-DIAS
           ELSE
               COMPUTE WS-OVL-DIAS =
                   WS-FER-DIAS-FIM - WS-FER-DIAS-INI + 1
           END-IF
           IF  WS-QTD-AUS-PER < 5
               ADD 1 TO WS-QTD-AUS-PER
               MOVE AU-TIPO     TO WS-AP-TIPO(WS-QTD-AUS-PER)
               MOVE AU-DATA-INI TO WS-AP-INI(WS-QTD-AUS-PER)
               MOVE AU-DATA-FIM TO WS-AP-FIM(WS-QTD-AUS-PER)
               MOVE WS-OVL-DIAS TO WS-AP-DIAS(WS-QTD-AUS-PER)
           END-IF
           ADD WS-OVL-DIAS TO WS-DIAS-FERIAS
           IF  WS-DIAS-FERIAS > 30
               MOVE 30 TO WS-DIAS-FERIAS
           END-IF.
       LE-FERIAS-FIM.
           EXIT.
      *===================================
      * ANEXA AO ARQUIVO DE CREDITO OS RECREDITOS DA FILA DO
      * CBRET01; O QUE NAO PUDER SER RECREDITADO (FUNCIONARIO SEM
      * CADASTRO OU SEM DADOS BANCARIOS) VOLTA PARA A FILA
           MOVE ALL "-" TO HOLER-REC.
           WRITE HOLER-REC.
           MOVE SPACES TO HOLER-REC.
           STRING WS-HOL-TITULO   DELIMITED BY "  "
                  "  "            DELIMITED BY SIZE
                  WS-DATA-FOLHA   DELIMITED BY SIZE
               INTO HOLER-REC.
           WRITE HOLER-REC.
           MOVE SPACES TO HOLER-REC.
                  EMP-DEPTO        DELIMITED BY SIZE
               INTO HOLER-REC.
           WRITE HOLER-REC.
           IF  FOLHA-DECIMO
               PERFORM HOLERITE-DECIMO THRU HOLERITE-DECIMO-FIM
               GO TO GERA-HOLERITE-INSS
           END-IF
           IF  FOLHA-FERIAS
               PERFORM HOLERITE-FERIAS THRU HOLERITE-FERIAS-FIM
               GO TO GERA-HOLERITE-INSS
           END-IF
           MOVE "SALARIO BRUTO               " TO WS-HL-ROTULO.
           MOVE REM-BYTE                       TO WS-HL-VALOR.
           WRITE HOLER-REC FROM WS-HOL-LIN-VAL.
      *=====> HORAS EXTRAS DO MES: HORAS E VALOR DE CADA ADICIONAL
           IF  WS-HE-HORAS-50 > ZEROS
               MOVE "HORAS EXTRAS 50%  " TO WS-HH-ROTULO
               MOVE WS-HE-HORAS-50       TO WS-HH-HORAS
               MOVE WS-HE-VALOR-50       TO WS-HH-VALOR
               WRITE HOLER-REC FROM WS-HOL-LIN-HE
           END-IF
           IF  WS-HE-HORAS-100 > ZEROS
               MOVE "HORAS EXTRAS 100% " TO WS-HH-ROTULO
               MOVE WS-HE-HORAS-100      TO WS-HH-HORAS
               MOVE WS-HE-VALOR-100      TO WS-HH-VALOR
               WRITE HOLER-REC FROM WS-HOL-LIN-HE
           END-IF
           IF  WS-COMISSAO > ZEROS
               MOVE "COMISSAO DE VENDAS          " TO WS-HL-ROTULO
               MOVE WS-COMISSAO                    TO WS-HL-VALOR
               WRITE HOLER-REC FROM WS-HOL-LIN-VAL
           END-IF
      *=====> AUSENCIAS DO MES, ITEMIZADAS PARA O NUMERO SE
      *=====> EXPLICAR SOZINHO
           MOVE ZEROS TO WS-AUS-IX
               MOVE "DESC. DIAS SEM VENCIMENTO   " TO WS-HL-ROTULO
               MOVE WS-DESC-AUSENCIA               TO WS-HL-VALOR
               WRITE HOLER-REC FROM WS-HOL-LIN-VAL
           END-IF.
       GERA-HOLERITE-INSS.
      *=====> A 1a PARCELA DO 13o NAO TEM INSS: SEM FAIXAS
           IF  INSS-CARREGADA AND WS-DESCONTO-INSS > ZEROS
               MOVE ZEROS TO WS-INSS-IX
               PERFORM HOLERITE-FAIXA THRU HOLERITE-FAIXA-FIM
                   UNTIL WS-INSS-IX >= WS-QTD-INSS
           MOVE "TOTAL DE INSS               " TO WS-HL-ROTULO.
           MOVE WS-DESCONTO-INSS               TO WS-HL-VALOR.
           WRITE HOLER-REC FROM WS-HOL-LIN-VAL.
           IF  FOLHA-13-SEG
               MOVE "DESC. 1a PARCELA DO 13o     " TO WS-HL-ROTULO
               MOVE WS-DECIMO-PARC1                TO WS-HL-VALOR
               WRITE HOLER-REC FROM WS-HOL-LIN-VAL
           END-IF
      *=====> DESCONTOS PARCELADOS DO MES, UM POR LINHA
           MOVE ZEROS TO WS-DSC-IX
           PERFORM HOLERITE-DESCONTO THRU HOLERITE-DESCONTO-FIM
               UNTIL WS-DSC-IX >= WS-QTD-DSC-PER
           IF  WS-DSC-OUTROS > ZEROS
               MOVE "OUTROS DESCONTOS EM FOLHA   " TO WS-HL-ROTULO
               MOVE WS-DSC-OUTROS                  TO WS-HL-VALOR
               WRITE HOLER-REC FROM WS-HOL-LIN-VAL
           END-IF
           IF  FOLHA-MENSAL
               MOVE "SALARIO LIQUIDO             " TO WS-HL-ROTULO
           ELSE
               MOVE "LIQUIDO A RECEBER           " TO WS-HL-ROTULO
           END-IF
           MOVE WS-REM-LIQUIDA                 TO WS-HL-VALOR.
           WRITE HOLER-REC FROM WS-HOL-LIN-VAL.
       GERA-HOLERITE-FIM.
           EXIT.

      * LINHA DE UM DESCONTO PARCELADO: TIPO, NUMERO E PARCELA (OU
      * ATRASO, DEPOIS DA ULTIMA) COM O VALOR DESCONTADO E, SE A
      * MARGEM NAO DEU, O QUE FICOU PARA O MES SEGUINTE
       HOLERITE-DESCONTO.
           ADD 1 TO WS-DSC-IX.
           EVALUATE WS-DP-TIPO(WS-DSC-IX)
               WHEN "A"
                   MOVE "ADIANT.  " TO WS-HD-TIPO
               WHEN "E"
                   MOVE "EMPREST. " TO WS-HD-TIPO
               WHEN OTHER
                   MOVE "DESCONTO " TO WS-HD-TIPO
           END-EVALUATE.
           MOVE WS-DP-NUMERO(WS-DSC-IX) TO WS-HD-NUMERO.
           IF  WS-DP-PARCELA(WS-DSC-IX) > ZEROS
               MOVE " PARC "                 TO WS-HD-ATRASADA
               MOVE WS-DP-PARCELA(WS-DSC-IX) TO WS-HD-PARC
               MOVE "/"                      TO WS-HD-ATRASADA(10:1)
               MOVE WS-DP-QTD(WS-DSC-IX)     TO WS-HD-QTD
           ELSE
               MOVE " EM ATRASO"             TO WS-HD-ATRASADA
           END-IF.
           MOVE WS-HOL-ROT-DSC          TO WS-HL-ROTULO.
           MOVE WS-DP-VALOR(WS-DSC-IX)  TO WS-HL-VALOR.
           WRITE HOLER-REC FROM WS-HOL-LIN-VAL.
           IF  WS-DP-ATRASO(WS-DSC-IX) > ZEROS
               MOVE "  NAO COUBE, P/ MES SEGUINTE" TO WS-HL-ROTULO
               MOVE WS-DP-ATRASO(WS-DSC-IX)        TO WS-HL-VALOR
               WRITE HOLER-REC FROM WS-HOL-LIN-VAL
           END-IF.
       HOLERITE-DESCONTO-FIM.
           EXIT.

      * LINHAS DO 13o: AVOS DO ANO, 13o PROPORCIONAL E, NA 1a
      * PARCELA, A METADE PAGA AGORA
       HOLERITE-DECIMO.
           MOVE WS-AVOS TO WS-HV-AVOS.
           WRITE HOLER-REC FROM WS-HOL-LIN-AVOS.
           MOVE "13o SALARIO PROPORCIONAL    " TO WS-HL-ROTULO.
           MOVE WS-DECIMO-INTEGRAL             TO WS-HL-VALOR.
           WRITE HOLER-REC FROM WS-HOL-LIN-VAL.
           IF  FOLHA-13-PRIM
               MOVE "1a PARCELA (50%)            " TO WS-HL-ROTULO
               MOVE WS-DECIMO-PARC1                TO WS-HL-VALOR
               WRITE HOLER-REC FROM WS-HOL-LIN-VAL
           END-IF.
       HOLERITE-DECIMO-FIM.
           EXIT.

      * LINHAS DAS FERIAS: OS PERIODOS, OS DIAS, O TERCO E O BRUTO
       HOLERITE-FERIAS.
           MOVE ZEROS TO WS-AUS-IX
           PERFORM HOLERITE-AUSENCIA THRU HOLERITE-AUSENCIA-FIM
               UNTIL WS-AUS-IX >= WS-QTD-AUS-PER
           MOVE SPACES TO WS-HL-ROTULO.
           STRING "FERIAS ("       DELIMITED BY SIZE
                  WS-DIAS-FERIAS   DELIMITED BY SIZE
                  " DIAS)"         DELIMITED BY SIZE
               INTO WS-HL-ROTULO.
           MOVE WS-FER-VALOR                   TO WS-HL-VALOR.
           WRITE HOLER-REC FROM WS-HOL-LIN-VAL.
           MOVE "1/3 CONSTITUCIONAL          " TO WS-HL-ROTULO.
           MOVE WS-FER-TERCO                   TO WS-HL-VALOR.
           WRITE HOLER-REC FROM WS-HOL-LIN-VAL.
           MOVE "TOTAL BRUTO DE FERIAS       " TO WS-HL-ROTULO.
           MOVE WS-BRUTO-FUNC                  TO WS-HL-VALOR.
           WRITE HOLER-REC FROM WS-HOL-LIN-VAL.
       HOLERITE-FERIAS-FIM.
           EXIT.

       HOLERITE-AUSENCIA.
           ADD 1 TO WS-AUS-IX.
           MOVE WS-AP-TIPO(WS-AUS-IX) TO WS-HA-TIPO.
       GRAVA-CREDITO-FIM.
           EXIT.
      *===================================
      * ABRE O RAZAO DA FOLHA E O CONTROLE DOS PERIODOS PARA
      * ATUALIZACAO, CRIANDO-OS VAZIOS NA PRIMEIRA VEZ
       ABRE-RAZAO.
           MOVE "N" TO WS-RAZAO-ABERTO.
           OPEN I-O FOLHAFL
           IF  FS-FOLHA-NAO-EXISTE
               OPEN OUTPUT FOLHAFL
               CLOSE FOLHAFL
               OPEN I-O FOLHAFL
           END-IF
           IF  NOT FS-FOLHA-OK
               DISPLAY "ABERTURA DO RAZAO DA FOLHA FALHOU ST="
                   FS-FOLHA "  " FOLHADD
               GO TO ABRE-RAZAO-FIM
           END-IF
           OPEN I-O FOLHAPERFL
           IF  FS-FOLHAPER-NAO-EXISTE
               OPEN OUTPUT FOLHAPERFL
               CLOSE FOLHAPERFL
               OPEN I-O FOLHAPERFL
           END-IF
           IF  NOT FS-FOLHAPER-OK
               DISPLAY "ABERTURA DO CONTROLE DE PERIODOS FALHOU ST="
                   FS-FOLHAPER "  " FOLHAPERDD
               CLOSE FOLHAFL
               GO TO ABRE-RAZAO-FIM
           END-IF
           MOVE "S" TO WS-RAZAO-ABERTO.
       ABRE-RAZAO-FIM.
           EXIT.

       FECHA-RAZAO.
           IF  RAZAO-ABERTO
               CLOSE FOLHAFL FOLHAPERFL
               MOVE "N" TO WS-RAZAO-ABERTO
           END-IF.
       FECHA-RAZAO-FIM.
           EXIT.

      * FOLHA REPETIDA NO PERIODO ABERTO: TIRA DO RAZAO O QUE A
      * EXECUCAO ANTERIOR DO MESMO TIPO GRAVOU (SO DO DEPARTAMENTO
      * SELECIONADO, SE HOUVER SELECAO)
       LIMPA-RAZAO.
           MOVE ZEROS            TO WS-RAZAO-EXCL.
           MOVE "N"              TO WS-RAZAO-FIM.
           MOVE WS-PERIODO-FOLHA TO FL-PERIODO.
           MOVE WS-TIPO-FOLHA    TO FL-TIPO.
           MOVE LOW-VALUES       TO FL-EMP-ID.
           START FOLHAFL KEY IS NOT LESS THAN FL-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-RAZAO-FIM
           END-START.
           PERFORM LIMPA-RAZAO-LOOP THRU LIMPA-RAZAO-LOOP-FIM
               UNTIL E-RAZAO-FIM.
           IF  WS-RAZAO-EXCL > ZEROS
               DISPLAY "FOLHA REPETIDA NO PERIODO - REGISTROS "
                   "ANTERIORES TROCADOS: " WS-RAZAO-EXCL
           END-IF.
       LIMPA-RAZAO-FIM.
           EXIT.

       LIMPA-RAZAO-LOOP.
           READ FOLHAFL NEXT
               AT END
                   MOVE "S" TO WS-RAZAO-FIM
                   GO TO LIMPA-RAZAO-LOOP-FIM
           END-READ
           IF  FL-PERIODO NOT = WS-PERIODO-FOLHA
               OR FL-TIPO NOT = WS-TIPO-FOLHA
               MOVE "S" TO WS-RAZAO-FIM
               GO TO LIMPA-RAZAO-LOOP-FIM
           END-IF
           IF  WS-DEPTO-FOLHA NOT = SPACES
               AND FL-DEPTO NOT = WS-DEPTO-FOLHA
               GO TO LIMPA-RAZAO-LOOP-FIM
           END-IF
           DELETE FOLHAFL RECORD
               INVALID KEY
                   DISPLAY "ERRO AO TROCAR O RAZAO: " FL-CHAVE
               NOT INVALID KEY
                   ADD 1 TO WS-RAZAO-EXCL
           END-DELETE.
       LIMPA-RAZAO-LOOP-FIM.
           EXIT.

      * REGISTRO DO FUNCIONARIO NO RAZAO, COM OS NUMEROS DO HOLERITE
       GRAVA-RAZAO.
           MOVE SPACES           TO FOLHA-REC.
           MOVE WS-PERIODO-FOLHA TO FL-PERIODO.
           MOVE WS-TIPO-FOLHA    TO FL-TIPO.
           MOVE EMP-ID           TO FL-EMP-ID.
           MOVE EMP-NAME         TO FL-EMP-NAME.
           MOVE EMP-DEPTO        TO FL-DEPTO.
           MOVE REM-BYTE         TO FL-REMUNERACAO.
           MOVE WS-DATA-FOLHA    TO FL-DATA-PAGTO.
           EVALUATE TRUE
               WHEN FOLHA-DECIMO
                   MOVE WS-AVOS          TO FL-REFERENCIA
               WHEN FOLHA-FERIAS
                   MOVE WS-DIAS-FERIAS   TO FL-REFERENCIA
               WHEN OTHER
                   MOVE WS-DIAS-SEM-VENC TO FL-REFERENCIA
           END-EVALUATE.
           MOVE WS-BRUTO-FUNC    TO FL-BRUTO.
           MOVE WS-DESC-AUSENCIA TO FL-DESC-AUSENCIA.
           MOVE WS-HE-HORAS-50   TO FL-HORAS-50.
           MOVE WS-HE-HORAS-100  TO FL-HORAS-100.
           MOVE WS-HE-VALOR      TO FL-VALOR-HE.
           MOVE WS-DESC-CONSIG   TO FL-DESC-CONSIG.
           MOVE WS-COMISSAO      TO FL-COMISSAO.
           MOVE WS-DESCONTO-INSS TO FL-INSS.
           MOVE ZEROS            TO FL-INSS-FAIXAS FL-DESC-ADIANT.
           IF  INSS-CARREGADA AND WS-DESCONTO-INSS > ZEROS
               MOVE ZEROS TO WS-INSS-IX
               PERFORM GRAVA-RAZAO-FAIXA THRU GRAVA-RAZAO-FAIXA-FIM
                   UNTIL WS-INSS-IX >= WS-QTD-INSS
           END-IF.
           IF  FOLHA-13-SEG
               MOVE WS-DECIMO-PARC1 TO FL-DESC-ADIANT
           END-IF.
           MOVE WS-REM-LIQUIDA   TO FL-LIQUIDO.
           MOVE WS-OPERADOR      TO FL-OPERADOR.
           WRITE FOLHA-REC
               INVALID KEY
                   REWRITE FOLHA-REC
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O RAZAO: " EMP-ID
                   END-REWRITE
           END-WRITE.
       GRAVA-RAZAO-FIM.
           EXIT.

       GRAVA-RAZAO-FAIXA.
           ADD 1 TO WS-INSS-IX.
           MOVE WS-IN-PARC(WS-INSS-IX) TO FL-INSS-FAIXA(WS-INSS-IX).
       GRAVA-RAZAO-FAIXA-FIM.
           EXIT.

      *===================================
      * PERIODO (AAAAMM) DO FECHAMENTO/REABERTURA; ENTER = MES ATUAL.
      * INVALIDO DEVOLVE ZEROS
       PEDE-PERIODO.
           MOVE ZEROS  TO WS-PERIODO-FOLHA.
           MOVE SPACES TO WS-PERIODO-INF.
           DISPLAY "PERIODO DA FOLHA (AAAAMM, ENTER=MES ATUAL) ==>> "
               WITH NO ADVANCING
           ACCEPT WS-PERIODO-INF FROM CONSOLE
           IF  WS-PERIODO-INF = SPACES
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WS-DATA-HOJE(1:6) TO WS-PERIODO-FOLHA
               GO TO PEDE-PERIODO-FIM
           END-IF
           IF  WS-PERIODO-INF NOT NUMERIC
               DISPLAY "PERIODO DEVE SER AAAAMM"
               GO TO PEDE-PERIODO-FIM
           END-IF
           MOVE WS-PERIODO-INF TO WS-PERIODO-FOLHA.
           IF  WS-PER-MM < 01 OR WS-PER-MM > 12
               DISPLAY "MES IMPOSSIVEL: " WS-PERIODO-INF
               MOVE ZEROS TO WS-PERIODO-FOLHA
           END-IF.
       PEDE-PERIODO-FIM.
           EXIT.

      * QUANTIDADE E LIQUIDO DE TODAS AS FOLHAS DO PERIODO NO RAZAO,
      * PARA O OPERADOR CONFERIR ANTES DE FECHAR OU REABRIR
       SOMA-RAZAO.
           MOVE ZEROS            TO WS-RAZAO-QTD WS-RAZAO-LIQ.
           MOVE "N"              TO WS-RAZAO-FIM.
           MOVE WS-PERIODO-FOLHA TO FL-PERIODO.
           MOVE LOW-VALUES       TO FL-TIPO FL-EMP-ID.
           START FOLHAFL KEY IS NOT LESS THAN FL-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-RAZAO-FIM
           END-START.
           PERFORM SOMA-RAZAO-LOOP THRU SOMA-RAZAO-LOOP-FIM
               UNTIL E-RAZAO-FIM.
           DISPLAY "REGISTROS NO RAZAO DO PERIODO: " WS-RAZAO-QTD
           DISPLAY "LIQUIDO PAGO NO PERIODO      : " WS-RAZAO-LIQ.
       SOMA-RAZAO-FIM.
           EXIT.

       SOMA-RAZAO-LOOP.
           READ FOLHAFL NEXT
               AT END
                   MOVE "S" TO WS-RAZAO-FIM
                   GO TO SOMA-RAZAO-LOOP-FIM
           END-READ
           IF  FL-PERIODO NOT = WS-PERIODO-FOLHA
               MOVE "S" TO WS-RAZAO-FIM
               GO TO SOMA-RAZAO-LOOP-FIM
           END-IF
           ADD 1          TO WS-RAZAO-QTD.
           ADD FL-LIQUIDO TO WS-RAZAO-LIQ.
       SOMA-RAZAO-LOOP-FIM.
           EXIT.

      *===================================
      * FECHAMENTO DO PERIODO: DEPOIS DELE NENHUMA FOLHA RODA NO MES
      * SEM A REABERTURA (OPCAO B, SO PERFIL SENIOR)
       FECHA-PERIODO.
           DISPLAY "================================================"
           DISPLAY "FECHAMENTO DO PERIODO DA FOLHA"
           PERFORM PEDE-PERIODO THRU PEDE-PERIODO-FIM.
           IF  WS-PERIODO-FOLHA = ZEROS
               GO TO FECHA-PERIODO-FIM
           END-IF.
           PERFORM ABRE-RAZAO THRU ABRE-RAZAO-FIM.
           IF  NOT RAZAO-ABERTO
               GO TO FECHA-PERIODO-FIM
           END-IF.
           MOVE WS-PERIODO-FOLHA TO FP-PERIODO.
           READ FOLHAPERFL
               KEY IS FP-PERIODO
               INVALID KEY
                   DISPLAY "PERIODO SEM FOLHA RODADA: "
                       WS-PERIODO-FOLHA
                   PERFORM FECHA-RAZAO THRU FECHA-RAZAO-FIM
                   GO TO FECHA-PERIODO-FIM
           END-READ.
           IF  FP-FECHADO
               DISPLAY "PERIODO JA FECHADO EM " FP-DATA-FECHA
                   " POR " FP-OPER-FECHA
               PERFORM FECHA-RAZAO THRU FECHA-RAZAO-FIM
               GO TO FECHA-PERIODO-FIM
           END-IF.
           DISPLAY "ULTIMA FOLHA EM " FP-ULT-EXECUCAO " POR "
               FP-OPER-EXECUCAO
           PERFORM SOMA-RAZAO THRU SOMA-RAZAO-FIM.
           MOVE SPACE TO WS-CONFIRMA.
           DISPLAY "CONFIRMA O FECHAMENTO DO PERIODO (S/N) ==>> "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRMA FROM CONSOLE
           IF  WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "FECHAMENTO CANCELADO"
               PERFORM FECHA-RAZAO THRU FECHA-RAZAO-FIM
               GO TO FECHA-PERIODO-FIM
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "F"          TO FP-SITUACAO.
           MOVE WS-DATA-HOJE TO FP-DATA-FECHA.
           MOVE WS-OPERADOR  TO FP-OPER-FECHA.
           REWRITE FOLHAPER-REC
               INVALID KEY
                   DISPLAY "ERRO AO FECHAR O PERIODO"
               NOT INVALID KEY
                   DISPLAY "PERIODO " WS-PERIODO-FOLHA " FECHADO"
                   MOVE "FECHA" TO WS-EVENTO-FOLHA
                   PERFORM REGISTRA-EVENTO-FOLHA
                       THRU REGISTRA-EVENTO-FOLHA-FIM
           END-REWRITE.
           PERFORM FECHA-RAZAO THRU FECHA-RAZAO-FIM.
       FECHA-PERIODO-FIM.
           EXIT.

      * REABERTURA DE PERIODO FECHADO (PERFIL SENIOR, CONFERIDO NO
      * MENU): VOLTA A ACEITAR FOLHA NO MES, CARIMBADA NO CONTROLE
      * E ANOTADA NO LOG DE JOBS
       REABRE-PERIODO.
           DISPLAY "================================================"
           DISPLAY "REABERTURA DO PERIODO DA FOLHA"
           PERFORM PEDE-PERIODO THRU PEDE-PERIODO-FIM.
           IF  WS-PERIODO-FOLHA = ZEROS
               GO TO REABRE-PERIODO-FIM
           END-IF.
           PERFORM ABRE-RAZAO THRU ABRE-RAZAO-FIM.
           IF  NOT RAZAO-ABERTO
               GO TO REABRE-PERIODO-FIM
           END-IF.
           MOVE WS-PERIODO-FOLHA TO FP-PERIODO.
           READ FOLHAPERFL
               KEY IS FP-PERIODO
               INVALID KEY
                   MOVE "A" TO FP-SITUACAO
           END-READ.
           IF  NOT FP-FECHADO
               DISPLAY "PERIODO NAO ESTA FECHADO: " WS-PERIODO-FOLHA
               PERFORM FECHA-RAZAO THRU FECHA-RAZAO-FIM
               GO TO REABRE-PERIODO-FIM
           END-IF.
           DISPLAY "FECHADO EM " FP-DATA-FECHA " POR " FP-OPER-FECHA
           PERFORM SOMA-RAZAO THRU SOMA-RAZAO-FIM.
           MOVE SPACE TO WS-CONFIRMA.
           DISPLAY "CONFIRMA A REABERTURA DO PERIODO (S/N) ==>> "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRMA FROM CONSOLE
           IF  WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "REABERTURA CANCELADA"
               PERFORM FECHA-RAZAO THRU FECHA-RAZAO-FIM
               GO TO REABRE-PERIODO-FIM
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "A"          TO FP-SITUACAO.
           MOVE WS-DATA-HOJE TO FP-DATA-REABRE.
           MOVE WS-OPERADOR  TO FP-OPER-REABRE.
           ADD 1             TO FP-QTD-REABRE.
           REWRITE FOLHAPER-REC
               INVALID KEY
                   DISPLAY "ERRO AO REABRIR O PERIODO"
               NOT INVALID KEY
                   DISPLAY "PERIODO " WS-PERIODO-FOLHA " REABERTO"
                   MOVE "REABRE" TO WS-EVENTO-FOLHA
                   PERFORM REGISTRA-EVENTO-FOLHA
                       THRU REGISTRA-EVENTO-FOLHA-FIM
           END-REWRITE.
           PERFORM FECHA-RAZAO THRU FECHA-RAZAO-FIM.
       REABRE-PERIODO-FIM.
           EXIT.

      * ANOTA NO LOG DE CONTROLE O FECHAMENTO/REABERTURA DO PERIODO
      * (PERIODO NO CAMPO DE STATUS)
       REGISTRA-EVENTO-FOLHA.
           MOVE "X" TO FS-JOBLOG.
           OPEN EXTEND JOBLOGFL
           IF  NOT FS-JOBLOG-OK
               OPEN OUTPUT JOBLOGFL
           END-IF
           MOVE SPACES            TO JOBLOG-REC
           MOVE "cbaula72_INDEX" TO JL-PROGRAMA
           MOVE WS-EVENTO-FOLHA   TO JL-EVENTO
           ACCEPT JL-DATA FROM DATE YYYYMMDD
           ACCEPT JL-HORA FROM TIME
           MOVE WS-PERIODO-FOLHA  TO JL-STATUS
           MOVE WS-OPERADOR       TO JL-OPERADOR
           WRITE JOBLOG-REC
           CLOSE JOBLOGFL.
       REGISTRA-EVENTO-FOLHA-FIM.
           EXIT.
      *===================================
      * ACHA (OU ABRE) A LINHA DO DEPARTAMENTO DO FUNCIONARIO NA
      * TABELA DE SUBTOTAIS E SOMA OS VALORES DESTA FOLHA
       ACUMULA-DEPARTAMENTO.
                                 WS-DEP-BRUTO(WS-IX-ACHADO)
                                 WS-DEP-DESC(WS-IX-ACHADO)
                                 WS-DEP-LIQ(WS-IX-ACHADO)
                                 WS-DEP-AUS(WS-IX-ACHADO)
                                 WS-DEP-ADIANT(WS-IX-ACHADO)
                                 WS-DEP-HE-HORAS(WS-IX-ACHADO)
                                 WS-DEP-HE-VALOR(WS-IX-ACHADO)
                                 WS-DEP-CONSIG(WS-IX-ACHADO)
                                 WS-DEP-COMIS(WS-IX-ACHADO)
           END-IF
           ADD 1                TO WS-DEP-QTD(WS-IX-ACHADO)
           ADD WS-BRUTO-FUNC    TO WS-DEP-BRUTO(WS-IX-ACHADO)
           ADD WS-DESCONTO-INSS TO WS-DEP-DESC(WS-IX-ACHADO)
           ADD WS-REM-LIQUIDA   TO WS-DEP-LIQ(WS-IX-ACHADO)
           ADD WS-DESC-AUSENCIA TO WS-DEP-AUS(WS-IX-ACHADO)
           ADD WS-HE-HORAS-50 WS-HE-HORAS-100
               TO WS-DEP-HE-HORAS(WS-IX-ACHADO)
           ADD WS-HE-VALOR      TO WS-DEP-HE-VALOR(WS-IX-ACHADO)
           ADD WS-DESC-CONSIG   TO WS-DEP-CONSIG(WS-IX-ACHADO)
           ADD WS-COMISSAO      TO WS-DEP-COMIS(WS-IX-ACHADO).
      *=====> 2a PARCELA: A 1a PARCELA DESCONTADA BAIXA O ADIANTAMENTO
      *=====> (PELA DIFERENCA, PARA O LANCAMENTO FECHAR MESMO QUANDO
      *=====> O LIQUIDO FOI ZERADO)
           IF  FOLHA-13-SEG
               COMPUTE WS-DEP-ADIANT(WS-IX-ACHADO) =
                   WS-DEP-ADIANT(WS-IX-ACHADO) + WS-BRUTO-FUNC
                   - WS-DESCONTO-INSS - WS-REM-LIQUIDA
           END-IF.
       ACUMULA-DEPARTAMENTO-FIM.
           EXIT.

               "  BRUTO: "   WS-DEP-BRUTO(WS-IX-DEP)
               "  INSS: "    WS-DEP-DESC(WS-IX-DEP)
               "  LIQUIDO: " WS-DEP-LIQ(WS-IX-DEP).
           IF  WS-DEP-HE-HORAS(WS-IX-DEP) > ZEROS
               DISPLAY "          HORAS EXTRAS: "
                   WS-DEP-HE-HORAS(WS-IX-DEP)
                   "  VALOR: " WS-DEP-HE-VALOR(WS-IX-DEP)
           END-IF.
           IF  WS-DEP-CONSIG(WS-IX-DEP) > ZEROS
               DISPLAY "          DESCONTOS EM FOLHA: "
                   WS-DEP-CONSIG(WS-IX-DEP)
           END-IF.
           IF  WS-DEP-COMIS(WS-IX-DEP) > ZEROS
               DISPLAY "          COMISSAO DE VENDAS: "
                   WS-DEP-COMIS(WS-IX-DEP)
           END-IF.
       MOSTRA-DEPARTAMENTO-FIM.
           EXIT.

      *===================================
      * INTERFACE CONTABIL DA FOLHA: UM GRUPO DE LANCAMENTOS POR
      * DEPARTAMENTO - DEBITO DA DESPESA (SALARIOS, FERIAS, 13o OU
      * ADIANTAMENTO DA 1a PARCELA), CREDITO DO INSS A RECOLHER, DO
      * ADIANTAMENTO BAIXADO NA 2a PARCELA, DOS DESCONTOS PARCELADOS
      * E DO LIQUIDO A PAGAR -,
      * COM AS CONTAS DA TABELA DE CONTAS. SEM TABELA NAO HA ARQUIVO;
      * EVENTO SEM CONTA SAI COM A CONTA EM BRANCO E O CBCHECK01
      * (MODO CONTABIL) SEGURA A TRANSMISSAO
       GERA-CONTABIL.
           PERFORM CARREGA-CONTAS THRU CARREGA-CONTAS-FIM.
           IF  WS-QTD-CT = ZEROS
               DISPLAY "SEM TABELA DE CONTAS (" CONTASDD ") - "
                   "INTERFACE CONTABIL NAO GERADA"
               GO TO GERA-CONTABIL-FIM
           END-IF.
           MOVE "X" TO FS-LANC.
           OPEN OUTPUT LANCFL
           IF  NOT FS-LANC-OK
               DISPLAY "ABERTURA DA INTERFACE CONTABIL FALHOU ST="
                   FS-LANC "  " LANCDD
               GO TO GERA-CONTABIL-FIM
           END-IF.
           MOVE ZEROS TO WS-LC-QTD WS-LC-DEBITOS WS-LC-CREDITOS
                         WS-LC-SEM-CONTA.
           MOVE SPACES TO WS-LC-REFERENCIA.
           STRING "FP" WS-PERIODO-FOLHA WS-TIPO-FOLHA WS-DEPTO-FOLHA
               DELIMITED BY SIZE INTO WS-LC-REFERENCIA.
           PERFORM OBTEM-GERACAO THRU OBTEM-GERACAO-FIM.
           ACCEPT WS-LC-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-LC-HORA FROM TIME.
           MOVE SPACES           TO LANCTO-REC.
           MOVE "H"              TO LC-CTL-TIPO.
           MOVE WS-LC-DATA       TO LC-CTL-DATA.
           MOVE WS-LC-HORA       TO LC-CTL-HORA.
           MOVE WS-GERACAO       TO LC-CTL-GERACAO.
           MOVE "F"              TO LC-CTL-ORIGEM.
           MOVE WS-LC-REFERENCIA TO LC-CTL-REFERENCIA.
           WRITE LANCTO-REC.
           MOVE ZEROS TO WS-IX-DEP.
           PERFORM CONTABIL-DEPARTAMENTO
               THRU CONTABIL-DEPARTAMENTO-FIM
               UNTIL WS-IX-DEP >= WS-QTD-DEP.
           MOVE SPACES         TO LANCTO-REC.
           MOVE "T"            TO LC-CTL-TIPO.
           MOVE WS-LC-QTD      TO LC-TRL-COUNT.
           MOVE WS-LC-DEBITOS  TO LC-TRL-DEBITOS.
           MOVE WS-LC-CREDITOS TO LC-TRL-CREDITOS.
           WRITE LANCTO-REC.
           CLOSE LANCFL.
           PERFORM REGISTRA-GERACAO THRU REGISTRA-GERACAO-FIM.
           DISPLAY "INTERFACE CONTABIL: " LANCDD " GERACAO "
               WS-GERACAO " LANCAMENTOS " WS-LC-QTD
           IF  WS-LC-SEM-CONTA > ZEROS
               DISPLAY "ATENCAO: " WS-LC-SEM-CONTA " LANCAMENTO(S) "
                   "SEM CONTA NA TABELA - CORRIGIR E RODAR DE NOVO"
           END-IF.
       GERA-CONTABIL-FIM.
           EXIT.

       CONTABIL-DEPARTAMENTO.
           ADD 1 TO WS-IX-DEP.
           EVALUATE TRUE
               WHEN FOLHA-FERIAS
                   MOVE "FER " TO WS-LC-EVENTO
               WHEN FOLHA-13-PRIM
                   MOVE "ADT " TO WS-LC-EVENTO
               WHEN FOLHA-13-SEG
                   MOVE "13  " TO WS-LC-EVENTO
               WHEN OTHER
                   MOVE "SAL " TO WS-LC-EVENTO
           END-EVALUATE.
           MOVE "D" TO WS-LC-DC.
           COMPUTE WS-LC-VALOR = WS-DEP-BRUTO(WS-IX-DEP)
               - WS-DEP-AUS(WS-IX-DEP).
           PERFORM GRAVA-LANCTO THRU GRAVA-LANCTO-FIM.
           MOVE "C"                     TO WS-LC-DC.
           MOVE "INSS"                  TO WS-LC-EVENTO.
           MOVE WS-DEP-DESC(WS-IX-DEP)  TO WS-LC-VALOR.
           PERFORM GRAVA-LANCTO THRU GRAVA-LANCTO-FIM.
           MOVE "ADT "                  TO WS-LC-EVENTO.
           MOVE WS-DEP-ADIANT(WS-IX-DEP) TO WS-LC-VALOR.
           PERFORM GRAVA-LANCTO THRU GRAVA-LANCTO-FIM.
           MOVE "DSC "                  TO WS-LC-EVENTO.
           MOVE WS-DEP-CONSIG(WS-IX-DEP) TO WS-LC-VALOR.
           PERFORM GRAVA-LANCTO THRU GRAVA-LANCTO-FIM.
           MOVE "LIQ "                  TO WS-LC-EVENTO.
           MOVE WS-DEP-LIQ(WS-IX-DEP)   TO WS-LC-VALOR.
           PERFORM GRAVA-LANCTO THRU GRAVA-LANCTO-FIM.
       CONTABIL-DEPARTAMENTO-FIM.
           EXIT.

      * UMA LINHA DE LANCAMENTO DO DEPARTAMENTO WS-IX-DEP (VALOR
      * ZERADO NAO SAI)
       GRAVA-LANCTO.
           IF  WS-LC-VALOR = ZEROS
               GO TO GRAVA-LANCTO-FIM
           END-IF.
           PERFORM PROCURA-CONTA THRU PROCURA-CONTA-FIM.
           MOVE SPACES                TO LANCTO-REC.
           MOVE "L"                   TO LC-TIPO.
           MOVE "F"                   TO LC-ORIGEM.
           MOVE WS-DATA-FOLHA         TO LC-DATA.
           MOVE WS-LC-DC              TO LC-DC.
           MOVE WS-LC-VALOR           TO LC-VALOR.
           MOVE WS-DEP-COD(WS-IX-DEP) TO LC-CCUSTO.
           MOVE WS-LC-EVENTO          TO LC-EVENTO.
           MOVE WS-LC-REFERENCIA      TO LC-REFERENCIA.
           IF  WS-IX-CT-ACHADO > ZEROS
               MOVE WS-CT-CONTA(WS-IX-CT-ACHADO) TO LC-CONTA
               MOVE WS-CT-DESC(WS-IX-CT-ACHADO)  TO LC-HISTORICO
           ELSE
               ADD 1 TO WS-LC-SEM-CONTA
               MOVE "CONTA NAO MAPEADA"          TO LC-HISTORICO
               DISPLAY "SEM CONTA PARA O EVENTO " WS-LC-EVENTO
                   " DO DEPTO " WS-DEP-COD(WS-IX-DEP)
           END-IF.
           WRITE LANCTO-REC.
           ADD 1 TO WS-LC-QTD.
           IF  WS-LC-DC = "D"
               ADD WS-LC-VALOR TO WS-LC-DEBITOS
           ELSE
               ADD WS-LC-VALOR TO WS-LC-CREDITOS
           END-IF.
       GRAVA-LANCTO-FIM.
           EXIT.

      * CONTA DO EVENTO DA FOLHA PARA O DEPARTAMENTO: A LINHA DO
      * DEPARTAMENTO GANHA DA LINHA GENERICA (QUALIFICADOR EM BRANCO)
       PROCURA-CONTA.
           MOVE ZEROS TO WS-IX-CT WS-IX-CT-ACHADO WS-IX-CT-GERAL.
           PERFORM PROCURA-CONTA-LOOP THRU PROCURA-CONTA-LOOP-FIM
               UNTIL WS-IX-CT-ACHADO > ZEROS OR WS-IX-CT >= WS-QTD-CT.
           IF  WS-IX-CT-ACHADO = ZEROS
               MOVE WS-IX-CT-GERAL TO WS-IX-CT-ACHADO
           END-IF.
       PROCURA-CONTA-FIM.
           EXIT.

       PROCURA-CONTA-LOOP.
           ADD 1 TO WS-IX-CT.
           IF  WS-CT-ORIGEM(WS-IX-CT) = "F"
               AND WS-CT-EVENTO(WS-IX-CT) = WS-LC-EVENTO
               IF  WS-CT-QUALIF(WS-IX-CT) = WS-DEP-COD(WS-IX-DEP)
                   MOVE WS-IX-CT TO WS-IX-CT-ACHADO
               ELSE
                   IF  WS-CT-QUALIF(WS-IX-CT) = SPACES
                       AND WS-IX-CT-GERAL = ZEROS
                       MOVE WS-IX-CT TO WS-IX-CT-GERAL
                   END-IF
               END-IF
           END-IF.
       PROCURA-CONTA-LOOP-FIM.
           EXIT.

      * CARREGA A TABELA DE CONTAS (LINHAS EM BRANCO OU COM "*" NA
      * PRIMEIRA COLUNA SAO COMENTARIO)
       CARREGA-CONTAS.
           MOVE ZEROS TO WS-QTD-CT.
           MOVE "X"   TO FS-CONTAS.
           OPEN INPUT CONTASFL
           IF  FS-CONTAS-OK
               PERFORM CARREGA-CONTAS-LOOP THRU CARREGA-CONTAS-LOOP-FIM
                   UNTIL FS-CONTAS-EOF
               CLOSE CONTASFL
           END-IF.
       CARREGA-CONTAS-FIM.
           EXIT.

       CARREGA-CONTAS-LOOP.
           READ CONTASFL
               AT END
                   CONTINUE
               NOT AT END
                   IF  CONTATAB-REC NOT = SPACES
                       AND CT-ORIGEM NOT = "*"
                       AND CT-CONTA NOT = SPACES
                       AND WS-QTD-CT < 100
                       ADD 1 TO WS-QTD-CT
                       MOVE CT-ORIGEM    TO WS-CT-ORIGEM(WS-QTD-CT)
                       MOVE CT-EVENTO    TO WS-CT-EVENTO(WS-QTD-CT)
                       MOVE CT-QUALIF    TO WS-CT-QUALIF(WS-QTD-CT)
                       MOVE CT-CONTA     TO WS-CT-CONTA(WS-QTD-CT)
                       MOVE CT-DESCRICAO TO WS-CT-DESC(WS-QTD-CT)
                   END-IF
           END-READ.
       CARREGA-CONTAS-LOOP-FIM.
           EXIT.

      * PROXIMO NUMERO DE GERACAO DA INTERFACE CONTABIL DA FOLHA:
      * MAIOR JA REGISTRADO NO CONTROLE DE GERACOES + 1
       OBTEM-GERACAO.
           MOVE ZEROS TO WS-GERACAO.
           MOVE "X"   TO FS-GER.
           OPEN INPUT GERFL
           IF  FS-GER-OK
               PERFORM LE-GERACAO THRU LE-GERACAO-FIM
                   UNTIL FS-GER-EOF
               CLOSE GERFL
           END-IF.
           ADD 1 TO WS-GERACAO.
       OBTEM-GERACAO-FIM.
           EXIT.

       LE-GERACAO.
           READ GERFL
               AT END
                   CONTINUE
               NOT AT END
                   IF  GR-FEED = "CONTABFOLH"
                       AND GR-GERACAO NUMERIC
                       AND GR-GERACAO > WS-GERACAO
                       MOVE GR-GERACAO TO WS-GERACAO
                   END-IF
           END-READ.
       LE-GERACAO-FIM.
           EXIT.

      * REGISTRA A GERACAO NO CONTROLE COM STATUS GERADO; O AVANCO
      * PARA TRANSMITIDO/CONFIRMADO E FEITO A MAO NO CBGER01
       REGISTRA-GERACAO.
           MOVE "X" TO FS-GER.
           OPEN EXTEND GERFL
           IF  NOT FS-GER-OK
               OPEN OUTPUT GERFL
           END-IF
           IF  FS-GER-OK
               MOVE SPACES       TO GERACAO-REC
               MOVE "CONTABFOLH" TO GR-FEED
               MOVE WS-GERACAO   TO GR-GERACAO
               MOVE WS-LC-DATA   TO GR-DATA
               MOVE WS-LC-HORA   TO GR-HORA
               MOVE WS-LC-QTD    TO GR-COUNT
               MOVE "GERADO"     TO GR-STATUS
               MOVE LANCDD       TO GR-ARQUIVO
               WRITE GERACAO-REC
               CLOSE GERFL
           ELSE
               DISPLAY "AVISO: NAO GRAVOU O CONTROLE DE GERACOES ST="
                   FS-GER
           END-IF.
       REGISTRA-GERACAO-FIM.
           EXIT.
      *===================================

       CLOSE-PARA.
           IF  DEP-CADASTRO-OK
               CLOSE DEPTOFL
           END-IF.
           IF  LOJA-CADASTRO-OK
               CLOSE LOJAFL
           END-IF.
           IF  ALTPEND-DISPONIVEL
               CLOSE ALTPENDFL
           END-IF.
       CLOSE-EXIT-PARA.
           EXIT.

