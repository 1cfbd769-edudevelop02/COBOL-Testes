      ******************************************************************
      * Copybook: CASOREC
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Layout do caso de atendimento ao cliente
      *          (cadcli-casos.dat, CASOFILE), chaveado por telefone
      *          do cliente (FS-FONE do CLIREC) + numero do caso. O
      *          CBCASO01 abre o caso com o tipo, o assunto, o
      *          operador que abriu e o responsavel (cadastro de
      *          operadores), calcula o vencimento pelo prazo do
      *          tipo e registra cada andamento, troca de situacao
      *          ou de responsavel - cada acao tambem vira uma nota
      *          CASO no historico de contatos (CONTREC), que o
      *          dossie do CADDOSS01 ja mostra. O CBCASO02 tira o
      *          aging diario dos casos nao fechados por responsavel
      *          e tipo, destacando os vencidos.
      ******************************************************************
       01  CASO-REC.
           05  CS-CHAVE.
               10  CS-FONE         PIC 9(09).
               10  CS-NUMERO       PIC 9(04).
      *---> TIPO DO CASO; O PRAZO (SLA) EM DIAS VEM DO TIPO
           05  CS-TIPO             PIC X(01).
               88  CS-RECLAMACAO   VALUE "R".
               88  CS-DEVOLUCAO    VALUE "D".
               88  CS-COBRANCA     VALUE "C".
               88  CS-CADASTRO     VALUE "K".
               88  CS-INFORMACAO   VALUE "I".
               88  CS-TIPO-VALIDO  VALUES "R" "D" "C" "K" "I".
           05  CS-SITUACAO         PIC X(01).
               88  CS-ABERTO       VALUE "A".
               88  CS-AGUARDANDO   VALUE "E".
               88  CS-FECHADO      VALUE "F".
               88  CS-SIT-VALIDA   VALUES "A" "E" "F".
           05  CS-ASSUNTO          PIC X(40).
      *---> ABERTURA: DATA, HORA E OPERADOR QUE ABRIU
           05  CS-DATA-ABERTURA    PIC 9(08).
           05  CS-HORA-ABERTURA    PIC 9(06).
           05  CS-OPER-ABERTURA    PIC X(08).
      *---> OPERADOR RESPONSAVEL (CADASTRO DE OPERADORES)
           05  CS-RESPONSAVEL      PIC X(08).
      *---> PRAZO DO TIPO NA ABERTURA E VENCIMENTO (DIAS COMERCIAIS)
           05  CS-PRAZO-DIAS       PIC 9(03).
           05  CS-VENCIMENTO       PIC 9(08).
           05  CS-VENC-R REDEFINES CS-VENCIMENTO.
               10  CS-VENC-ANO     PIC 9(04).
               10  CS-VENC-MES     PIC 9(02).
               10  CS-VENC-DIA     PIC 9(02).
      *---> ULTIMA ACAO NO CASO E DATA DO FECHAMENTO (ZEROS = ABERTO)
           05  CS-DATA-ULT-ACAO    PIC 9(08).
           05  CS-OPER-ULT-ACAO    PIC X(08).
           05  CS-DATA-FECHAMENTO  PIC 9(08).
           05  FILLER              PIC X(10).
