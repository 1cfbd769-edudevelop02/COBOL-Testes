      ******************************************************************
      * Copybook: ALTPEND
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Layout da fila de alteracoes pendentes de aprovacao
      *          do cadastro de funcionarios (cbALTPEND.IDX,
      *          ALTPENDFILE), chaveada por funcionario + data/hora
      *          da solicitacao. A ALTERA-EMP do cbaula72_INDEXED nao
      *          grava mais remuneracao nem dados bancarios direto no
      *          registro: a mudanca entra aqui como pendente (P) e
      *          so chega ao cadastro e ao cbsalhist.log quando outro
      *          operador senior aprova (A) na opcao C; rejeitada (R)
      *          fica com o motivo. O registro fica na fila depois da
      *          decisao, como trilha de quem pediu e quem decidiu.
      * Mod log:
      *   15-10-2026 ACC - Percentual de comissao do vendedor de loja
      *                     (EMP-COMISSAO) entra na remuneracao: em
      *                     vigor e pedido, tirados do FILLER.
      ******************************************************************
       01  ALTPEND-REC.
           05  PA-CHAVE.
               10  PA-EMP-ID       PIC X(05).
               10  PA-DATA-SOL     PIC 9(08).
               10  PA-HORA-SOL     PIC 9(06).
           05  PA-SITUACAO         PIC X(01).
               88  PA-PENDENTE     VALUE "P".
               88  PA-APROVADA     VALUE "A".
               88  PA-REJEITADA    VALUE "R".
           05  PA-OPER-SOL         PIC X(08).
      *---> O QUE MUDA: REMUNERACAO E/OU DADOS BANCARIOS
           05  PA-MUDA-REM         PIC X(01).
               88  PA-MUDOU-REM    VALUE "S".
           05  PA-MUDA-BANCO       PIC X(01).
               88  PA-MUDOU-BANCO  VALUE "S".
      *---> VALORES EM VIGOR NA SOLICITACAO E VALORES PEDIDOS
           05  PA-REM-ANTES        PIC 9(05).
           05  PA-REM-NOVA         PIC 9(05).
           05  PA-BANCO-ANTES      PIC 9(03).
           05  PA-AGENCIA-ANTES    PIC 9(04).
           05  PA-CONTA-ANTES      PIC X(10).
           05  PA-BANCO-NOVO       PIC 9(03).
           05  PA-AGENCIA-NOVA     PIC 9(04).
           05  PA-CONTA-NOVA       PIC X(10).
      *---> DECISAO: QUEM, QUANDO E O MOTIVO DA REJEICAO
           05  PA-OPER-DECISAO     PIC X(08).
           05  PA-DATA-DECISAO     PIC 9(08).
           05  PA-HORA-DECISAO     PIC 9(06).
           05  PA-MOTIVO           PIC X(30).
      *---> PERCENTUAL DE COMISSAO EM VIGOR E PEDIDO (REMUNERACAO)
           05  PA-COMIS-ANTES      PIC 9(02)V99.
           05  PA-COMIS-NOVA       PIC 9(02)V99.
           05  FILLER              PIC X(02).
