      ******************************************************************
      * Copybook: CONTATAB
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Layout de uma linha da tabela de contas contabeis
      *          (cbCONTAS.SEQ, CONTASFILE), mantida pela propria
      *          contabilidade num editor de texto, sem recompilar
      *          programa (a mesma disciplina da tabela de INSS): a
      *          origem (F folha, V vendas), o evento, o qualificador
      *          (departamento na folha, regiao na venda; espacos =
      *          vale para todos) e a conta/descricao. Qualificador
      *          especifico ganha da linha generica. Eventos:
      *            folha  - SAL salarios, FER ferias, 13   13o salario,
      *                     ADT adiantamento do 13o (1a parcela),
      *                     INSS a recolher, LIQ salarios a pagar,
      *                     DSC descontos parcelados a repassar
      *            vendas - VEN receita de vendas, DEV devolucoes,
      *                     CX   caixa/contas a receber
      *          Exemplo de linha:
      *          "F SAL  VEN   3.1.01.0002  SALARIOS - VENDAS"
      * Mod log:
      *   15-10-2026 ACC - Evento DSC da folha (descontos parcelados
      *                     do CBDESC01).
      ******************************************************************
       01  CONTATAB-REC.
           05  CT-ORIGEM           PIC X(01).
           05  FILLER              PIC X(01).
           05  CT-EVENTO           PIC X(04).
           05  FILLER              PIC X(01).
           05  CT-QUALIF           PIC X(05).
           05  FILLER              PIC X(01).
           05  CT-CONTA            PIC X(12).
           05  FILLER              PIC X(01).
           05  CT-DESCRICAO        PIC X(30).
