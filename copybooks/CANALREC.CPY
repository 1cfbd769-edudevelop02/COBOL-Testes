      ******************************************************************
      * Copybook: CANALREC
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Layout do registro dos canais de contato do cliente
      *          (cadcli-canais.dat, CANAISFILE), um registro por
      *          cliente, chaveado pelo telefone principal (FS-FONE):
      *          ate dois telefones adicionais, e-mail e o canal
      *          preferido para contato. Os telefones adicionais sao
      *          chaves alternadas, para o CADCLI01 achar o cliente
      *          por qualquer numero cadastrado; zeros = vago (por
      *          isso aceitam duplicidade). Mantido na opcao CANAIS
      *          do CADCLI01, levado junto na TROCA DE TELEFONE e
      *          juntado ao sobrevivente na fusao (CADFUS01). O
      *          e-mail sai tambem no extrato (CADEXTR01) e no JSON
      *          (CBJSON01) enviados aos parceiros.
      ******************************************************************
       01  CANAL-REC.
           05  CN-CHAVE.
               10  CN-FONE         PIC 9(09).
      *---> TELEFONES ADICIONAIS (CELULAR, RECADO, COMERCIAL...)
           05  CN-FONE-ADIC1       PIC 9(09).
           05  CN-FONE-ADIC2       PIC 9(09).
           05  CN-EMAIL            PIC X(60).
      *---> CANAL PREFERIDO PARA CONTATO COM O CLIENTE
           05  CN-PREFERIDO        PIC X(01).
               88  CN-PREF-FONE      VALUE "F".
               88  CN-PREF-ADIC1     VALUE "1".
               88  CN-PREF-ADIC2     VALUE "2".
               88  CN-PREF-EMAIL     VALUE "E".
               88  CN-PREF-CORREIO   VALUE "C".
               88  CN-PREF-VALIDO    VALUES "F" "1" "2" "E" "C".
      *---> QUANDO E POR QUEM OS CANAIS FORAM ATUALIZADOS
           05  CN-ULT-ATUAL        PIC X(14).
           05  CN-OPERADOR         PIC X(08).
           05  FILLER              PIC X(20).
