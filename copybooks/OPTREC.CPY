      ******************************************************************
      * Copybook: OPTREC
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Layout do registro do cadastro de recusas (opt-out)
      *          do cliente (cadcli-optout.dat, OPTOUTFILE), chaveado
      *          por telefone + canal: mala direta/correspondencia (M),
      *          contato por telefone (T) e compartilhamento dos dados
      *          com terceiros (C). Mantido na opcao OPT-OUT do
      *          CADCLI01, com a data e o operador que registrou ou
      *          revogou a recusa; a revogacao nao apaga o registro.
      *          O CADMALA01 deixa fora das campanhas quem recusou M;
      *          CADEXTR01, CADDELTA01 e CBJSON01 deixam fora dos
      *          arquivos de parceiros quem recusou C.
      ******************************************************************
       01  OPTOUT-REC.
           05  OO-CHAVE.
               10  OO-FONE         PIC 9(09).
               10  OO-CANAL        PIC X(01).
                   88  OO-CANAL-MALA      VALUE "M".
                   88  OO-CANAL-TELEFONE  VALUE "T".
                   88  OO-CANAL-TERCEIROS VALUE "C".
                   88  OO-CANAL-VALIDO    VALUES "M" "T" "C".
           05  OO-STATUS           PIC X(01).
               88  OO-ATIVO        VALUE "A".
               88  OO-REVOGADO     VALUE "R".
      *---> QUANDO E POR QUEM A RECUSA FOI REGISTRADA
           05  OO-DATA             PIC 9(08).
           05  OO-HORA             PIC 9(06).
           05  OO-OPERADOR         PIC X(08).
      *---> QUANDO E POR QUEM FOI REVOGADA; ZEROS/BRANCOS SE ATIVA
           05  OO-DATA-REVOG       PIC 9(08).
           05  OO-OPER-REVOG       PIC X(08).
           05  FILLER              PIC X(10).
