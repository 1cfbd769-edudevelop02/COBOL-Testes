      ******************************************************************
      * Copybook: ARQCAT
      * Author: Accampora.
      * Date: 15-10-2026.
      * Purpose: Layout de uma linha do catalogo dos arquivos mortos
      *          (cadcli-arqmorto.cat, CADARQ01_CATALOGO): uma linha
      *          por rodada do CADARQ01, com a data, o nome do
      *          arquivo morto datado gerado e quantos clientes
      *          foram para ele - a mesma disciplina do catalogo de
      *          copias de seguranca (BKPCAT). Lido pelo CADLGPD01
      *          para achar todos os arquivos mortos onde um cliente
      *          pode estar sem depender de datas digitadas.
      *          Arquivos mortos gerados antes do catalogo existir
      *          entram com uma linha digitada no mesmo formato.
      ******************************************************************
       01  ARQCAT-REC.
           05  AC-DATA             PIC 9(08).
           05  FILLER              PIC X(01).
           05  AC-ARQUIVO          PIC X(60).
           05  FILLER              PIC X(01).
           05  AC-QTD              PIC 9(05).
