      *                     visivel nas listagens. Registro passa
      *                     de 78 para 87 bytes - reconstruir o
      *                     arquivo indexado na virada.
      *   15-10-2026 ACC - Vendedor de loja: EMP-STORE-ID (loja do
      *                     cadastro de lojas, LJ-STORE-ID; zero =
      *                     fora das lojas) e EMP-COMISSAO (percentual
      *                     de comissao sobre a parte dele na venda
      *                     liquida da loja, calculada pelo CBCOMI01
      *                     e paga na folha mensal) no final do
      *                     registro. Registro passa de 87 para 96
      *                     bytes - reconstruir o arquivo indexado na
      *                     virada (a copia do CBBKP01 ja comporta;
      *                     na volta de copia antiga pelo CBRST01 os
      *                     campos novos ficam em branco, tratados
      *                     como sem loja e sem comissao).
      ******************************************************************
       01  INFL-REC.
               10  EMP-ID.
               10  EMP-STATUS              PIC X(01).
                   88  EMP-DESLIGADO       VALUE "D".
               10  EMP-DESLIGAMENTO        PIC 9(08).
               10  EMP-STORE-ID            PIC 9(05).
               10  EMP-COMISSAO            PIC 9(02)V99.
