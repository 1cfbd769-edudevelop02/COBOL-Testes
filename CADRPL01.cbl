      *          categoria (V/C/P) nao viaja na trilha, entao
      *          mudancas so de categoria nao sao recuperaveis por
      *          aqui - conferir no CADCLI01 depois.
      * Mod log:
      *   15-10-2026 ACC - ANONIMIZA (CADLGPD01) reaplicada como
      *                     alteracao: o cliente volta anonimizado.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               WHEN "ENRIQ-CEP"
                   PERFORM APLICA-ALTERACAO
                       THRU APLICA-ALTERACAO-FIM
               WHEN "ANONIMIZA"
                   PERFORM APLICA-ALTERACAO
                       THRU APLICA-ALTERACAO-FIM
               WHEN "EXCLUSAO"
                   PERFORM APLICA-EXCLUSAO THRU APLICA-EXCLUSAO-FIM
               WHEN "TROCAFONE"
