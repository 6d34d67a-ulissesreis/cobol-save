      * MFIN-DAT-LIQUID - PIC 9(008)        - DT LIQUIDACAO (AAAAMMDD) *
      *                                     - PROXIMO DIA UTIL APOS O  *
      *                                     - LANCAMENTO (COBBB008)    *
      * MFIN-IN-PARCELA - PIC X(001)        - 'R' PARCELA DE PLANO DE  *
      *                                     - RENEGOCIACAO (GPFPB153): *
      *                                     - DT LIQUIDACAO E O        *
      *                                     - VENCIMENTO DA PARCELA,   *
      *                                     - JA EM DIA UTIL           *
      * FILLER          - PIC X(036)        - AREA LIVRE               *
      ******************************************************************
      *
       01          REG-MFIN.
           03      MFIN-DAT-LANCTO PIC     9(008).
           03      MFIN-VLR-LANCTO PIC     9(015).
           03      MFIN-DAT-LIQUID PIC     9(008).
           03      MFIN-IN-PARCELA PIC     X(001).
             88    MFIN-PARCELA-RENEG      VALUE 'R'.
           03      FILLER          PIC     X(036).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA         SEQ. - INPUT - CADMFIN *
