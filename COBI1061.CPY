      * MLIQ-NUM-GUIA   - PIC 9(012)       - NUMERO DA GUIA            *
      * MLIQ-VLR-PAGO   - PIC 9(015)       - VALOR EFETIVAMENTE PAGO   *
      * MLIQ-DAT-PAGTO  - PIC 9(008)       - DATA DO PAGAMENTO         *
      * MLIQ-ORIGEM     - PIC X(001)       - ' ' PAGAMENTO             *
      *                                      'C' ABATIDA COM CREDITO DE*
      *                                          DEVOLUCAO (GPFPB149)  *
      *                                      'R' RENEGOCIADA EM PLANO  *
      *                                          DE PARCELAMENTO       *
      *                                          (GPFPB153) - SAI DO   *
      *                                          REGISTRO SE O PLANO   *
      *                                          FOR CANCELADO         *
      *                                      'X' PARCELA DE PLANO      *
      *                                          CANCELADO (GPFPB153)  *
      *                                      'B' BAIXADA POR PERDA -   *
      *                                          GUIA INCOBRAVEL       *
      *                                          (GPFPB155)            *
      * FILLER          - PIC X(001)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-MLIQ.
             05    MLIQ-NUM-GUIA   PIC     9(012).
           03      MLIQ-VLR-PAGO   PIC     9(015).
           03      MLIQ-DAT-PAGTO  PIC     9(008).
           03      MLIQ-ORIGEM     PIC     X(001).
             88    MLIQ-ORIGEM-PAGTO       VALUE SPACE.
             88    MLIQ-ORIGEM-CREDITO     VALUE 'C'.
             88    MLIQ-ORIGEM-RENEGOC     VALUE 'R'.
             88    MLIQ-ORIGEM-PARC-CANC   VALUE 'X'.
             88    MLIQ-ORIGEM-PERDA       VALUE 'B'.
           03      FILLER          PIC     X(001).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADMLIQ *
