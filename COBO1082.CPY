      * PEDX-VLR-UNIT   - PIC 9(013)V9(002) VALOR UNITARIO             *
      * PEDX-DAT-EMISSAO- PIC 9(008)       - DATA DE EMISSAO           *
      * PEDX-DAT-DESEJADA PIC 9(008)       - DATA DESEJADA DE ENTREGA  *
      * PEDX-TIP-MOVTO  - PIC X(001)       - SPACES PEDIDO NOVO        *
      *                                      'A' AVISO DE ALTERACAO    *
      *                                      'C' AVISO DE CANCELAMENTO *
      *                                      (GPFPB130)                *
      * TRAILER.........:                                              *
      * PEDX-QTD-REG    - PIC 9(009)       - QTDE DE DETALHES SELADOS  *
      * PEDX-SOMA-VLR   - PIC 9(015)V9(002) HASH DOS VALORES           *
                                   PIC     9(008).
             05    PEDX-DAT-DESEJADA
                                   PIC     9(008).
             05    PEDX-TIP-MOVTO  PIC     X(001).
               88  PEDX-PEDIDO-NOVO        VALUE SPACES.
               88  PEDX-ALTERACAO          VALUE 'A'.
               88  PEDX-CANCELAMENTO       VALUE 'C'.
             05    FILLER          PIC     X(010).
           03      FILLER REDEFINES PEDX-DADOS.
             05    PEDX-DAT-GERACAO
                                   PIC     9(008).
