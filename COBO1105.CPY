      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADRNEG         - LCREL 100 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO1105 - REGISTRO CUMULATIVO DOS PLANOS DE *
      *                              PARCELAMENTO (GPFPB153): UM       *
      *                              REGISTRO POR GUIA ORIGINAL,       *
      *                              ENCARGO E PARCELA DO PLANO, EM    *
      *                              ORDEM DE NUMERO DO PLANO          *
      ******************************************************************
      * RNEG-NUM-PLANO  - PIC 9(007)       - NUMERO DO PLANO           *
      * RNEG-TIP-REG    - PIC X(001)       - 'O' GUIA ORIGINAL         *
      *                                      'E' ENCARGO DE MORA       *
      *                                          (CADENCG)             *
      *                                      'P' PARCELA DO PLANO      *
      * RNEG-COD-ENT    - PIC 9(005)       - CODIGO DA ENTIDADE        *
      * RNEG-SITUACAO   - PIC X(001)       - SITUACAO DO PLANO         *
      *                                      'A' ATIVO                 *
      *                                      'C' CANCELADO POR ATRASO  *
      *                                      'Q' QUITADO               *
      * RNEG-DAT-PLANO  - PIC 9(008)       - DATA DO PLANO             *
      * RNEG-DAT-CANCEL - PIC 9(008)       - DATA DO CANCELAMENTO      *
      * RNEG-AGENCIA    - PIC 9(004)       - AGENCIA DA GUIA ('O','P') *
      * RNEG-CONTA      - PIC 9(009)       - CONTA DA GUIA   ('O','P') *
      * RNEG-NUM-GUIA   - PIC 9(012)       - NUMERO DA GUIA            *
      * RNEG-NUM-PARCELA- PIC 9(002)       - NUMERO DA PARCELA ('P')   *
      * RNEG-DAT-REF    - PIC 9(008)       - 'O' DATA DE LANCAMENTO    *
      *                                      'E' DATA DO PAGAMENTO EM  *
      *                                          ATRASO (ENCG-DAT-     *
      *                                          PAGTO)                *
      *                                      'P' VENCIMENTO DA PARCELA *
      * RNEG-VLR        - PIC 9(013)V9(002)- VALOR                     *
      * FILLER          - PIC X(020)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-RNEG.
           03      RNEG-NUM-PLANO  PIC     9(007).
           03      RNEG-TIP-REG    PIC     X(001).
             88    RNEG-GUIA-ORIGINAL      VALUE 'O'.
             88    RNEG-ENCARGO            VALUE 'E'.
             88    RNEG-PARCELA            VALUE 'P'.
           03      RNEG-COD-ENT    PIC     9(005).
           03      RNEG-SITUACAO   PIC     X(001).
             88    RNEG-PLANO-ATIVO        VALUE 'A'.
             88    RNEG-PLANO-CANCELADO    VALUE 'C'.
             88    RNEG-PLANO-QUITADO      VALUE 'Q'.
           03      RNEG-DAT-PLANO  PIC     9(008).
           03      RNEG-DAT-CANCEL PIC     9(008).
           03      RNEG-AGENCIA    PIC     9(004).
           03      RNEG-CONTA      PIC     9(009).
           03      RNEG-NUM-GUIA   PIC     9(012).
           03      RNEG-NUM-PARCELA
                                   PIC     9(002).
           03      RNEG-DAT-REF    PIC     9(008).
           03      RNEG-VLR        PIC     9(013)V9(002).
           03      FILLER          PIC     X(020).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADRNEG *
      ******************************************************************
