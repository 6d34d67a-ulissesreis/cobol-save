      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADRNGM       - LCREL 050 BYTES   *
      ******************************************************************
      * NOME DO BOOK    - COBI1105 - SOLICITACOES DE RENEGOCIACAO DO   *
      *                              DEBITO VENCIDO DAS ENTIDADES EM   *
      *                              PLANO DE PARCELAMENTO (GPFPB153)  *
      ******************************************************************
      * RNGM-COD-ENT    - PIC 9(005)       - CODIGO DA ENTIDADE        *
      * RNGM-QTD-PARCELAS PIC 9(002)       - QUANTIDADE DE PARCELAS    *
      * RNGM-DAT-PRIM-VENCTO               - VENCIMENTO DA 1A PARCELA  *
      *                 - PIC 9(008)         (AAAAMMDD). ZEROS = UM    *
      *                                      MES APOS O PROCESSAMENTO  *
      * FILLER          - PIC X(035)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-RNGM.
           03      RNGM-COD-ENT    PIC     9(005).
           03      RNGM-QTD-PARCELAS
                                   PIC     9(002).
           03      RNGM-DAT-PRIM-VENCTO
                                   PIC     9(008).
           03      FILLER          PIC     X(035).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADRNGM *
      ******************************************************************
