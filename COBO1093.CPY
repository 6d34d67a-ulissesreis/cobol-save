      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADNFRG         - LCREL 100 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO1093 - REGISTRO ACUMULADO DAS NOTAS      *
      *                              FISCAIS DE FORNECEDOR APROVADAS   *
      *                              PARA PAGAMENTO (UMA LINHA POR     *
      *                              ITEM), USADO PELA CONFERENCIA DE  *
      *                              TRES VIAS (GPFPB081) PARA RETER   *
      *                              NOTAS DUPLICADAS                  *
      ******************************************************************
      * RGNF-FORNECEDOR - PIC 9(010)       - CODIGO DO FORNECEDOR      *
      * RGNF-NUM-NF     - PIC 9(009)       - NUMERO DA NOTA FISCAL     *
      * RGNF-NUM-PEDIDO - PIC 9(007)       - NUMERO DO PEDIDO          *
      * RGNF-COD-PEC    - PIC 9(005)       - CODIGO DA PECA            *
      * RGNF-VLR-BRUTO  - PIC 9(013)V9(002) QTDE FATURADA X VALOR      *
      *                                      UNITARIO (ANTES DOS       *
      *                                      ABATIMENTOS)              *
      * RGNF-DAT-EMISSAO- PIC 9(008)       - DATA DE EMISSAO DA NOTA   *
      * RGNF-DAT-APROVACAO PIC 9(008)      - DATA DA APROVACAO         *
      * RGNF-ID-LIBERACAO PIC X(004)       - OPERADOR QUE LIBEROU A    *
      *                                      NOTA RETIDA COMO SUSPEITA *
      *                                      (ESPACOS = APROVACAO      *
      *                                      AUTOMATICA)               *
      * FILLER          - PIC X(034)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-RGNF.
           03      RGNF-FORNECEDOR PIC     9(010).
           03      RGNF-NUM-NF     PIC     9(009).
           03      RGNF-NUM-PEDIDO PIC     9(007).
           03      RGNF-COD-PEC    PIC     9(005).
           03      RGNF-VLR-BRUTO  PIC     9(013)V9(002).
           03      RGNF-DAT-EMISSAO
                                   PIC     9(008).
           03      RGNF-DAT-APROVACAO
                                   PIC     9(008).
           03      RGNF-ID-LIBERACAO
                                   PIC     X(004).
           03      FILLER          PIC     X(034).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADNFRG *
      ******************************************************************
