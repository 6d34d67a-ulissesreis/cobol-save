      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADADIM       - LCREL 050 BYTES   *
      ******************************************************************
      * NOME DO BOOK    - COBI1088 - MOVIMENTO DE SOLICITACAO DE       *
      *                              ADIANTAMENTO A FORNECEDOR (PAGA-  *
      *                              MENTO ANTECIPADO EXIGIDO ANTES DO *
      *                              EMBARQUE)                         *
      ******************************************************************
      * ADIM-FORNECEDOR - PIC 9(010)       - CODIGO DO FORNECEDOR      *
      * ADIM-NUM-PEDIDO - PIC 9(007)       - NUMERO DO PEDIDO          *
      * ADIM-COD-MOEDA  - PIC X(003)       - MOEDA DO VALOR (ESPACOS = *
      *                                      MOEDA DO FORNECEDOR)      *
      * ADIM-VLR-MOEDA  - PIC 9(013)V9(002) VALOR A ADIANTAR NA MOEDA  *
      * ADIM-DAT-VENCTO - PIC 9(008)       - DATA DE PAGAMENTO (ZEROS  *
      *                                      = DATA DO PROCESSAMENTO)  *
      * ADIM-ID-OPERADOR- PIC X(004)       - SOLICITANTE               *
      * FILLER          - PIC X(003)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-ADIM.
           03      ADIM-FORNECEDOR PIC     9(010).
           03      ADIM-NUM-PEDIDO PIC     9(007).
           03      ADIM-COD-MOEDA  PIC     X(003).
           03      ADIM-VLR-MOEDA  PIC     9(013)V9(002).
           03      ADIM-DAT-VENCTO PIC     9(008).
           03      ADIM-ID-OPERADOR
                                   PIC     X(004).
           03      FILLER          PIC     X(003).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADADIM *
      ******************************************************************
