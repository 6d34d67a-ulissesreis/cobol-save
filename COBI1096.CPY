      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADOMKS       - LCREL 050 BYTES   *
      ******************************************************************
      * NOME DO BOOK    - COBI1096 - SOLICITACOES DE ORDEM DE MONTAGEM *
      *                              E DESMONTAGEM DE KITS INFORMADAS  *
      *                              PELO PLANEJAMENTO (GPFPB141)      *
      ******************************************************************
      * OMKS-TP-ORDEM   - PIC X(001)       - 'M' MONTAGEM              *
      *                                      'D' DESMONTAGEM           *
      * OMKS-COD-KIT    - PIC 9(005)       - CODIGO DO KIT (CADKITS)   *
      * OMKS-QTD-KITS   - PIC 9(005)       - QUANTIDADE DE KITS        *
      * OMKS-DAT-SOLIC  - PIC 9(008)       - DATA DA SOLICITACAO       *
      * OMKS-COD-PLANEJ - PIC X(008)       - PLANEJADOR SOLICITANTE    *
      * FILLER          - PIC X(023)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-OMKS.
           03      OMKS-TP-ORDEM   PIC     X(001).
             88    OMKS-MONTAGEM           VALUE 'M'.
             88    OMKS-DESMONTAGEM        VALUE 'D'.
           03      OMKS-COD-KIT    PIC     9(005).
           03      OMKS-QTD-KITS   PIC     9(005).
           03      OMKS-DAT-SOLIC  PIC     9(008).
           03      OMKS-COD-PLANEJ PIC     X(008).
           03      FILLER          PIC     X(023).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADOMKS *
      ******************************************************************
