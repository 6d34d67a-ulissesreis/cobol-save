      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADBXAM       - LCREL 050 BYTES   *
      ******************************************************************
      * NOME DO BOOK    - COBI1097 - MOVIMENTO DE BAIXA DE ESTOQUE POR *
      *                              PERDA (VENCIDO, AVARIADO OU       *
      *                              OBSOLETO) INFORMADO PELO          *
      *                              ALMOXARIFADO (GPFPB142)           *
      ******************************************************************
      * BXAM-COD-PEC    - PIC 9(005)       - CODIGO DA PECA            *
      * BXAM-NUM-LOTE   - PIC X(010)       - LOTE BAIXADO (BRANCOS     *
      *                                      PARA PECA SEM LOTE)       *
      * BXAM-QTD        - PIC 9(005)       - QUANTIDADE BAIXADA        *
      * BXAM-COD-MOTIVO - PIC X(001)       - 'V' VENCIDO               *
      *                                      'A' AVARIADO              *
      *                                      'O' OBSOLETO              *
      * BXAM-DAT-MOV    - PIC 9(008)       - DATA DA OCORRENCIA        *
      * BXAM-ID-OPERADOR- PIC X(004)       - OPERADOR SOLICITANTE      *
      *                                      (CONFERIDO COM O CADOPER) *
      * FILLER          - PIC X(017)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-BXAM.
           03      BXAM-COD-PEC    PIC     9(005).
           03      BXAM-NUM-LOTE   PIC     X(010).
           03      BXAM-QTD        PIC     9(005).
           03      BXAM-COD-MOTIVO PIC     X(001).
             88    BXAM-VENCIDO            VALUE 'V'.
             88    BXAM-AVARIADO           VALUE 'A'.
             88    BXAM-OBSOLETO           VALUE 'O'.
           03      BXAM-DAT-MOV    PIC     9(008).
           03      BXAM-ID-OPERADOR
                                   PIC     X(004).
           03      FILLER          PIC     X(017).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADBXAM *
      ******************************************************************
