      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADBXAD       - LCREL 050 BYTES   *
      ******************************************************************
      * NOME DO BOOK    - COBI1098 - MOVIMENTO DE APROVACAO DAS BAIXAS *
      *                              DE ESTOQUE RETIDAS ACIMA DA       *
      *                              ALCADA (CADBXAP - GPFPB142)       *
      ******************************************************************
      * BXAD-NUM-BAIXA  - PIC 9(012)       - NUMERO DA BAIXA RETIDA    *
      * BXAD-DECISAO    - PIC X(001)       - 'A' APROVAR / 'R' RECUSAR *
      * BXAD-ID-OPERADOR- PIC X(004)       - OPERADOR APROVADOR        *
      *                                      (CONFERIDO COM O CADOPER) *
      * BXAD-MOTIVO     - PIC X(030)       - MOTIVO DA RECUSA          *
      * FILLER          - PIC X(003)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-BXAD.
           03      BXAD-NUM-BAIXA  PIC     9(012).
           03      BXAD-DECISAO    PIC     X(001).
             88    BXAD-APROVAR            VALUE 'A'.
             88    BXAD-RECUSAR            VALUE 'R'.
           03      BXAD-ID-OPERADOR
                                   PIC     X(004).
           03      BXAD-MOTIVO     PIC     X(030).
           03      FILLER          PIC     X(003).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADBXAD *
      ******************************************************************
