      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADPERD       - LCREL 050 BYTES   *
      ******************************************************************
      * NOME DO BOOK    - COBI1108 - MOVIMENTO DE APROVACAO DAS BAIXAS *
      *                              POR PERDA DE GUIAS PENDENTES      *
      *                              (CADPERP - GPFPB155)              *
      ******************************************************************
      * PERD-AGENCIA    - PIC 9(004)       - CODIGO DA AGENCIA         *
      * PERD-CONTA      - PIC 9(009)       - CODIGO DA CONTA/DIGITO    *
      * PERD-NUM-GUIA   - PIC 9(012)       - NUMERO DA GUIA            *
      * PERD-DECISAO    - PIC X(001)       - 'A' APROVAR / 'R' RECUSAR *
      * PERD-ID-OPERADOR- PIC X(004)       - OPERADOR APROVADOR        *
      *                                      (CONFERIDO COM O CADOPER  *
      *                                      E O CADOPEX)              *
      * PERD-MOTIVO     - PIC X(020)       - MOTIVO DA RECUSA          *
      ******************************************************************
      *
       01          REG-PERD.
           03      PERD-CHAVE.
             05    PERD-AGENCIA    PIC     9(004).
             05    PERD-CONTA      PIC     9(009).
             05    PERD-NUM-GUIA   PIC     9(012).
           03      PERD-DECISAO    PIC     X(001).
             88    PERD-APROVAR            VALUE 'A'.
             88    PERD-RECUSAR            VALUE 'R'.
           03      PERD-ID-OPERADOR
                                   PIC     X(004).
           03      PERD-MOTIVO     PIC     X(020).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADPERD *
      ******************************************************************
