      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADCBCK       - LCREL 050 BYTES   *
      ******************************************************************
      * NOME DO BOOK    - COBI1090 - CONFIRMACOES POR CALL-BACK DAS    *
      *                              ALTERACOES DE DADOS BANCARIOS DE  *
      *                              FORNECEDOR. A TESOURARIA LIGA     *
      *                              PARA O CONTATO JA CONHECIDO DO    *
      *                              FORNECEDOR E INFORMA OS DADOS QUE *
      *                              ELE CONFIRMOU; O OPERADOR DEVE    *
      *                              SER DIFERENTE DO QUE ALTEROU O    *
      *                              CADFPAG                           *
      ******************************************************************
      * CBCK-FORNECEDOR - PIC 9(010)       - CODIGO DO FORNECEDOR      *
      * CBCK-BANCO      - PIC 9(003)       - BANCO CONFIRMADO          *
      * CBCK-AGENCIA    - PIC 9(004)       - AGENCIA CONFIRMADA        *
      * CBCK-OPERACAO   - PIC 9(003)       - OPERACAO CONFIRMADA       *
      * CBCK-CONTA      - PIC 9(009)       - CONTA/DIGITO CONFIRMADO   *
      * CBCK-ID-OPERADOR- PIC X(004)       - OPERADOR DA TESOURARIA    *
      *                                      (CADOPER, OPER-AUT-CBCK)  *
      * CBCK-DAT-CONFIRMACAO PIC 9(008)    - DATA DO CALL-BACK         *
      * FILLER          - PIC X(009)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-CBCK.
           03      CBCK-FORNECEDOR PIC     9(010).
           03      CBCK-BANCO      PIC     9(003).
           03      CBCK-AGENCIA    PIC     9(004).
           03      CBCK-OPERACAO   PIC     9(003).
           03      CBCK-CONTA      PIC     9(009).
           03      CBCK-ID-OPERADOR
                                   PIC     X(004).
           03      CBCK-DAT-CONFIRMACAO
                                   PIC     9(008).
           03      FILLER          PIC     X(009).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADCBCK *
      ******************************************************************
