      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADRMCT       - LCREL 050 BYTES   *
      ******************************************************************
      * NOME DO BOOK    - COBI1101 - CONTROLE DE NUMERACAO DAS         *
      *                              AUTORIZACOES DE DEVOLUCAO         *
      ******************************************************************
      * ARQUIVO DE UM UNICO REGISTRO, LIDO NO INICIO DO GPFPB148 E     *
      * REGRAVADO (ATUALIZADO) AO FINAL DA EXECUCAO (CADRMCN)          *
      ******************************************************************
      * RMCT-ULT-AUTORIZ- PIC 9(007)       - ULTIMA AUTORIZACAO        *
      * RMCT-DAT-GERACAO- PIC 9(008)       - DATA DA ULTIMA GERACAO    *
      * FILLER          - PIC X(035)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-RMCT.
           03      RMCT-ULT-AUTORIZ
                                   PIC     9(007).
           03      RMCT-DAT-GERACAO
                                   PIC     9(008).
           03      FILLER          PIC     X(035).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADRMCT *
      ******************************************************************
