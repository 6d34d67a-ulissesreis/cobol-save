      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADOPEX       - LCREL 050 BYTES   *
      ******************************************************************
      * NOME DO BOOK    - COBI1106 - AUTORIZACOES COMPLEMENTARES DOS   *
      *                              OPERADORES DO CADOPER (REGISTRO   *
      *                              DO CADOPER SEM AREA LIVRE)        *
      ******************************************************************
      * OPEX-ID         - PIC X(004)       - IDENTIFICACAO DO OPERADOR *
      *                                      (OPER-ID DO CADOPER)      *
      * OPEX-AUT-PERD   - PIC X(001)       - 'S' APROVA BAIXA POR      *
      *                                      PERDA DE GUIA INCOBRAVEL  *
      *                                      (GPFPB155)                *
      * FILLER          - PIC X(045)       - AREA LIVRE                *
      ******************************************************************
      * OPERADOR AUSENTE DO ARQUIVO NAO TEM AUTORIZACAO COMPLEMENTAR   *
      ******************************************************************
      *
       01          REG-OPEX.
           03      OPEX-ID         PIC     X(004).
           03      OPEX-AUT-PERD   PIC     X(001).
             88    OPEX-APROVA-PERDA       VALUE 'S'.
           03      FILLER          PIC     X(045).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADOPEX *
      ******************************************************************
