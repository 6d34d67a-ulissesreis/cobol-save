      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADSERQ       - LCREL 050 BYTES   *
      ******************************************************************
      * NOME DO BOOK    - COBI1093 - SELECAO DA CONSULTA DE RASTREIO   *
      *                              DE NUMEROS DE SERIE (GPFPB136).   *
      *                              ARQUIVO VAZIO = TODAS AS SERIES   *
      ******************************************************************
      * SERQ-COD-PEC    - PIC 9(005)       - CODIGO DA PECA (ZEROS =   *
      *                                      QUALQUER PECA)            *
      * SERQ-NUM-SERIE  - PIC X(012)       - NUMERO DE SERIE (BRANCOS =*
      *                                      TODAS AS SERIES DA PECA)  *
      * FILLER          - PIC X(033)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-SERQ.
           03      SERQ-COD-PEC    PIC     9(005).
           03      SERQ-NUM-SERIE  PIC     X(012).
           03      FILLER          PIC     X(033).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADSERQ *
      ******************************************************************
