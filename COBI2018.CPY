      * FLOT-FUNC-CODIGO- PIC 9(005)       - CODIGO DO FUNCIONARIO     *
      * FLOT-COD-DEPT   - PIC X(004)       - CODIGO DO DEPARTAMENTO    *
      * FLOT-COD-CC     - PIC X(006)       - CENTRO DE CUSTO           *
      * FLOT-COD-EMPRESA- PIC 9(002)       - EMPRESA EMPREGADORA       *
      *                                      (CADEMPR); ZEROS = 01     *
      * FILLER          - PIC X(033)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-FLOT.
                                   PIC     9(005).
           03      FLOT-COD-DEPT   PIC     X(004).
           03      FLOT-COD-CC     PIC     X(006).
           03      FLOT-COD-EMPRESA
                                   PIC     9(002).
           03      FILLER          PIC     X(033).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADFLOT *
