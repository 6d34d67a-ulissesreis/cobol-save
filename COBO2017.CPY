      * DEPT-COD-CC     - PIC X(006)       - CENTRO DE CUSTO           *
      * DEPT-NOME       - PIC X(025)       - NOME DO DEPARTAMENTO      *
      * DEPT-STATUS     - PIC X(001)       - 'A' ATIVO / 'I' INATIVO   *
      * DEPT-COD-GERENTE- PIC 9(005)       - CODIGO DO FUNCIONARIO     *
      *                                      GERENTE DO DEPARTAMENTO   *
      *                                      (ZEROS = SEM GERENTE)     *
      * FILLER          - PIC X(009)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-DEPT.
           03      DEPT-STATUS     PIC     X(001).
             88    DEPT-ATIVO              VALUE 'A'.
             88    DEPT-INATIVO            VALUE 'I'.
           03      DEPT-COD-GERENTE
                                   PIC     9(005).
           03      FILLER          PIC     X(009).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADDEPT *
