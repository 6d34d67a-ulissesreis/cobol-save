      * PROV-VLR-13SAL  - PIC 9(011)V9(002) PROVISAO ACUMULADA DE 13o  *
      * PROV-VLR-FERIAS - PIC 9(011)V9(002) PROVISAO ACUMULADA DE      *
      *                                      FERIAS + 1/3              *
      * PROV-COD-EMPRESA- PIC 9(002)       - EMPRESA EMPREGADORA DA    *
      *                                      LOTACAO (CADFLOT)         *
      * PROV-VLR-13-ADIANT PIC 9(011)V9(002) 1a PARCELA DO 13o JA PAGA *
      *                                      NO ANO (GPFPB171), A      *
      *                                      DEDUZIR NA 2a PARCELA     *
      * FILLER          - PIC X(004)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-PROV.
                                   PIC     9(005).
           03      PROV-VLR-13SAL  PIC     9(011)V9(002).
           03      PROV-VLR-FERIAS PIC     9(011)V9(002).
           03      PROV-COD-EMPRESA
                                   PIC     9(002).
           03      PROV-VLR-13-ADIANT
                                   PIC     9(011)V9(002).
           03      FILLER          PIC     X(004).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADPROV *
