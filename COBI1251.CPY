      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADQUAD         - LCREL 050 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBI1251 - QUADRO DE VAGAS AUTORIZADAS POR   *
      *                              DEPARTAMENTO E CENTRO DE CUSTO,   *
      *                              MANTIDO PELO RH                   *
      ******************************************************************
      * UM REGISTRO POR DEPARTAMENTO/CENTRO DE CUSTO; DEPARTAMENTO/CC  *
      * SEM REGISTRO NAO TEM VAGA AUTORIZADA                           *
      ******************************************************************
      * QUAD-COD-DEPT   - PIC X(004)       - CODIGO DO DEPARTAMENTO    *
      * QUAD-COD-CC     - PIC X(006)       - CENTRO DE CUSTO           *
      * QUAD-QTD-AUTORIZ- PIC 9(004)       - QUANTIDADE DE VAGAS       *
      *                                      AUTORIZADAS               *
      * QUAD-SAL-MINIMO - PIC 9(007)V9(002)- FAIXA SALARIAL - MINIMO   *
      * QUAD-SAL-MAXIMO - PIC 9(007)V9(002)- FAIXA SALARIAL - MAXIMO   *
      *                                      (ZEROS = SEM FAIXA)       *
      * FILLER          - PIC X(018)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-QUAD.
           03      QUAD-COD-DEPT   PIC     X(004).
           03      QUAD-COD-CC     PIC     X(006).
           03      QUAD-QTD-AUTORIZ
                                   PIC     9(004).
           03      QUAD-SAL-MINIMO PIC     9(007)V9(002).
           03      QUAD-SAL-MAXIMO PIC     9(007)V9(002).
           03      FILLER          PIC     X(018).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADQUAD *
      ******************************************************************
