      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADRATF         - LCREL 100 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO1234 - CUSTO CENTRAL RATEADO POR FILIAL  *
      *                              E GRUPO DE CUSTO (GPFPB165),      *
      *                              ABSORVIDO NO RESULTADO DA FILIAL  *
      *                              (GPFPB106)                        *
      ******************************************************************
      * RATF-COD-FIL    - PIC 9(005)       - CODIGO DA FILIAL          *
      * RATF-COD-GRUPO  - PIC X(006)       - GRUPO DE CUSTO (CADRTPO)  *
      * RATF-TIP-DIRECIONADOR PIC X(001)   - REGRA DO RATEIO (F/H/E)   *
      * RATF-QTD-BASE-FIL PIC 9(015)V9(002) BASE DA FILIAL NA REGRA    *
      * RATF-QTD-BASE-TOT PIC 9(015)V9(002) BASE DE TODAS AS FILIAIS   *
      * RATF-PCT-PARTIC - PIC 9(003)V9(004) PARTICIPACAO DA FILIAL (%) *
      * RATF-VLR-RATEADO  PIC 9(013)V9(002) CUSTO ATRIBUIDO A FILIAL   *
      * FILLER          - PIC X(032)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-RATF.
           03      RATF-COD-FIL    PIC     9(005).
           03      RATF-COD-GRUPO  PIC     X(006).
           03      RATF-TIP-DIRECIONADOR
                                   PIC     X(001).
           03      RATF-QTD-BASE-FIL
                                   PIC     9(015)V9(002).
           03      RATF-QTD-BASE-TOT
                                   PIC     9(015)V9(002).
           03      RATF-PCT-PARTIC PIC     9(003)V9(004).
           03      RATF-VLR-RATEADO
                                   PIC     9(013)V9(002).
           03      FILLER          PIC     X(032).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADRATF *
      ******************************************************************
