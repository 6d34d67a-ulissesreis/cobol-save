      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADBCOM         - LCREL 050 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO1089 - ORCAMENTO COMPROMETIDO POR        *
      *                              DEPARTAMENTO/CENTRO DE CUSTO/     *
      *                              CLASSE: SALDO AINDA NAO RECEBIDO  *
      *                              DOS PEDIDOS DE COMPRA EM ABERTO   *
      *                              (CADPORD), GERADO PELO GPFPB129   *
      ******************************************************************
      * BCOM-COD-DEPT   - PIC X(004)       - CODIGO DO DEPARTAMENTO    *
      * BCOM-COD-CC     - PIC X(006)       - CENTRO DE CUSTO           *
      * BCOM-CLASSE     - PIC X(002)       - CLASSE DE DESPESA ('CP')  *
      * BCOM-ANO        - PIC 9(004)       - EXERCICIO                 *
      * BCOM-VLR-COMPROM- PIC 9(013)V9(002) VALOR COMPROMETIDO         *
      * BCOM-DAT-GERACAO- PIC 9(008)       - DATA DA POSICAO           *
      * FILLER          - PIC X(011)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-BCOM.
           03      BCOM-COD-DEPT   PIC     X(004).
           03      BCOM-COD-CC     PIC     X(006).
           03      BCOM-CLASSE     PIC     X(002).
           03      BCOM-ANO        PIC     9(004).
           03      BCOM-VLR-COMPROM
                                   PIC     9(013)V9(002).
           03      BCOM-DAT-GERACAO
                                   PIC     9(008).
           03      FILLER          PIC     X(011).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADBCOM *
      ******************************************************************
