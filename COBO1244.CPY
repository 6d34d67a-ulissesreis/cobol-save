      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADBENM         - LCREL 150 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO1244 - MOVIMENTO MENSAL DE BENEFICIOS    *
      *                              POR FUNCIONARIO, GERADO PELO      *
      *                              GPFPB170 E CONSUMIDO PELA FOLHA   *
      *                              GPFPB107 (DESCONTO DE 6% DO       *
      *                              VALE-TRANSPORTE). O MESMO LAY-OUT *
      *                              E GRAVADO PELO GPFPB173 (CADBENS) *
      *                              COM A PARTE DO FUNCIONARIO NO     *
      *                              PLANO DE SAUDE, DESCONTADA PELA   *
      *                              FOLHA                             *
      ******************************************************************
      * BENM-COMPETENCIA- PIC 9(006)       - COMPETENCIA (AAAAMM)      *
      * BENM-FUNC-CODIGO- PIC 9(005)       - CODIGO DO FUNCIONARIO     *
      * BENM-COD-EMPRESA- PIC 9(002)       - EMPRESA DA LOTACAO        *
      * BENM-CPF        - PIC 9(011)       - CPF DO FUNCIONARIO        *
      * BENM-NOME       - PIC X(030)       - NOME DO FUNCIONARIO       *
      * BENM-COD-BENEFICIO PIC X(004)      - BENEFICIO (CADBENE)       *
      * BENM-TIPO       - PIC X(001)       - 'T' VALE-TRANSPORTE       *
      *                                      'R' VALE-REFEICAO         *
      *                                      'S' PLANO DE SAUDE        *
      * BENM-FORNECEDOR - PIC 9(010)       - FORNECEDOR DO BENEFICIO   *
      * BENM-DIAS-UTEIS - PIC 9(002)       - DIAS UTEIS DO MES         *
      * BENM-DIAS-FALTA - PIC 9(002)       - DIAS DE FALTA (CADHORA)   *
      * BENM-DIAS-TRAB  - PIC 9(002)       - DIAS UTEIS TRABALHADOS    *
      * BENM-QTD        - PIC 9(005)       - UNIDADES DO MES           *
      * BENM-VLR-UNITARIO PIC 9(005)V9(002)- VALOR DE CADA UNIDADE     *
      * BENM-VLR-TOTAL  - PIC 9(009)V9(002)- VALOR DO BENEFICIO NO MES *
      * BENM-DAT-GERACAO- PIC 9(008)       - DATA DO CALCULO           *
      * FILLER          - PIC X(044)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-BENM.
           03      BENM-COMPETENCIA
                                   PIC     9(006).
           03      BENM-FUNC-CODIGO
                                   PIC     9(005).
           03      BENM-COD-EMPRESA
                                   PIC     9(002).
           03      BENM-CPF        PIC     9(011).
           03      BENM-NOME       PIC     X(030).
           03      BENM-COD-BENEFICIO
                                   PIC     X(004).
           03      BENM-TIPO       PIC     X(001).
             88    BENM-TRANSPORTE         VALUE 'T'.
             88    BENM-REFEICAO           VALUE 'R'.
             88    BENM-SAUDE              VALUE 'S'.
           03      BENM-FORNECEDOR PIC     9(010).
           03      BENM-DIAS-UTEIS PIC     9(002).
           03      BENM-DIAS-FALTA PIC     9(002).
           03      BENM-DIAS-TRAB  PIC     9(002).
           03      BENM-QTD        PIC     9(005).
           03      BENM-VLR-UNITARIO
                                   PIC     9(005)V9(002).
           03      BENM-VLR-TOTAL  PIC     9(009)V9(002).
           03      BENM-DAT-GERACAO
                                   PIC     9(008).
           03      FILLER          PIC     X(044).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADBENM *
      ******************************************************************
