      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADFREN         - LCREL 100 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO1238 - MOVIMENTO DE RENDIMENTOS PAGOS E  *
      *                              RETENCOES POR FUNCIONARIO E       *
      *                              FOLHA, CONSOLIDADO NO ANO PELO    *
      *                              GPFPB169 (INFORME DE RENDIMENTOS  *
      *                              E DIRF)                           *
      ******************************************************************
      * CADA FOLHA PROCESSADA GRAVA UM REGISTRO POR FUNCIONARIO PAGO,  *
      * NA COMPETENCIA DO PAGAMENTO. OS ARQUIVOS DO ANO SAO            *
      * CONCATENADOS NA ENTRADA DO GPFPB169                            *
      ******************************************************************
      * FREN-COMPETENCIA- PIC 9(006)       - MES DO PAGAMENTO (AAAAMM) *
      * FREN-TIPO-FOLHA - PIC X(001)       - 'M' FOLHA MENSAL          *
      *                                      'D' 13o SALARIO           *
      *                                      'F' FERIAS                *
      *                                      'R' RESCISAO              *
      * FREN-FUNC-CODIGO- PIC 9(005)       - CODIGO DO FUNCIONARIO     *
      * FREN-COD-EMPRESA- PIC 9(002)       - EMPRESA PAGADORA          *
      * FREN-CPF        - PIC 9(011)       - CPF DO FUNCIONARIO        *
      * FREN-NOME       - PIC X(030)       - NOME DO FUNCIONARIO       *
      * FREN-VLR-TRIBUTAVEL 9(009)V9(002)  - RENDIMENTO TRIBUTAVEL     *
      *                                      (NO 'D', O 13o BRUTO)     *
      * FREN-VLR-INSS   - PIC 9(009)V9(002)- INSS DESCONTADO           *
      * FREN-VLR-IRRF   - PIC 9(009)V9(002)- IRRF RETIDO               *
      * FREN-VLR-ISENTO - PIC 9(009)V9(002)- RENDIMENTOS ISENTOS       *
      *                                      (AVISO PREVIO E FERIAS    *
      *                                      INDENIZADOS)              *
      * FILLER          - PIC X(001)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-FREN.
           03      FREN-COMPETENCIA
                                   PIC     9(006).
           03      FREN-TIPO-FOLHA PIC     X(001).
             88    FREN-FOLHA-MENSAL       VALUE 'M'.
             88    FREN-FOLHA-13SAL        VALUE 'D'.
             88    FREN-FOLHA-FERIAS       VALUE 'F'.
             88    FREN-FOLHA-RESCISAO     VALUE 'R'.
           03      FREN-FUNC-CODIGO
                                   PIC     9(005).
           03      FREN-COD-EMPRESA
                                   PIC     9(002).
           03      FREN-CPF        PIC     9(011).
           03      FREN-NOME       PIC     X(030).
           03      FREN-VLR-TRIBUTAVEL
                                   PIC     9(009)V9(002).
           03      FREN-VLR-INSS   PIC     9(009)V9(002).
           03      FREN-VLR-IRRF   PIC     9(009)V9(002).
           03      FREN-VLR-ISENTO PIC     9(009)V9(002).
           03      FILLER          PIC     X(001).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADFREN *
      ******************************************************************
