      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADFGTM         - LCREL 050 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO1236 - MOVIMENTO DE FGTS POR FUNCIONARIO *
      *                              E FOLHA, CONSOLIDADO NO MES PELO  *
      *                              GPFPB168                          *
      ******************************************************************
      * CADA FOLHA PROCESSADA (MENSAL, 13o SALARIO, FERIAS) GRAVA UM   *
      * REGISTRO POR FUNCIONARIO PAGO, COM A REMUNERACAO SUJEITA AO    *
      * FGTS E O DEPOSITO CALCULADO. OS ARQUIVOS DAS FOLHAS DO MES SAO *
      * CONCATENADOS NA ENTRADA DO GPFPB168                            *
      ******************************************************************
      * FGTM-COMPETENCIA- PIC 9(006)       - MES DE COMPETENCIA        *
      *                                      (AAAAMM)                  *
      * FGTM-TIPO-FOLHA - PIC X(001)       - 'M' FOLHA MENSAL          *
      *                                      'D' 13o SALARIO           *
      *                                      'F' FERIAS                *
      * FGTM-FUNC-CODIGO- PIC 9(005)       - CODIGO DO FUNCIONARIO     *
      * FGTM-VLR-BASE   - PIC 9(009)V9(002)- REMUNERACAO SUJEITA       *
      * FGTM-PCT-FGTS   - PIC 9(002)V9(002)- ALIQUOTA APLICADA         *
      * FGTM-VLR-FGTS   - PIC 9(009)V9(002)- DEPOSITO DO FUNCIONARIO   *
      * FGTM-DAT-GERACAO- PIC 9(008)       - DATA DA FOLHA (AAAAMMDD)  *
      * FILLER          - PIC X(004)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-FGTM.
           03      FGTM-COMPETENCIA
                                   PIC     9(006).
           03      FGTM-TIPO-FOLHA PIC     X(001).
             88    FGTM-FOLHA-MENSAL       VALUE 'M'.
             88    FGTM-FOLHA-13SAL        VALUE 'D'.
             88    FGTM-FOLHA-FERIAS       VALUE 'F'.
           03      FGTM-FUNC-CODIGO
                                   PIC     9(005).
           03      FGTM-VLR-BASE   PIC     9(009)V9(002).
           03      FGTM-PCT-FGTS   PIC     9(002)V9(002).
           03      FGTM-VLR-FGTS   PIC     9(009)V9(002).
           03      FGTM-DAT-GERACAO
                                   PIC     9(008).
           03      FILLER          PIC     X(004).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADFGTM *
      ******************************************************************
