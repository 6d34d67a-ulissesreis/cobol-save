      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADFINA         - LCREL 100 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO1250 - FUNCIONARIOS INAPTOS PARA AS      *
      *                              TAREFAS RESTRITAS, COM ITEM       *
      *                              OBRIGATORIO DO DEPARTAMENTO       *
      *                              VENCIDO OU NAO REALIZADO, GERADO  *
      *                              MENSALMENTE PELO GPFPB174 PARA OS *
      *                              SUPERVISORES                      *
      ******************************************************************
      * FINA-FUNC-CODIGO- PIC 9(005)       - CODIGO DO FUNCIONARIO     *
      * FINA-NOME       - PIC X(030)       - NOME DO FUNCIONARIO       *
      * FINA-COD-DEPT   - PIC X(004)       - DEPARTAMENTO (CADFLOT)    *
      * FINA-QTD-VENCIDAS PIC 9(003)       - ITENS OBRIGATORIOS        *
      *                                      VENCIDOS/NAO REALIZADOS   *
      * FINA-TIPO       - PIC X(004)       - PRIMEIRO ITEM PENDENTE    *
      * FINA-DT-VALIDADE- PIC 9(008)       - VALIDADE DO ITEM          *
      *                                      (ZEROS = NAO REALIZADO)   *
      * FINA-DT-GERACAO - PIC 9(008)       - DATA DO PROCESSAMENTO     *
      * FILLER          - PIC X(038)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-FINA.
           03      FINA-FUNC-CODIGO
                                   PIC     9(005).
           03      FINA-NOME       PIC     X(030).
           03      FINA-COD-DEPT   PIC     X(004).
           03      FINA-QTD-VENCIDAS
                                   PIC     9(003).
           03      FINA-TIPO       PIC     X(004).
           03      FINA-DT-VALIDADE
                                   PIC     9(008).
           03      FINA-DT-GERACAO PIC     9(008).
           03      FILLER          PIC     X(038).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADFINA *
      ******************************************************************
