      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADCREQ         - LCREL 050 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBI1249 - CERTIFICACOES E EXAMES            *
      *                              OBRIGATORIOS POR DEPARTAMENTO     *
      *                              (CADDEPT)                         *
      ******************************************************************
      * UM REGISTRO POR DEPARTAMENTO E TIPO EXIGIDO; O FUNCIONARIO     *
      * LOTADO NO DEPARTAMENTO (CADFLOT) COM ITEM OBRIGATORIO VENCIDO  *
      * OU NAO REALIZADO FICA INAPTO PARA AS TAREFAS RESTRITAS         *
      ******************************************************************
      * CREQ-COD-DEPT   - PIC X(004)       - CODIGO DO DEPARTAMENTO    *
      * CREQ-TIPO       - PIC X(004)       - TIPO DA CERTIFICACAO OU   *
      *                                      EXAME                     *
      * CREQ-DESCRICAO  - PIC X(025)       - DESCRICAO DO TIPO         *
      * FILLER          - PIC X(017)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-CREQ.
           03      CREQ-COD-DEPT   PIC     X(004).
           03      CREQ-TIPO       PIC     X(004).
           03      CREQ-DESCRICAO  PIC     X(025).
           03      FILLER          PIC     X(017).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADCREQ *
      ******************************************************************
