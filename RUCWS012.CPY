      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DE INTERFACE          - COBBB012       - LCREL 050 BYTES *
      ******************************************************************
      * NOME DO BOOK    - RUCWS012 - INTERFACE DO LOG DE USO DAS       *
      *                              AUTORIZACOES DOS OPERADORES       *
      *                              (CADOLOG)                         *
      ******************************************************************
      * WOL-ID-OPERADOR - PIC X(004)        - OPERADOR QUE EXERCEU A   *
      *                                       AUTORIZACAO              *
      * WOL-AUTORIZACAO - PIC X(004)        - AUTORIZACAO DO CADOPER   *
      *                    BANF FERI PCTL ENTI REGI DEPT PARM MUNI     *
      *                    PORD BUDG PMAN DUPL CBCK BAIX PERD          *
      * WOL-PROGRAMA    - PIC X(008)        - PROGRAMA DE MANUTENCAO   *
      * WOL-FUNCAO      - PIC X(001)        - 'S' SOLICITANTE          *
      *                                       'A' APROVADOR            *
      * WOL-CODRET      - PIC 9(002)        - CODIGO DE RETORNO        *
      *                    00 - USO REGISTRADO                         *
      *                    90 - ERRO DE ACESSO AO LOG CADOLOG          *
      * FILLER          - PIC X(031)        - AREA LIVRE               *
      ******************************************************************
      * A DATA E A HORA DO USO SAO TOMADAS PELA ROTINA                 *
      ******************************************************************
      *
       01          WOL-GRUPO.
           03      WOL-ID-OPERADOR PIC     X(004).
           03      WOL-AUTORIZACAO PIC     X(004).
           03      WOL-PROGRAMA    PIC     X(008).
           03      WOL-FUNCAO      PIC     X(001).
             88    WOL-SOLICITANTE                  VALUE 'S'.
             88    WOL-APROVADOR                    VALUE 'A'.
           03      WOL-CODRET      PIC     9(002).
             88    WOL-OPERACAO-OK                  VALUE 00.
             88    WOL-ERRO-LOG                     VALUE 90.
           03      FILLER          PIC     X(031).
      *
      ******************************************************************
      * FIM DO BOOK DE INTERFACE                          - COBBB012  *
      ******************************************************************
