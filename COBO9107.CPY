      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADOLOG         - LCREL 050 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO9107 - LOG DE USO DAS AUTORIZACOES DOS   *
      *                              OPERADORES NAS MANUTENCOES DOS    *
      *                              CADASTROS BASICOS                 *
      ******************************************************************
      * OLOG-ID-OPERADOR    - PIC X(004)    - OPERADOR (CADOPER)       *
      * OLOG-AUTORIZACAO    - PIC X(004)    - AUTORIZACAO EXERCIDA     *
      *                    BANF FERI PCTL ENTI REGI DEPT PARM MUNI     *
      *                    PORD BUDG PMAN DUPL CBCK BAIX PERD          *
      * OLOG-PROGRAMA       - PIC X(008)    - PROGRAMA DE MANUTENCAO   *
      * OLOG-FUNCAO         - PIC X(001)    - PAPEL DO OPERADOR        *
      *                    'S' - SOLICITANTE DO MOVIMENTO              *
      *                    'A' - APROVADOR DO MOVIMENTO                *
      * OLOG-DATA-USO       - PIC 9(008)    - DATA DO USO (AAAAMMDD)   *
      * OLOG-HORA-USO       - PIC 9(008)    - HORA DO USO (HHMMSSCC)   *
      * FILLER              - PIC X(017)    - AREA LIVRE               *
      ******************************************************************
      * ARQUIVO CUMULATIVO - UM REGISTRO POR MOVIMENTO ACEITO NA       *
      * CONFERENCIA DO OPERADOR. GRAVADO PELA ROTINA COBBB012 E LIDO   *
      * NA REVISAO DE ACESSOS (GPFPB181)                               *
      ******************************************************************
      *
       01          REG-OLOG.
           03      OLOG-ID-OPERADOR
                                   PIC     X(004).
           03      OLOG-AUTORIZACAO
                                   PIC     X(004).
           03      OLOG-PROGRAMA   PIC     X(008).
           03      OLOG-FUNCAO     PIC     X(001).
             88    OLOG-SOLICITANTE                 VALUE 'S'.
             88    OLOG-APROVADOR                   VALUE 'A'.
           03      OLOG-DATA-USO   PIC     9(008).
           03      OLOG-HORA-USO   PIC     9(008).
           03      FILLER          PIC     X(017).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADOLOG *
      ******************************************************************
