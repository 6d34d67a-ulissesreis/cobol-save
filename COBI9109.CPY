      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADRSOD       - LCREL 050 BYTES   *
      ******************************************************************
      * NOME DO BOOK    - COBI9109 - TABELA DE REGRAS DE SEGREGACAO DE *
      *                              FUNCOES: PARES DE AUTORIZACOES DO *
      *                              CADOPER E DO CADOPEX QUE UM MESMO *
      *                              OPERADOR NAO PODE ACUMULAR        *
      ******************************************************************
      * RSOD-COD-REGRA       X(004)       - CODIGO DA REGRA            *
      * RSOD-AUT-1           X(004)       - PRIMEIRA AUTORIZACAO       *
      * RSOD-AUT-2           X(004)       - SEGUNDA AUTORIZACAO        *
      *                    BANF FERI PCTL ENTI REGI DEPT PARM MUNI     *
      *                    PORD BUDG PMAN DUPL CBCK BAIX PERD          *
      * RSOD-DESCRICAO       X(036)       - DESCRICAO DO CONFLITO      *
      * FILLER               X(002)       - AREA LIVRE                 *
      ******************************************************************
      * EX.: 'R001BANFPARMDADOS BANCARIOS X PARAMETROS DE EXEC.'       *
      *      'R002PORDBUDGAPROVA E LIBERA ESTOURO DE ORCAM.'           *
      ******************************************************************
      *
       01          REG-RSOD.
           03      RSOD-COD-REGRA  PIC     X(004).
           03      RSOD-AUT-1      PIC     X(004).
           03      RSOD-AUT-2      PIC     X(004).
           03      RSOD-DESCRICAO  PIC     X(036).
           03      FILLER          PIC     X(002).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADRSOD *
      ******************************************************************
