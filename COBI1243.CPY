      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADFBEN         - LCREL 050 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBI1243 - ADESAO DOS FUNCIONARIOS AOS       *
      *                              BENEFICIOS DA TABELA CADBENE      *
      ******************************************************************
      * UM REGISTRO POR FUNCIONARIO E BENEFICIO OPTADO. QUANTIDADE     *
      * DIARIA ZERADA ASSUME A QUANTIDADE PADRAO DO BENEFICIO          *
      ******************************************************************
      * FBEN-FUNC-CODIGO- PIC 9(005)       - CODIGO DO FUNCIONARIO     *
      * FBEN-COD-BENEFICIO PIC X(004)      - BENEFICIO (CADBENE)       *
      * FBEN-QTD-DIA    - PIC 9(002)       - UNIDADES POR DIA UTIL     *
      *                                      TRABALHADO (00 = PADRAO)  *
      * FILLER          - PIC X(039)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-FBEN.
           03      FBEN-FUNC-CODIGO
                                   PIC     9(005).
           03      FBEN-COD-BENEFICIO
                                   PIC     X(004).
           03      FBEN-QTD-DIA    PIC     9(002).
           03      FILLER          PIC     X(039).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADFBEN *
      ******************************************************************
