      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADCRIS       - LCREL 050 BYTES   *
      ******************************************************************
      * NOME DO BOOK    - COBI1095 - TABELA DE COMPATIBILIDADE ENTRE   *
      *                              CLASSES DE RISCO NA ARMAZENAGEM   *
      ******************************************************************
      * CADA REGISTRO AUTORIZA UM PAR DE CLASSES DE RISCO A DIVIDIR A  *
      * MESMA ZONA DE ARMAZENAGEM (ARMAZEM + CORREDOR), EM QUALQUER    *
      * ORDEM. PAR NAO CADASTRADO E INCOMPATIVEL. PECA SEM CLASSE DE   *
      * RISCO E PECAS DA MESMA CLASSE SAO SEMPRE COMPATIVEIS.          *
      ******************************************************************
      * CRIS-CLASSE-1   - PIC X(002)       - CLASSE DE RISCO           *
      * CRIS-CLASSE-2   - PIC X(002)       - CLASSE DE RISCO QUE PODE  *
      *                                      DIVIDIR A ZONA COM A 1    *
      * FILLER          - PIC X(046)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-CRIS.
           03      CRIS-CLASSE-1   PIC     X(002).
           03      CRIS-CLASSE-2   PIC     X(002).
           03      FILLER          PIC     X(046).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADCRIS *
      ******************************************************************
