      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADRCNF       - LCREL 050 BYTES   *
      ******************************************************************
      * NOME DO BOOK    - COBI1094 - CONFIRMACOES DAS TAREFAS DE       *
      *                              RESSUPRIMENTO (RETORNO DO         *
      *                              CADREPO)                          *
      ******************************************************************
      * RCNF-NUM-TAREFA - PIC 9(007)       - NUMERO DA TAREFA          *
      * RCNF-COD-PEC    - PIC 9(005)       - CODIGO DA PECA            *
      * RCNF-END-ORIGEM - PIC X(010)       - ENDERECO SECUNDARIO       *
      * RCNF-END-DESTINO  PIC X(010)       - ENDERECO PRINCIPAL        *
      * RCNF-QTD-MOVIDA - PIC 9(005)       - QUANTIDADE EFETIVAMENTE   *
      *                                      MOVIMENTADA (ZEROS =      *
      *                                      TAREFA NAO EXECUTADA)     *
      * RCNF-DAT-MOVIMENTO PIC 9(008)      - DATA DA MOVIMENTACAO      *
      * FILLER          - PIC X(005)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-RCNF.
           03      RCNF-NUM-TAREFA PIC     9(007).
           03      RCNF-COD-PEC    PIC     9(005).
           03      RCNF-END-ORIGEM PIC     X(010).
           03      RCNF-END-DESTINO
                                   PIC     X(010).
           03      RCNF-QTD-MOVIDA PIC     9(005).
           03      RCNF-DAT-MOVIMENTO
                                   PIC     9(008).
           03      FILLER          PIC     X(005).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADRCNF *
      ******************************************************************
