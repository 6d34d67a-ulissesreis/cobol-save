      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADREPO         - LCREL 050 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO1096 - TAREFAS DE RESSUPRIMENTO DOS      *
      *                              ENDERECOS PRINCIPAIS (GPFPB137),  *
      *                              EM ORDEM DE PERCURSO PELO         *
      *                              ENDERECO DE ORIGEM                *
      ******************************************************************
      * REPO-NUM-TAREFA - PIC 9(007)       - NUMERO DA TAREFA          *
      * REPO-COD-PEC    - PIC 9(005)       - CODIGO DA PECA            *
      * REPO-END-ORIGEM - PIC X(010)       - ENDERECO SECUNDARIO DE    *
      *                                      ONDE A PECA E RETIRADA    *
      * REPO-END-DESTINO  PIC X(010)       - ENDERECO PRINCIPAL QUE    *
      *                                      RECEBE A PECA             *
      * REPO-QTD-MOVER  - PIC 9(005)       - QUANTIDADE A MOVIMENTAR   *
      * REPO-DAT-GERACAO  PIC 9(008)       - DATA DA GERACAO (AAAAMMDD)*
      * FILLER          - PIC X(005)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-REPO.
           03      REPO-NUM-TAREFA PIC     9(007).
           03      REPO-COD-PEC    PIC     9(005).
           03      REPO-END-ORIGEM PIC     X(010).
           03      REPO-END-DESTINO
                                   PIC     X(010).
           03      REPO-QTD-MOVER  PIC     9(005).
           03      REPO-DAT-GERACAO
                                   PIC     9(008).
           03      FILLER          PIC     X(005).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADREPO *
      ******************************************************************
