      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADPARQ       - LCREL 050 BYTES   *
      ******************************************************************
      * NOME DO BOOK    - COBI9105 - TABELA DE ARQUIVOS LIDOS E        *
      *                              GRAVADOS POR PROGRAMA DA CADEIA   *
      *                              NOTURNA (COMPLEMENTA O CADBPAR)   *
      ******************************************************************
      * PARQ-PROGRAMA        X(008)       - PROGRAMA DA CADEIA         *
      * PARQ-ARQUIVO         X(008)       - ARQUIVO (DDNAME)           *
      * PARQ-TIPO-USO        X(001)       - 'E' ENTRADA / 'S' SAIDA    *
      * PARQ-DESCRICAO       X(030)       - DESCRICAO DO ARQUIVO       *
      * FILLER               X(003)       - AREA LIVRE                 *
      ******************************************************************
      * UMA LINHA POR PROGRAMA E ARQUIVO. ARQUIVO ATUALIZADO NO LUGAR  *
      * (ENTRADA E SAIDA) TEM UMA LINHA DE CADA TIPO                   *
      ******************************************************************
      *
       01          REG-PARQ.
           03      PARQ-PROGRAMA   PIC     X(008).
           03      PARQ-ARQUIVO    PIC     X(008).
           03      PARQ-TIPO-USO   PIC     X(001).
             88    PARQ-ENTRADA                     VALUE 'E'.
             88    PARQ-SAIDA                       VALUE 'S'.
           03      PARQ-DESCRICAO  PIC     X(030).
           03      FILLER          PIC     X(003).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADPARQ *
      ******************************************************************
