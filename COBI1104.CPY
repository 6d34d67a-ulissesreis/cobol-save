      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADEPRI       - LCREL 050 BYTES   *
      ******************************************************************
      * NOME DO BOOK    - COBI1104 - CLASSE DE PRIORIDADE DAS          *
      *                              ENTIDADES NA ALOCACAO DO ESTOQUE  *
      *                              DA MATRIZ (GPFPB044)              *
      ******************************************************************
      * EPRI-COD-ENT    - PIC 9(007)       - CODIGO DA ENTIDADE        *
      * EPRI-CLASSE     - PIC 9(001)       - CLASSE DE PRIORIDADE      *
      *                                      1 = ATENDIMENTO CRITICO   *
      *                                      2 = ATENDIMENTO ESSENCIAL *
      *                                      3 = ATENDIMENTO GERAL     *
      *                                      4 = ADMINISTRATIVO        *
      *                                      ENTIDADE AUSENTE DO       *
      *                                      ARQUIVO E TRATADA COMO 3  *
      * FILLER          - PIC X(042)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-EPRI.
           03      EPRI-COD-ENT    PIC     9(007).
           03      EPRI-CLASSE     PIC     9(001).
             88    EPRI-CLASSE-VALIDA      VALUE 1 THRU 4.
           03      FILLER          PIC     X(042).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADEPRI *
      ******************************************************************
