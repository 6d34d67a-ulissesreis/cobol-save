      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADVEIC       - LCREL 050 BYTES   *
      ******************************************************************
      * NOME DO BOOK    - COBI1103 - FROTA DE ENTREGA: CAPACIDADE DE   *
      *                              CARGA DE CADA VEICULO (UMA VIAGEM *
      *                              POR DIA NO GPFPB150)              *
      ******************************************************************
      * VEIC-COD-VEICULO- PIC X(007)       - PLACA DO VEICULO          *
      * VEIC-DESCRICAO  - PIC X(020)       - DESCRICAO/MODELO          *
      * VEIC-CAP-PESO   - PIC 9(005)V9(003)- CARGA MAXIMA EM KG        *
      * VEIC-CAP-VOLUME - PIC 9(005)V9(003)- CAPACIDADE DO BAU EM DM3  *
      * VEIC-SITUACAO   - PIC X(001)       - 'A' ATIVO / 'I' INATIVO   *
      *                                      (MANUTENCAO, BAIXADO)     *
      * FILLER          - PIC X(006)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-VEIC.
           03      VEIC-COD-VEICULO
                                   PIC     X(007).
           03      VEIC-DESCRICAO  PIC     X(020).
           03      VEIC-CAP-PESO   PIC     9(005)V9(003).
           03      VEIC-CAP-VOLUME PIC     9(005)V9(003).
           03      VEIC-SITUACAO   PIC     X(001).
             88    VEIC-ATIVO              VALUE 'A'.
             88    VEIC-INATIVO            VALUE 'I'.
           03      FILLER          PIC     X(006).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADVEIC *
      ******************************************************************
