      *                                    - 'N' ENDERECO SECUNDARIO   *
      * LOCA-QTD-CAPAC  - PIC 9(005)       - CAPACIDADE DO ENDERECO    *
      * LOCA-QTD-OCUP   - PIC 9(005)       - OCUPACAO ATUAL            *
      * LOCA-QTD-GATILHO  PIC 9(005)       - NIVEL DE RESSUPRIMENTO DO *
      *                                      ENDERECO PRINCIPAL: ABAIXO*
      *                                      DELE O GPFPB137 GERA      *
      *                                      TAREFA DE MOVIMENTACAO A  *
      *                                      PARTIR DOS SECUNDARIOS    *
      * FILLER          - PIC X(019)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-LOCA.
             88    LOCA-SECUNDARIO         VALUE 'N'.
           03      LOCA-QTD-CAPAC  PIC     9(005).
           03      LOCA-QTD-OCUP   PIC     9(005).
           03      LOCA-QTD-GATILHO
                                   PIC     9(005).
           03      FILLER          PIC     X(019).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADLOCA *
