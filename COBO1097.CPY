      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADOMKT         - LCREL 100 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO1097 - CADASTRO DAS ORDENS DE MONTAGEM E *
      *                              DESMONTAGEM DE KITS (GPFPB141 LE  *
      *                              O CADOMKT E REGRAVA O CADOMKN)    *
      ******************************************************************
      * OMKT-NUM-ORDEM  - PIC 9(007)       - NUMERO DA ORDEM           *
      * OMKT-TP-ORDEM   - PIC X(001)       - 'M' MONTAGEM              *
      *                                      'D' DESMONTAGEM           *
      * OMKT-COD-KIT    - PIC 9(005)       - CODIGO DO KIT (CADKITS)   *
      * OMKT-QTD-SOLIC  - PIC 9(005)       - QUANTIDADE DE KITS PEDIDA *
      * OMKT-QTD-EXEC   - PIC 9(005)       - QUANTIDADE JA EXECUTADA   *
      * OMKT-SITUACAO   - PIC X(001)       - 'A' ABERTA                *
      *                                      'P' EXECUTADA EM PARTE    *
      *                                      'C' CONCLUIDA             *
      *                                      'R' RECUSADA              *
      * OMKT-COD-MOTIVO - PIC 9(003)       - MOTIVO DA RECUSA/ESPERA   *
      *                                      601 KIT SEM COMPOSICAO    *
      *                                      602 KIT/COMPONENTE SEM    *
      *                                          MATRIZ                *
      *                                      603 TIPO/QTDE INVALIDA    *
      *                                      604 FALTA DE ESTOQUE      *
      *                                      605 ESTOURO DE ESTOQUE    *
      * OMKT-DAT-SOLIC  - PIC 9(008)       - DATA DA SOLICITACAO       *
      * OMKT-DAT-ULT-EXEC PIC 9(008)       - DATA DA ULTIMA EXECUCAO   *
      * OMKT-VLR-CUSTO-KIT                 - CUSTO DO KIT NA ULTIMA    *
      *                   PIC 9(013)V9(002)  EXECUCAO (SOMA DOS        *
      *                                      MATR-VLR-UNIT DOS         *
      *                                      COMPONENTES)              *
      * OMKT-COD-PLANEJ - PIC X(008)       - PLANEJADOR SOLICITANTE    *
      * FILLER          - PIC X(034)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-OMKT.
           03      OMKT-NUM-ORDEM  PIC     9(007).
           03      OMKT-TP-ORDEM   PIC     X(001).
             88    OMKT-MONTAGEM           VALUE 'M'.
             88    OMKT-DESMONTAGEM        VALUE 'D'.
           03      OMKT-COD-KIT    PIC     9(005).
           03      OMKT-QTD-SOLIC  PIC     9(005).
           03      OMKT-QTD-EXEC   PIC     9(005).
           03      OMKT-SITUACAO   PIC     X(001).
             88    OMKT-ABERTA             VALUE 'A'.
             88    OMKT-PARCIAL            VALUE 'P'.
             88    OMKT-CONCLUIDA          VALUE 'C'.
             88    OMKT-RECUSADA           VALUE 'R'.
           03      OMKT-COD-MOTIVO PIC     9(003).
           03      OMKT-DAT-SOLIC  PIC     9(008).
           03      OMKT-DAT-ULT-EXEC
                                   PIC     9(008).
           03      OMKT-VLR-CUSTO-KIT
                                   PIC     9(013)V9(002).
           03      OMKT-COD-PLANEJ PIC     X(008).
           03      FILLER          PIC     X(034).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADOMKT *
      ******************************************************************
