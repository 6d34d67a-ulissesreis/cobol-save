      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADSERI/CADSERN - LCREL 100 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO1095 - CADASTRO DE NUMEROS DE SERIE DAS  *
      *                              PECAS SERIALIZADAS (MATR-IND-SERIE*
      *                              = 'S'). UM REGISTRO POR UNIDADE,  *
      *                              EM ORDEM DE PECA/SERIE. MANTIDO   *
      *                              PELO GPFPB039 (RECEBIMENTO),      *
      *                              GPFPB094 (SEPARACAO/EMBARQUE) E   *
      *                              GPFPB095 (ENTREGA/RECUSA), CADA   *
      *                              UM LENDO O CADSERI E GRAVANDO O   *
      *                              CADSERN DA GERACAO SEGUINTE.      *
      *                              CONSULTADO PELO GPFPB136          *
      ******************************************************************
      * SERI-COD-PEC    - PIC 9(005)       - CODIGO DA PECA            *
      * SERI-NUM-SERIE  - PIC X(012)       - NUMERO DE SERIE           *
      * SERI-SITUACAO   - PIC X(001)       - 'R' EM ESTOQUE NA MATRIZ  *
      *                                      'S' SEPARADA/EMBARCADA    *
      *                                          PARA A ENTIDADE       *
      *                                      'E' ENTREGUE NA ENTIDADE  *
      * SERI-NUM-PEDIDO - PIC 9(007)       - PEDIDO DE COMPRA DE ORIGEM*
      * SERI-FORNECEDOR - PIC 9(010)       - FORNECEDOR DO PEDIDO      *
      * SERI-DAT-RECEB  - PIC 9(008)       - DATA DO RECEBIMENTO       *
      * SERI-NR-SOLI    - PIC 9(013)       - SOLICITACAO ATENDIDA      *
      * SERI-CD-ENTI    - PIC 9(007)       - ENTIDADE SOLICITANTE      *
      * SERI-DAT-EMBARQUE PIC 9(008)       - DATA DO EMBARQUE          *
      * SERI-DAT-ENTREGA - PIC 9(008)      - DATA DA ENTREGA CONFIRMADA*
      * SERI-QTD-DEVOL  - PIC 9(003)       - QTDE DE RECUSAS/RETORNOS  *
      *                                      AO ESTOQUE DA MATRIZ      *
      * SERI-DAT-DEVOL  - PIC 9(008)       - DATA DO ULTIMO RETORNO    *
      * FILLER          - PIC X(010)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-SERI.
           03      SERI-COD-PEC    PIC     9(005).
           03      SERI-NUM-SERIE  PIC     X(012).
           03      SERI-SITUACAO   PIC     X(001).
             88    SERI-EM-ESTOQUE         VALUE 'R'.
             88    SERI-EMBARCADA          VALUE 'S'.
             88    SERI-ENTREGUE           VALUE 'E'.
           03      SERI-NUM-PEDIDO PIC     9(007).
           03      SERI-FORNECEDOR PIC     9(010).
           03      SERI-DAT-RECEB  PIC     9(008).
           03      SERI-NR-SOLI    PIC     9(013).
           03      SERI-CD-ENTI    PIC     9(007).
           03      SERI-DAT-EMBARQUE
                                   PIC     9(008).
           03      SERI-DAT-ENTREGA
                                   PIC     9(008).
           03      SERI-QTD-DEVOL  PIC     9(003).
           03      SERI-DAT-DEVOL  PIC     9(008).
           03      FILLER          PIC     X(010).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADSERN *
      ******************************************************************
