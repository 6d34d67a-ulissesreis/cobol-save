      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADGCAT         - LCREL 100 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO9104 - CATALOGO DE GERACOES DOS ARQUIVOS *
      *                              MESTRES (PONTOS DE RESTAURACAO)   *
      ******************************************************************
      * GCAT-ARQUIVO        - PIC X(008)    - ARQUIVO MESTRE (DDNAME)  *
      * GCAT-NUM-GERACAO    - PIC 9(007)    - NUMERO SEQUENCIAL DA     *
      *                                       GERACAO DO ARQUIVO       *
      * GCAT-DATA-NEGOCIO   - PIC 9(008)    - DATA DE NEGOCIO (AAAAMMDD*
      * GCAT-PROGRAMA       - PIC X(008)    - PROGRAMA GRAVADOR        *
      * GCAT-DATA-GRAV      - PIC 9(008)    - DATA DA GRAVACAO         *
      * GCAT-HORA-GRAV      - PIC 9(006)    - HORA DA GRAVACAO (HMS)   *
      * GCAT-QTD-REG        - PIC 9(009)    - QTDE DE REGISTROS        *
      * GCAT-SELO-QTD       - PIC 9(009)    - SELO - QTDE FATIAS       *
      * GCAT-SELO-VLR       - PIC 9(015)V99 - SELO - HASH DOS VALORES  *
      * GCAT-SELO-CHECKSUM  - PIC 9(009)    - SELO - CHECKSUM          *
      * FILLER              - PIC X(011)    - AREA LIVRE               *
      ******************************************************************
      * ARQUIVO CUMULATIVO - CADA PROGRAMA QUE GRAVA UM ARQUIVO MESTRE *
      * ACRESCENTA UMA LINHA POR GERACAO, VIA ROTINA COBBB010          *
      ******************************************************************
      *
       01          REG-GCAT.
           03      GCAT-ARQUIVO    PIC     X(008).
           03      GCAT-NUM-GERACAO
                                   PIC     9(007).
           03      GCAT-DATA-NEGOCIO
                                   PIC     9(008).
           03      GCAT-PROGRAMA   PIC     X(008).
           03      GCAT-DATA-GRAV  PIC     9(008).
           03      GCAT-HORA-GRAV  PIC     9(006).
           03      GCAT-QTD-REG    PIC     9(009).
           03      GCAT-SELO-QTD   PIC     9(009).
           03      GCAT-SELO-VLR   PIC     9(015)V9(002).
           03      GCAT-SELO-CHECKSUM
                                   PIC     9(009).
           03      FILLER          PIC     X(011).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADGCAT *
      ******************************************************************
