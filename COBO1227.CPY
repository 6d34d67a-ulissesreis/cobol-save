      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADNFTX         - LCREL 200 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO1227 - ARQUIVO DE TRANSMISSAO DAS NF-E   *
      *                              AO GATEWAY FISCAL (GPFPB160) -    *
      *                              UMA NOTA POR EMBARQUE DE ENTIDADE *
      ******************************************************************
      * NFTX-TIP-REG    - PIC X(001)       - 'H' HEADER / 'N' NOTA     *
      *                                      'I' ITEM / 'T' TRAILER    *
      * NOTA....: NFTX-SERIE        - PIC 9(003)       - SERIE         *
      *           NFTX-NUMERO       - PIC 9(009)       - NUMERO        *
      *           NFTX-DAT-EMISSAO  - PIC 9(008)       - EMISSAO       *
      *           NFTX-CD-ENTI      - PIC 9(007)       - DESTINATARIO  *
      *           NFTX-NOME-ENTI    - PIC X(030)       - NOME          *
      *           NFTX-COD-CIDADE   - PIC X(004)       - MUNICIPIO     *
      *           NFTX-NOME-CIDADE  - PIC X(025)       - NOME MUNIC.   *
      *           NFTX-QTD-ITENS    - PIC 9(005)       - QTDE DE ITENS *
      *           NFTX-VLR-MERCADORIA PIC 9(013)V9(002) TOTAL PRODUTOS *
      *           NFTX-VLR-TRIBUTO  - PIC 9(013)V9(002) TOTAL TRIBUTO  *
      *           NFTX-DAT-EMBARQUE - PIC 9(008)       - EMBARQUE      *
      * ITEM....: NFTX-ITE-SERIE / NFTX-ITE-NUMERO    - NOTA DO ITEM   *
      *           NFTX-ITE-SEQ      - PIC 9(003)       - NUMERO ITEM   *
      *           NFTX-ITE-CD-PECA  - PIC 9(005)       - PECA          *
      *           NFTX-ITE-DESCRICAO- PIC X(030)       - NOME DA PECA  *
      *           NFTX-ITE-QTD      - PIC 9(005)       - QUANTIDADE    *
      *           NFTX-ITE-VLR-UNIT - PIC 9(013)V9(002) VALOR UNITARIO *
      *                               (CUSTO MEDIO DO CADMATR)         *
      *           NFTX-ITE-VLR-TOTAL- PIC 9(013)V9(002) VALOR DO ITEM  *
      *           NFTX-ITE-COD-TRIB - PIC X(004)       - TRIBUTACAO    *
      *           NFTX-ITE-PCT-ALIQ - PIC 9(002)V9(002) ALIQUOTA       *
      *           NFTX-ITE-VLR-TRIBUTO PIC 9(013)V9(002) TRIBUTO       *
      *           NFTX-ITE-NUM-SERIE- PIC X(012)       - NUMERO DE     *
      *                               SERIE (PECA SERIALIZADA)         *
      *           NFTX-ITE-NR-SOLI  - PIC 9(013)       - SOLICITACAO   *
      * HEADER..: NFTX-HDR-SERIE / NFTX-HDR-DAT-GERACAO                *
      * TRAILER.: NFTX-QTD-NOTAS / NFTX-QTD-REG / NFTX-HASH-VLR        *
      ******************************************************************
      *
       01          REG-NFTX.
           03      NFTX-TIP-REG    PIC     X(001).
             88    NFTX-HEADER             VALUE 'H'.
             88    NFTX-NOTA               VALUE 'N'.
             88    NFTX-ITEM               VALUE 'I'.
             88    NFTX-TRAILER            VALUE 'T'.
           03      NFTX-SERIE      PIC     9(003).
           03      NFTX-NUMERO     PIC     9(009).
           03      NFTX-DAT-EMISSAO
                                   PIC     9(008).
           03      NFTX-CD-ENTI    PIC     9(007).
           03      NFTX-NOME-ENTI  PIC     X(030).
           03      NFTX-COD-CIDADE PIC     X(004).
           03      NFTX-NOME-CIDADE
                                   PIC     X(025).
           03      NFTX-QTD-ITENS  PIC     9(005).
           03      NFTX-VLR-MERCADORIA
                                   PIC     9(013)V9(002).
           03      NFTX-VLR-TRIBUTO
                                   PIC     9(013)V9(002).
           03      NFTX-DAT-EMBARQUE
                                   PIC     9(008).
           03      FILLER          PIC     X(070).
      *
       01          REG-NFTX-ITEM   REDEFINES REG-NFTX.
           03      FILLER          PIC     X(001).
           03      NFTX-ITE-SERIE  PIC     9(003).
           03      NFTX-ITE-NUMERO PIC     9(009).
           03      NFTX-ITE-SEQ    PIC     9(003).
           03      NFTX-ITE-CD-PECA
                                   PIC     9(005).
           03      NFTX-ITE-DESCRICAO
                                   PIC     X(030).
           03      NFTX-ITE-QTD    PIC     9(005).
           03      NFTX-ITE-VLR-UNIT
                                   PIC     9(013)V9(002).
           03      NFTX-ITE-VLR-TOTAL
                                   PIC     9(013)V9(002).
           03      NFTX-ITE-COD-TRIB
                                   PIC     X(004).
           03      NFTX-ITE-PCT-ALIQ
                                   PIC     9(002)V9(002).
           03      NFTX-ITE-VLR-TRIBUTO
                                   PIC     9(013)V9(002).
           03      NFTX-ITE-NUM-SERIE
                                   PIC     X(012).
           03      NFTX-ITE-NR-SOLI
                                   PIC     9(013).
           03      FILLER          PIC     X(066).
      *
       01          REG-NFTX-HEADER REDEFINES REG-NFTX.
           03      FILLER          PIC     X(001).
           03      NFTX-HDR-SERIE  PIC     9(003).
           03      NFTX-HDR-DAT-GERACAO
                                   PIC     9(008).
           03      FILLER          PIC     X(188).
      *
       01          REG-NFTX-TRAILER REDEFINES REG-NFTX.
           03      FILLER          PIC     X(001).
           03      NFTX-QTD-NOTAS  PIC     9(007).
           03      NFTX-QTD-REG    PIC     9(009).
           03      NFTX-HASH-VLR   PIC     9(015)V9(002).
           03      FILLER          PIC     X(166).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADNFTX *
      ******************************************************************
