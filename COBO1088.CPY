      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADPAPR         - LCREL 150 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO1088 - ITENS DE PEDIDO DE COMPRA         *
      *                              PENDENTES DE APROVACAO (PEDIDOS   *
      *                              ACIMA DA ALCADA DE LIBERACAO      *
      *                              AUTOMATICA DO GPFPB038)           *
      ******************************************************************
      * PAPR-NUM-PEDIDO - PIC 9(007)       - NUMERO DO PEDIDO          *
      * PAPR-FORNECEDOR - PIC 9(010)       - CODIGO DO FORNECEDOR      *
      * PAPR-COD-PEC    - PIC 9(005)       - CODIGO DA PECA            *
      * PAPR-NOME       - PIC X(030)       - NOME DA PECA              *
      * PAPR-QTD-COMPRA - PIC 9(005)       - QUANTIDADE A COMPRAR      *
      * PAPR-VLR-UNIT   - PIC 9(013)V9(002)- VALOR UNITARIO COTADO     *
      * PAPR-DAT-EMISSAO- PIC 9(008)       - DATA DE EMISSAO(AAAAMMDD) *
      * PAPR-COD-CC     - PIC X(006)       - CENTRO DE CUSTO           *
      *                                      REQUISITANTE (SPACES =    *
      *                                      COMPRAS GERAIS)           *
      * PAPR-VLR-PEDIDO - PIC 9(015)V9(002)- VALOR TOTAL DO PEDIDO     *
      * PAPR-NIV-EXIGIDO- PIC 9(001)       - NIVEL DE ALCADA EXIGIDO   *
      *                                      PARA A APROVACAO          *
      * PAPR-SITUACAO   - PIC X(001)       - 'P' PENDENTE              *
      *                                      'L' LIBERADO              *
      *                                      'R' REJEITADO             *
      *                                      'E' EXPIRADO (PRAZO)      *
      *                                      'B' RETIDO POR ESTOURO DE *
      *                                          ORCAMENTO, AGUARDANDO *
      *                                          A CONTROLADORIA       *
      * PAPR-ID-APROVADOR PIC X(004)       - OPERADOR QUE DECIDIU      *
      * PAPR-DAT-DECISAO- PIC 9(008)       - DATA DA DECISAO           *
      * FILLER          - PIC X(033)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-PAPR.
           03      PAPR-NUM-PEDIDO PIC     9(007).
           03      PAPR-FORNECEDOR PIC     9(010).
           03      PAPR-COD-PEC    PIC     9(005).
           03      PAPR-NOME       PIC     X(030).
           03      PAPR-QTD-COMPRA PIC     9(005).
           03      PAPR-VLR-UNIT   PIC     9(013)V9(002).
           03      PAPR-DAT-EMISSAO
                                   PIC     9(008).
           03      PAPR-COD-CC     PIC     X(006).
           03      PAPR-VLR-PEDIDO PIC     9(015)V9(002).
           03      PAPR-NIV-EXIGIDO
                                   PIC     9(001).
           03      PAPR-SITUACAO   PIC     X(001).
             88    PAPR-PENDENTE           VALUE 'P'.
             88    PAPR-LIBERADO           VALUE 'L'.
             88    PAPR-REJEITADO          VALUE 'R'.
             88    PAPR-EXPIRADO           VALUE 'E'.
             88    PAPR-RETIDO-ORCAM       VALUE 'B'.
           03      PAPR-ID-APROVADOR
                                   PIC     X(004).
           03      PAPR-DAT-DECISAO
                                   PIC     9(008).
           03      FILLER          PIC     X(033).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADPAPR *
      ******************************************************************
