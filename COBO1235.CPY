      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADPCAP         - LCREL 100 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO1235 - ITENS DE PEDIDO DE COMPRA DE      *
      *                              CAPITAL (IMOBILIZADO), ATIVADOS   *
      *                              NO CADIMOB PELO GPFPB166          *
      ******************************************************************
      * CADA REGISTRO MARCA UMA LINHA DE PEDIDO (PEDIDO + PECA) COMO   *
      * COMPRA DE CAPITAL. A MARCACAO E INCLUIDA COM SITUACAO 'P' E OS *
      * ACUMULADOS ZERADOS; O GPFPB166 ACUMULA A NOTA FISCAL APROVADA  *
      * (CADAPAG) E O FRETE RATEADO (CADFRTA) DE CADA EXECUCAO E, COM  *
      * O PEDIDO RECEBIDO E A NOTA APROVADA, GERA A AQUISICAO E PASSA  *
      * A SITUACAO PARA 'G'                                            *
      ******************************************************************
      * PCAP-NUM-PEDIDO - PIC 9(007)       - NUMERO DO PEDIDO          *
      * PCAP-COD-PEC    - PIC 9(005)       - CODIGO DA PECA            *
      * PCAP-COD-FIL    - PIC 9(005)       - FILIAL DO ATIVO           *
      * PCAP-CLASSE     - PIC X(002)       - CLASSE DO ATIVO           *
      * PCAP-PCT-DEPR-ANO PIC 9(002)V9(002) TAXA ANUAL DE DEPRECIACAO  *
      * PCAP-SITUACAO   - PIC X(001)       - 'P' PENDENTE (AGUARDANDO  *
      *                                          RECEBIMENTO/NOTA)     *
      *                                      'G' AQUISICAO GERADA      *
      * PCAP-QTD-NF-APROVADA PIC 9(005)    - QTDE APROVADA NAS NOTAS   *
      * PCAP-VLR-NF     - PIC 9(013)V9(002)- VALOR DAS NOTAS APROVADAS *
      * PCAP-VLR-FRETE  - PIC 9(013)V9(002)- FRETE RATEADO (CADFRTA)   *
      * PCAP-COD-ATIVO  - PIC 9(007)       - ATIVO GERADO ('G')        *
      * PCAP-DAT-GERACAO- PIC 9(008)       - DATA DA GERACAO (AAAAMMDD)*
      * FILLER          - PIC X(026)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-PCAP.
           03      PCAP-NUM-PEDIDO PIC     9(007).
           03      PCAP-COD-PEC    PIC     9(005).
           03      PCAP-COD-FIL    PIC     9(005).
           03      PCAP-CLASSE     PIC     X(002).
           03      PCAP-PCT-DEPR-ANO
                                   PIC     9(002)V9(002).
           03      PCAP-SITUACAO   PIC     X(001).
             88    PCAP-PENDENTE           VALUE 'P'.
             88    PCAP-GERADO             VALUE 'G'.
           03      PCAP-QTD-NF-APROVADA
                                   PIC     9(005).
           03      PCAP-VLR-NF     PIC     9(013)V9(002).
           03      PCAP-VLR-FRETE  PIC     9(013)V9(002).
           03      PCAP-COD-ATIVO  PIC     9(007).
           03      PCAP-DAT-GERACAO
                                   PIC     9(008).
           03      FILLER          PIC     X(026).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADPCAP *
      ******************************************************************
