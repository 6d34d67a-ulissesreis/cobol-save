      ******************************************************************
      * NOME DO BOOK    - COBO1074 - RESULTADO (P&L) MENSAL POR        *
      *                              FILIAL: RECEITA, FATURAMENTO,     *
      *                              FOLHA E CUSTO DAS VENDAS OU DE    *
      *                              CARREGAMENTO DO ESTOQUE           *
      *                              (GPFPB106), COMPARAVEL            *
      *                              ENTRE FILIAIS E REGIOES           *
      ******************************************************************
      * PLFL-COD-FIL    - PIC 9(005)       - CODIGO DA FILIAL          *
      * PLFL-VLR-FATURADO PIC 9(015)V9(002) FATURAMENTO (CADFSUM)      *
      * PLFL-VLR-FOLHA  - PIC 9(013)V9(002) FOLHA DOS FUNCIONARIOS DA  *
      *                                      FILIAL                    *
      * PLFL-VLR-CUSTO-ETQ PIC S9(013)V9(002) CUSTO DA FILIAL: CUSTO   *
      *                                      DAS MERCADORIAS VENDIDAS  *
      *                                      (CADMARG) OU, NA FALTA,   *
      *                                      CUSTO DE CARREGAMENTO DO  *
      *                                      ESTOQUE                   *
      * PLFL-VLR-RESULTADO PIC S9(015)V9(002) RESULTADO DO MES         *
      * PLFL-IND-ORIG-CUSTO PIC X(001)     - ORIGEM DO CUSTO           *
      *                                      'M' - CMV DO GPFPB158     *
      *                                      'E' - CARREGAMENTO ESTOQUE*
      * PLFL-VLR-RATEIO - PIC 9(007)V9(002) CUSTOS CENTRAIS RATEADOS A *
      *                                      FILIAL (CADRATF, GPFPB165)*
      *                                      - JA DEDUZIDOS DO         *
      *                                      RESULTADO                 *
      ******************************************************************
      *
       01          REG-PLFL.
                                   PIC     9(015)V9(002).
           03      PLFL-VLR-FOLHA  PIC     9(013)V9(002).
           03      PLFL-VLR-CUSTO-ETQ
                                   PIC    S9(013)V9(002).
           03      PLFL-VLR-RESULTADO
                                   PIC    S9(015)V9(002).
           03      PLFL-IND-ORIG-CUSTO
                                   PIC     X(001).
             88    PLFL-CUSTO-CMV          VALUE 'M'.
             88    PLFL-CUSTO-CARREGO      VALUE 'E'.
           03      PLFL-VLR-RATEIO PIC     9(007)V9(002).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADPLFL *
