      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADRTPO       - LCREL 050 BYTES   *
      ******************************************************************
      * NOME DO BOOK    - COBI1232 - CUSTOS CENTRAIS DO MES A RATEAR   *
      *                              ENTRE AS FILIAIS (GPFPB165)       *
      ******************************************************************
      * UM REGISTRO POR GRUPO DE CUSTO CENTRAL (FOLHA DO ALMOXARIFADO  *
      * CENTRAL, DEPRECIACAO DO GPFPB105, DEPARTAMENTOS ADMINISTRATIVOS*
      * ETC.), INFORMADO PELA CONTROLADORIA COM O VALOR DO MES E A     *
      * REGRA (DIRECIONADOR) QUE REPARTE O VALOR ENTRE AS FILIAIS      *
      ******************************************************************
      * RTPO-COD-GRUPO  - PIC X(006)       - CODIGO DO GRUPO DE CUSTO  *
      * RTPO-DESCRICAO  - PIC X(025)       - DESCRICAO DO GRUPO        *
      * RTPO-TIP-DIRECIONADOR PIC X(001)   - REGRA DO RATEIO:          *
      *                                      'F' PARTICIPACAO NO       *
      *                                          FATURAMENTO (CADFSUM) *
      *                                      'H' QUADRO DE FUNCIONARIOS*
      *                                          DA FILIAL (CADFFIL)   *
      *                                      'E' ENTREGAS RECEBIDAS    *
      *                                          PELA FILIAL (CADMANI) *
      * RTPO-VLR-CUSTO  - PIC 9(013)V9(002) VALOR DO MES A RATEAR      *
      * FILLER          - PIC X(003)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-RTPO.
           03      RTPO-COD-GRUPO  PIC     X(006).
           03      RTPO-DESCRICAO  PIC     X(025).
           03      RTPO-TIP-DIRECIONADOR
                                   PIC     X(001).
             88    RTPO-DIR-FATURAMENTO    VALUE 'F'.
             88    RTPO-DIR-QUADRO         VALUE 'H'.
             88    RTPO-DIR-ENTREGAS       VALUE 'E'.
             88    RTPO-DIR-VALIDO         VALUE 'F' 'H' 'E'.
           03      RTPO-VLR-CUSTO  PIC     9(013)V9(002).
           03      FILLER          PIC     X(003).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADRTPO *
      ******************************************************************
