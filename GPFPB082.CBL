      *****************************************************************
      * MODIFICACOES.:                                                *
      * 02/09/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - TITULO DE ADIANTAMENTO A FORNECEDOR (TIPO   *
      *                   'D', GPFPB133) NAO RECEBE DESCONTO POR      *
      *                   ANTECIPACAO; TITULO ZERADO PELOS ABATIMENTOS*
      *                   DO GPFPB081 E BAIXADO SEM LINHA DE REMESSA  *
      * 15/10/2026 - US - TITULO DE FORNECEDOR COM ALTERACAO BANCARIA *
      *                   EM CARENCIA (VERSAO 'R' DO CADFPHS, GERADO  *
      *                   PELO GPFPB134) FICA FORA DA REMESSA E E     *
      *                   LISTADO NO RELRETB PARA A TESOURARIA        *
      * 15/10/2026 - US - TITULO EM MOEDA ESTRANGEIRA E PAGO PELO     *
      *                   VALOR NA MOEDA DE ORIGEM CONVERTIDO PELA    *
      *                   TAXA DO CADCAMB DO DIA; A DIFERENCA PARA O  *
      *                   VALOR CONTABILIZADO E A VARIACAO CAMBIAL    *
      *                   REALIZADA, LANCADA NO CADCTBR (LAY-OUT DO   *
      *                   CADCTB, ABSORVIDO PELO GPFPB028)            *
      * 15/10/2026 - US - REMESSA COM A EMPRESA PAGADORA DO TITULO    *
      *                   (APAG-COD-EMPRESA, SEM EMPRESA = 01) EM CADA*
      *                   DETALHE E UM TRAILER POR EMPRESA COM A CONTA*
      *                   DE DEBITO DO CADEMPR; TITULO DE EMPRESA NAO *
      *                   CADASTRADA AGUARDA; VARIACAO CAMBIAL LANCADA*
      *                   POR EMPRESA                                 *
      * 15/10/2026 - US - CADA CADAPGN GRAVADO PASSA A SER CATALOGADO *
      *                   NO CADGCAT (ROTINA COBBB010) COMO GERACAO   *
      *                   DO CADAPAG, COM A QTDE DE REGISTROS E O     *
      *                   SELO DE INTEGRIDADE                         *
      * 15/10/2026 - US - CADA CADRCTN GRAVADO PASSA A SER CATALOGADO *
      *                   NO CADGCAT (ROTINA COBBB010) COMO GERACAO   *
      *                   DO CADRCTL, COM A QTDE DE REGISTROS E O     *
      *                   SELO DE INTEGRIDADE                         *
      *****************************************************************
      *
      *****************************************************************
                   FILE     STATUS  IS  WS-FS-CADRCTL.
      *
      *****************************************************************
      * INPUT..: CADFPHS - HISTORICO DE DADOS BANCARIOS   - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADFPHS  ASSIGN  TO  UT-S-CADFPHS
                   FILE     STATUS  IS  WS-FS-CADFPHS.
      *
      *****************************************************************
      * INPUT..: CADCAMB - TAXAS DIARIAS DE CAMBIO        - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADCAMB  ASSIGN  TO  UT-S-CADCAMB
                   FILE     STATUS  IS  WS-FS-CADCAMB.
      *
      *****************************************************************
      * INPUT..: CADEMPR - CADASTRO DAS EMPRESAS          - LRECL=150 *
      *****************************************************************
      *
           SELECT  CADEMPR  ASSIGN  TO  UT-S-CADEMPR
                   FILE     STATUS  IS  WS-FS-CADEMPR.
      *
      *****************************************************************
      * OUTPUT.: CADBREM - REMESSA DE PAGAMENTOS AO BANCO - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADRCTN  ASSIGN  TO  UT-S-CADRCTN
                   FILE     STATUS  IS  WS-FS-CADRCTN.
      *
      *****************************************************************
      * OUTPUT.: RELRETB - TITULOS RETIDOS (ALT. BANC.)   - LRECL=133 *
      *****************************************************************
      *
           SELECT  RELRETB  ASSIGN  TO  UT-S-RELRETB
                   FILE     STATUS  IS  WS-FS-RELRETB.
      *
      *****************************************************************
      * OUTPUT.: CADCTBR - VARIACAO CAMBIAL REALIZADA     - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADCTBR  ASSIGN  TO  UT-S-CADCTBR
                   FILE     STATUS  IS  WS-FS-CADCTBR.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       01      REG-CADRCTL         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADFPHS - HISTORICO DE DADOS BANCARIOS   - LRECL=100 *
      *****************************************************************
      *
       FD  CADFPHS
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFPHS         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADCAMB - TAXAS DIARIAS DE CAMBIO        - LRECL=050 *
      *****************************************************************
      *
       FD  CADCAMB
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCAMB         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADEMPR - CADASTRO DAS EMPRESAS          - LRECL=150 *
      *****************************************************************
      *
       FD  CADEMPR
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADEMPR         PIC     X(150).
      *
      *****************************************************************
      * OUTPUT.: CADBREM - REMESSA DE PAGAMENTOS AO BANCO - LRECL=100 *
      *****************************************************************
      *
      *
       01      REG-CADRCTN         PIC     X(050).
      *
      *****************************************************************
      * OUTPUT.: RELRETB - TITULOS RETIDOS (ALT. BANC.)   - LRECL=133 *
      *****************************************************************
      *
       FD  RELRETB
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELRETB         PIC     X(133).
      *
      *****************************************************************
      * OUTPUT.: CADCTBR - VARIACAO CAMBIAL REALIZADA     - LRECL=100 *
      *****************************************************************
      *
       FD  CADCTBR
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCTBR         PIC     X(100).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
       01      WS-FS-CADBREM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADAPGN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADRCTN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFPHS       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELRETB       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCAMB       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCTBR       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADEMPR       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADAPAG      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFPAG      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFERI      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADBREM      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADAPGN      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFPHS      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELRETB      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADCAMB      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADCTBR      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADEMPR      PIC     9(018) VALUE ZEROS.
      *
       01      WS-DET-CADBREM      PIC     9(007) VALUE ZEROS.
       01      WS-QTD-PROGRAMADOS  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-AGUARDANDO   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-BANCO    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-DT-INVALIDA  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-ZERADOS      PIC     9(018) VALUE ZEROS.
       01      WS-QTD-RETIDOS      PIC     9(018) VALUE ZEROS.
       01      WS-QTD-CONVERTIDOS  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-TAXA     PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-EMPRESA  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-TRAILERS     PIC     9(018) VALUE ZEROS.
      *
       01      WS-VLR-PAGTO        PIC     9(013)V9(002) VALUE ZEROS.
       01      WS-VLR-DESCONTO     PIC     9(013)V9(002) VALUE ZEROS.
      *
       01      WS-VLR-VARIACAO     PIC    S9(013)V9(002) VALUE ZEROS.
      *
      *****************************************************************
      *        EMPRESAS PAGADORAS (CADEMPR), INDEXADAS PELO CODIGO DA *
      *        EMPRESA, COM A CONTA DE DEBITO, OS TOTAIS DO TRAILER E *
      *        A VARIACAO CAMBIAL DE CADA EMPRESA                     *
      *****************************************************************
      *
       01      WS-IND-EMP          PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-EMPRESAS.
         03    TAB-EMP-ITEM        OCCURS  00099  TIMES.
           05  TAB-EMP-SW-CADASTRO PIC     X(001).
             88  TAB-EMP-CADASTRADA        VALUE 'S'.
           05  TAB-EMP-BANCO       PIC     9(003).
           05  TAB-EMP-AGENCIA     PIC     9(004).
           05  TAB-EMP-OPERACAO    PIC     9(003).
           05  TAB-EMP-CONTA       PIC     9(009).
           05  TAB-EMP-QTD-DET     PIC     9(007).
           05  TAB-EMP-HASH-VLR    PIC     9(016)V9(002).
           05  TAB-EMP-VAR-PERDA   PIC     9(015)V9(002).
           05  TAB-EMP-VAR-GANHO   PIC     9(015)V9(002).
      *
      *****************************************************************
      *        CODIFICACAO CONTABIL DA VARIACAO CAMBIAL               *
      *****************************************************************
      *
       01      WS-CONTA-FORNECEDORES PIC   9(006) VALUE 210100.
       01      WS-CONTA-VAR-PASSIVA  PIC   9(006) VALUE 560100.
       01      WS-CONTA-VAR-ATIVA    PIC   9(006) VALUE 330100.
      *
       01      WS-NUM-REMESSA      PIC     9(007) VALUE ZEROS.
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DATA-PROC.
        03     WS-PROC-ANO         PIC     9(004).
        03     WS-PROC-MES         PIC     9(002).
        03     WS-PROC-DIA         PIC     9(002).
      *
       01      WS-DAT-ALTERACAO    PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DAT-ALTERACAO.
        03     WS-ALT-ANO          PIC     9(004).
        03     WS-ALT-MES          PIC     9(002).
        03     WS-ALT-DIA          PIC     9(002).
      *
       01      WS-DIAS-PROC        PIC     9(009) VALUE ZEROS.
       01      WS-DIAS-ALTERACAO   PIC     9(009) VALUE ZEROS.
       01      WS-DIAS-RESTANTES   PIC     S9(005) VALUE ZEROS.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
       01      WS-PROX-UTIL        PIC     9(008) VALUE ZEROS.
       01      WS-DAT-PAGTO        PIC     9(008) VALUE ZEROS.
      *
       01      WS-SW-COM-DESCONTO  PIC     X(001) VALUE 'N'.
         88    WS-COM-DESCONTO             VALUE 'S'.
         88    WS-SEM-DESCONTO             VALUE 'N'.
      *
       01      WS-SW-MOEDA-TITULO  PIC     X(001) VALUE 'B'.
         88    WS-TITULO-EM-BRL            VALUE 'B'.
         88    WS-TITULO-CONVERTIDO        VALUE 'C'.
         88    WS-TITULO-SEM-TAXA          VALUE 'S'.
      *
       01      WS-COBBB008         PIC     X(008) VALUE 'COBBB008'.
      *
         88    WS-FPG-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DOS FORNECEDORES COM ALTERACAO BANCARIA EM      *
      *        CARENCIA (VERSAO 'R' DO CADFPHS)                       *
      *****************************************************************
      *
       01      WS-QTD-TAB-RET      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-RET      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-RETENCAO.
         03    TAB-RET-ITEM        OCCURS  01000  TIMES.
           05  TAB-RET-FORNECEDOR  PIC     9(010).
           05  TAB-RET-BANCO       PIC     9(003).
           05  TAB-RET-AGENCIA     PIC     9(004).
           05  TAB-RET-OPERACAO    PIC     9(003).
           05  TAB-RET-CONTA       PIC     9(009).
           05  TAB-RET-DAT-ALTER   PIC     9(008).
           05  TAB-RET-CARENCIA    PIC     9(003).
      *
       01      WS-SW-RET-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-RET-ACHOU                VALUE 'S'.
         88    WS-RET-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DE TAXAS DE CAMBIO (CADCAMB) - GUARDA, POR      *
      *        MOEDA, A TAXA DE DATA MAIS RECENTE NAO POSTERIOR A     *
      *        DATA DE PROCESSAMENTO                                  *
      *****************************************************************
      *
       01      WS-QTD-TAB-CAMB     PIC     9(004) VALUE ZEROS.
       01      WS-IDX-CAMB         PIC     9(004) VALUE ZEROS.
       01      WS-MOEDA-SEL        PIC     X(003) VALUE SPACES.
      *
       01      WS-SW-CAMB-ACHOU    PIC     X(001) VALUE 'N'.
         88    WS-CAMB-ACHOU               VALUE 'S'.
         88    WS-CAMB-NAO-ACHOU           VALUE 'N'.
      *
       01      TAB-TAXAS-CAMBIO.
         03    TAB-CAMB-OCCURS     OCCURS  50    TIMES.
           05  TAB-CAMB-MOEDA      PIC     X(003).
           05  TAB-CAMB-DATA       PIC     9(008).
           05  TAB-CAMB-TAXA       PIC     9(005)V9(004).
      *
      *****************************************************************
      *        VARIAVEIS DE DATA PARA O CABECALHO DO RELATORIO        *
      *****************************************************************
      *
       01      WS-TIME             PIC     X(014)  VALUE ZEROS.
       01      FILLER              REDEFINES       WS-TIME.
        03     WS-TIME-ANO         PIC     9(004).
        03     WS-TIME-MES         PIC     9(002).
        03     WS-TIME-DIA         PIC     9(002).
        03     WS-TIME-HORA        PIC     9(002).
        03     WS-TIME-MINUTO      PIC     9(002).
        03     WS-TIME-SEGUNDO     PIC     9(002).
      *
       01      WS-DATA             PIC     X(010)  VALUE '99/99/9999'.
       01      FILLER              REDEFINES       WS-DATA.
        03     WS-DIA              PIC     9(002).
        03     FILLER              PIC     X(001).
        03     WS-MES              PIC     9(002).
        03     FILLER              PIC     X(001).
        03     WS-ANO              PIC     9(004).
      *
      *****************************************************************
      *    LAY-OUT DO RELATORIO DE TITULOS RETIDOS POR ALTERACAO      *
      *    BANCARIA                                                   *
      *****************************************************************
      *
       01      CAB1.
         03    FILLER              PIC     X(001) VALUE '1'.
         03    FILLER              PIC     X(010) VALUE '#MAINFRAME'.
         03    FILLER              PIC     X(030) VALUE SPACES.
         03    FILLER              PIC     X(053) VALUE
              'C U R S O  D E  P R O G R A M A C A O  C O B O L  II'.
         03    FILLER              PIC     X(019) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'DATA...: '.
         03    CAB1-DATA           PIC     X(010) VALUE '99/99/9999'.
      *
       01      CAB3.
         03    FILLER              PIC     X(025) VALUE SPACES.
         03    FILLER              PIC     X(037) VALUE
               'T I T U L O S  R E T I D O S  P O R  '.
         03    FILLER              PIC     X(034) VALUE
               'A L T E R A C A O  B A N C A R I A'.
         03    FILLER              PIC     X(025) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'PAGINA.: '.
         03    CAB3-PAGINA         PIC     ZZ9.
      *
       01      CAB4.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(131) VALUE ALL '-'.
         03    FILLER              PIC     X(001) VALUE SPACES.
      *
       01      CAB6.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'FORNECEDOR'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'TITULO   '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(007) VALUE 'PEDIDO '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(008) VALUE 'VENCTO  '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(016) VALUE
               '  VALOR A PAGAR '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(003) VALUE 'BCO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(004) VALUE 'AGEN'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(003) VALUE 'OPE'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'CONTA    '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(008) VALUE 'DT.ALTER'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE '  REST'.
         03    FILLER              PIC     X(026) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-FORNECEDOR     PIC     9(010).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NUM-NF         PIC     9(009).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NUM-PEDIDO     PIC     9(007).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-DAT-VENCTO     PIC     9(008).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-VLR-PAGTO      PIC     Z.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-BANCO          PIC     9(003).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-AGENCIA        PIC     9(004).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-OPERACAO       PIC     9(003).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-CONTA          PIC     9(009).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-DAT-ALTERACAO  PIC     9(008).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-DIAS-RESTANTES PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(026) VALUE SPACES.
      *
      *****************************************************************
      *        VARIAVEIS PARA TRATAMENTO DE ABEND                     *
      *****************************************************************
      *
           COPY    COBO1025.
      *
      *****************************************************************
      * INPUT..: CADFPHS - HISTORICO DE DADOS BANCARIOS               *
      *****************************************************************
      *
           COPY    COBO1094.
      *
      *****************************************************************
      * INPUT..: CADCAMB - TAXAS DIARIAS DE CAMBIO                    *
      *****************************************************************
      *
           COPY    COBO1056.
      *
      *****************************************************************
      * INPUT..: CADEMPR - CADASTRO DAS EMPRESAS                      *
      *****************************************************************
      *
           COPY    COBI1229.
      *
      *****************************************************************
      * OUTPUT.: CADCTBR - VARIACAO CAMBIAL REALIZADA                 *
      *****************************************************************
      *
           COPY    COBO1028.
      *
      *****************************************************************
      * INTERFACE.: PROXIMO DIA UTIL BANCARIO (COBBB008)              *
      *****************************************************************
      *
      *
           COPY    RUCWS100.
      *
      *****************************************************************
      * INTERFACE.: CATALOGO DE GERACOES (COBBB010)                   *
      *****************************************************************
      *
           COPY    RUCWS010.
      *
      *    AREAS DE CATALOGACAO DE CADA ARQUIVO MESTRE GRAVADO - OS
      *    ACUMULADORES DO SELO FICAM NA AREA DE INTERFACE
       01      WS-GCAT-CADAPAG     PIC     X(300) VALUE SPACES.
       01      WS-GCAT-CADRCTL     PIC     X(300) VALUE SPACES.
      *
       01      WS-SUB-ROTINA       PIC     X(008) VALUE SPACES.
       01      WS-SUB-RETORNO      PIC     9(002) VALUE ZEROS.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************
                           CADFPAG
                           CADFERI
                           CADRCTL
                           CADFPHS
                           CADCAMB
                           CADEMPR
                   OUTPUT  CADBREM
                           CADAPGN
                           CADRCTN
                           RELRETB
                           CADCTBR.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.


           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADAPAG'       TO      WGC-ARQUIVO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADAPAG.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADRCTL'       TO      WGC-ARQUIVO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADRCTL.

           MOVE    ZEROS           TO      WRB-QTD-FERIADOS.

           PERFORM 0400-00-CARGA-TAB-CADFERI
           PERFORM 0420-00-CARGA-TAB-CADFPAG
             UNTIL WS-FS-CADFPAG   EQUAL   10.

           COMPUTE WS-DIAS-PROC =
                   (WS-PROC-ANO * 360) + (WS-PROC-MES * 30) +
                    WS-PROC-DIA.

           PERFORM 0430-00-CARGA-TAB-CADFPHS
             UNTIL WS-FS-CADFPHS   EQUAL   10.

           PERFORM 0435-00-CARGA-TAB-CADCAMB
             UNTIL WS-FS-CADCAMB   EQUAL   10.

           MOVE    ZEROS           TO      TAB-EMPRESAS.

           PERFORM 0445-00-CARGA-TAB-CADEMPR
             UNTIL WS-FS-CADEMPR   EQUAL   10.

           PERFORM 0440-00-LEITURA-CADRCTL.

           PERFORM 0460-00-CALCULA-PROX-UTIL.
           PERFORM 0350-00-TESTA-FS-CADAPGN.

           PERFORM 0360-00-TESTA-FS-CADRCTN.

           PERFORM 0370-00-TESTA-FS-CADFPHS.

           PERFORM 0380-00-TESTA-FS-RELRETB.

           PERFORM 0390-00-TESTA-FS-CADCAMB.

           PERFORM 0395-00-TESTA-FS-CADCTBR.

           PERFORM 0397-00-TESTA-FS-CADEMPR.
      *
       0200-99-EXIT.
           EXIT.
       0360-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0370-00-TESTA-FS-CADFPHS    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADFPHS NOT EQUAL 00 AND 10
                   MOVE 'CADFPHS'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFPHS
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0370-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0380-00-TESTA-FS-RELRETB    SECTION.
      *****************************************************************
      *
           IF      WS-FS-RELRETB NOT EQUAL 00
                   MOVE 'RELRETB'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELRETB
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0380-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0390-00-TESTA-FS-CADCAMB    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADCAMB NOT EQUAL 00 AND 10
                   MOVE 'CADCAMB'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCAMB
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0390-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0395-00-TESTA-FS-CADCTBR    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADCTBR NOT EQUAL 00
                   MOVE 'CADCTBR'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCTBR
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0395-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0397-00-TESTA-FS-CADEMPR    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADEMPR NOT EQUAL 00 AND 10
                   MOVE 'CADEMPR'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADEMPR
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0397-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-TAB-CADFERI   SECTION.
      *****************************************************************
       0420-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0430-00-CARGA-TAB-CADFPHS   SECTION.
      *****************************************************************
      *    GUARDA SO AS VERSOES AINDA EM CARENCIA - O FORNECEDOR NAO  *
      *    RECEBE PAGAMENTO ATE A CONFIRMACAO OU O FIM DA CARENCIA    *
      *
           READ    CADFPHS         INTO    REG-FPHS.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    010             TO      WS-PTO-ERRO.

           PERFORM 0370-00-TESTA-FS-CADFPHS.

           IF      WS-FS-CADFPHS   EQUAL   00
                   ADD 001         TO      WS-LID-CADFPHS

                   IF      FPHS-RETIDA
                     IF    WS-QTD-TAB-RET  GREATER OR EQUAL 01000
                           PERFORM 0989-00-ABEND-TAB-APOIO
                     END-IF
                     ADD   001     TO      WS-QTD-TAB-RET
                     MOVE  FPHS-FORNECEDOR TO
                           TAB-RET-FORNECEDOR (WS-QTD-TAB-RET)
                     MOVE  FPHS-BANCO      TO
                           TAB-RET-BANCO      (WS-QTD-TAB-RET)
                     MOVE  FPHS-AGENCIA    TO
                           TAB-RET-AGENCIA    (WS-QTD-TAB-RET)
                     MOVE  FPHS-OPERACAO   TO
                           TAB-RET-OPERACAO   (WS-QTD-TAB-RET)
                     MOVE  FPHS-CONTA      TO
                           TAB-RET-CONTA      (WS-QTD-TAB-RET)
                     MOVE  FPHS-DAT-ALTERACAO      TO
                           TAB-RET-DAT-ALTER  (WS-QTD-TAB-RET)
                     MOVE  FPHS-QTD-DIAS-CARENCIA  TO
                           TAB-RET-CARENCIA   (WS-QTD-TAB-RET)
                   END-IF
           END-IF.
      *
       0430-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0435-00-CARGA-TAB-CADCAMB   SECTION.
      *****************************************************************
      *    GUARDA, POR MOEDA, A TAXA DE DATA MAIS RECENTE NAO         *
      *    POSTERIOR A DATA DE PROCESSAMENTO (TAXA DO PAGAMENTO)      *
      *
           READ    CADCAMB         INTO    REG-CAMB.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    012             TO      WS-PTO-ERRO.

           PERFORM 0390-00-TESTA-FS-CADCAMB.

           IF      WS-FS-CADCAMB   NOT EQUAL 00
                   GO      TO      0435-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADCAMB.

           IF      CAMB-DATA       GREATER WS-DATA-PROC
                   GO      TO      0435-99-EXIT
           END-IF.

           MOVE    CAMB-COD-MOEDA  TO      WS-MOEDA-SEL.

           PERFORM 0437-00-PROCURA-TAXA.

           IF      WS-CAMB-ACHOU
                   IF      CAMB-DATA GREATER
                           TAB-CAMB-DATA (WS-IDX-CAMB)
                           MOVE    CAMB-DATA       TO
                                   TAB-CAMB-DATA (WS-IDX-CAMB)
                           MOVE    CAMB-VLR-TAXA   TO
                                   TAB-CAMB-TAXA (WS-IDX-CAMB)
                   END-IF
           ELSE
                   IF      WS-QTD-TAB-CAMB NOT LESS  50
                           PERFORM 0989-00-ABEND-TAB-APOIO
                   END-IF
                   ADD     001             TO      WS-QTD-TAB-CAMB
                   MOVE    CAMB-COD-MOEDA  TO      TAB-CAMB-MOEDA
                                                    (WS-QTD-TAB-CAMB)
                   MOVE    CAMB-DATA       TO      TAB-CAMB-DATA
                                                    (WS-QTD-TAB-CAMB)
                   MOVE    CAMB-VLR-TAXA   TO      TAB-CAMB-TAXA
                                                    (WS-QTD-TAB-CAMB)
           END-IF.
      *
       0435-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0437-00-PROCURA-TAXA        SECTION.
      *****************************************************************
      *
           SET     WS-CAMB-NAO-ACHOU       TO      TRUE.

           PERFORM VARYING WS-IDX-CAMB FROM 001 BY 001
             UNTIL   WS-IDX-CAMB   GREATER WS-QTD-TAB-CAMB
             OR      WS-CAMB-ACHOU
                   IF      TAB-CAMB-MOEDA (WS-IDX-CAMB)
                                           EQUAL   WS-MOEDA-SEL
                           SET     WS-CAMB-ACHOU   TO      TRUE
                   END-IF
           END-PERFORM.

           IF      WS-CAMB-ACHOU
                   SUBTRACT 001    FROM    WS-IDX-CAMB
           END-IF.
      *
       0437-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0440-00-LEITURA-CADRCTL     SECTION.
      *****************************************************************
       0440-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0445-00-CARGA-TAB-CADEMPR   SECTION.
      *****************************************************************
      *    GUARDA A CONTA DE DEBITO DOS PAGAMENTOS DE CADA EMPRESA;   *
      *    REGISTRO SEM CODIGO DE EMPRESA E A EMPRESA 01              *
      *
           READ    CADEMPR         INTO    REG-EMPR.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    014             TO      WS-PTO-ERRO.

           PERFORM 0397-00-TESTA-FS-CADEMPR.

           IF      WS-FS-CADEMPR   NOT EQUAL 00
                   GO      TO      0445-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADEMPR.

           IF      EMPR-COD-EMPRESA NOT NUMERIC    OR
                   EMPR-COD-EMPRESA EQUAL  ZEROS
                   MOVE    01      TO      EMPR-COD-EMPRESA
           END-IF.

           MOVE    EMPR-COD-EMPRESA        TO      WS-IND-EMP.

           MOVE    'S'             TO
                   TAB-EMP-SW-CADASTRO (WS-IND-EMP).
           MOVE    EMPR-PAG-BANCO  TO
                   TAB-EMP-BANCO       (WS-IND-EMP).
           MOVE    EMPR-PAG-AGENCIA        TO
                   TAB-EMP-AGENCIA     (WS-IND-EMP).
           MOVE    EMPR-PAG-OPERACAO       TO
                   TAB-EMP-OPERACAO    (WS-IND-EMP).
           MOVE    EMPR-PAG-CONTA  TO
                   TAB-EMP-CONTA       (WS-IND-EMP).
      *
       0445-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0460-00-CALCULA-PROX-UTIL   SECTION.
      *****************************************************************
       0460-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0490-00-CHAMA-COBBB010      SECTION.
      *****************************************************************
      *    REGISTRA A GERACAO DO CADAPGN NO CATALOGO DE GERACOES      *
      *
           MOVE    'COBBB010'      TO      WS-SUB-ROTINA.

           CALL    WS-SUB-ROTINA   USING   WGC-GRUPO
           END-CALL.

           IF      NOT WGC-OPERACAO-OK
                   MOVE    WGC-CODRET      TO      WS-SUB-RETORNO
                   PERFORM         0998-00-ABEND-SUB
           END-IF.
      *
       0490-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-LEITURA-CADAPAG     SECTION.
      *****************************************************************
           SET     WS-NAO-SELECIONADO      TO      TRUE.
           SET     WS-SEM-DESCONTO         TO      TRUE.

           IF      APAG-VLR-TOTAL  EQUAL   ZEROS
      *            TITULO TOTALMENTE ABATIDO - NADA A REMETER
                   MOVE    'P'     TO      APAG-SITUACAO
                   ADD     001     TO      WS-QTD-ZERADOS
                   GO      TO      1100-99-EXIT
           END-IF.

           IF      APAG-COD-EMPRESA NOT NUMERIC    OR
                   APAG-COD-EMPRESA EQUAL  ZEROS
                   MOVE    01      TO      APAG-COD-EMPRESA
           END-IF.

           MOVE    APAG-COD-EMPRESA        TO      WS-IND-EMP.

           IF      NOT TAB-EMP-CADASTRADA (WS-IND-EMP)
      *            SEM CONTA DE DEBITO DA EMPRESA PAGADORA - AGUARDA
                   ADD     001     TO      WS-QTD-SEM-EMPRESA
                   GO      TO      1100-99-EXIT
           END-IF.

           PERFORM 1150-00-PROCURA-FORNECEDOR.

           IF      WS-FPG-NAO-ACHOU

           MOVE    APAG-VLR-TOTAL  TO      WS-VLR-PAGTO.

           MOVE    ZEROS           TO      WS-VLR-VARIACAO.

           SET     WS-TITULO-EM-BRL        TO      TRUE.

           IF      NOT APAG-MOEDA-LOCAL
                   AND APAG-VLR-MOEDA NUMERIC
                   AND APAG-VLR-MOEDA GREATER ZEROS
                   PERFORM 1170-00-CONVERTE-MOEDA
           END-IF.

           IF      TAB-FPG-PCT-DESC (WS-IND-TAB-FPG) GREATER ZEROS
                   AND WS-DATA-PROC LESS   APAG-DAT-VENCTO
                   AND NOT APAG-TITULO-ADIANTAMENTO
      *            ANTECIPACAO DENTRO DA JANELA DE DESCONTO
                   SET     WS-SELECIONADO  TO      TRUE
                   SET     WS-COM-DESCONTO TO      TRUE
                   COMPUTE WS-VLR-DESCONTO ROUNDED =
                           WS-VLR-PAGTO *
                           (TAB-FPG-PCT-DESC (WS-IND-TAB-FPG) / 100)
                   SUBTRACT WS-VLR-DESCONTO FROM   WS-VLR-PAGTO
           ELSE
                   GO      TO      1100-99-EXIT
           END-IF.

           PERFORM 1160-00-PROCURA-RETENCAO.

           IF      WS-RET-ACHOU
      *            DADOS BANCARIOS ALTERADOS EM CARENCIA - O TITULO
      *            CONTINUA APROVADO PARA UMA PROXIMA REMESSA
                   ADD     001     TO      WS-QTD-RETIDOS
                   PERFORM 1250-00-IMPRIME-RETIDO
                   GO      TO      1100-99-EXIT
           END-IF.

           IF      WS-TITULO-SEM-TAXA
      *            SEM TAXA DO DIA PARA A MOEDA DO TITULO - AGUARDA
                   ADD     001     TO      WS-QTD-SEM-TAXA
                   GO      TO      1100-99-EXIT
           END-IF.

           IF      WS-TITULO-CONVERTIDO
                   ADD     001     TO      WS-QTD-CONVERTIDOS
                   IF      WS-VLR-VARIACAO GREATER ZEROS
                           ADD     WS-VLR-VARIACAO TO
                                   TAB-EMP-VAR-PERDA (WS-IND-EMP)
                   ELSE
                           SUBTRACT WS-VLR-VARIACAO FROM
                                   TAB-EMP-VAR-GANHO (WS-IND-EMP)
                   END-IF
           END-IF.

           PERFORM 1200-00-GRAVA-DETALHE-REMESSA.

           MOVE    'P'             TO      APAG-SITUACAO.
       1150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1160-00-PROCURA-RETENCAO    SECTION.
      *****************************************************************
      *
           SET     WS-RET-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-RET FROM 1 BY 1
                   UNTIL   WS-IND-TAB-RET GREATER WS-QTD-TAB-RET
                   OR      WS-RET-ACHOU

             IF    APAG-FORNECEDOR EQUAL
                   TAB-RET-FORNECEDOR (WS-IND-TAB-RET)
                   SET     WS-RET-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-RET-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-RET
           END-IF.
      *
       1160-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1170-00-CONVERTE-MOEDA      SECTION.
      *****************************************************************
      *    O TITULO EM MOEDA ESTRANGEIRA E PAGO PELO VALOR NA MOEDA   *
      *    DE ORIGEM A TAXA DO DIA; A DIFERENCA PARA O VALOR          *
      *    CONTABILIZADO (APAG-VLR-TOTAL) E A VARIACAO REALIZADA      *
      *    (POSITIVA = PERDA / NEGATIVA = GANHO)                      *
      *
           MOVE    APAG-COD-MOEDA  TO      WS-MOEDA-SEL.

           PERFORM 0437-00-PROCURA-TAXA.

           IF      WS-CAMB-NAO-ACHOU
                   SET     WS-TITULO-SEM-TAXA      TO      TRUE
                   GO      TO      1170-99-EXIT
           END-IF.

           COMPUTE WS-VLR-PAGTO ROUNDED =
                   APAG-VLR-MOEDA * TAB-CAMB-TAXA (WS-IDX-CAMB).

           COMPUTE WS-VLR-VARIACAO =
                   WS-VLR-PAGTO - APAG-VLR-TOTAL.

           SET     WS-TITULO-CONVERTIDO    TO      TRUE.
      *
       1170-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-GRAVA-DETALHE-REMESSA SECTION.
      *****************************************************************
           MOVE    TAB-FPG-CONTA    (WS-IND-TAB-FPG)
                                   TO      BREM-CONTA.
           MOVE    WS-VLR-PAGTO    TO      BREM-VLR-PAGTO.
           MOVE    APAG-COD-EMPRESA        TO      BREM-COD-EMPRESA.

           PERFORM 1300-00-GRAVACAO-CADBREM.

           ADD     001             TO      WS-DET-CADBREM.
           ADD     001             TO
                   TAB-EMP-QTD-DET     (WS-IND-EMP).
           ADD     WS-VLR-PAGTO    TO
                   TAB-EMP-HASH-VLR    (WS-IND-EMP).
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1250-00-IMPRIME-RETIDO      SECTION.
      *****************************************************************
      *    LISTA O TITULO RETIDO COM OS NOVOS DADOS BANCARIOS E OS    *
      *    DIAS QUE FALTAM PARA O FIM DA CARENCIA                     *
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           ADD     001             TO      WS-LINHAS.

           MOVE    TAB-RET-DAT-ALTER (WS-IND-TAB-RET)
                                   TO      WS-DAT-ALTERACAO.

           COMPUTE WS-DIAS-ALTERACAO =
                   (WS-ALT-ANO * 360) + (WS-ALT-MES * 30) +
                    WS-ALT-DIA.

           COMPUTE WS-DIAS-RESTANTES =
                   TAB-RET-CARENCIA (WS-IND-TAB-RET) -
                   (WS-DIAS-PROC - WS-DIAS-ALTERACAO).

           IF      WS-DIAS-RESTANTES LESS  ZEROS
                   MOVE    ZEROS   TO      WS-DIAS-RESTANTES
           END-IF.

           MOVE    APAG-FORNECEDOR TO      DET1-FORNECEDOR.
           MOVE    APAG-NUM-NF     TO      DET1-NUM-NF.
           MOVE    APAG-NUM-PEDIDO TO      DET1-NUM-PEDIDO.
           MOVE    APAG-DAT-VENCTO TO      DET1-DAT-VENCTO.
           MOVE    WS-VLR-PAGTO    TO      DET1-VLR-PAGTO.
           MOVE    TAB-RET-BANCO    (WS-IND-TAB-RET)
                                   TO      DET1-BANCO.
           MOVE    TAB-RET-AGENCIA  (WS-IND-TAB-RET)
                                   TO      DET1-AGENCIA.
           MOVE    TAB-RET-OPERACAO (WS-IND-TAB-RET)
                                   TO      DET1-OPERACAO.
           MOVE    TAB-RET-CONTA    (WS-IND-TAB-RET)
                                   TO      DET1-CONTA.
           MOVE    TAB-RET-DAT-ALTER (WS-IND-TAB-RET)
                                   TO      DET1-DAT-ALTERACAO.
           MOVE    WS-DIAS-RESTANTES
                                   TO      DET1-DIAS-RESTANTES.

           MOVE    DET1            TO      REG-RELRETB.
           PERFORM 2800-00-GRAVACAO-RELRETB.
      *
       1250-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1300-00-GRAVACAO-CADBREM    SECTION.
      *****************************************************************
           PERFORM 0350-00-TESTA-FS-CADAPGN.

           ADD     001             TO      WS-GRV-CADAPGN.

           MOVE    WS-GCAT-CADAPAG TO      WGC-GRUPO.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-APAG        TO      WGC-REG-IMAGEM.
           MOVE    100             TO      WGC-TAM-REG.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADAPAG.
      *
       1400-99-EXIT.
           EXIT.
      *****************************************************************
       1600-00-GRAVA-TRAILER-REMESSA SECTION.
      *****************************************************************
      *    UM TRAILER POR EMPRESA COM PAGAMENTOS NA REMESSA; REMESSA  *
      *    VAZIA SAI COM O TRAILER ZERADO DA EMPRESA 01               *
      *
           PERFORM 1650-00-TRAILER-EMPRESA
             VARYING WS-IND-EMP FROM 1 BY 1
             UNTIL WS-IND-EMP GREATER 99.

           IF      WS-QTD-TRAILERS EQUAL   ZEROS
                   MOVE    01      TO      WS-IND-EMP
                   PERFORM 1660-00-GRAVA-TRAILER-EMPRESA
           END-IF.
      *
       1600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1650-00-TRAILER-EMPRESA     SECTION.
      *****************************************************************
      *
           IF      TAB-EMP-QTD-DET (WS-IND-EMP) GREATER ZEROS
                   PERFORM 1660-00-GRAVA-TRAILER-EMPRESA
           END-IF.
      *
       1650-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1660-00-GRAVA-TRAILER-EMPRESA SECTION.
      *****************************************************************
      *
           MOVE    SPACES          TO      REG-BREM.

           MOVE    'T'             TO      BREM-TIP-REG.
           MOVE    TAB-EMP-QTD-DET  (WS-IND-EMP)
                                   TO      BREM-QTD-REG.
           MOVE    TAB-EMP-HASH-VLR (WS-IND-EMP)
                                   TO      BREM-HASH-VLR.
           MOVE    TAB-EMP-BANCO    (WS-IND-EMP)
                                   TO      BREM-EMP-BANCO.
           MOVE    TAB-EMP-AGENCIA  (WS-IND-EMP)
                                   TO      BREM-EMP-AGENCIA.
           MOVE    TAB-EMP-OPERACAO (WS-IND-EMP)
                                   TO      BREM-EMP-OPERACAO.
           MOVE    TAB-EMP-CONTA    (WS-IND-EMP)
                                   TO      BREM-EMP-CONTA.
           MOVE    WS-IND-EMP      TO      BREM-COD-EMPRESA.

           PERFORM 1300-00-GRAVACAO-CADBREM.

           ADD     001             TO      WS-QTD-TRAILERS.
      *
       1660-99-EXIT.
           EXIT.
      *
      *****************************************************************
           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0360-00-TESTA-FS-CADRCTN.

           MOVE    WS-GCAT-CADRCTL TO      WGC-GRUPO.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-CADRCTN     TO      WGC-REG-IMAGEM.
           MOVE    050             TO      WGC-TAM-REG.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADRCTL.
      *
       1700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2600-00-GRAVACAO-CABECALHO  SECTION.
      *****************************************************************
      *
           MOVE    FUNCTION CURRENT-DATE
                                   TO      WS-TIME.

           MOVE    WS-TIME-DIA     TO      WS-DIA.
           MOVE    WS-TIME-MES     TO      WS-MES.
           MOVE    WS-TIME-ANO     TO      WS-ANO.

           MOVE    WS-DATA         TO      CAB1-DATA.

           MOVE    CAB1            TO      REG-RELRETB.
           PERFORM 2800-00-GRAVACAO-RELRETB.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELRETB.
           PERFORM 2800-00-GRAVACAO-RELRETB.

           MOVE    CAB4            TO      REG-RELRETB.
           PERFORM 2800-00-GRAVACAO-RELRETB.

           MOVE    SPACES          TO      REG-RELRETB.
           PERFORM 2800-00-GRAVACAO-RELRETB.

           MOVE    CAB6            TO      REG-RELRETB.
           PERFORM 2800-00-GRAVACAO-RELRETB.

           MOVE    005             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2800-00-GRAVACAO-RELRETB    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELRETB.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    011             TO      WS-PTO-ERRO.

           PERFORM 0380-00-TESTA-FS-RELRETB.

           ADD     001             TO      WS-GRV-RELRETB.
      *
       2800-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2900-00-LANCA-VARIACAO      SECTION.
      *****************************************************************
      *    UM LANCAMENTO PARA O TOTAL DE PERDAS E OUTRO PARA O TOTAL  *
      *    DE GANHOS DA REMESSA, NO LAY-OUT DO EXTRATO CADCTB         *
      *    (ABSORVIDO PELO GPFPB028), PARA CADA EMPRESA PAGADORA      *
      *
           PERFORM 2910-00-VARIACAO-EMPRESA
             VARYING WS-IND-EMP FROM 1 BY 1
             UNTIL WS-IND-EMP GREATER 99.
      *
       2900-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2910-00-VARIACAO-EMPRESA    SECTION.
      *****************************************************************
      *
           IF      TAB-EMP-VAR-PERDA (WS-IND-EMP) GREATER ZEROS
                   MOVE    SPACES  TO      REG-CTB
                   MOVE    ZEROS   TO      CTB-COD-PEC
                                           CTB-QTD-ETQ
                   MOVE    WS-CONTA-VAR-PASSIVA
                                   TO      CTB-CONTA-DEBITO
                   MOVE    WS-CONTA-FORNECEDORES
                                   TO      CTB-CONTA-CREDITO
                   MOVE    'VAR.CAMBIAL PASSIVA REALIZADA '
                                   TO      CTB-HISTORICO
                   MOVE    WS-DATA-PROC    TO      CTB-DT-MOV
                   MOVE    WS-IND-EMP      TO      CTB-COD-EMPRESA
                   MOVE    TAB-EMP-VAR-PERDA (WS-IND-EMP)
                                   TO      CTB-VLR-UNIT
                                           CTB-VLR-TOTAL
                   PERFORM 2950-00-GRAVACAO-CADCTBR
           END-IF.

           IF      TAB-EMP-VAR-GANHO (WS-IND-EMP) GREATER ZEROS
                   MOVE    SPACES  TO      REG-CTB
                   MOVE    ZEROS   TO      CTB-COD-PEC
                                           CTB-QTD-ETQ
                   MOVE    WS-CONTA-FORNECEDORES
                                   TO      CTB-CONTA-DEBITO
                   MOVE    WS-CONTA-VAR-ATIVA
                                   TO      CTB-CONTA-CREDITO
                   MOVE    'VAR.CAMBIAL ATIVA REALIZADA   '
                                   TO      CTB-HISTORICO
                   MOVE    WS-DATA-PROC    TO      CTB-DT-MOV
                   MOVE    WS-IND-EMP      TO      CTB-COD-EMPRESA
                   MOVE    TAB-EMP-VAR-GANHO (WS-IND-EMP)
                                   TO      CTB-VLR-UNIT
                                           CTB-VLR-TOTAL
                   PERFORM 2950-00-GRAVACAO-CADCTBR
           END-IF.
      *
       2910-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2950-00-GRAVACAO-CADCTBR    SECTION.
      *****************************************************************
      *
           WRITE   REG-CADCTBR     FROM    REG-CTB.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    013             TO      WS-PTO-ERRO.

           PERFORM 0395-00-TESTA-FS-CADCTBR.

           ADD     001             TO      WS-GRV-CADCTBR.
      *
       2950-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************

           PERFORM 1700-00-GRAVACAO-CADRCTN.

           PERFORM 2900-00-LANCA-VARIACAO.

           CLOSE   CADAPAG
                   CADFPAG
                   CADFERI
                   CADRCTL
                   CADFPHS
                   CADBREM
                   CADAPGN
                   CADRCTN
                   RELRETB
                   CADCAMB
                   CADCTBR
                   CADEMPR.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.


           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    WS-GCAT-CADAPAG TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB082'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    015             TO      WS-PTO-ERRO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADAPAG.

           MOVE    WS-GCAT-CADRCTL TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB082'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    016             TO      WS-PTO-ERRO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADRCTL.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB082'      TO      WRL-PROGRAMA.
                                   TO      WS-EDICAO.
           DISPLAY '* TITULOS COM VENCIMENTO INVALIDO..: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-ZERADOS  TO      WS-EDICAO.
           DISPLAY '* TITULOS ZERADOS POR ABATIMENTO...: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADFPHS  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADFPHS.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-TAB-RET  TO      WS-EDICAO.
           DISPLAY '* FORNECEDORES EM CARENCIA BANCARIA: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-RETIDOS  TO      WS-EDICAO.
           DISPLAY '* TITULOS RETIDOS POR ALT. BANCARIA: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-RELRETB  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- RELRETB.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADCAMB  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADCAMB.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-CONVERTIDOS
                                   TO      WS-EDICAO.
           DISPLAY '* TITULOS EM MOEDA ESTRANG. PAGOS..: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-TAXA TO      WS-EDICAO.
           DISPLAY '* TITULOS SEM TAXA DE CAMBIO DO DIA: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADCTBR  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADCTBR.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADEMPR  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADEMPR.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-EMPRESA
                                   TO      WS-EDICAO.
           DISPLAY '* TITULOS DE EMPRESA NAO CADASTRADA: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-TRAILERS TO      WS-EDICAO.
           DISPLAY '* TRAILERS POR EMPRESA GRAVADOS....: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADAPGN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADAPGN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADAPAG TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADAPAG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADRCTL TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADRCTL.: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB082 ******************'.
      *
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA DE APOIO EXCEDIDA      *'.
           DISPLAY '* (FERIADOS, CONDICOES DE PAGAMENTO OU        *'.
           DISPLAY '* RETENCOES POR ALTERACAO BANCARIA)           *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB082 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
       0989-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB082 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB082 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '* PROBLEMAS NO ACESSO A SUBROTINA ' WS-SUB-ROTINA
           '    *'.
           DISPLAY '*                                             *'.
           DISPLAY '*             COD.RETORNO....: ' WS-SUB-RETORNO
           '             *'.
           DISPLAY '*                                             *'.
           DISPLAY '*           PONTO COM ERRO...: ' WS-PTO-ERRO
           '            *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB082 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB082 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0998-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
