      *   602 - QTDE FATURADA ACIMA DA QTDE RECEBIDA + TOLERANCIA     *
      *   603 - PRECO FATURADO ACIMA DO COTADO + TOLERANCIA           *
      *   604 - FORNECEDOR DA NOTA DIFERE DO FORNECEDOR DO PEDIDO     *
      *   605 - NOTA/PEDIDO/PECA JA APROVADA ANTES (RETIDA - CADFINR) *
      *   606 - OUTRA NOTA DO FORNECEDOR COM A MESMA DATA DE EMISSAO  *
      *         E O MESMO VALOR JA APROVADA (RETIDA - CADFINR)        *
      *   607 - ITEM RETIDO CANCELADO PELO CONTAS A PAGAR (CADDUPM)   *
      *****************************************************************
      * PARAMETRO....: CADPARM, PROGRAMA GPFPB081, VIGENCIA MAIS      *
      *                RECENTE NAO POSTERIOR A DATA DE PROCESSAMENTO: *
      *                   APROVADO DE CADA NOTA DO FORNECEDOR,        *
      *                   REGRAVANDO AS NOTAS DE DEBITO ATUALIZADAS   *
      *                   (CADDEBN)                                   *
      * 15/10/2026 - US - ABATE DOS ADIANTAMENTOS EM ABERTO (CADADIA, *
      *                   REGISTRADOS PELO GPFPB133) DO VALOR APROVADO*
      *                   DAS NOTAS DO MESMO FORNECEDOR E PEDIDO,     *
      *                   DEPOIS DAS NOTAS DE DEBITO, REGRAVANDO OS   *
      *                   ADIANTAMENTOS ATUALIZADOS (CADADIN)         *
      * 15/10/2026 - US - RETENCAO DE NOTAS DUPLICADAS: CADA ITEM E   *
      *                   CONFRONTADO COM O REGISTRO ACUMULADO DAS    *
      *                   NOTAS APROVADAS (CADNFRG -> CADNFRN); O     *
      *                   SUSPEITO (605/606) VAI PARA O CADFINR, QUE  *
      *                   DEVE SER CONCATENADO AO CADFINV DA PROXIMA  *
      *                   EXECUCAO, ATE A DECISAO DO CONTAS A PAGAR   *
      *                   NO CADDUPM (OPERADOR COM OPER-AUT-DUPL)     *
      * 15/10/2026 - US - TITULO DE FORNECEDOR EM MOEDA ESTRANGEIRA   *
      *                   (CADFORN) GUARDA NO CADAPAG A MOEDA E O     *
      *                   VALOR NA MOEDA DE ORIGEM, PELA TAXA DO      *
      *                   CADCAMB VIGENTE NA EMISSAO DO PEDIDO, PARA  *
      *                   A REAVALIACAO MENSAL (GPFPB135) E A         *
      *                   VARIACAO REALIZADA NO PAGAMENTO (GPFPB082)  *
      * 15/10/2026 - US - EMPRESA DA NOTA (FINV-COD-EMPRESA, SEM      *
      *                   EMPRESA = 01) LEVADA AO TITULO DO CADAPAG   *
      * 15/10/2026 - US - CADA CADDEBN, CADADIN E CADNFRN GRAVADO     *
      *                   PASSA A SER CATALOGADO NO CADGCAT (ROTINA   *
      *                   COBBB010) COMO GERACAO DO CADDEBM, DO       *
      *                   CADADIA E DO CADNFRG, COM A QTDE DE         *
      *                   REGISTROS E O SELO DE INTEGRIDADE           *
      * 15/10/2026 - US - A DECISAO DE OPERADOR AUTORIZADO SOBRE NOTA *
      *                   RETIDA COMO DUPLICADA (DUPL) PASSA A SER    *
      *                   REGISTRADA NO LOG CADOLOG (COBBB012), BASE  *
      *                   DA REVISAO DE ACESSOS (GPFPB181)            *
      *****************************************************************
      *
      *****************************************************************
                   FILE     STATUS  IS  WS-FS-CADDEBM.
      *
      *****************************************************************
      * INPUT..: CADADIA - ADIANTAMENTOS A FORNECEDOR    - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADADIA  ASSIGN  TO  UT-S-CADADIA
                   FILE     STATUS  IS  WS-FS-CADADIA.
      *
      *****************************************************************
      * INPUT..: CADNFRG - REGISTRO DE NOTAS APROVADAS   - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADNFRG  ASSIGN  TO  UT-S-CADNFRG
                   FILE     STATUS  IS  WS-FS-CADNFRG.
      *
      *****************************************************************
      * INPUT..: CADOPER - CADASTRO DE OPERADORES        - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADOPER  ASSIGN  TO  UT-S-CADOPER
                   FILE     STATUS  IS  WS-FS-CADOPER.
      *
      *****************************************************************
      * INPUT..: CADDUPM - DECISOES SOBRE NOTAS RETIDAS  - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADDUPM  ASSIGN  TO  UT-S-CADDUPM
                   FILE     STATUS  IS  WS-FS-CADDUPM.
      *
      *****************************************************************
      * INPUT..: CADFORN - CADASTRO DE FORNECEDORES      - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADFORN  ASSIGN  TO  UT-S-CADFORN
                   FILE     STATUS  IS  WS-FS-CADFORN.
      *
      *****************************************************************
      * INPUT..: CADCAMB - TAXAS DIARIAS DE CAMBIO       - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADCAMB  ASSIGN  TO  UT-S-CADCAMB
                   FILE     STATUS  IS  WS-FS-CADCAMB.
      *
      *****************************************************************
      * OUTPUT.: CADAPAG - CONTAS A PAGAR APROVADAS      - LRECL=100  *
      *****************************************************************
      *
                   FILE     STATUS  IS  WS-FS-CADDEBN.
      *
      *****************************************************************
      * OUTPUT.: CADADIN - ADIANTAMENTOS ATUALIZADOS     - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADADIN  ASSIGN  TO  UT-S-CADADIN
                   FILE     STATUS  IS  WS-FS-CADADIN.
      *
      *****************************************************************
      * OUTPUT.: CADNFRN - REGISTRO DE NOTAS ATUALIZADO  - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADNFRN  ASSIGN  TO  UT-S-CADNFRN
                   FILE     STATUS  IS  WS-FS-CADNFRN.
      *
      *****************************************************************
      * OUTPUT.: CADFINR - NOTAS RETIDAS POR DUPLICIDADE - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADFINR  ASSIGN  TO  UT-S-CADFINR
                   FILE     STATUS  IS  WS-FS-CADFINR.
      *
      *****************************************************************
      * OUTPUT.: RELNFDV - RELATORIO DE DIVERGENCIAS     - LRECL=133  *
      *****************************************************************
      *
       01      REG-CADDEBM         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADADIA - ADIANTAMENTOS A FORNECEDOR    - LRECL=100  *
      *****************************************************************
      *
       FD  CADADIA
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADADIA         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADNFRG - REGISTRO DE NOTAS APROVADAS   - LRECL=100  *
      *****************************************************************
      *
       FD  CADNFRG
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADNFRG         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADOPER - CADASTRO DE OPERADORES        - LRECL=050  *
      *****************************************************************
      *
       FD  CADOPER
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADOPER         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADDUPM - DECISOES SOBRE NOTAS RETIDAS  - LRECL=050  *
      *****************************************************************
      *
       FD  CADDUPM
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADDUPM         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADFORN - CADASTRO DE FORNECEDORES      - LRECL=050  *
      *****************************************************************
      *
       FD  CADFORN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFORN         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADCAMB - TAXAS DIARIAS DE CAMBIO       - LRECL=050  *
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
      * OUTPUT.: CADDEBN - NOTAS DE DEBITO ATUALIZADAS   - LRECL=100  *
      *****************************************************************
      *
       01      REG-CADDEBN         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: CADADIN - ADIANTAMENTOS ATUALIZADOS     - LRECL=100  *
      *****************************************************************
      *
       FD  CADADIN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADADIN         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: CADNFRN - REGISTRO DE NOTAS ATUALIZADO  - LRECL=100  *
      *****************************************************************
      *
       FD  CADNFRN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADNFRN         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: CADFINR - NOTAS RETIDAS POR DUPLICIDADE - LRECL=100  *
      *****************************************************************
      *
       FD  CADFINR
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFINR         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: CADAPAG - CONTAS A PAGAR APROVADAS      - LRECL=100  *
      *****************************************************************
      *
       01      WS-FS-CADDEBM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADAPAG       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADDEBN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADADIA       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADADIN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADNFRG       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADOPER       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADDUPM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFORN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCAMB       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADNFRN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFINR       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELNFDV       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADFINV      PIC     9(018) VALUE ZEROS.
      *
       01      WS-LID-CADDEBM      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADDEBN      PIC     9(018) VALUE ZEROS.
      *
       01      WS-LID-CADADIA      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADADIN      PIC     9(018) VALUE ZEROS.
       01      WS-QTD-ABAT-ADIANT  PIC     9(018) VALUE ZEROS.
       01      WS-VLR-ABAT-ADIANT  PIC     9(015)V9(002) VALUE ZEROS.
      *
       01      WS-LID-CADNFRG      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADOPER      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADDUPM      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADNFRN      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADFINR      PIC     9(018) VALUE ZEROS.
       01      WS-QTD-RETIDAS      PIC     9(018) VALUE ZEROS.
       01      WS-QTD-LIBERADAS    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-CANCELADAS   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-DEC-NAO-AUTOR PIC    9(018) VALUE ZEROS.
      *
       01      WS-LID-CADFORN      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADCAMB      PIC     9(018) VALUE ZEROS.
       01      WS-QTD-MOEDA-ESTR   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-TAXA     PIC     9(018) VALUE ZEROS.
      *
       01      WS-MOEDA-SEL        PIC     X(003) VALUE SPACES.
       01      WS-DATA-TAXA        PIC     9(008) VALUE ZEROS.
       01      WS-DATA-TAXA-ACHADA PIC     9(008) VALUE ZEROS.
       01      WS-TAXA-SEL         PIC     9(005)V9(004) VALUE ZEROS.
      *
       01      WS-VLR-BRUTO        PIC     9(013)V9(002) VALUE ZEROS.
       01      WS-ID-LIBERACAO     PIC     X(004) VALUE SPACES.
      *
       01      WS-SW-NF-SUSPEITA   PIC     X(001) VALUE 'N'.
         88    WS-NF-SUSPEITA              VALUE 'S'.
         88    WS-NF-NAO-SUSPEITA          VALUE 'N'.
      *
       01      WS-QTD-APROVADAS    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-DIVERGENTES  PIC     9(018) VALUE ZEROS.
           05  TAB-PED-FORNECEDOR  PIC     9(010).
           05  TAB-PED-VLR-UNIT    PIC     9(013)V9(002).
           05  TAB-PED-QTD-DISP    PIC     9(007).
           05  TAB-PED-DAT-EMISSAO PIC     9(008).
      *
       01      WS-SW-PED-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-PED-ACHOU                VALUE 'S'.
         88    WS-PED-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DOS FORNECEDORES EM MOEDA ESTRANGEIRA (CADFORN) *
      *****************************************************************
      *
       01      WS-QTD-TAB-FOR      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-FOR      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-FORNECEDORES.
         03    TAB-FOR-ITEM        OCCURS  02000  TIMES.
           05  TAB-FOR-CODIGO      PIC     9(010).
           05  TAB-FOR-MOEDA       PIC     X(003).
      *
       01      WS-SW-FOR-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-FOR-ACHOU                VALUE 'S'.
         88    WS-FOR-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DAS TAXAS DE CAMBIO (CADCAMB) ATE A DATA DE     *
      *        PROCESSAMENTO                                          *
      *****************************************************************
      *
       01      WS-QTD-TAB-CAMB     PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-CAMB     PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-TAXAS-CAMBIO.
         03    TAB-CAMB-ITEM       OCCURS  03000  TIMES.
           05  TAB-CAMB-MOEDA      PIC     X(003).
           05  TAB-CAMB-DATA       PIC     9(008).
           05  TAB-CAMB-TAXA       PIC     9(005)V9(004).
      *
      *****************************************************************
      *        TABELA INTERNA COM AS NOTAS DE DEBITO EM ABERTO        *
      *        CONTRA OS FORNECEDORES (IMAGEM INTEGRAL DO REGISTRO,   *
      *        REGRAVADA ATUALIZADA NO CADDEBN AO FINAL)              *
           05  TAB-DEB-IMAGEM      PIC     X(100).
      *
      *****************************************************************
      *        TABELA INTERNA COM OS ADIANTAMENTOS A FORNECEDOR       *
      *        (IMAGEM INTEGRAL DO REGISTRO, REGRAVADA ATUALIZADA NO  *
      *        CADADIN AO FINAL)                                      *
      *****************************************************************
      *
       01      WS-QTD-TAB-ADI      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-ADI      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-ADIANTAMENTOS.
         03    TAB-ADI-ITEM        OCCURS  01000  TIMES.
           05  TAB-ADI-IMAGEM      PIC     X(100).
      *
      *****************************************************************
      *        TABELA INTERNA DO REGISTRO DE NOTAS APROVADAS          *
      *        (CADNFRG + APROVADAS NESTA EXECUCAO, REGRAVADA NO      *
      *        CADNFRN AO FINAL)                                      *
      *****************************************************************
      *
       01      WS-QTD-TAB-REG      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-REG      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-REGISTRO-NF.
         03    TAB-REG-ITEM        OCCURS  20000  TIMES.
           05  TAB-REG-FORNECEDOR  PIC     9(010).
           05  TAB-REG-NUM-NF      PIC     9(009).
           05  TAB-REG-NUM-PEDIDO  PIC     9(007).
           05  TAB-REG-COD-PEC     PIC     9(005).
           05  TAB-REG-VLR-BRUTO   PIC     9(013)V9(002).
           05  TAB-REG-DAT-EMISSAO PIC     9(008).
           05  TAB-REG-DAT-APROV   PIC     9(008).
           05  TAB-REG-ID-LIBER    PIC     X(004).
      *
      *****************************************************************
      *        TABELA DE OPERADORES DO CONTAS A PAGAR (CADOPER)       *
      *****************************************************************
      *
       01      WS-QTD-TAB-OPER     PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-OPER     PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-OPERADORES.
         03    TAB-OPER-ITEM       OCCURS  00200  TIMES.
           05  TAB-OPER-ID         PIC     X(004).
           05  TAB-OPER-SITUACAO   PIC     X(001).
           05  TAB-OPER-AUT        PIC     X(001).
      *
       01      WS-SW-OPER-AUTORIZ  PIC     X(001) VALUE 'N'.
         88    WS-OPER-AUTORIZADO          VALUE 'S'.
         88    WS-OPER-NAO-AUTORIZ         VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DAS DECISOES DE OPERADOR AUTORIZADO SOBRE AS    *
      *        NOTAS RETIDAS (CADDUPM)                                *
      *****************************************************************
      *
       01      WS-QTD-TAB-DEC      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-DEC      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-DECISOES.
         03    TAB-DEC-ITEM        OCCURS  00500  TIMES.
           05  TAB-DEC-FORNECEDOR  PIC     9(010).
           05  TAB-DEC-NUM-NF      PIC     9(009).
           05  TAB-DEC-NUM-PEDIDO  PIC     9(007).
           05  TAB-DEC-COD-PEC     PIC     9(005).
           05  TAB-DEC-DECISAO     PIC     X(001).
           05  TAB-DEC-OPERADOR    PIC     X(004).
      *
       01      WS-SW-DEC-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-DEC-ACHOU                VALUE 'S'.
         88    WS-DEC-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        VARIAVEIS PARA TRATAMENTO DE ABEND                     *
      *****************************************************************
      *
           COPY    COBO1052.
      *
      *****************************************************************
      * INPUT..: CADADIA - ADIANTAMENTOS A FORNECEDOR                 *
      *****************************************************************
      *
           COPY    COBO1092.
      *
      *****************************************************************
      * INPUT..: CADNFRG - REGISTRO DE NOTAS APROVADAS                *
      *****************************************************************
      *
           COPY    COBO1093.
      *
      *****************************************************************
      * INPUT..: CADOPER - CADASTRO DE OPERADORES                     *
      *****************************************************************
      *
           COPY    COBI1077.
      *
      *****************************************************************
      * INPUT..: CADDUPM - DECISOES SOBRE NOTAS RETIDAS               *
      *****************************************************************
      *
           COPY    COBI1089.
      *
      *****************************************************************
      * INPUT..: CADFORN - CADASTRO DE FORNECEDORES                   *
      *****************************************************************
      *
           COPY    COBI1008.
      *
      *****************************************************************
      * INPUT..: CADCAMB - TAXAS DIARIAS DE CAMBIO                    *
      *****************************************************************
      *
           COPY    COBO1056.
      *
      *****************************************************************
      * OUTPUT.: CADAPAG - CONTAS A PAGAR APROVADAS                   *
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
      *****************************************************************
      * INTERFACE.: LOG DE USO DAS AUTORIZACOES (COBBB012)            *
      *****************************************************************
      *
           COPY    RUCWS012.
      *
      *    AREAS DE CATALOGACAO DE CADA ARQUIVO MESTRE GRAVADO - OS
      *    ACUMULADORES DO SELO FICAM NA AREA DE INTERFACE
       01      WS-GCAT-CADDEBM     PIC     X(300) VALUE SPACES.
       01      WS-GCAT-CADADIA     PIC     X(300) VALUE SPACES.
       01      WS-GCAT-CADNFRG     PIC     X(300) VALUE SPACES.
      *
       01      WS-SUB-ROTINA       PIC     X(008) VALUE SPACES.
       01      WS-SUB-RETORNO      PIC     9(002) VALUE ZEROS.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************
                           CADPORN
                           CADPARM
                           CADDEBM
                           CADADIA
                           CADNFRG
                           CADOPER
                           CADDUPM
                           CADFORN
                           CADCAMB
                   OUTPUT  CADAPAG
                           CADDEBN
                           CADADIN
                           CADNFRN
                           CADFINR
                           RELNFDV.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADDEBM'       TO      WGC-ARQUIVO.

           PERFORM 0497-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADDEBM.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADADIA'       TO      WGC-ARQUIVO.

           PERFORM 0497-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADADIA.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADNFRG'       TO      WGC-ARQUIVO.

           PERFORM 0497-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADNFRG.

           PERFORM 0400-00-CARGA-PARAMETRO
             UNTIL WS-FS-CADPARM   EQUAL   10.

           PERFORM 0470-00-CARGA-TAB-DEBITOS
             UNTIL WS-FS-CADDEBM   EQUAL   10.

           PERFORM 0475-00-CARGA-TAB-ADIANT
             UNTIL WS-FS-CADADIA   EQUAL   10.

           PERFORM 0480-00-CARGA-TAB-REGISTRO
             UNTIL WS-FS-CADNFRG   EQUAL   10.

           PERFORM 0485-00-CARGA-TAB-OPER
             UNTIL WS-FS-CADOPER   EQUAL   10.

           PERFORM 0490-00-CARGA-TAB-DECISOES
             UNTIL WS-FS-CADDUPM   EQUAL   10.

           PERFORM 0493-00-CARGA-TAB-FORNEC
             UNTIL WS-FS-CADFORN   EQUAL   10.

           PERFORM 0495-00-CARGA-TAB-CAMBIO
             UNTIL WS-FS-CADCAMB   EQUAL   10.

           PERFORM 0500-00-LEITURA-CADFINV.
      *
       0100-99-EXIT.

           PERFORM 0335-00-TESTA-FS-CADDEBN.

           PERFORM 0327-00-TESTA-FS-CADADIA.

           PERFORM 0337-00-TESTA-FS-CADADIN.

           PERFORM 0328-00-TESTA-FS-ENT-DUPLIC.

           PERFORM 0329-00-TESTA-FS-ENT-CAMBIO.

           PERFORM 0338-00-TESTA-FS-SAI-DUPLIC.

           PERFORM 0340-00-TESTA-FS-RELNFDV.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0327-00-TESTA-FS-CADADIA    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADADIA NOT EQUAL 00 AND 10
                   MOVE 'CADADIA'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADADIA
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0327-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0328-00-TESTA-FS-ENT-DUPLIC SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADNFRG NOT EQUAL 00 AND 10
                   MOVE 'CADNFRG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADNFRG
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADOPER NOT EQUAL 00 AND 10
                   MOVE 'CADOPER'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADOPER
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADDUPM NOT EQUAL 00 AND 10
                   MOVE 'CADDUPM'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADDUPM
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0328-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0329-00-TESTA-FS-ENT-CAMBIO SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADFORN NOT EQUAL 00 AND 10
                   MOVE 'CADFORN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFORN
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADCAMB NOT EQUAL 00 AND 10
                   MOVE 'CADCAMB'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCAMB
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0329-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0335-00-TESTA-FS-CADDEBN    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADDEBN NOT EQUAL 00
                   MOVE 'CADDEBN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADDEBN
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0335-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0337-00-TESTA-FS-CADADIN    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADADIN NOT EQUAL 00
                   MOVE 'CADADIN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADADIN
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0337-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0338-00-TESTA-FS-SAI-DUPLIC SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADNFRN NOT EQUAL 00
                   MOVE 'CADNFRN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADNFRN
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFINR NOT EQUAL 00
                   MOVE 'CADFINR'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFINR
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0338-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0330-00-TESTA-FS-CADAPAG    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADAPAG NOT EQUAL 00
                   MOVE 'CADAPAG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADAPAG
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0330-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0340-00-TESTA-FS-RELNFDV    SECTION.
      *****************************************************************
      *
           IF      WS-FS-RELNFDV NOT EQUAL 00
                   MOVE 'RELNFDV'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELNFDV
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0340-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-PARAMETRO     SECTION.
      *****************************************************************
      *    PROCURA O PARAMETRO DE TOLERANCIA VIGENTE (VIGENCIA MAIS   *
      *    RECENTE NAO POSTERIOR A DATA DE PROCESSAMENTO)             *
      *
           READ    CADPARM         INTO    REG-PARM.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0320-00-TESTA-FS-CADPARM.

           IF      WS-FS-CADPARM   EQUAL   00
                   IF      PARM-PROGRAMA   EQUAL   'GPFPB081' AND
                           PARM-DT-VIGENCIA NOT GREATER WS-DATA-PROC
                           AND PARM-DT-VIGENCIA NOT LESS
                           WS-DT-VIG-ACHADA
                           SET     WS-PARM-ACHADO  TO      TRUE
                           MOVE    PARM-DT-VIGENCIA        TO
                                   WS-DT-VIG-ACHADA
                           MOVE    PARM-VALOR (1:4)        TO
                                   WS-PCT-TOL-VLR (1:4)
                           MOVE    PARM-VALOR (5:4)        TO
                                   WS-PCT-TOL-QTD (1:4)
                   END-IF
           END-IF.
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0450-00-CARGA-TAB-PEDIDOS   SECTION.
      *****************************************************************
      *    CARREGA OS ITENS DE PEDIDO COM A QUANTIDADE RECEBIDA       *
      *    CONFIRMADA PELO CASAMENTO DA DOCA (GPFPB039)               *
                           TAB-PED-VLR-UNIT   (WS-QTD-TAB-PED)
                   MOVE    PORD-QTD-RECEBIDA       TO
                           TAB-PED-QTD-DISP   (WS-QTD-TAB-PED)
                   MOVE    PORD-DAT-EMISSAO        TO
                           TAB-PED-DAT-EMISSAO (WS-QTD-TAB-PED)
           END-IF.
      *
       0450-99-EXIT.
       0470-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0475-00-CARGA-TAB-ADIANT    SECTION.
      *****************************************************************
      *    CARREGA OS ADIANTAMENTOS A FORNECEDOR (GPFPB133) PARA      *
      *    ABATIMENTO NAS NOTAS DO MESMO PEDIDO                       *
      *
           READ    CADADIA         INTO    REG-ADIA.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    010             TO      WS-PTO-ERRO.

           PERFORM 0327-00-TESTA-FS-CADADIA.

           IF      WS-FS-CADADIA   EQUAL   00
                   ADD 001         TO      WS-LID-CADADIA

                   IF      WS-QTD-TAB-ADI  GREATER OR EQUAL 01000
                           PERFORM 0989-00-ABEND-TAB-PEDIDOS
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-ADI
                   MOVE    REG-ADIA        TO
                           TAB-ADI-IMAGEM (WS-QTD-TAB-ADI)
           END-IF.
      *
       0475-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0480-00-CARGA-TAB-REGISTRO  SECTION.
      *****************************************************************
      *    CARREGA O REGISTRO ACUMULADO DAS NOTAS JA APROVADAS        *
      *
           READ    CADNFRG         INTO    REG-RGNF.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    012             TO      WS-PTO-ERRO.

           PERFORM 0328-00-TESTA-FS-ENT-DUPLIC.

           IF      WS-FS-CADNFRG   EQUAL   00
                   ADD 001         TO      WS-LID-CADNFRG
                   PERFORM 1270-00-GUARDA-REGISTRO
           END-IF.
      *
       0480-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0485-00-CARGA-TAB-OPER      SECTION.
      *****************************************************************
      *    CARREGA OS OPERADORES COM A AUTORIZACAO DE DECIDIR SOBRE   *
      *    AS NOTAS RETIDAS COMO DUPLICADAS                           *
      *
           READ    CADOPER         INTO    REG-OPER.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    013             TO      WS-PTO-ERRO.

           PERFORM 0328-00-TESTA-FS-ENT-DUPLIC.

           IF      WS-FS-CADOPER   EQUAL   00
                   ADD 001         TO      WS-LID-CADOPER

                   IF      WS-QTD-TAB-OPER GREATER OR EQUAL 00200
                           PERFORM 0989-00-ABEND-TAB-PEDIDOS
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-OPER
                   MOVE    OPER-ID TO
                           TAB-OPER-ID       (WS-QTD-TAB-OPER)
                   MOVE    OPER-SITUACAO     TO
                           TAB-OPER-SITUACAO (WS-QTD-TAB-OPER)
                   MOVE    OPER-AUT-DUPL     TO
                           TAB-OPER-AUT      (WS-QTD-TAB-OPER)
           END-IF.
      *
       0485-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0490-00-CARGA-TAB-DECISOES  SECTION.
      *****************************************************************
      *    SO AS DECISOES DE OPERADOR ATIVO E AUTORIZADO SAO ACEITAS  *
      *
           READ    CADDUPM         INTO    REG-DUPM.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    014             TO      WS-PTO-ERRO.

           PERFORM 0328-00-TESTA-FS-ENT-DUPLIC.

           IF      WS-FS-CADDUPM   NOT EQUAL 00
                   GO      TO      0490-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADDUPM.

           SET     WS-OPER-NAO-AUTORIZ     TO      TRUE.

           PERFORM VARYING WS-IND-TAB-OPER FROM 1 BY 1
                   UNTIL   WS-IND-TAB-OPER GREATER WS-QTD-TAB-OPER

             IF    DUPM-ID-OPERADOR        EQUAL
                   TAB-OPER-ID (WS-IND-TAB-OPER)
               AND TAB-OPER-SITUACAO (WS-IND-TAB-OPER) EQUAL 'A'
               AND TAB-OPER-AUT      (WS-IND-TAB-OPER) EQUAL 'S'
                   SET     WS-OPER-AUTORIZADO      TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-OPER-NAO-AUTORIZ     OR
                   NOT (DUPM-LIBERA OR DUPM-CANCELA)
                   ADD     001     TO      WS-QTD-DEC-NAO-AUTOR
                   GO      TO      0490-99-EXIT
           END-IF.

           MOVE    DUPM-ID-OPERADOR        TO      WOL-ID-OPERADOR.
           MOVE    'A'             TO      WOL-FUNCAO.
           PERFORM 0498-00-CHAMA-COBBB012.

           IF      WS-QTD-TAB-DEC  GREATER OR EQUAL 00500
                   PERFORM 0989-00-ABEND-TAB-PEDIDOS
           END-IF.

           ADD     001             TO      WS-QTD-TAB-DEC.

           MOVE    DUPM-FORNECEDOR TO
                   TAB-DEC-FORNECEDOR (WS-QTD-TAB-DEC).
           MOVE    DUPM-NUM-NF     TO
                   TAB-DEC-NUM-NF     (WS-QTD-TAB-DEC).
           MOVE    DUPM-NUM-PEDIDO TO
                   TAB-DEC-NUM-PEDIDO (WS-QTD-TAB-DEC).
           MOVE    DUPM-COD-PEC    TO
                   TAB-DEC-COD-PEC    (WS-QTD-TAB-DEC).
           MOVE    DUPM-DECISAO    TO
                   TAB-DEC-DECISAO    (WS-QTD-TAB-DEC).
           MOVE    DUPM-ID-OPERADOR        TO
                   TAB-DEC-OPERADOR   (WS-QTD-TAB-DEC).
      *
       0490-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0493-00-CARGA-TAB-FORNEC    SECTION.
      *****************************************************************
      *    GUARDA SO OS FORNECEDORES QUE FATURAM EM MOEDA ESTRANGEIRA *
      *
           READ    CADFORN         INTO    REG-FORN.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    017             TO      WS-PTO-ERRO.

           PERFORM 0329-00-TESTA-FS-ENT-CAMBIO.

           IF      WS-FS-CADFORN   EQUAL   00
                   ADD 001         TO      WS-LID-CADFORN

                   IF      NOT FORN-MOEDA-LOCAL
                     IF    WS-QTD-TAB-FOR  GREATER OR EQUAL 02000
                           PERFORM 0989-00-ABEND-TAB-PEDIDOS
                     END-IF
                     ADD   001     TO      WS-QTD-TAB-FOR
                     MOVE  FORN-CODIGO     TO
                           TAB-FOR-CODIGO (WS-QTD-TAB-FOR)
                     MOVE  FORN-COD-MOEDA  TO
                           TAB-FOR-MOEDA  (WS-QTD-TAB-FOR)
                   END-IF
           END-IF.
      *
       0493-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0495-00-CARGA-TAB-CAMBIO    SECTION.
      *****************************************************************
      *    GUARDA AS TAXAS ATE A DATA DE PROCESSAMENTO - A TAXA DO    *
      *    TITULO E A VIGENTE NA EMISSAO DO PEDIDO                    *
      *
           READ    CADCAMB         INTO    REG-CAMB.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    018             TO      WS-PTO-ERRO.

           PERFORM 0329-00-TESTA-FS-ENT-CAMBIO.

           IF      WS-FS-CADCAMB   EQUAL   00
                   ADD 001         TO      WS-LID-CADCAMB

                   IF      CAMB-DATA NOT GREATER WS-DATA-PROC
                     IF    WS-QTD-TAB-CAMB GREATER OR EQUAL 03000
                           PERFORM 0989-00-ABEND-TAB-PEDIDOS
                     END-IF
                     ADD   001     TO      WS-QTD-TAB-CAMB
                     MOVE  CAMB-COD-MOEDA  TO
                           TAB-CAMB-MOEDA (WS-QTD-TAB-CAMB)
                     MOVE  CAMB-DATA       TO
                           TAB-CAMB-DATA  (WS-QTD-TAB-CAMB)
                     MOVE  CAMB-VLR-TAXA   TO
                           TAB-CAMB-TAXA  (WS-QTD-TAB-CAMB)
                   END-IF
           END-IF.
      *
       0495-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0497-00-CHAMA-COBBB010      SECTION.
      *****************************************************************
      *    REGISTRA AS GERACOES DOS ARQUIVOS MESTRES NO CATALOGO      *
      *
           MOVE    'COBBB010'      TO      WS-SUB-ROTINA.

           CALL    WS-SUB-ROTINA   USING   WGC-GRUPO
           END-CALL.

           IF      NOT WGC-OPERACAO-OK
                   MOVE    WGC-CODRET      TO      WS-SUB-RETORNO
                   PERFORM         0998-00-ABEND-SUB
           END-IF.
      *
       0497-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0498-00-CHAMA-COBBB012      SECTION.
      *****************************************************************
      *    REGISTRA NO LOG CADOLOG O USO DA AUTORIZACAO DUPL PELO     *
      *    OPERADOR DA DECISAO, BASE DA REVISAO DE ACESSOS (GPFPB181) *
      *
           MOVE    'DUPL'          TO      WOL-AUTORIZACAO.
           MOVE    'GPFPB081'      TO      WOL-PROGRAMA.

           MOVE    'COBBB012'      TO      WS-SUB-ROTINA.

           CALL    WS-SUB-ROTINA   USING   WOL-GRUPO
           END-CALL.

           IF      NOT WOL-OPERACAO-OK
                   MOVE    WOL-CODRET      TO      WS-SUB-RETORNO
                   PERFORM         0998-00-ABEND-SUB
           END-IF.
      *
       0498-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-LEITURA-CADFINV     SECTION.
      *****************************************************************
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1050-00-VERIFICA-DUPLICIDADE SECTION.
      *****************************************************************
      *    ITEM JA APROVADO ANTES (MESMO FORNECEDOR, NOTA, PEDIDO E   *
      *    PECA - 605) OU NOTA DE OUTRO NUMERO DO MESMO FORNECEDOR    *
      *    COM A MESMA DATA DE EMISSAO E O MESMO VALOR (606) E RETIDO *
      *    NO CADFINR PARA REVISAO DO CONTAS A PAGAR. A DECISAO DO    *
      *    CADDUPM PREVALECE: 'L' DISPENSA A VERIFICACAO E 'C'        *
      *    DESCARTA O ITEM (607)                                      *
      *
           SET     WS-NF-NAO-SUSPEITA      TO      TRUE.

           MOVE    SPACES          TO      WS-ID-LIBERACAO.

           PERFORM 1060-00-PROCURA-DECISAO.

           IF      WS-DEC-ACHOU
                   IF      TAB-DEC-DECISAO (WS-IND-TAB-DEC) EQUAL 'L'
                           MOVE    TAB-DEC-OPERADOR (WS-IND-TAB-DEC)
                                           TO      WS-ID-LIBERACAO
                           ADD     001     TO      WS-QTD-LIBERADAS
                   ELSE
                           SET     WS-NF-SUSPEITA  TO      TRUE
                           ADD     001     TO      WS-QTD-CANCELADAS
                           MOVE    607     TO      WS-COD-MOTIVO
                           MOVE    ZEROS   TO      DET1-QTD-DISP
                                                   DET1-VLR-UNIT-PED
                           PERFORM 1300-00-APONTA-DIVERGENCIA
                   END-IF
                   GO      TO      1050-99-EXIT
           END-IF.

           COMPUTE WS-VLR-BRUTO =
                   FINV-QTD-FATURADA * FINV-VLR-UNIT.

           MOVE    ZEROS           TO      WS-COD-MOTIVO.

           PERFORM VARYING WS-IND-TAB-REG FROM 1 BY 1
                   UNTIL   WS-IND-TAB-REG GREATER WS-QTD-TAB-REG
                   OR      WS-COD-MOTIVO  EQUAL   605

             IF    FINV-FORNECEDOR EQUAL
                   TAB-REG-FORNECEDOR  (WS-IND-TAB-REG)
               IF  FINV-NUM-NF     EQUAL
                   TAB-REG-NUM-NF      (WS-IND-TAB-REG)    AND
                   FINV-NUM-PEDIDO EQUAL
                   TAB-REG-NUM-PEDIDO  (WS-IND-TAB-REG)    AND
                   FINV-COD-PEC    EQUAL
                   TAB-REG-COD-PEC     (WS-IND-TAB-REG)
                   MOVE    605     TO      WS-COD-MOTIVO
               ELSE
                 IF FINV-NUM-NF    NOT EQUAL
                   TAB-REG-NUM-NF      (WS-IND-TAB-REG)    AND
                   FINV-DAT-EMISSAO        EQUAL
                   TAB-REG-DAT-EMISSAO (WS-IND-TAB-REG)    AND
                   WS-VLR-BRUTO    EQUAL
                   TAB-REG-VLR-BRUTO   (WS-IND-TAB-REG)
                   MOVE    606     TO      WS-COD-MOTIVO
                 END-IF
               END-IF
             END-IF

           END-PERFORM.

           IF      WS-COD-MOTIVO   EQUAL   ZEROS
                   GO      TO      1050-99-EXIT
           END-IF.

           SET     WS-NF-SUSPEITA          TO      TRUE.

           ADD     001             TO      WS-QTD-RETIDAS.

           MOVE    ZEROS           TO      DET1-QTD-DISP
                                           DET1-VLR-UNIT-PED.
           PERFORM 1300-00-APONTA-DIVERGENCIA.

           WRITE   REG-CADFINR     FROM    REG-FINV.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    015             TO      WS-PTO-ERRO.

           PERFORM 0338-00-TESTA-FS-SAI-DUPLIC.

           ADD     001             TO      WS-GRV-CADFINR.
      *
       1050-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1060-00-PROCURA-DECISAO     SECTION.
      *****************************************************************
      *
           SET     WS-DEC-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-DEC FROM 1 BY 1
                   UNTIL   WS-IND-TAB-DEC GREATER WS-QTD-TAB-DEC
                   OR      WS-DEC-ACHOU

             IF    FINV-FORNECEDOR EQUAL
                   TAB-DEC-FORNECEDOR (WS-IND-TAB-DEC)     AND
                   FINV-NUM-NF     EQUAL
                   TAB-DEC-NUM-NF     (WS-IND-TAB-DEC)     AND
                   FINV-NUM-PEDIDO EQUAL
                   TAB-DEC-NUM-PEDIDO (WS-IND-TAB-DEC)     AND
                   FINV-COD-PEC    EQUAL
                   TAB-DEC-COD-PEC    (WS-IND-TAB-DEC)
                   SET     WS-DEC-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-DEC-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-DEC
           END-IF.
      *
       1060-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-CONFERE-NOTA        SECTION.
      *****************************************************************
      *    CONFERENCIA DE TRES VIAS DO ITEM FATURADO                  *
      *
           PERFORM 1050-00-VERIFICA-DUPLICIDADE.

           IF      WS-NF-SUSPEITA
                   GO      TO      1100-99-EXIT
           END-IF.

           SET     WS-PED-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-PED FROM 1 BY 1
           MOVE    FINV-DAT-VENCTO TO      APAG-DAT-VENCTO.
           MOVE    'A'             TO      APAG-SITUACAO.

           IF      FINV-COD-EMPRESA NOT NUMERIC    OR
                   FINV-COD-EMPRESA EQUAL  ZEROS
                   MOVE    01      TO      APAG-COD-EMPRESA
           ELSE
                   MOVE    FINV-COD-EMPRESA
                                   TO      APAG-COD-EMPRESA
           END-IF.

           PERFORM 1250-00-ABATE-NOTAS-DEBITO.

           PERFORM 1260-00-ABATE-ADIANTAMENTOS.

           PERFORM 1280-00-VALOR-NA-MOEDA.

           WRITE   REG-CADAPAG     FROM    REG-APAG.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           ADD     001             TO      WS-GRV-CADAPAG.
           ADD     001             TO      WS-QTD-APROVADAS.

           MOVE    SPACES          TO      REG-RGNF.
           MOVE    FINV-FORNECEDOR TO      RGNF-FORNECEDOR.
           MOVE    FINV-NUM-NF     TO      RGNF-NUM-NF.
           MOVE    FINV-NUM-PEDIDO TO      RGNF-NUM-PEDIDO.
           MOVE    FINV-COD-PEC    TO      RGNF-COD-PEC.
           COMPUTE RGNF-VLR-BRUTO  =
                   FINV-QTD-FATURADA * FINV-VLR-UNIT.
           MOVE    FINV-DAT-EMISSAO        TO      RGNF-DAT-EMISSAO.
           MOVE    WS-DATA-PROC    TO      RGNF-DAT-APROVACAO.
           MOVE    WS-ID-LIBERACAO TO      RGNF-ID-LIBERACAO.

           PERFORM 1270-00-GUARDA-REGISTRO.
           ADD     APAG-VLR-TOTAL  TO      WS-VLR-APROVADO.

           IF      FINV-QTD-FATURADA NOT GREATER
       1250-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1260-00-ABATE-ADIANTAMENTOS SECTION.
      *****************************************************************
      *    ABATE DO VALOR APROVADO OS ADIANTAMENTOS EM ABERTO DO      *
      *    FORNECEDOR PARA O MESMO PEDIDO (GPFPB133), BAIXANDO O      *
      *    SALDO DE CADA ADIANTAMENTO CONSUMIDO                       *
      *
           PERFORM VARYING WS-IND-TAB-ADI FROM 1 BY 1
                   UNTIL   WS-IND-TAB-ADI GREATER WS-QTD-TAB-ADI
                   OR      APAG-VLR-TOTAL NOT GREATER ZEROS

             MOVE  TAB-ADI-IMAGEM (WS-IND-TAB-ADI)  TO      REG-ADIA

             IF    ADIA-ABERTO                     AND
                   ADIA-FORNECEDOR EQUAL APAG-FORNECEDOR    AND
                   ADIA-NUM-PEDIDO EQUAL APAG-NUM-PEDIDO    AND
                   ADIA-VLR-SALDO  GREATER ZEROS

                   IF      ADIA-VLR-SALDO NOT GREATER APAG-VLR-TOTAL
                           MOVE    ADIA-VLR-SALDO  TO  WS-VLR-ABATE
                   ELSE
                           MOVE    APAG-VLR-TOTAL  TO  WS-VLR-ABATE
                   END-IF

                   SUBTRACT WS-VLR-ABATE   FROM    APAG-VLR-TOTAL
                   SUBTRACT WS-VLR-ABATE   FROM    ADIA-VLR-SALDO

                   IF      ADIA-VLR-SALDO NOT GREATER ZEROS
                           MOVE    'C'     TO      ADIA-SITUACAO
                   END-IF

                   ADD     001             TO      WS-QTD-ABAT-ADIANT
                   ADD     WS-VLR-ABATE    TO      WS-VLR-ABAT-ADIANT

                   MOVE    REG-ADIA        TO
                           TAB-ADI-IMAGEM (WS-IND-TAB-ADI)
             END-IF

           END-PERFORM.
      *
       1260-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1270-00-GUARDA-REGISTRO     SECTION.
      *****************************************************************
      *    INCLUI O ITEM (REG-RGNF) NA TABELA DO REGISTRO DE NOTAS;   *
      *    UMA SEGUNDA VIA DA MESMA NOTA NESTA EXECUCAO TAMBEM E      *
      *    RETIDA                                                     *
      *
           IF      WS-QTD-TAB-REG  GREATER OR EQUAL 20000
                   PERFORM 0989-00-ABEND-TAB-PEDIDOS
           END-IF.

           ADD     001             TO      WS-QTD-TAB-REG.

           MOVE    RGNF-FORNECEDOR TO
                   TAB-REG-FORNECEDOR  (WS-QTD-TAB-REG).
           MOVE    RGNF-NUM-NF     TO
                   TAB-REG-NUM-NF      (WS-QTD-TAB-REG).
           MOVE    RGNF-NUM-PEDIDO TO
                   TAB-REG-NUM-PEDIDO  (WS-QTD-TAB-REG).
           MOVE    RGNF-COD-PEC    TO
                   TAB-REG-COD-PEC     (WS-QTD-TAB-REG).
           MOVE    RGNF-VLR-BRUTO  TO
                   TAB-REG-VLR-BRUTO   (WS-QTD-TAB-REG).
           MOVE    RGNF-DAT-EMISSAO        TO
                   TAB-REG-DAT-EMISSAO (WS-QTD-TAB-REG).
           MOVE    RGNF-DAT-APROVACAO      TO
                   TAB-REG-DAT-APROV   (WS-QTD-TAB-REG).
           MOVE    RGNF-ID-LIBERACAO       TO
                   TAB-REG-ID-LIBER    (WS-QTD-TAB-REG).
      *
       1270-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1280-00-VALOR-NA-MOEDA      SECTION.
      *****************************************************************
      *    O PEDIDO FOI COTADO EM BRL PELA TAXA DO DIA DA COTACAO     *
      *    (GPFPB007); O VALOR A PAGAR, JA ABATIDO, VOLTA PARA A      *
      *    MOEDA DO FORNECEDOR PELA TAXA VIGENTE NA EMISSAO DO PEDIDO *
      *    E FICA NO TITULO PARA A REAVALIACAO E PARA O PAGAMENTO.    *
      *    SEM TAXA NO CADCAMB O TITULO SEGUE SO EM BRL               *
      *
           MOVE    'BRL'           TO      APAG-COD-MOEDA.
           MOVE    ZEROS           TO      APAG-VLR-MOEDA.

           SET     WS-FOR-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-FOR FROM 1 BY 1
                   UNTIL   WS-IND-TAB-FOR GREATER WS-QTD-TAB-FOR
                   OR      WS-FOR-ACHOU

             IF    APAG-FORNECEDOR EQUAL
                   TAB-FOR-CODIGO (WS-IND-TAB-FOR)
                   SET     WS-FOR-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-FOR-NAO-ACHOU
                   GO      TO      1280-99-EXIT
           END-IF.

           SUBTRACT 001            FROM    WS-IND-TAB-FOR.

           MOVE    TAB-FOR-MOEDA (WS-IND-TAB-FOR)
                                   TO      WS-MOEDA-SEL.
           MOVE    TAB-PED-DAT-EMISSAO (WS-IND-TAB-PED)
                                   TO      WS-DATA-TAXA.

           PERFORM 1285-00-PROCURA-TAXA.

           IF      WS-DATA-TAXA-ACHADA EQUAL ZEROS
                   ADD     001     TO      WS-QTD-SEM-TAXA
                   GO      TO      1280-99-EXIT
           END-IF.

           MOVE    WS-MOEDA-SEL    TO      APAG-COD-MOEDA.

           COMPUTE APAG-VLR-MOEDA ROUNDED =
                   APAG-VLR-TOTAL / WS-TAXA-SEL.

           ADD     001             TO      WS-QTD-MOEDA-ESTR.
      *
       1280-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1285-00-PROCURA-TAXA        SECTION.
      *****************************************************************
      *    TAXA DE DATA MAIS RECENTE NAO POSTERIOR A WS-DATA-TAXA     *
      *
           MOVE    ZEROS           TO      WS-DATA-TAXA-ACHADA
                                           WS-TAXA-SEL.

           PERFORM VARYING WS-IND-TAB-CAMB FROM 1 BY 1
                   UNTIL   WS-IND-TAB-CAMB GREATER WS-QTD-TAB-CAMB

             IF    TAB-CAMB-MOEDA (WS-IND-TAB-CAMB) EQUAL WS-MOEDA-SEL
               AND TAB-CAMB-DATA  (WS-IND-TAB-CAMB) NOT GREATER
                   WS-DATA-TAXA
               AND TAB-CAMB-DATA  (WS-IND-TAB-CAMB) GREATER
                   WS-DATA-TAXA-ACHADA
               AND TAB-CAMB-TAXA  (WS-IND-TAB-CAMB) GREATER ZEROS
                   MOVE    TAB-CAMB-DATA (WS-IND-TAB-CAMB)
                                   TO      WS-DATA-TAXA-ACHADA
                   MOVE    TAB-CAMB-TAXA (WS-IND-TAB-CAMB)
                                   TO      WS-TAXA-SEL
             END-IF

           END-PERFORM.
      *
       1285-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1300-00-APONTA-DIVERGENCIA  SECTION.
      *****************************************************************
      *****************************************************************
      *    REGRAVA AS NOTAS DE DEBITO COM OS SALDOS ATUALIZADOS       *
      *
           MOVE    WS-GCAT-CADDEBM TO      WGC-GRUPO.

           PERFORM VARYING WS-IND-TAB-DEB FROM 1 BY 1
                   UNTIL   WS-IND-TAB-DEB GREATER WS-QTD-TAB-DEB


             ADD   001             TO      WS-GRV-CADDEBN

             MOVE 'A'              TO      WGC-CODOPE
             MOVE  REG-CADDEBN     TO      WGC-REG-IMAGEM
             MOVE  100             TO      WGC-TAM-REG
             PERFORM 0497-00-CHAMA-COBBB010

           END-PERFORM.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADDEBM.
      *
       2800-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2850-00-GRAVACAO-CADADIN    SECTION.
      *****************************************************************
      *    REGRAVA OS ADIANTAMENTOS COM OS SALDOS ATUALIZADOS         *
      *
           MOVE    WS-GCAT-CADADIA TO      WGC-GRUPO.

           PERFORM VARYING WS-IND-TAB-ADI FROM 1 BY 1
                   UNTIL   WS-IND-TAB-ADI GREATER WS-QTD-TAB-ADI

             MOVE  TAB-ADI-IMAGEM (WS-IND-TAB-ADI)  TO  REG-CADADIN

             WRITE REG-CADADIN

             MOVE ' NA GRAVACAO '  TO      WS-ACESSO-ARQ
             MOVE  011             TO      WS-PTO-ERRO
             PERFORM 0337-00-TESTA-FS-CADADIN

             ADD   001             TO      WS-GRV-CADADIN

             MOVE 'A'              TO      WGC-CODOPE
             MOVE  REG-CADADIN     TO      WGC-REG-IMAGEM
             MOVE  100             TO      WGC-TAM-REG
             PERFORM 0497-00-CHAMA-COBBB010

           END-PERFORM.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADADIA.
      *
       2850-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2870-00-GRAVACAO-CADNFRN    SECTION.
      *****************************************************************
      *    REGRAVA O REGISTRO DE NOTAS COM AS APROVADAS NESTA EXECUCAO*
      *
           MOVE    WS-GCAT-CADNFRG TO      WGC-GRUPO.

           PERFORM VARYING WS-IND-TAB-REG FROM 1 BY 1
                   UNTIL   WS-IND-TAB-REG GREATER WS-QTD-TAB-REG

             MOVE  SPACES          TO      REG-RGNF
             MOVE  TAB-REG-FORNECEDOR  (WS-IND-TAB-REG)
                                   TO      RGNF-FORNECEDOR
             MOVE  TAB-REG-NUM-NF      (WS-IND-TAB-REG)
                                   TO      RGNF-NUM-NF
             MOVE  TAB-REG-NUM-PEDIDO  (WS-IND-TAB-REG)
                                   TO      RGNF-NUM-PEDIDO
             MOVE  TAB-REG-COD-PEC     (WS-IND-TAB-REG)
                                   TO      RGNF-COD-PEC
             MOVE  TAB-REG-VLR-BRUTO   (WS-IND-TAB-REG)
                                   TO      RGNF-VLR-BRUTO
             MOVE  TAB-REG-DAT-EMISSAO (WS-IND-TAB-REG)
                                   TO      RGNF-DAT-EMISSAO
             MOVE  TAB-REG-DAT-APROV   (WS-IND-TAB-REG)
                                   TO      RGNF-DAT-APROVACAO
             MOVE  TAB-REG-ID-LIBER    (WS-IND-TAB-REG)
                                   TO      RGNF-ID-LIBERACAO

             WRITE REG-CADNFRN     FROM    REG-RGNF

             MOVE ' NA GRAVACAO '  TO      WS-ACESSO-ARQ
             MOVE  016             TO      WS-PTO-ERRO
             PERFORM 0338-00-TESTA-FS-SAI-DUPLIC

             ADD   001             TO      WS-GRV-CADNFRN

             MOVE 'A'              TO      WGC-CODOPE
             MOVE  REG-RGNF        TO      WGC-REG-IMAGEM
             MOVE  100             TO      WGC-TAM-REG
             PERFORM 0497-00-CHAMA-COBBB010

           END-PERFORM.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADNFRG.
      *
       2870-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           PERFORM 2800-00-GRAVACAO-CADDEBN.

           PERFORM 2850-00-GRAVACAO-CADADIN.

           PERFORM 2870-00-GRAVACAO-CADNFRN.

           CLOSE   CADFINV
                   CADPORN
                   CADPARM
                   CADDEBM
                   CADADIA
                   CADNFRG
                   CADOPER
                   CADDUPM
                   CADFORN
                   CADCAMB
                   CADAPAG
                   CADDEBN
                   CADADIN
                   CADNFRN
                   CADFINR
                   RELNFDV.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    WS-GCAT-CADDEBM TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB081'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    019             TO      WS-PTO-ERRO.

           PERFORM 0497-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADDEBM.

           MOVE    WS-GCAT-CADADIA TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB081'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    020             TO      WS-PTO-ERRO.

           PERFORM 0497-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADADIA.

           MOVE    WS-GCAT-CADNFRG TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB081'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    021             TO      WS-PTO-ERRO.

           PERFORM 0497-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADNFRG.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB081'      TO      WRL-PROGRAMA.
                                   TO      WS-EDICAO.
           DISPLAY '* ABATIMENTOS DE NOTA DE DEBITO....: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADADIA  TO      WS-EDICAO.
           DISPLAY '* ADIANTAMENTOS LIDOS..............: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-ABAT-ADIANT
                                   TO      WS-EDICAO.
           DISPLAY '* ABATIMENTOS DE ADIANTAMENTO......: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADNFRG  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADNFRG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADNFRN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADNFRN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADDEBM TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADDEBM.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADADIA TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADADIA.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADNFRG TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADNFRG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADFINR  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADFINR.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-RETIDAS  TO      WS-EDICAO.
           DISPLAY '* ITENS RETIDOS POR DUPLICIDADE....: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-LIBERADAS
                                   TO      WS-EDICAO.
           DISPLAY '* ITENS LIBERADOS NA REVISAO.......: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-CANCELADAS
                                   TO      WS-EDICAO.
           DISPLAY '* ITENS CANCELADOS NA REVISAO......: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-DEC-NAO-AUTOR
                                   TO      WS-EDICAO.
           DISPLAY '* DECISOES NAO AUTORIZADAS.........: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADFORN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADFORN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADCAMB  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADCAMB.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-MOEDA-ESTR
                                   TO      WS-EDICAO.
           DISPLAY '* TITULOS EM MOEDA ESTRANGEIRA.....: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-TAXA TO      WS-EDICAO.
           DISPLAY '* TITULOS SEM TAXA (SO EM BRL).....: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB081 ******************'.
      *
       0990-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB081 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB081 ******************'.
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
           DISPLAY '******************* GPFPB081 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB081 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0998-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
