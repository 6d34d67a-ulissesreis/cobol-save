      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB135.
       AUTHOR.                     ULISSES SOUZA
       DATE-WRITTEN.               15/10/2026.
       SECURITY.
      *
      *****************************************************************
      * SISTEMA......: SIGPF - SISTEMA DE GESTAO DE PECAS/FILIAIS     *
      *****************************************************************
      * ANALISTA.....: ULISSES SOUZA                                  *
      * LINGUAGEM....: COBOL/BATCH                                    *
      * PROGRAMADOR..: ULISSES SOUZA                                  *
      * DATA.........: 15/10/2026                                     *
      *****************************************************************
      * OBJETIVO.....: REAVALIACAO CAMBIAL DE FECHAMENTO DO MES DOS   *
      *                TITULOS A PAGAR EM MOEDA ESTRANGEIRA AINDA EM  *
      *                ABERTO NO CADAPAG. CADA TITULO E REAVALIADO    *
      *                PELO VALOR NA MOEDA DE ORIGEM A TAXA DE        *
      *                FECHAMENTO (ULTIMA TAXA DO CADCAMB ATE A DATA  *
      *                DE PROCESSAMENTO); A DIFERENCA PARA O VALOR    *
      *                CONTABILIZADO E A VARIACAO CAMBIAL NAO         *
      *                REALIZADA. O TOTAL DE PERDAS E O TOTAL DE      *
      *                GANHOS SAO LANCADOS NO CADCTBC (LAY-OUT DO     *
      *                EXTRATO CADCTB) NA DATA DO FECHAMENTO, JUNTO   *
      *                COM O ESTORNO AUTOMATICO DATADO DO PRIMEIRO    *
      *                DIA DO MES SEGUINTE. O RELREAV LISTA OS        *
      *                TITULOS REAVALIADOS E OS SEM TAXA DE CAMBIO.   *
      *****************************************************************
      * OBSERVACAO...: EXECUTAR NO ULTIMO DIA DO MES, APOS A CARGA    *
      *                DAS TAXAS DO DIA (GPFPB088) E ANTES DO         *
      *                GPFPB028, QUE ABSORVE O CADCTBC. COMO A        *
      *                REAVALIACAO E ESTORNADA NO MES SEGUINTE, A     *
      *                VARIACAO E SEMPRE MEDIDA CONTRA O VALOR        *
      *                CONTABILIZADO (APAG-VLR-TOTAL) E A DIFERENCA   *
      *                DEFINITIVA E LANCADA NO PAGAMENTO (GPFPB082).  *
      *                TITULOS EM BRL E JA PROGRAMADOS NAO ENTRAM     *
      *****************************************************************
      * PARAMETRO....: PARM='EE' - EMPRESA (APAG-COD-EMPRESA); SEM    *
      *                PARM OU EE = 00 REAVALIA TODAS AS EMPRESAS     *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 15/10/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - LANCAMENTOS DA REAVALIACAO POR EMPRESA      *
      *                   (CTB-COD-EMPRESA) E EMPRESA OPCIONAL NO PARM*
      *****************************************************************
      *
      *****************************************************************
       ENVIRONMENT                 DIVISION.
      *****************************************************************
       CONFIGURATION               SECTION.
      *****************************************************************
       SPECIAL-NAMES.              DECIMAL-POINT   IS    COMMA.
      *****************************************************************
       INPUT-OUTPUT                SECTION.
      *****************************************************************
       FILE-CONTROL.
      *****************************************************************
      * INPUT..: CADCAMB - TAXAS DIARIAS DE CAMBIO        - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADCAMB  ASSIGN  TO  UT-S-CADCAMB
                   FILE     STATUS  IS  WS-FS-CADCAMB.
      *
      *****************************************************************
      * INPUT..: CADAPAG - CONTAS A PAGAR APROVADAS       - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADAPAG  ASSIGN  TO  UT-S-CADAPAG
                   FILE     STATUS  IS  WS-FS-CADAPAG.
      *
      *****************************************************************
      * OUTPUT.: CADCTBC - LANCTOS DE REAVALIACAO CAMBIAL - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADCTBC  ASSIGN  TO  UT-S-CADCTBC
                   FILE     STATUS  IS  WS-FS-CADCTBC.
      *
      *****************************************************************
      * OUTPUT.: RELREAV - RELATORIO DE REAVALIACAO       - LRECL=133 *
      *****************************************************************
      *
           SELECT  RELREAV  ASSIGN  TO  UT-S-RELREAV
                   FILE     STATUS  IS  WS-FS-RELREAV.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
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
      * INPUT..: CADAPAG - CONTAS A PAGAR APROVADAS       - LRECL=100 *
      *****************************************************************
      *
       FD  CADAPAG
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADAPAG         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: CADCTBC - LANCTOS DE REAVALIACAO CAMBIAL - LRECL=100 *
      *****************************************************************
      *
       FD  CADCTBC
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCTBC         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: RELREAV - RELATORIO DE REAVALIACAO       - LRECL=133 *
      *****************************************************************
      *
       FD  RELREAV
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELREAV         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADCAMB       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADAPAG       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCTBC       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELREAV       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADCAMB      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADAPAG      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADCTBC      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELREAV      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-MOEDA-LOCAL  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-PROGRAMADOS  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-REAVALIADOS  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-TAXA     PIC     9(018) VALUE ZEROS.
       01      WS-QTD-OUTRA-EMPRESA
                                   PIC     9(018) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
      *
       01      WS-DATA-ESTORNO     PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DATA-ESTORNO.
        03     WS-EST-ANO          PIC     9(004).
        03     WS-EST-MES          PIC     9(002).
        03     WS-EST-DIA          PIC     9(002).
      *
       01      WS-DATA-EDITAR      PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DATA-EDITAR.
        03     WS-EDT-ANO          PIC     9(004).
        03     WS-EDT-MES          PIC     9(002).
        03     WS-EDT-DIA          PIC     9(002).
      *
       01      WS-VLR-REAVALIADO   PIC     9(013)V9(002) VALUE ZEROS.
       01      WS-VLR-VARIACAO     PIC    S9(013)V9(002) VALUE ZEROS.
       01      WS-VLR-VAR-PERDA    PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-VLR-VAR-GANHO    PIC     9(015)V9(002) VALUE ZEROS.
      *
      *****************************************************************
      *        EMPRESA PEDIDA NO PARM (ZEROS = TODAS) E VARIACAO DE   *
      *        CADA EMPRESA (INDEXADA PELO CODIGO DA EMPRESA)         *
      *****************************************************************
      *
       01      WS-EMP-SELECIONADA  PIC     9(002) VALUE ZEROS.
       01      WS-IND-EMP          PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-EMPRESAS.
         03    TAB-EMP-ITEM        OCCURS  00099  TIMES.
           05  TAB-EMP-VAR-PERDA   PIC     9(015)V9(002).
           05  TAB-EMP-VAR-GANHO   PIC     9(015)V9(002).
      *
      *****************************************************************
      *        CONTAS CONTABEIS DA VARIACAO CAMBIAL (CADPLAN)         *
      *****************************************************************
      *
       01      WS-CONTA-FORNECEDORES PIC   9(006) VALUE 210100.
       01      WS-CONTA-VAR-PASSIVA  PIC   9(006) VALUE 560100.
       01      WS-CONTA-VAR-ATIVA    PIC   9(006) VALUE 330100.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA DAS TAXAS DE FECHAMENTO (CADCAMB) - POR MOEDA,  *
      *        A TAXA DE DATA MAIS RECENTE ATE A DATA DE PROCESSAMENTO*
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
      *        VARIAVEIS PARA TRATAMENTO DE ABEND                     *
      *****************************************************************
      *
       01      WS-ACESSO-ARQ       PIC     X(013) VALUE SPACES.
       01      WS-DDNAME-ARQ       PIC     X(008) VALUE SPACES.
       01      WS-FS-ARQ           PIC     9(002) VALUE ZEROS.
      *
       01      WS-PTO-ERRO         PIC     9(003) VALUE ZEROS.
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
      *    LAY-OUT DO RELATORIO DE REAVALIACAO CAMBIAL                *
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
         03    FILLER              PIC     X(027) VALUE SPACES.
         03    FILLER              PIC     X(033) VALUE
               'R E A V A L I A C A O  C A M B I'.
         03    FILLER              PIC     X(033) VALUE
               'A L  D E  F E C H A M E N T O'.
         03    FILLER              PIC     X(028) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'PAGINA.: '.
         03    CAB3-PAGINA         PIC     ZZ9.
      *
       01      CAB4.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(131) VALUE ALL '-'.
         03    FILLER              PIC     X(001) VALUE SPACES.
      *
       01      CAB5.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(018) VALUE
               'FECHAMENTO EM...: '.
         03    CAB5-DT-FECHAMENTO  PIC     X(010) VALUE SPACES.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    FILLER              PIC     X(018) VALUE
               'ESTORNO EM......: '.
         03    CAB5-DT-ESTORNO     PIC     X(010) VALUE SPACES.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    FILLER              PIC     X(011) VALUE 'EMPRESA..: '.
         03    CAB5-EMPRESA        PIC     X(005) VALUE 'TODAS'.
         03    FILLER              PIC     X(051) VALUE SPACES.
      *
       01      CAB6.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'FORNECEDOR'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'N.FISCAL '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(007) VALUE 'PEDIDO '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(003) VALUE 'MOE'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(014) VALUE
               '  VALOR NA MOE'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(011) VALUE
               ' TAXA FECH.'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(014) VALUE
               'VLR.CONTABIL  '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(014) VALUE
               'VLR.REAVALIADO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(015) VALUE
               '       VARIACAO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(014) VALUE 'OCORRENCIA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-FORNECEDOR     PIC     9(010).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NUM-NF         PIC     9(009).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NUM-PEDIDO     PIC     9(007).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-COD-MOEDA      PIC     X(003).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-VLR-MOEDA      PIC     ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-TAXA           PIC     ZZ.ZZ9,9999.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-VLR-CONTABIL   PIC     ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-VLR-REAVALIADO PIC     ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-VARIACAO       PIC     -ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-OCORRENCIA     PIC     X(014).
         03    FILLER              PIC     X(002) VALUE SPACES.
      *
       01      TOT1.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(018) VALUE
               'TOTAL PERDAS.....:'.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    TOT1-VLR-PERDA      PIC     ZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    FILLER              PIC     X(018) VALUE
               'TOTAL GANHOS.....:'.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    TOT1-VLR-GANHO      PIC     ZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    FILLER              PIC     X(018) VALUE
               'VARIACAO LIQUIDA.:'.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    TOT1-VLR-LIQUIDO    PIC     -Z.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(015) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADCAMB - TAXAS DIARIAS DE CAMBIO                    *
      *****************************************************************
      *
           COPY    COBO1056.
      *
      *****************************************************************
      * INPUT..: CADAPAG - CONTAS A PAGAR APROVADAS                   *
      *****************************************************************
      *
           COPY    COBO1049.
      *
      *****************************************************************
      * OUTPUT.: CADCTBC - LANCAMENTOS NO LAY-OUT DO EXTRATO CADCTB   *
      *****************************************************************
      *
           COPY    COBO1028.
      *
       01      WS-HORA-INICIO      PIC     9(006) VALUE ZEROS.
      *
      *****************************************************************
      * INTERFACE.: LOG DE EXECUCAO (COBBB100)                        *
      *****************************************************************
      *
           COPY    RUCWS100.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************
      *
       01      LKG-PARM.
         03    LKG-TAM             PIC    S9(004) COMP.
         03    LKG-COD-EMPRESA     PIC     9(002).
      *
      *****************************************************************
       PROCEDURE   DIVISION        USING LKG-PARM.
      *****************************************************************
      *
           PERFORM 0100-00-PROCED-INICIAIS.

           PERFORM 1000-00-PROCED-PRINCIPAIS
             UNTIL WS-FS-CADAPAG   EQUAL   10.

           PERFORM 3000-00-PROCED-FINAIS.

           GOBACK.
      *
      *****************************************************************
       0100-00-PROCED-INICIAIS     SECTION.
      *****************************************************************
      *
           MOVE    FUNCTION CURRENT-DATE (9:6)
                                   TO      WS-HORA-INICIO.

           OPEN    INPUT   CADCAMB
                           CADAPAG
                   OUTPUT  CADCTBC
                           RELREAV.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    FUNCTION CURRENT-DATE(1:8)
                                   TO      WS-DATA-PROC.

           MOVE    ZEROS           TO      WS-EMP-SELECIONADA.

           IF      LKG-TAM         GREATER     ZEROS
                   IF      LKG-TAM         LESS        2   OR
                           LKG-COD-EMPRESA NOT NUMERIC
                           PERFORM         0996-00-ABEND-PARM
                   END-IF
                   MOVE    LKG-COD-EMPRESA TO      WS-EMP-SELECIONADA
           END-IF.

           IF      WS-EMP-SELECIONADA GREATER ZEROS
                   MOVE    WS-EMP-SELECIONADA      TO      CAB5-EMPRESA
           END-IF.

           MOVE    ZEROS           TO      TAB-EMPRESAS.

      *    ESTORNO NO PRIMEIRO DIA DO MES SEGUINTE AO FECHAMENTO

           MOVE    WS-DATA-PROC    TO      WS-DATA-ESTORNO.
           MOVE    01              TO      WS-EST-DIA.

           IF      WS-EST-MES      EQUAL   12
                   MOVE    01      TO      WS-EST-MES
                   ADD     0001    TO      WS-EST-ANO
           ELSE
                   ADD     01      TO      WS-EST-MES
           END-IF.

           PERFORM 0400-00-CARGA-TAB-CADCAMB
             UNTIL WS-FS-CADCAMB   EQUAL   10.

           PERFORM 0500-00-LEITURA-CADAPAG.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADCAMB NOT EQUAL 00 AND 10
                   MOVE 'CADCAMB'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCAMB     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADAPAG NOT EQUAL 00 AND 10
                   MOVE 'CADAPAG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADAPAG     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADCTBC NOT EQUAL 00
                   MOVE 'CADCTBC'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCTBC     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-RELREAV NOT EQUAL 00
                   MOVE 'RELREAV'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELREAV     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-TAB-CADCAMB   SECTION.
      *****************************************************************
      *    GUARDA, POR MOEDA, A TAXA DE DATA MAIS RECENTE NAO         *
      *    POSTERIOR A DATA DE PROCESSAMENTO (TAXA DE FECHAMENTO)     *
      *
           READ    CADCAMB         INTO    REG-CAMB.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADCAMB   NOT EQUAL 00
                   GO      TO      0400-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADCAMB.

           IF      CAMB-DATA       GREATER WS-DATA-PROC
                   GO      TO      0400-99-EXIT
           END-IF.

           MOVE    CAMB-COD-MOEDA  TO      WS-MOEDA-SEL.

           PERFORM 0450-00-PROCURA-TAXA.

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
                           MOVE    003     TO      WS-PTO-ERRO
                           PERFORM 0997-00-ABEND-TABELA
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
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0450-00-PROCURA-TAXA        SECTION.
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
       0450-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-LEITURA-CADAPAG     SECTION.
      *****************************************************************
      *
           READ    CADAPAG         INTO    REG-APAG.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADAPAG   EQUAL   00
                   ADD 001         TO      WS-LID-CADAPAG
           END-IF.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *
           PERFORM 1100-00-REAVALIA-TITULO.

           PERFORM 0500-00-LEITURA-CADAPAG.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-REAVALIA-TITULO     SECTION.
      *****************************************************************
      *    SO O TITULO AINDA EM ABERTO ('A') EM MOEDA ESTRANGEIRA E   *
      *    REAVALIADO; O PROGRAMADO JA TEM O PAGAMENTO EM CURSO       *
      *
           IF      APAG-MOEDA-LOCAL                OR
                   APAG-VLR-MOEDA  NOT NUMERIC     OR
                   APAG-VLR-MOEDA  EQUAL   ZEROS
                   ADD     001     TO      WS-QTD-MOEDA-LOCAL
                   GO      TO      1100-99-EXIT
           END-IF.

           IF      APAG-COD-EMPRESA NOT NUMERIC    OR
                   APAG-COD-EMPRESA EQUAL  ZEROS
                   MOVE    01      TO      APAG-COD-EMPRESA
           END-IF.

           IF      WS-EMP-SELECIONADA GREATER ZEROS         AND
                   APAG-COD-EMPRESA NOT EQUAL WS-EMP-SELECIONADA
                   ADD     001     TO      WS-QTD-OUTRA-EMPRESA
                   GO      TO      1100-99-EXIT
           END-IF.

           MOVE    APAG-COD-EMPRESA        TO      WS-IND-EMP.

           IF      NOT APAG-APROVADA
                   ADD     001     TO      WS-QTD-PROGRAMADOS
                   GO      TO      1100-99-EXIT
           END-IF.

           MOVE    APAG-COD-MOEDA  TO      WS-MOEDA-SEL.

           PERFORM 0450-00-PROCURA-TAXA.

           IF      WS-CAMB-NAO-ACHOU
                   ADD     001     TO      WS-QTD-SEM-TAXA
                   MOVE    ZEROS   TO      WS-VLR-REAVALIADO
                                           WS-VLR-VARIACAO
                   MOVE    'SEM TAXA FECH.'
                                   TO      DET1-OCORRENCIA
                   PERFORM 2700-00-IMPRIME-TITULO
                   GO      TO      1100-99-EXIT
           END-IF.

           COMPUTE WS-VLR-REAVALIADO ROUNDED =
                   APAG-VLR-MOEDA * TAB-CAMB-TAXA (WS-IDX-CAMB).

           COMPUTE WS-VLR-VARIACAO =
                   WS-VLR-REAVALIADO - APAG-VLR-TOTAL.

           ADD     001             TO      WS-QTD-REAVALIADOS.

           EVALUATE TRUE
             WHEN  WS-VLR-VARIACAO GREATER ZEROS
                   ADD     WS-VLR-VARIACAO TO      WS-VLR-VAR-PERDA
                           TAB-EMP-VAR-PERDA (WS-IND-EMP)
                   MOVE    'PERDA'         TO      DET1-OCORRENCIA
             WHEN  WS-VLR-VARIACAO LESS    ZEROS
                   SUBTRACT WS-VLR-VARIACAO FROM   WS-VLR-VAR-GANHO
                           TAB-EMP-VAR-GANHO (WS-IND-EMP)
                   MOVE    'GANHO'         TO      DET1-OCORRENCIA
             WHEN  OTHER
                   MOVE    'SEM VARIACAO'  TO      DET1-OCORRENCIA
           END-EVALUATE.

           PERFORM 2700-00-IMPRIME-TITULO.
      *
       1100-99-EXIT.
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

           MOVE    CAB1            TO      REG-RELREAV.
           PERFORM 2800-00-GRAVACAO-RELREAV.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELREAV.
           PERFORM 2800-00-GRAVACAO-RELREAV.

           MOVE    CAB4            TO      REG-RELREAV.
           PERFORM 2800-00-GRAVACAO-RELREAV.

           MOVE    WS-DATA-PROC    TO      WS-DATA-EDITAR.
           PERFORM 2650-00-EDITA-DATA.
           MOVE    WS-DATA         TO      CAB5-DT-FECHAMENTO.

           MOVE    WS-DATA-ESTORNO TO      WS-DATA-EDITAR.
           PERFORM 2650-00-EDITA-DATA.
           MOVE    WS-DATA         TO      CAB5-DT-ESTORNO.

           MOVE    CAB5            TO      REG-RELREAV.
           PERFORM 2800-00-GRAVACAO-RELREAV.

           MOVE    SPACES          TO      REG-RELREAV.
           PERFORM 2800-00-GRAVACAO-RELREAV.

           MOVE    CAB6            TO      REG-RELREAV.
           PERFORM 2800-00-GRAVACAO-RELREAV.

           MOVE    006             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2650-00-EDITA-DATA          SECTION.
      *****************************************************************
      *    WS-DATA-EDITAR (AAAAMMDD) PARA WS-DATA (DD/MM/AAAA)        *
      *
           MOVE    WS-EDT-DIA      TO      WS-DIA.
           MOVE    WS-EDT-MES      TO      WS-MES.
           MOVE    WS-EDT-ANO      TO      WS-ANO.
      *
       2650-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-IMPRIME-TITULO      SECTION.
      *****************************************************************
      *    IMPRIME O TITULO CORRENTE DO CADAPAG COM A OCORRENCIA JA   *
      *    MOVIDA PARA DET1-OCORRENCIA                                *
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           ADD     001             TO      WS-LINHAS.

           MOVE    APAG-FORNECEDOR TO      DET1-FORNECEDOR.
           MOVE    APAG-NUM-NF     TO      DET1-NUM-NF.
           MOVE    APAG-NUM-PEDIDO TO      DET1-NUM-PEDIDO.
           MOVE    APAG-COD-MOEDA  TO      DET1-COD-MOEDA.
           MOVE    APAG-VLR-MOEDA  TO      DET1-VLR-MOEDA.
           MOVE    APAG-VLR-TOTAL  TO      DET1-VLR-CONTABIL.
           MOVE    WS-VLR-REAVALIADO
                                   TO      DET1-VLR-REAVALIADO.
           MOVE    WS-VLR-VARIACAO TO      DET1-VARIACAO.

           IF      WS-CAMB-ACHOU
                   MOVE    TAB-CAMB-TAXA (WS-IDX-CAMB)
                                   TO      DET1-TAXA
           ELSE
                   MOVE    ZEROS   TO      DET1-TAXA
           END-IF.

           MOVE    DET1            TO      REG-RELREAV.
           PERFORM 2800-00-GRAVACAO-RELREAV.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2750-00-IMPRIME-TOTAIS      SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 52
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    CAB4            TO      REG-RELREAV.
           PERFORM 2800-00-GRAVACAO-RELREAV.

           MOVE    WS-VLR-VAR-PERDA
                                   TO      TOT1-VLR-PERDA.
           MOVE    WS-VLR-VAR-GANHO
                                   TO      TOT1-VLR-GANHO.
           COMPUTE TOT1-VLR-LIQUIDO =
                   WS-VLR-VAR-PERDA - WS-VLR-VAR-GANHO.

           MOVE    TOT1            TO      REG-RELREAV.
           PERFORM 2800-00-GRAVACAO-RELREAV.

           ADD     002             TO      WS-LINHAS.
      *
       2750-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2800-00-GRAVACAO-RELREAV    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELREAV.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-RELREAV.
      *
       2800-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2900-00-LANCA-REAVALIACAO   SECTION.
      *****************************************************************
      *    UM LANCAMENTO PARA O TOTAL DE PERDAS E OUTRO PARA O TOTAL  *
      *    DE GANHOS NA DATA DO FECHAMENTO, CADA UM COM O SEU ESTORNO *
      *    NO PRIMEIRO DIA DO MES SEGUINTE (CONTAS INVERTIDAS), PARA  *
      *    CADA EMPRESA                                               *
      *
           PERFORM 2910-00-REAVALIACAO-EMPRESA
             VARYING WS-IND-EMP FROM 1 BY 1
             UNTIL WS-IND-EMP GREATER 99.
      *
       2900-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2910-00-REAVALIACAO-EMPRESA SECTION.
      *****************************************************************
      *
           IF      TAB-EMP-VAR-PERDA (WS-IND-EMP) GREATER ZEROS
                   MOVE    SPACES  TO      REG-CTB
                   MOVE    ZEROS   TO      CTB-COD-PEC
                                           CTB-QTD-ETQ
                   MOVE    WS-IND-EMP      TO      CTB-COD-EMPRESA
                   MOVE    WS-CONTA-VAR-PASSIVA
                                   TO      CTB-CONTA-DEBITO
                   MOVE    WS-CONTA-FORNECEDORES
                                   TO      CTB-CONTA-CREDITO
                   MOVE    'VAR.CAMBIAL PASSIVA NAO REALIZ'
                                   TO      CTB-HISTORICO
                   MOVE    WS-DATA-PROC    TO      CTB-DT-MOV
                   MOVE    TAB-EMP-VAR-PERDA (WS-IND-EMP)
                                   TO      CTB-VLR-UNIT
                                           CTB-VLR-TOTAL
                   PERFORM 2950-00-GRAVACAO-CADCTBC

                   MOVE    WS-CONTA-FORNECEDORES
                                   TO      CTB-CONTA-DEBITO
                   MOVE    WS-CONTA-VAR-PASSIVA
                                   TO      CTB-CONTA-CREDITO
                   MOVE    'ESTORNO VAR.CAMB.PASSIVA N.REA'
                                   TO      CTB-HISTORICO
                   MOVE    WS-DATA-ESTORNO TO      CTB-DT-MOV
                   PERFORM 2950-00-GRAVACAO-CADCTBC
           END-IF.

           IF      TAB-EMP-VAR-GANHO (WS-IND-EMP) GREATER ZEROS
                   MOVE    SPACES  TO      REG-CTB
                   MOVE    ZEROS   TO      CTB-COD-PEC
                                           CTB-QTD-ETQ
                   MOVE    WS-IND-EMP      TO      CTB-COD-EMPRESA
                   MOVE    WS-CONTA-FORNECEDORES
                                   TO      CTB-CONTA-DEBITO
                   MOVE    WS-CONTA-VAR-ATIVA
                                   TO      CTB-CONTA-CREDITO
                   MOVE    'VAR.CAMBIAL ATIVA NAO REALIZ. '
                                   TO      CTB-HISTORICO
                   MOVE    WS-DATA-PROC    TO      CTB-DT-MOV
                   MOVE    TAB-EMP-VAR-GANHO (WS-IND-EMP)
                                   TO      CTB-VLR-UNIT
                                           CTB-VLR-TOTAL
                   PERFORM 2950-00-GRAVACAO-CADCTBC

                   MOVE    WS-CONTA-VAR-ATIVA
                                   TO      CTB-CONTA-DEBITO
                   MOVE    WS-CONTA-FORNECEDORES
                                   TO      CTB-CONTA-CREDITO
                   MOVE    'ESTORNO VAR.CAMB.ATIVA N.REAL.'
                                   TO      CTB-HISTORICO
                   MOVE    WS-DATA-ESTORNO TO      CTB-DT-MOV
                   PERFORM 2950-00-GRAVACAO-CADCTBC
           END-IF.
      *
       2910-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2950-00-GRAVACAO-CADCTBC    SECTION.
      *****************************************************************
      *
           WRITE   REG-CADCTBC     FROM    REG-CTB.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADCTBC.
      *
       2950-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           PERFORM 2750-00-IMPRIME-TOTAIS.

           PERFORM 2900-00-LANCA-REAVALIACAO.

           CLOSE   CADCAMB
                   CADAPAG
                   CADCTBC
                   RELREAV.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB135'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           MOVE    ZEROS           TO      WRL-RETCODE.
           MOVE    WS-LID-CADAPAG  TO      WRL-QTD-PROC.

           CALL    'COBBB100'      USING   WRL-GRUPO
           END-CALL.
      *
       3000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3100-00-MONTA-ESTATISTICA   SECTION.
      *****************************************************************
      *
           DISPLAY '******************* GPFPB135 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB135 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADCAMB  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADCAMB.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADAPAG  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADAPAG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADCTBC  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADCTBC.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-RELREAV  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- RELREAV.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-MOEDA-LOCAL
                                   TO      WS-EDICAO.
           DISPLAY '* TITULOS EM MOEDA LOCAL (BRL).....: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-PROGRAMADOS
                                   TO      WS-EDICAO.
           DISPLAY '* TITULOS JA PROGRAMADOS P/PAGTO...: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-REAVALIADOS
                                   TO      WS-EDICAO.
           DISPLAY '* TITULOS REAVALIADOS..............: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-TAXA TO      WS-EDICAO.
           DISPLAY '* TITULOS SEM TAXA DE FECHAMENTO...: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-OUTRA-EMPRESA
                                   TO      WS-EDICAO.
           DISPLAY '* TITULOS DE OUTRA EMPRESA.........: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB135 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0996-00-ABEND-PARM          SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB135 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* PARAMETRO PARM INVALIDO - INFORMAR A        *'.
           DISPLAY '* EMPRESA COM 2 DIGITOS (00 = TODAS)          *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB135 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB135 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0996-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0997-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB135 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '*           PONTO COM ERRO...: ' WS-PTO-ERRO
           '            *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB135 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB135 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0997-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB135 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB135 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '* PROBLEMAS ' WS-ACESSO-ARQ ' DO ARQUIVO '
           WS-DDNAME-ARQ ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '*             FILE STATUS....: ' WS-FS-ARQ
           '             *'.
           DISPLAY '*                                             *'.
           DISPLAY '*           PONTO COM ERRO...: ' WS-PTO-ERRO
           '            *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB135 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB135 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB135                  *
      *****************************************************************
