      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB153.
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
      * OBJETIVO.....: RENEGOCIAR O DEBITO VENCIDO DAS ENTIDADES EM   *
      *                PLANO DE PARCELAMENTO. PARA CADA SOLICITACAO   *
      *                (CADRNGM), AS GUIAS VENCIDAS EM ABERTO         *
      *                (CADMFIN SEM BAIXA NO CADMLIQ) E OS ENCARGOS   *
      *                DE MORA (CADENCG) AINDA NAO RENEGOCIADOS SAO   *
      *                SOMADOS E DIVIDIDOS EM PARCELAS, CADA UMA COM  *
      *                O SEU NUMERO DE GUIA (DIGITO DA COBBB007) E    *
      *                VENCIMENTO MENSAL EM DIA UTIL (COBBB008 +      *
      *                CADFERI). AS PARCELAS SAEM NO LAY-OUT DO       *
      *                CADMFIN (CADMFPR) E AS GUIAS ORIGINAIS SAO     *
      *                BAIXADAS COMO RENEGOCIADAS (ORIGEM 'R') NO     *
      *                CADMLIQ REGRAVADO (CADMLQA), SAINDO DA REGUA   *
      *                DE COBRANCA (GPFPB097) E DO REGISTRO DE        *
      *                BOLETOS (GPFPB098). A CADA EXECUCAO OS PLANOS  *
      *                ATIVOS SAO REVISTOS: PLANO COM PARCELA EM      *
      *                ATRASO ALEM DO LIMITE E CANCELADO E O DEBITO   *
      *                ORIGINAL RESTABELECIDO; PLANO COM TODAS AS     *
      *                PARCELAS PAGAS E QUITADO.                      *
      *****************************************************************
      * PARAMETRO....: CADPARM, PROGRAMA GPFPB153:                    *
      *                PARM-VALOR (01:4) - AGENCIA DE COBRANCA        *
      *                PARM-VALOR (05:1) - OPERACAO (1 OU 3)          *
      *                PARM-VALOR (06:9) - CONTA COM DIGITO           *
      *                PARM-VALOR (15:2) - QTDE MAXIMA DE PARCELAS    *
      *                PARM-VALOR (17:3) - DIAS DE ATRASO DE PARCELA  *
      *                                    QUE CANCELAM O PLANO       *
      *****************************************************************
      * OBSERVACAO...: O CADRNEG E O REGISTRO CUMULATIVO DOS PLANOS,  *
      *                QUE SAI ATUALIZADO NO CADRNGN; O CADMLQA       *
      *                SUBSTITUI O CADMLIQ NA PROXIMA GERACAO. O      *
      *                CADMFIN DE ENTRADA DEVE TRAZER AS PARCELAS DE  *
      *                EXECUCOES ANTERIORES (CADMFPR). NO             *
      *                CANCELAMENTO, A BAIXA 'R' DAS GUIAS ORIGINAIS  *
      *                E RETIRADA, AS PARCELAS EM ABERTO SAO BAIXADAS *
      *                COM ORIGEM 'X' E O VALOR JA PAGO DAS PARCELAS  *
      *                VIRA CREDITO DA ENTIDADE (CADCRPL, LAY-OUT DO  *
      *                CADCRED DO GPFPB149). O NUMERO DA GUIA DA      *
      *                PARCELA E '9' + PLANO + '0' + PARCELA +        *
      *                DIGITO. OS DIAS DE ATRASO SAO CONTADOS NO      *
      *                CALENDARIO COMERCIAL DE 360 DIAS (COMO NO      *
      *                GPFPB097). O VALOR DO PLANO E ARREDONDADO PARA *
      *                UNIDADES INTEIRAS, COMO NO CADMFIN, E A ULTIMA *
      *                PARCELA ABSORVE O RESTO DA DIVISAO.            *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 15/10/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - CADA CADRNGN E CADMLQA GRAVADO PASSA A SER  *
      *                   CATALOGADO NO CADGCAT (ROTINA COBBB010)     *
      *                   COMO GERACAO DO CADRNEG E DO CADMLIQ, COM A *
      *                   QTDE DE REGISTROS E O SELO DE INTEGRIDADE   *
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
      * INPUT..: CADRNGM - SOLICITACOES DE RENEGOCIACAO  - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADRNGM  ASSIGN  TO  UT-S-CADRNGM
                   FILE     STATUS  IS  WS-FS-CADRNGM.
      *
      *****************************************************************
      * INPUT..: CADMFIN - GUIAS POSTADAS                - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADMFIN  ASSIGN  TO  UT-S-CADMFIN
                   FILE     STATUS  IS  WS-FS-CADMFIN.
      *
      *****************************************************************
      * INPUT..: CADMLIQ - GUIAS LIQUIDADAS              - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADMLIQ  ASSIGN  TO  UT-S-CADMLIQ
                   FILE     STATUS  IS  WS-FS-CADMLIQ.
      *
      *****************************************************************
      * INPUT..: CADENCG - ENCARGOS DE MORA              - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADENCG  ASSIGN  TO  UT-S-CADENCG
                   FILE     STATUS  IS  WS-FS-CADENCG.
      *
      *****************************************************************
      * INPUT..: CADRNEG - PLANOS DE PARCELAMENTO        - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADRNEG  ASSIGN  TO  UT-S-CADRNEG
                   FILE     STATUS  IS  WS-FS-CADRNEG.
      *
      *****************************************************************
      * INPUT..: CADFERI - CADASTRO DE FERIADOS BANCARIOS- LRECL=050  *
      *****************************************************************
      *
           SELECT  CADFERI  ASSIGN  TO  UT-S-CADFERI
                   FILE     STATUS  IS  WS-FS-CADFERI.
      *
      *****************************************************************
      * INPUT..: CADPARM - PARAMETROS CENTRALIZADOS      - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADPARM  ASSIGN  TO  UT-S-CADPARM
                   FILE     STATUS  IS  WS-FS-CADPARM.
      *
      *****************************************************************
      * OUTPUT.: CADRNGN - PLANOS DE PARCELAMENTO ATUAL. - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADRNGN  ASSIGN  TO  UT-S-CADRNGN
                   FILE     STATUS  IS  WS-FS-CADRNGN.
      *
      *****************************************************************
      * OUTPUT.: CADMFPR - PARCELAS DOS PLANOS (CADMFIN) - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADMFPR  ASSIGN  TO  UT-S-CADMFPR
                   FILE     STATUS  IS  WS-FS-CADMFPR.
      *
      *****************************************************************
      * OUTPUT.: CADMLQA - GUIAS LIQUIDADAS ATUALIZADO   - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADMLQA  ASSIGN  TO  UT-S-CADMLQA
                   FILE     STATUS  IS  WS-FS-CADMLQA.
      *
      *****************************************************************
      * OUTPUT.: CADCRPL - CREDITOS DE PLANOS CANCELADOS - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADCRPL  ASSIGN  TO  UT-S-CADCRPL
                   FILE     STATUS  IS  WS-FS-CADCRPL.
      *
      *****************************************************************
      * OUTPUT.: RELRNEG - RELATORIO DOS PLANOS          - LRECL=133  *
      *****************************************************************
      *
           SELECT  RELRNEG  ASSIGN  TO  UT-S-RELRNEG
                   FILE     STATUS  IS  WS-FS-RELRNEG.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *****************************************************************
      * INPUT..: CADRNGM - SOLICITACOES DE RENEGOCIACAO  - LRECL=050  *
      *****************************************************************
      *
       FD  CADRNGM
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADRNGM         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADMFIN - GUIAS POSTADAS                - LRECL=100  *
      *****************************************************************
      *
       FD  CADMFIN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADMFIN         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADMLIQ - GUIAS LIQUIDADAS              - LRECL=050  *
      *****************************************************************
      *
       FD  CADMLIQ
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADMLIQ         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADENCG - ENCARGOS DE MORA              - LRECL=100  *
      *****************************************************************
      *
       FD  CADENCG
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADENCG         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADRNEG - PLANOS DE PARCELAMENTO        - LRECL=100  *
      *****************************************************************
      *
       FD  CADRNEG
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADRNEG         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADFERI - CADASTRO DE FERIADOS BANCARIOS- LRECL=050  *
      *****************************************************************
      *
       FD  CADFERI
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFERI         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADPARM - PARAMETROS CENTRALIZADOS      - LRECL=050  *
      *****************************************************************
      *
       FD  CADPARM
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPARM         PIC     X(050).
      *
      *****************************************************************
      * OUTPUT.: CADRNGN - PLANOS DE PARCELAMENTO ATUAL. - LRECL=100  *
      *****************************************************************
      *
       FD  CADRNGN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADRNGN         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: CADMFPR - PARCELAS DOS PLANOS (CADMFIN) - LRECL=100  *
      *****************************************************************
      *
       FD  CADMFPR
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADMFPR         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: CADMLQA - GUIAS LIQUIDADAS ATUALIZADO   - LRECL=050  *
      *****************************************************************
      *
       FD  CADMLQA
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADMLQA         PIC     X(050).
      *
      *****************************************************************
      * OUTPUT.: CADCRPL - CREDITOS DE PLANOS CANCELADOS - LRECL=050  *
      *****************************************************************
      *
       FD  CADCRPL
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCRPL         PIC     X(050).
      *
      *****************************************************************
      * OUTPUT.: RELRNEG - RELATORIO DOS PLANOS          - LRECL=133  *
      *****************************************************************
      *
       FD  RELRNEG
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELRNEG         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADRNGM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADMFIN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADMLIQ       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADENCG       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADRNEG       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFERI       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPARM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADRNGN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADMFPR       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADMLQA       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCRPL       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELRNEG       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADRNGM      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADMFIN      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADMLIQ      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADENCG      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADRNEG      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFERI      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADRNGN      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADMFPR      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADMLQA      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADCRPL      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELRNEG      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-PLANOS-NOVOS PIC     9(018) VALUE ZEROS.
       01      WS-QTD-RECUSADAS    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-PARCELAS-GER PIC     9(018) VALUE ZEROS.
       01      WS-QTD-CANCELADOS   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-QUITADOS     PIC     9(018) VALUE ZEROS.
      *
       01      WS-VLR-TOT-RENEG    PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-VLR-TOT-CREDITO  PIC     9(015)V9(002) VALUE ZEROS.
      *
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DATA-PROC.
        03     WS-PROC-ANO         PIC     9(004).
        03     WS-PROC-MES         PIC     9(002).
        03     WS-PROC-DIA         PIC     9(002).
      *
       01      WS-DT-VIG-ACHADA    PIC     9(008) VALUE ZEROS.
      *
       01      WS-SW-PARM-ACHADO   PIC     X(001) VALUE 'N'.
         88    WS-PARM-ACHADO              VALUE 'S'.
         88    WS-PARM-NAO-ACHADO          VALUE 'N'.
      *
      *****************************************************************
      *        PARAMETRO DA RENEGOCIACAO (CADPARM, PROGRAMA GPFPB153) *
      *****************************************************************
      *
       01      WS-PARM-RENEG       PIC     X(020) VALUE SPACES.
       01      FILLER              REDEFINES       WS-PARM-RENEG.
         03    WS-PARM-AGENCIA     PIC     9(004).
         03    WS-PARM-OPERACAO    PIC     9(001).
           88  WS-PARM-OPER-VALIDA         VALUES 1 3.
         03    WS-PARM-CONTA       PIC     9(009).
         03    WS-PARM-MAX-PARC    PIC     9(002).
         03    WS-PARM-DIAS-LIMITE PIC     9(003).
         03    FILLER              PIC     X(001).
      *
      *****************************************************************
      *        DATAS NO CALENDARIO COMERCIAL E VENCIMENTOS            *
      *****************************************************************
      *
       01      WS-TAB-DIAS-MES     PIC     X(024)  VALUE
               '312831303130313130313031'.
       01      FILLER              REDEFINES       WS-TAB-DIAS-MES.
        03     WS-DIAS-DO-MES      PIC     9(002)  OCCURS 12 TIMES.
      *
       01      WS-QUOCIENTE        PIC     9(004) VALUE ZEROS.
       01      WS-RESTO            PIC     9(002) VALUE ZEROS.
       01      WS-ULT-DIA          PIC     9(002) VALUE ZEROS.
      *
       01      WS-DIAS-PROC        PIC     9(009) VALUE ZEROS.
       01      WS-DIAS-DATA        PIC     9(009) VALUE ZEROS.
       01      WS-DIAS-ATRASO      PIC    S9(009) VALUE ZEROS.
       01      WS-MAIOR-ATRASO     PIC    S9(009) VALUE ZEROS.
      *
       01      WS-DATA-AUX         PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DATA-AUX.
        03     WS-AUX-ANO          PIC     9(004).
        03     WS-AUX-MES          PIC     9(002).
        03     WS-AUX-DIA          PIC     9(002).
      *
       01      WS-DATA-PRIM        PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DATA-PRIM.
        03     WS-PRIM-ANO         PIC     9(004).
        03     WS-PRIM-MES         PIC     9(002).
        03     WS-PRIM-DIA         PIC     9(002).
      *
       01      WS-DATA-VENC        PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DATA-VENC.
        03     WS-VENC-ANO         PIC     9(004).
        03     WS-VENC-MES         PIC     9(002).
        03     WS-VENC-DIA         PIC     9(002).
      *
       01      WS-DATA-BASE        PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DATA-BASE.
        03     WS-BASE-ANO         PIC     9(004).
        03     WS-BASE-MES         PIC     9(002).
        03     WS-BASE-DIA         PIC     9(002).
      *
       01      WS-QTD-MESES        PIC     9(006) VALUE ZEROS.
       01      WS-RESTO-MES        PIC     9(002) VALUE ZEROS.
      *
       01      WS-SW-VENCTO        PIC     X(001) VALUE 'S'.
         88    WS-VENCTO-VALIDO            VALUE 'S'.
         88    WS-VENCTO-INVALIDO          VALUE 'N'.
      *
       01      WS-DATA-EDITADA     PIC     X(010) VALUE '99/99/9999'.
       01      FILLER              REDEFINES       WS-DATA-EDITADA.
        03     WS-EDT-DIA          PIC     9(002).
        03     FILLER              PIC     X(001).
        03     WS-EDT-MES          PIC     9(002).
        03     FILLER              PIC     X(001).
        03     WS-EDT-ANO          PIC     9(004).
      *
      *****************************************************************
      *        PLANO EM REVISAO OU EM MONTAGEM                        *
      *****************************************************************
      *
       01      WS-PROX-PLANO       PIC     9(007) VALUE ZEROS.
       01      WS-SEQ-SOLIC        PIC     9(005) VALUE ZEROS.
      *
       01      WS-QTD-PARC-PAGAS   PIC     9(003) VALUE ZEROS.
       01      WS-QTD-PARC-ABERTAS PIC     9(003) VALUE ZEROS.
       01      WS-VLR-PAGO-PLANO   PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-VLR-PARCELAS     PIC     9(015)V9(002) VALUE ZEROS.
      *
       01      WS-QTD-ITENS-PLANO  PIC     9(005) VALUE ZEROS.
       01      WS-VLR-DEBITO       PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-VLR-TOTAL-PLANO  PIC     9(015)        VALUE ZEROS.
       01      WS-VLR-PARCELA      PIC     9(015)        VALUE ZEROS.
       01      WS-VLR-ULTIMA       PIC     9(015)        VALUE ZEROS.
       01      WS-VLR-LIQ          PIC     9(015)        VALUE ZEROS.
       01      WS-TIP-ENT-PLANO    PIC     9(001)        VALUE ZEROS.
       01      WS-NUM-PARCELA      PIC     9(002)        VALUE ZEROS.
      *
       01      WS-ORIGEM-LIQ       PIC     X(001) VALUE SPACES.
      *
       01      WS-MOTIVO           PIC     X(034) VALUE SPACES.
      *
       01      WS-SW-PLANO-ATIVO   PIC     X(001) VALUE 'N'.
         88    WS-TEM-PLANO-ATIVO          VALUE 'S'.
         88    WS-SEM-PLANO-ATIVO          VALUE 'N'.
      *
       01      WS-SW-ENC-PLANO     PIC     X(001) VALUE 'N'.
         88    WS-ENC-EM-PLANO             VALUE 'S'.
         88    WS-ENC-FORA-PLANO           VALUE 'N'.
      *
      *****************************************************************
      *        NUMERO DA GUIA DA PARCELA: '9' + PLANO + '0' +         *
      *        PARCELA + DIGITO                                       *
      *****************************************************************
      *
       01      WS-NUM-GUIA         PIC     9(012) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-NUM-GUIA.
         03    WS-GUIA-PREFIXO     PIC     9(001).
         03    WS-GUIA-PLANO       PIC     9(007).
         03    WS-GUIA-ZERO        PIC     9(001).
         03    WS-GUIA-PARCELA     PIC     9(002).
         03    WS-GUIA-DIGITO      PIC     9(001).
      *
       01      WS-CHAVE-GUIA.
        03     WS-CHV-AGENCIA      PIC     9(004).
        03     WS-CHV-CONTA        PIC     9(009).
        03     WS-CHV-NUM-GUIA     PIC     9(012).
      *
       01      WS-PARC-EDITADA.
        03     WS-PARC-NUM         PIC     9(002).
        03     FILLER              PIC     X(001) VALUE '/'.
        03     WS-PARC-QTD         PIC     9(002).
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
       01      WS-EDICAO-VLR       PIC     ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA DAS GUIAS ORIGINAIS DO CADMFIN (SEM PARCELAS)   *
      *****************************************************************
      *
       01      WS-QTD-TAB-GUI      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-GUI      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-GUIAS.
         03    TAB-GUI-ITEM        OCCURS  10000  TIMES.
           05  TAB-GUI-CHAVE.
             07 TAB-GUI-AGENCIA    PIC     9(004).
             07 TAB-GUI-CONTA      PIC     9(009).
             07 TAB-GUI-NUM-GUIA   PIC     9(012).
           05  TAB-GUI-COD-ENT     PIC     9(005).
           05  TAB-GUI-TIP-ENT     PIC     9(001).
           05  TAB-GUI-DAT-LANCTO  PIC     9(008).
           05  TAB-GUI-DAT-VENCTO  PIC     9(008).
           05  TAB-GUI-VLR         PIC     9(015).
           05  TAB-GUI-SOLIC       PIC     9(005).
      *
      *****************************************************************
      *        TABELA DAS GUIAS LIQUIDADAS (REGRAVADA NO CADMLQA)     *
      *****************************************************************
      *
       01      WS-QTD-TAB-LIQ      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-LIQ      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-LIQUIDADAS.
         03    TAB-LIQ-ITEM        OCCURS  10000  TIMES.
           05  TAB-LIQ-CHAVE       PIC     X(025).
           05  TAB-LIQ-VLR-PAGO    PIC     9(015).
           05  TAB-LIQ-DAT-PAGTO   PIC     9(008).
           05  TAB-LIQ-ORIGEM      PIC     X(001).
             88 TAB-LIQ-ORIGEM-RENEGOC     VALUE 'R'.
             88 TAB-LIQ-ORIGEM-PARC-CANC   VALUE 'X'.
           05  TAB-LIQ-SW-EXCLUIDA PIC     X(001).
             88 TAB-LIQ-EXCLUIDA           VALUE 'S'.
             88 TAB-LIQ-MANTIDA            VALUE 'N'.
      *
       01      WS-SW-LIQ-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-LIQ-ACHOU                VALUE 'S'.
         88    WS-LIQ-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DOS ENCARGOS DE MORA                            *
      *****************************************************************
      *
       01      WS-QTD-TAB-ENC      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-ENC      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-ENCARGOS.
         03    TAB-ENC-ITEM        OCCURS  05000  TIMES.
           05  TAB-ENC-COD-ENT     PIC     9(005).
           05  TAB-ENC-NUM-GUIA    PIC     9(012).
           05  TAB-ENC-DAT-PAGTO   PIC     9(008).
           05  TAB-ENC-VLR         PIC     9(013)V9(002).
           05  TAB-ENC-SOLIC       PIC     9(005).
      *
      *****************************************************************
      *        TABELA DO REGISTRO DE PLANOS (REGRAVADA NO CADRNGN)    *
      *****************************************************************
      *
       01      WS-QTD-TAB-RNG      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-RNG      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-INI          PIC     9(005) COMP    VALUE 1.
       01      WS-IND-FIM          PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-PLANOS.
         03    TAB-RNG-ITEM        OCCURS  10000  TIMES.
           05  TAB-RNG-REG         PIC     X(100).
           05  FILLER              REDEFINES       TAB-RNG-REG.
             07 TAB-RNG-NUM-PLANO  PIC     9(007).
             07 TAB-RNG-TIP-REG    PIC     X(001).
             07 TAB-RNG-COD-ENT    PIC     9(005).
             07 TAB-RNG-SITUACAO   PIC     X(001).
             07 FILLER             PIC     X(086).
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
       01      WS-COBBB007         PIC     X(008) VALUE 'COBBB007'.
       01      WS-COBBB008         PIC     X(008) VALUE 'COBBB008'.
      *
       01      WS-SUB-ROTINA       PIC     X(008) VALUE SPACES.
       01      WS-SUB-RETORNO      PIC     9(002) VALUE ZEROS.
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
      *    LAY-OUT DO RELATORIO DOS PLANOS DE PARCELAMENTO            *
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
         03    FILLER              PIC     X(035) VALUE SPACES.
         03    FILLER              PIC     X(058) VALUE
              'P L A N O S  D E  P A R C E L A M E N T O'.
         03    FILLER              PIC     X(028) VALUE SPACES.
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
         03    FILLER              PIC     X(007) VALUE 'PLANO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'ENTID'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(034) VALUE 'EVENTO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(012) VALUE 'GUIA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'PARC.'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'DATA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(018) VALUE
               '             VALOR'.
         03    FILLER              PIC     X(028) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NUM-PLANO      PIC     X(007).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-CD-ENTI        PIC     X(005).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-EVENTO         PIC     X(034).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NUM-GUIA       PIC     X(012).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-PARCELA        PIC     X(005).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-DATA           PIC     X(010).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-VALOR          PIC     X(018).
         03    FILLER              PIC     X(028) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADRNGM - SOLICITACOES DE RENEGOCIACAO               *
      *****************************************************************
      *
           COPY    COBI1105.
      *
      *****************************************************************
      * INPUT..: CADMFIN - GUIAS POSTADAS                             *
      * OUTPUT.: CADMFPR - PARCELAS DOS PLANOS                        *
      *****************************************************************
      *
           COPY    COBO4002.
      *
      *****************************************************************
      * INPUT..: CADMLIQ - GUIAS LIQUIDADAS                           *
      * OUTPUT.: CADMLQA - GUIAS LIQUIDADAS ATUALIZADO                *
      *****************************************************************
      *
           COPY    COBI1061.
      *
      *****************************************************************
      * INPUT..: CADENCG - ENCARGOS DE MORA                           *
      *****************************************************************
      *
           COPY    COBO1069.
      *
      *****************************************************************
      * INPUT..: CADRNEG - PLANOS DE PARCELAMENTO                     *
      * OUTPUT.: CADRNGN - PLANOS DE PARCELAMENTO ATUALIZADO          *
      *****************************************************************
      *
           COPY    COBO1105.
      *
      *****************************************************************
      * INPUT..: CADFERI - CADASTRO DE FERIADOS BANCARIOS             *
      *****************************************************************
      *
           COPY    COBO1033.
      *
      *****************************************************************
      * INPUT..: CADPARM - PARAMETROS CENTRALIZADOS                   *
      *****************************************************************
      *
           COPY    COBO9102.
      *
      *****************************************************************
      * OUTPUT.: CADCRPL - CREDITOS DE PLANOS CANCELADOS              *
      *****************************************************************
      *
           COPY    COBO1102.
      *
      *****************************************************************
      * INTERFACE.: CRITICA DE DIGITO VERIFICADOR (COBBB007)          *
      *****************************************************************
      *
           COPY    RUCWS007.
      *
      *****************************************************************
      * INTERFACE.: PROXIMO DIA UTIL BANCARIO (COBBB008)              *
      *****************************************************************
      *
           COPY    RUCWS008.
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
      * INTERFACE.: CATALOGO DE GERACOES (COBBB010)                   *
      *****************************************************************
      *
           COPY    RUCWS010.
      *
      *    AREAS DE CATALOGACAO DE CADA ARQUIVO MESTRE GRAVADO - OS
      *    ACUMULADORES DO SELO FICAM NA AREA DE INTERFACE
       01      WS-GCAT-CADRNEG     PIC     X(300) VALUE SPACES.
       01      WS-GCAT-CADMLIQ     PIC     X(300) VALUE SPACES.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************
       PROCEDURE                   DIVISION.
      *****************************************************************
      *
           PERFORM 0100-00-PROCED-INICIAIS.

           PERFORM 1000-00-REVISA-PLANOS
             UNTIL WS-IND-INI      GREATER WS-QTD-TAB-RNG.

           PERFORM 2000-00-PROCESSA-SOLICITACAO
             UNTIL WS-FS-CADRNGM   EQUAL 10.

           PERFORM 3000-00-PROCED-FINAIS.

           GOBACK.
      *
      *****************************************************************
       0100-00-PROCED-INICIAIS     SECTION.
      *****************************************************************
      *
           MOVE    FUNCTION CURRENT-DATE (9:6)
                                   TO      WS-HORA-INICIO.

           MOVE    FUNCTION CURRENT-DATE (1:8)
                                   TO      WS-DATA-PROC.

           OPEN    INPUT   CADRNGM
                           CADMFIN
                           CADMLIQ
                           CADENCG
                           CADRNEG
                           CADFERI
                           CADPARM
                   OUTPUT  CADRNGN
                           CADMFPR
                           CADMLQA
                           CADCRPL
                           RELRNEG.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADRNEG'       TO      WGC-ARQUIVO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADRNEG.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADMLIQ'       TO      WGC-ARQUIVO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADMLIQ.

           MOVE    ZEROS           TO      WRB-QTD-FERIADOS.

           PERFORM 0400-00-CARGA-TAB-CADFERI
             UNTIL WS-FS-CADFERI   EQUAL   10.

           PERFORM 0410-00-CARGA-PARAMETRO
             UNTIL WS-FS-CADPARM   EQUAL   10.

           PERFORM 0420-00-CRITICA-PARAMETRO.

           PERFORM 0430-00-CARGA-TAB-GUIAS
             UNTIL WS-FS-CADMFIN   EQUAL   10.

           PERFORM 0440-00-CARGA-TAB-LIQUID
             UNTIL WS-FS-CADMLIQ   EQUAL   10.

           PERFORM 0450-00-CARGA-TAB-ENCARGOS
             UNTIL WS-FS-CADENCG   EQUAL   10.

           PERFORM 0460-00-CARGA-TAB-PLANOS
             UNTIL WS-FS-CADRNEG   EQUAL   10.

           MOVE    WS-DATA-PROC    TO      WS-DATA-AUX.
           PERFORM 0600-00-CALCULA-DIAS.
           MOVE    WS-DIAS-DATA    TO      WS-DIAS-PROC.

           PERFORM 0500-00-LEITURA-CADRNGM.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADRNGM NOT EQUAL 00 AND 10
                   MOVE 'CADRNGM'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADRNGM     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADMFIN NOT EQUAL 00 AND 10
                   MOVE 'CADMFIN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMFIN     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADMLIQ NOT EQUAL 00 AND 10
                   MOVE 'CADMLIQ'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMLIQ     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADENCG NOT EQUAL 00 AND 10
                   MOVE 'CADENCG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADENCG     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADRNEG NOT EQUAL 00 AND 10
                   MOVE 'CADRNEG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADRNEG     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFERI NOT EQUAL 00 AND 10
                   MOVE 'CADFERI'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFERI     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADPARM NOT EQUAL 00 AND 10
                   MOVE 'CADPARM'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPARM     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADRNGN NOT EQUAL 00
                   MOVE 'CADRNGN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADRNGN     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADMFPR NOT EQUAL 00
                   MOVE 'CADMFPR'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMFPR     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADMLQA NOT EQUAL 00
                   MOVE 'CADMLQA'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMLQA     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADCRPL NOT EQUAL 00
                   MOVE 'CADCRPL'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCRPL     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-RELRNEG NOT EQUAL 00
                   MOVE 'RELRNEG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELRNEG     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-TAB-CADFERI   SECTION.
      *****************************************************************
      *
           READ    CADFERI         INTO    REG-FERI.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFERI   EQUAL   00
                   ADD 001         TO      WS-LID-CADFERI

                   IF      WRB-QTD-FERIADOS GREATER OR EQUAL 200
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WRB-QTD-FERIADOS
                   MOVE    FERI-DATA       TO
                           WRB-FERIADO (WRB-QTD-FERIADOS)
           END-IF.
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0410-00-CARGA-PARAMETRO     SECTION.
      *****************************************************************
      *    VALE O PARAMETRO DE MAIOR VIGENCIA ATE A DATA DA RODADA    *
      *
           READ    CADPARM         INTO    REG-PARM.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADPARM   EQUAL   00
                   IF      PARM-PROGRAMA   EQUAL   'GPFPB153' AND
                           PARM-DT-VIGENCIA NOT GREATER WS-DATA-PROC
                           AND PARM-DT-VIGENCIA NOT LESS
                           WS-DT-VIG-ACHADA
                           SET     WS-PARM-ACHADO  TO      TRUE
                           MOVE    PARM-DT-VIGENCIA        TO
                                   WS-DT-VIG-ACHADA
                           MOVE    PARM-VALOR      TO
                                   WS-PARM-RENEG
                   END-IF
           END-IF.
      *
       0410-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0420-00-CRITICA-PARAMETRO   SECTION.
      *****************************************************************
      *    A CONTA DE COBRANCA PASSA PELA MESMA CRITICA DO GPFPB022,  *
      *    PARA QUE AS PARCELAS NAO SEJAM REJEITADAS NA COBRANCA      *
      *
           IF      WS-PARM-NAO-ACHADO
                   PERFORM         0990-00-ABEND-PARAMETRO
           END-IF.

           IF      WS-PARM-AGENCIA NOT NUMERIC     OR
                   WS-PARM-CONTA   NOT NUMERIC     OR
                   WS-PARM-MAX-PARC NOT NUMERIC    OR
                   WS-PARM-DIAS-LIMITE NOT NUMERIC OR
                   NOT WS-PARM-OPER-VALIDA
                   PERFORM         0990-00-ABEND-PARAMETRO
           END-IF.

           IF      WS-PARM-MAX-PARC    LESS    02  OR
                   WS-PARM-DIAS-LIMITE EQUAL   ZEROS
                   PERFORM         0990-00-ABEND-PARAMETRO
           END-IF.

           MOVE    'COBBB007'      TO      WS-SUB-ROTINA.

           MOVE    'B'             TO      WRC-CODOPE.

           MOVE    WS-PARM-CONTA   TO      WRC-CONTA.

           MOVE    00              TO      WRC-CODRET.

           CALL    WS-COBBB007     USING   WRC-GRUPO

           END-CALL.

           IF      WRC-CODRET  NOT EQUAL   00 AND 83
                   MOVE    004     TO      WS-PTO-ERRO
                   MOVE    WRC-CODRET      TO      WS-SUB-RETORNO
                   PERFORM         0998-00-ABEND-SUB
           END-IF.

           IF      WRC-CODRET      EQUAL   83
                   PERFORM         0990-00-ABEND-PARAMETRO
           END-IF.
      *
       0420-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0430-00-CARGA-TAB-GUIAS     SECTION.
      *****************************************************************
      *    AS PARCELAS DE PLANOS NAO ENTRAM EM NOVA RENEGOCIACAO      *
      *
           READ    CADMFIN         INTO    REG-MFIN.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADMFIN   NOT EQUAL 00
                   GO      TO      0430-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADMFIN.

           IF      MFIN-PARCELA-RENEG
                   GO      TO      0430-99-EXIT
           END-IF.

           IF      WS-QTD-TAB-GUI  GREATER OR EQUAL 10000
                   PERFORM 0989-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-GUI.

           MOVE    MFIN-AGENCIA    TO
                   TAB-GUI-AGENCIA    (WS-QTD-TAB-GUI).
           MOVE    MFIN-CONTA      TO
                   TAB-GUI-CONTA      (WS-QTD-TAB-GUI).
           MOVE    MFIN-NUM-GUIA   TO
                   TAB-GUI-NUM-GUIA   (WS-QTD-TAB-GUI).
           MOVE    MFIN-COD-ENT    TO
                   TAB-GUI-COD-ENT    (WS-QTD-TAB-GUI).
           MOVE    MFIN-TIP-ENT    TO
                   TAB-GUI-TIP-ENT    (WS-QTD-TAB-GUI).
           MOVE    MFIN-DAT-LANCTO TO
                   TAB-GUI-DAT-LANCTO (WS-QTD-TAB-GUI).
           MOVE    MFIN-VLR-LANCTO TO
                   TAB-GUI-VLR        (WS-QTD-TAB-GUI).
           MOVE    ZEROS           TO
                   TAB-GUI-SOLIC      (WS-QTD-TAB-GUI).

      *    SEM DATA DE LIQUIDACAO PREVISTA, VALE A DO LANCAMENTO
           IF      MFIN-DAT-LIQUID NOT NUMERIC     OR
                   MFIN-DAT-LIQUID EQUAL   ZEROS
                   MOVE    MFIN-DAT-LANCTO TO
                           TAB-GUI-DAT-VENCTO (WS-QTD-TAB-GUI)
           ELSE
                   MOVE    MFIN-DAT-LIQUID TO
                           TAB-GUI-DAT-VENCTO (WS-QTD-TAB-GUI)
           END-IF.
      *
       0430-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0440-00-CARGA-TAB-LIQUID    SECTION.
      *****************************************************************
      *
           READ    CADMLIQ         INTO    REG-MLIQ.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADMLIQ   EQUAL   00
                   ADD 001         TO      WS-LID-CADMLIQ

                   MOVE    MLIQ-CHAVE      TO      WS-CHAVE-GUIA
                   MOVE    MLIQ-VLR-PAGO   TO      WS-VLR-LIQ
                   MOVE    MLIQ-ORIGEM     TO      WS-ORIGEM-LIQ

                   PERFORM 1250-00-INCLUI-LIQUIDACAO

                   MOVE    MLIQ-DAT-PAGTO  TO
                           TAB-LIQ-DAT-PAGTO (WS-QTD-TAB-LIQ)
           END-IF.
      *
       0440-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0450-00-CARGA-TAB-ENCARGOS  SECTION.
      *****************************************************************
      *
           READ    CADENCG         INTO    REG-ENCG.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADENCG   EQUAL   00
                   ADD 001         TO      WS-LID-CADENCG

                   IF      WS-QTD-TAB-ENC  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-ENC
                   MOVE    ENCG-COD-ENT    TO
                           TAB-ENC-COD-ENT   (WS-QTD-TAB-ENC)
                   MOVE    ENCG-NUM-GUIA   TO
                           TAB-ENC-NUM-GUIA  (WS-QTD-TAB-ENC)
                   MOVE    ENCG-DAT-PAGTO  TO
                           TAB-ENC-DAT-PAGTO (WS-QTD-TAB-ENC)
                   COMPUTE TAB-ENC-VLR       (WS-QTD-TAB-ENC) =
                           ENCG-VLR-JUROS + ENCG-VLR-MULTA
                   MOVE    ZEROS           TO
                           TAB-ENC-SOLIC     (WS-QTD-TAB-ENC)
           END-IF.
      *
       0450-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0460-00-CARGA-TAB-PLANOS    SECTION.
      *****************************************************************
      *    O PROXIMO PLANO RECEBE O MAIOR NUMERO DO REGISTRO MAIS UM  *
      *
           READ    CADRNEG         INTO    REG-RNEG.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADRNEG   EQUAL   00
                   ADD 001         TO      WS-LID-CADRNEG

                   PERFORM 2400-00-INCLUI-REGISTRO-PLANO

                   IF      RNEG-NUM-PLANO  GREATER WS-PROX-PLANO
                           MOVE    RNEG-NUM-PLANO  TO
                                   WS-PROX-PLANO
                   END-IF
           END-IF.
      *
       0460-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0490-00-CHAMA-COBBB010      SECTION.
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
       0490-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-LEITURA-CADRNGM     SECTION.
      *****************************************************************
      *
           READ    CADRNGM         INTO    REG-RNGM.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    009             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADRNGM   EQUAL   00
                   ADD 001         TO      WS-LID-CADRNGM
           END-IF.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0600-00-CALCULA-DIAS        SECTION.
      *****************************************************************
      *    DIAS DE WS-DATA-AUX NO CALENDARIO COMERCIAL (MES DE 30)    *
      *
           COMPUTE WS-DIAS-DATA =
                   (WS-AUX-ANO * 360) + (WS-AUX-MES * 30) +
                    WS-AUX-DIA.
      *
       0600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0620-00-ULTIMO-DIA-MES      SECTION.
      *****************************************************************
      *    ULTIMO DIA DO MES DE WS-DATA-AUX (ANO E MES)               *
      *
           MOVE    WS-DIAS-DO-MES (WS-AUX-MES)
                                   TO      WS-ULT-DIA.

           IF      WS-AUX-MES      EQUAL   02
                   DIVIDE  WS-AUX-ANO      BY      4
                           GIVING  WS-QUOCIENTE
                           REMAINDER       WS-RESTO
                   IF      WS-RESTO        EQUAL   ZEROS
                           MOVE    29      TO      WS-ULT-DIA
                   END-IF
           END-IF.
      *
       0620-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-REVISA-PLANOS       SECTION.
      *****************************************************************
      *    OS REGISTROS DE UM PLANO SAO CONSECUTIVOS NO CADRNEG:      *
      *    WS-IND-INI E WS-IND-FIM DELIMITAM O PLANO EM REVISAO       *
      *
           MOVE    WS-IND-INI      TO      WS-IND-FIM.

           PERFORM UNTIL WS-IND-FIM EQUAL WS-QTD-TAB-RNG
                   OR    TAB-RNG-NUM-PLANO (WS-IND-FIM + 1)
                         NOT EQUAL TAB-RNG-NUM-PLANO (WS-IND-INI)
                   ADD     001     TO      WS-IND-FIM
           END-PERFORM.

           IF      TAB-RNG-SITUACAO (WS-IND-INI)   EQUAL   'A'
                   PERFORM 1100-00-AVALIA-PLANO
           END-IF.

           COMPUTE WS-IND-INI = WS-IND-FIM + 1.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-AVALIA-PLANO        SECTION.
      *****************************************************************
      *    PLANO SEM PARCELA EM ABERTO ESTA QUITADO; PLANO COM        *
      *    PARCELA VENCIDA HA MAIS DIAS QUE O LIMITE E CANCELADO      *
      *
           MOVE    ZEROS           TO      WS-QTD-PARC-PAGAS
                                           WS-QTD-PARC-ABERTAS
                                           WS-VLR-PAGO-PLANO
                                           WS-VLR-PARCELAS
                                           WS-MAIOR-ATRASO.

           PERFORM VARYING WS-IND-TAB-RNG FROM WS-IND-INI BY 1
                   UNTIL   WS-IND-TAB-RNG GREATER WS-IND-FIM

             IF    TAB-RNG-TIP-REG (WS-IND-TAB-RNG) EQUAL 'P'
                   PERFORM 1120-00-SITUACAO-PARCELA
             END-IF

           END-PERFORM.

           IF      WS-QTD-PARC-ABERTAS     EQUAL   ZEROS
                   PERFORM 1300-00-QUITA-PLANO
                   GO      TO      1100-99-EXIT
           END-IF.

           IF      WS-MAIOR-ATRASO GREATER WS-PARM-DIAS-LIMITE
                   PERFORM 1200-00-CANCELA-PLANO
           END-IF.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1120-00-SITUACAO-PARCELA    SECTION.
      *****************************************************************
      *    PARCELA PAGA TEM BAIXA NO CADMLIQ (PAGAMENTO OU CREDITO)   *
      *
           MOVE    TAB-RNG-REG (WS-IND-TAB-RNG)
                                   TO      REG-RNEG.

           ADD     RNEG-VLR        TO      WS-VLR-PARCELAS.

           MOVE    RNEG-AGENCIA    TO      WS-CHV-AGENCIA.
           MOVE    RNEG-CONTA      TO      WS-CHV-CONTA.
           MOVE    RNEG-NUM-GUIA   TO      WS-CHV-NUM-GUIA.

           PERFORM 1150-00-PROCURA-LIQUIDACAO.

           IF      WS-LIQ-ACHOU
               AND NOT TAB-LIQ-ORIGEM-PARC-CANC (WS-IND-TAB-LIQ)
                   ADD     001     TO      WS-QTD-PARC-PAGAS
                   ADD     TAB-LIQ-VLR-PAGO (WS-IND-TAB-LIQ)
                                   TO      WS-VLR-PAGO-PLANO
                   GO      TO      1120-99-EXIT
           END-IF.

           ADD     001             TO      WS-QTD-PARC-ABERTAS.

           MOVE    RNEG-DAT-REF    TO      WS-DATA-AUX.
           PERFORM 0600-00-CALCULA-DIAS.

           COMPUTE WS-DIAS-ATRASO = WS-DIAS-PROC - WS-DIAS-DATA.

           IF      WS-DIAS-ATRASO  GREATER WS-MAIOR-ATRASO
                   MOVE    WS-DIAS-ATRASO  TO      WS-MAIOR-ATRASO
           END-IF.
      *
       1120-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1150-00-PROCURA-LIQUIDACAO  SECTION.
      *****************************************************************
      *    BAIXA DE WS-CHAVE-GUIA, DESCONSIDERANDO AS JA EXCLUIDAS    *
      *
           SET     WS-LIQ-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-LIQ FROM 1 BY 1
                   UNTIL   WS-IND-TAB-LIQ GREATER WS-QTD-TAB-LIQ
                   OR      WS-LIQ-ACHOU

             IF    WS-CHAVE-GUIA   EQUAL
                   TAB-LIQ-CHAVE (WS-IND-TAB-LIQ)
               AND TAB-LIQ-MANTIDA (WS-IND-TAB-LIQ)
                   SET     WS-LIQ-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-LIQ-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-LIQ
           END-IF.
      *
       1150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-CANCELA-PLANO       SECTION.
      *****************************************************************
      *    O DEBITO ORIGINAL VOLTA A ABERTO, AS PARCELAS EM ABERTO    *
      *    SAO BAIXADAS E O VALOR JA PAGO VIRA CREDITO DA ENTIDADE    *
      *
           ADD     001             TO      WS-QTD-CANCELADOS.

           MOVE    TAB-RNG-REG (WS-IND-INI)
                                   TO      REG-RNEG.

           MOVE    RNEG-NUM-PLANO  TO      DET1-NUM-PLANO.
           MOVE    RNEG-COD-ENT    TO      DET1-CD-ENTI.
           MOVE    'PLANO CANCELADO POR ATRASO'
                                   TO      DET1-EVENTO.
           MOVE    WS-DATA-PROC    TO      WS-DATA-AUX.
           PERFORM 2160-00-EDITA-DATA.
           MOVE    WS-DATA-EDITADA TO      DET1-DATA.
           PERFORM 2500-00-IMPRIME-DETALHE.

           PERFORM VARYING WS-IND-TAB-RNG FROM WS-IND-INI BY 1
                   UNTIL   WS-IND-TAB-RNG GREATER WS-IND-FIM

             PERFORM 1220-00-CANCELA-REGISTRO

           END-PERFORM.

           IF      WS-VLR-PAGO-PLANO       GREATER ZEROS
                   PERFORM 1400-00-GRAVACAO-CADCRPL
                   ADD     WS-VLR-PAGO-PLANO
                                   TO      WS-VLR-TOT-CREDITO
                   MOVE    '  CREDITO DO VALOR JA PAGO'
                                   TO      DET1-EVENTO
                   MOVE    WS-VLR-PAGO-PLANO
                                   TO      WS-EDICAO-VLR
                   MOVE    WS-EDICAO-VLR   TO      DET1-VALOR
                   PERFORM 2500-00-IMPRIME-DETALHE
           END-IF.
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1220-00-CANCELA-REGISTRO    SECTION.
      *****************************************************************
      *
           MOVE    TAB-RNG-REG (WS-IND-TAB-RNG)
                                   TO      REG-RNEG.

           MOVE    'C'             TO      RNEG-SITUACAO.
           MOVE    WS-DATA-PROC    TO      RNEG-DAT-CANCEL.

           MOVE    REG-RNEG        TO      TAB-RNG-REG (WS-IND-TAB-RNG).

           MOVE    RNEG-AGENCIA    TO      WS-CHV-AGENCIA.
           MOVE    RNEG-CONTA      TO      WS-CHV-CONTA.
           MOVE    RNEG-NUM-GUIA   TO      WS-CHV-NUM-GUIA.

           EVALUATE TRUE
             WHEN  RNEG-GUIA-ORIGINAL
                   PERFORM 1150-00-PROCURA-LIQUIDACAO
                   IF      WS-LIQ-ACHOU    AND
                           TAB-LIQ-ORIGEM-RENEGOC (WS-IND-TAB-LIQ)
                           SET     TAB-LIQ-EXCLUIDA (WS-IND-TAB-LIQ)
                                   TO      TRUE
                   END-IF
                   MOVE    '  GUIA RESTABELECIDA'
                                   TO      DET1-EVENTO
             WHEN  RNEG-ENCARGO
                   MOVE    '  ENCARGO RESTABELECIDO'
                                   TO      DET1-EVENTO
             WHEN  RNEG-PARCELA
                   PERFORM 1150-00-PROCURA-LIQUIDACAO
                   IF      WS-LIQ-ACHOU
                           GO      TO      1220-99-EXIT
                   END-IF
                   MOVE    RNEG-VLR        TO      WS-VLR-LIQ
                   MOVE    'X'             TO      WS-ORIGEM-LIQ
                   PERFORM 1250-00-INCLUI-LIQUIDACAO
                   MOVE    '  PARCELA CANCELADA'
                                   TO      DET1-EVENTO
                   MOVE    RNEG-NUM-PARCELA
                                   TO      DET1-PARCELA
           END-EVALUATE.

           MOVE    RNEG-NUM-GUIA   TO      DET1-NUM-GUIA.
           MOVE    RNEG-DAT-REF    TO      WS-DATA-AUX.
           PERFORM 2160-00-EDITA-DATA.
           MOVE    WS-DATA-EDITADA TO      DET1-DATA.
           MOVE    RNEG-VLR        TO      WS-EDICAO-VLR.
           MOVE    WS-EDICAO-VLR   TO      DET1-VALOR.
           PERFORM 2500-00-IMPRIME-DETALHE.
      *
       1220-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1250-00-INCLUI-LIQUIDACAO   SECTION.
      *****************************************************************
      *    NOVA BAIXA DE WS-CHAVE-GUIA NA DATA DO PROCESSAMENTO       *
      *
           IF      WS-QTD-TAB-LIQ  GREATER OR EQUAL 10000
                   PERFORM 0989-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-LIQ.

           MOVE    WS-CHAVE-GUIA   TO
                   TAB-LIQ-CHAVE     (WS-QTD-TAB-LIQ).
           MOVE    WS-VLR-LIQ      TO
                   TAB-LIQ-VLR-PAGO  (WS-QTD-TAB-LIQ).
           MOVE    WS-DATA-PROC    TO
                   TAB-LIQ-DAT-PAGTO (WS-QTD-TAB-LIQ).
           MOVE    WS-ORIGEM-LIQ   TO
                   TAB-LIQ-ORIGEM    (WS-QTD-TAB-LIQ).
           SET     TAB-LIQ-MANTIDA   (WS-QTD-TAB-LIQ)
                                   TO      TRUE.
      *
       1250-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1300-00-QUITA-PLANO         SECTION.
      *****************************************************************
      *
           ADD     001             TO      WS-QTD-QUITADOS.

           PERFORM VARYING WS-IND-TAB-RNG FROM WS-IND-INI BY 1
                   UNTIL   WS-IND-TAB-RNG GREATER WS-IND-FIM

             MOVE  'Q'             TO
                   TAB-RNG-SITUACAO (WS-IND-TAB-RNG)

           END-PERFORM.

           MOVE    TAB-RNG-NUM-PLANO (WS-IND-INI)
                                   TO      DET1-NUM-PLANO.
           MOVE    TAB-RNG-COD-ENT   (WS-IND-INI)
                                   TO      DET1-CD-ENTI.
           MOVE    'PLANO QUITADO' TO      DET1-EVENTO.
           MOVE    WS-DATA-PROC    TO      WS-DATA-AUX.
           PERFORM 2160-00-EDITA-DATA.
           MOVE    WS-DATA-EDITADA TO      DET1-DATA.
           MOVE    WS-VLR-PARCELAS TO      WS-EDICAO-VLR.
           MOVE    WS-EDICAO-VLR   TO      DET1-VALOR.
           PERFORM 2500-00-IMPRIME-DETALHE.
      *
       1300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1400-00-GRAVACAO-CADCRPL    SECTION.
      *****************************************************************
      *
           MOVE    SPACES          TO      REG-CRED.

           MOVE    RNEG-COD-ENT    TO      CRED-COD-ENTIDAT.
           MOVE    RNEG-NUM-PLANO  TO      CRED-NUM-AUTORIZ.
           MOVE    WS-VLR-PAGO-PLANO
                                   TO      CRED-VLR.
           MOVE    WS-DATA-PROC    TO      CRED-DAT-CREDITO.

           WRITE   REG-CADCRPL     FROM    REG-CRED.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    010             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADCRPL.
      *
       1400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2000-00-PROCESSA-SOLICITACAO SECTION.
      *****************************************************************
      *
           ADD     001             TO      WS-SEQ-SOLIC.

           IF      RNGM-COD-ENT    NOT NUMERIC     OR
                   RNGM-COD-ENT    EQUAL   ZEROS
                   MOVE    'RECUSADA - ENTIDADE INVALIDA'
                                   TO      WS-MOTIVO
                   PERFORM 2900-00-RECUSA-SOLICITACAO
                   GO      TO      2000-90-LEITURA
           END-IF.

           IF      RNGM-QTD-PARCELAS NOT NUMERIC   OR
                   RNGM-QTD-PARCELAS LESS  02      OR
                   RNGM-QTD-PARCELAS GREATER WS-PARM-MAX-PARC
                   MOVE    'RECUSADA - QTDE PARCELAS INVALIDA'
                                   TO      WS-MOTIVO
                   PERFORM 2900-00-RECUSA-SOLICITACAO
                   GO      TO      2000-90-LEITURA
           END-IF.

           PERFORM 2050-00-DEFINE-PRIM-VENCTO.

           IF      WS-VENCTO-INVALIDO
                   MOVE    'RECUSADA - 1O VENCIMENTO INVALIDO'
                                   TO      WS-MOTIVO
                   PERFORM 2900-00-RECUSA-SOLICITACAO
                   GO      TO      2000-90-LEITURA
           END-IF.

           PERFORM 2080-00-VERIFICA-PLANO-ATIVO.

           IF      WS-TEM-PLANO-ATIVO
                   MOVE    'RECUSADA - PLANO ATIVO EXISTENTE'
                                   TO      WS-MOTIVO
                   PERFORM 2900-00-RECUSA-SOLICITACAO
                   GO      TO      2000-90-LEITURA
           END-IF.

           PERFORM 2100-00-APURA-DEBITO.

           IF      WS-QTD-ITENS-PLANO      EQUAL   ZEROS
                   MOVE    'RECUSADA - SEM DEBITO VENCIDO'
                                   TO      WS-MOTIVO
                   PERFORM 2900-00-RECUSA-SOLICITACAO
                   GO      TO      2000-90-LEITURA
           END-IF.

           COMPUTE WS-VLR-TOTAL-PLANO ROUNDED = WS-VLR-DEBITO.

           IF      WS-VLR-TOTAL-PLANO LESS RNGM-QTD-PARCELAS
                   MOVE    'RECUSADA - DEBITO < QTDE PARCELAS'
                                   TO      WS-MOTIVO
                   PERFORM 2900-00-RECUSA-SOLICITACAO
                   GO      TO      2000-90-LEITURA
           END-IF.

           PERFORM 2200-00-GERA-PLANO.
      *
       2000-90-LEITURA.

           PERFORM 0500-00-LEITURA-CADRNGM.
      *
       2000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2050-00-DEFINE-PRIM-VENCTO  SECTION.
      *****************************************************************
      *    SEM DATA INFORMADA, A 1A PARCELA VENCE UM MES APOS O       *
      *    PROCESSAMENTO (DIA LIMITADO AO ULTIMO DIA DO MES)          *
      *
           SET     WS-VENCTO-INVALIDO      TO      TRUE.

           IF      RNGM-DAT-PRIM-VENCTO    NOT NUMERIC
                   GO      TO      2050-99-EXIT
           END-IF.

           IF      RNGM-DAT-PRIM-VENCTO    EQUAL   ZEROS
                   MOVE    WS-DATA-PROC    TO      WS-DATA-PRIM
                   IF      WS-PRIM-MES     EQUAL   12
                           ADD     001     TO      WS-PRIM-ANO
                           MOVE    01      TO      WS-PRIM-MES
                   ELSE
                           ADD     001     TO      WS-PRIM-MES
                   END-IF
                   MOVE    WS-DATA-PRIM    TO      WS-DATA-AUX
                   PERFORM 0620-00-ULTIMO-DIA-MES
                   IF      WS-PRIM-DIA     GREATER WS-ULT-DIA
                           MOVE    WS-ULT-DIA      TO      WS-PRIM-DIA
                   END-IF
                   SET     WS-VENCTO-VALIDO        TO      TRUE
                   GO      TO      2050-99-EXIT
           END-IF.

           MOVE    RNGM-DAT-PRIM-VENCTO    TO      WS-DATA-PRIM.

           IF      WS-PRIM-MES     LESS    01      OR
                   WS-PRIM-MES     GREATER 12      OR
                   WS-PRIM-DIA     LESS    01
                   GO      TO      2050-99-EXIT
           END-IF.

           MOVE    WS-DATA-PRIM    TO      WS-DATA-AUX.
           PERFORM 0620-00-ULTIMO-DIA-MES.

           IF      WS-PRIM-DIA     GREATER WS-ULT-DIA      OR
                   WS-DATA-PRIM    NOT GREATER WS-DATA-PROC
                   GO      TO      2050-99-EXIT
           END-IF.

           SET     WS-VENCTO-VALIDO        TO      TRUE.
      *
       2050-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2080-00-VERIFICA-PLANO-ATIVO SECTION.
      *****************************************************************
      *
           SET     WS-SEM-PLANO-ATIVO      TO      TRUE.

           PERFORM VARYING WS-IND-TAB-RNG FROM 1 BY 1
                   UNTIL   WS-IND-TAB-RNG GREATER WS-QTD-TAB-RNG
                   OR      WS-TEM-PLANO-ATIVO

             IF    TAB-RNG-COD-ENT  (WS-IND-TAB-RNG) EQUAL RNGM-COD-ENT
               AND TAB-RNG-SITUACAO (WS-IND-TAB-RNG) EQUAL 'A'
                   SET     WS-TEM-PLANO-ATIVO      TO      TRUE
             END-IF

           END-PERFORM.
      *
       2080-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2100-00-APURA-DEBITO        SECTION.
      *****************************************************************
      *    GUIAS VENCIDAS SEM BAIXA E ENCARGOS FORA DE PLANO NAO      *
      *    CANCELADO SAO MARCADOS COM O NUMERO DA SOLICITACAO         *
      *
           MOVE    ZEROS           TO      WS-QTD-ITENS-PLANO
                                           WS-VLR-DEBITO
                                           WS-TIP-ENT-PLANO.

           PERFORM VARYING WS-IND-TAB-GUI FROM 1 BY 1
                   UNTIL   WS-IND-TAB-GUI GREATER WS-QTD-TAB-GUI

             IF    TAB-GUI-COD-ENT (WS-IND-TAB-GUI) EQUAL RNGM-COD-ENT
                   PERFORM 2120-00-SELECIONA-GUIA
             END-IF

           END-PERFORM.

           PERFORM VARYING WS-IND-TAB-ENC FROM 1 BY 1
                   UNTIL   WS-IND-TAB-ENC GREATER WS-QTD-TAB-ENC

             IF    TAB-ENC-COD-ENT (WS-IND-TAB-ENC) EQUAL RNGM-COD-ENT
                   PERFORM 2150-00-SELECIONA-ENCARGO
             END-IF

           END-PERFORM.
      *
       2100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2120-00-SELECIONA-GUIA      SECTION.
      *****************************************************************
      *
           MOVE    TAB-GUI-TIP-ENT (WS-IND-TAB-GUI)
                                   TO      WS-TIP-ENT-PLANO.

           IF      TAB-GUI-DAT-VENCTO (WS-IND-TAB-GUI)
                   NOT LESS WS-DATA-PROC
                   GO      TO      2120-99-EXIT
           END-IF.

           MOVE    TAB-GUI-CHAVE (WS-IND-TAB-GUI)
                                   TO      WS-CHAVE-GUIA.

           PERFORM 1150-00-PROCURA-LIQUIDACAO.

           IF      WS-LIQ-ACHOU
                   GO      TO      2120-99-EXIT
           END-IF.

           MOVE    WS-SEQ-SOLIC    TO
                   TAB-GUI-SOLIC (WS-IND-TAB-GUI).

           ADD     001             TO      WS-QTD-ITENS-PLANO.
           ADD     TAB-GUI-VLR (WS-IND-TAB-GUI)
                                   TO      WS-VLR-DEBITO.
      *
       2120-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2150-00-SELECIONA-ENCARGO   SECTION.
      *****************************************************************
      *    ENCARGO JA INCLUIDO EM PLANO ATIVO OU QUITADO NAO ENTRA    *
      *
           SET     WS-ENC-FORA-PLANO       TO      TRUE.

           PERFORM VARYING WS-IND-TAB-RNG FROM 1 BY 1
                   UNTIL   WS-IND-TAB-RNG GREATER WS-QTD-TAB-RNG
                   OR      WS-ENC-EM-PLANO

             IF    TAB-RNG-TIP-REG  (WS-IND-TAB-RNG) EQUAL 'E'
               AND TAB-RNG-SITUACAO (WS-IND-TAB-RNG) NOT EQUAL 'C'
               AND TAB-RNG-COD-ENT  (WS-IND-TAB-RNG) EQUAL
                   TAB-ENC-COD-ENT  (WS-IND-TAB-ENC)
                   MOVE    TAB-RNG-REG (WS-IND-TAB-RNG)
                                   TO      REG-RNEG
                   IF      RNEG-NUM-GUIA   EQUAL
                           TAB-ENC-NUM-GUIA  (WS-IND-TAB-ENC)
                       AND RNEG-DAT-REF    EQUAL
                           TAB-ENC-DAT-PAGTO (WS-IND-TAB-ENC)
                           SET     WS-ENC-EM-PLANO TO      TRUE
                   END-IF
             END-IF

           END-PERFORM.

           IF      WS-ENC-EM-PLANO
                   GO      TO      2150-99-EXIT
           END-IF.

           MOVE    WS-SEQ-SOLIC    TO
                   TAB-ENC-SOLIC (WS-IND-TAB-ENC).

           ADD     001             TO      WS-QTD-ITENS-PLANO.
           ADD     TAB-ENC-VLR (WS-IND-TAB-ENC)
                                   TO      WS-VLR-DEBITO.
      *
       2150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2160-00-EDITA-DATA          SECTION.
      *****************************************************************
      *
           MOVE    WS-AUX-DIA      TO      WS-EDT-DIA.
           MOVE    WS-AUX-MES      TO      WS-EDT-MES.
           MOVE    WS-AUX-ANO      TO      WS-EDT-ANO.
      *
       2160-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2200-00-GERA-PLANO          SECTION.
      *****************************************************************
      *    REGISTROS DO PLANO NA ORDEM: GUIAS ORIGINAIS, ENCARGOS E   *
      *    PARCELAS. A ULTIMA PARCELA ABSORVE O RESTO DA DIVISAO      *
      *
           ADD     001             TO      WS-PROX-PLANO.
           ADD     001             TO      WS-QTD-PLANOS-NOVOS.
           ADD     WS-VLR-TOTAL-PLANO      TO      WS-VLR-TOT-RENEG.

           MOVE    WS-PROX-PLANO   TO      DET1-NUM-PLANO.
           MOVE    RNGM-COD-ENT    TO      DET1-CD-ENTI.
           MOVE    'PLANO CONCEDIDO'
                                   TO      DET1-EVENTO.
           MOVE    RNGM-QTD-PARCELAS
                                   TO      DET1-PARCELA.
           MOVE    WS-DATA-PROC    TO      WS-DATA-AUX.
           PERFORM 2160-00-EDITA-DATA.
           MOVE    WS-DATA-EDITADA TO      DET1-DATA.
           MOVE    WS-VLR-TOTAL-PLANO      TO      WS-EDICAO-VLR.
           MOVE    WS-EDICAO-VLR   TO      DET1-VALOR.
           PERFORM 2500-00-IMPRIME-DETALHE.

           PERFORM VARYING WS-IND-TAB-GUI FROM 1 BY 1
                   UNTIL   WS-IND-TAB-GUI GREATER WS-QTD-TAB-GUI

             IF    TAB-GUI-SOLIC (WS-IND-TAB-GUI) EQUAL WS-SEQ-SOLIC
                   PERFORM 2220-00-INCLUI-GUIA-ORIGINAL
             END-IF

           END-PERFORM.

           PERFORM VARYING WS-IND-TAB-ENC FROM 1 BY 1
                   UNTIL   WS-IND-TAB-ENC GREATER WS-QTD-TAB-ENC

             IF    TAB-ENC-SOLIC (WS-IND-TAB-ENC) EQUAL WS-SEQ-SOLIC
                   PERFORM 2240-00-INCLUI-ENCARGO
             END-IF

           END-PERFORM.

           DIVIDE  WS-VLR-TOTAL-PLANO      BY      RNGM-QTD-PARCELAS
                   GIVING  WS-VLR-PARCELA.

           COMPUTE WS-VLR-ULTIMA = WS-VLR-TOTAL-PLANO -
                   (WS-VLR-PARCELA * (RNGM-QTD-PARCELAS - 1)).

           PERFORM VARYING WS-NUM-PARCELA FROM 1 BY 1
                   UNTIL   WS-NUM-PARCELA GREATER RNGM-QTD-PARCELAS

             PERFORM 2300-00-GERA-PARCELA

           END-PERFORM.
      *
       2200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2210-00-MONTA-REGISTRO-PLANO SECTION.
      *****************************************************************
      *
           MOVE    SPACES          TO      REG-RNEG.

           MOVE    WS-PROX-PLANO   TO      RNEG-NUM-PLANO.
           MOVE    RNGM-COD-ENT    TO      RNEG-COD-ENT.
           MOVE    'A'             TO      RNEG-SITUACAO.
           MOVE    WS-DATA-PROC    TO      RNEG-DAT-PLANO.
           MOVE    ZEROS           TO      RNEG-DAT-CANCEL
                                           RNEG-AGENCIA
                                           RNEG-CONTA
                                           RNEG-NUM-GUIA
                                           RNEG-NUM-PARCELA
                                           RNEG-DAT-REF
                                           RNEG-VLR.
      *
       2210-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2220-00-INCLUI-GUIA-ORIGINAL SECTION.
      *****************************************************************
      *    A GUIA ORIGINAL E BAIXADA COMO RENEGOCIADA (ORIGEM 'R')    *
      *
           PERFORM 2210-00-MONTA-REGISTRO-PLANO.

           MOVE    'O'             TO      RNEG-TIP-REG.
           MOVE    TAB-GUI-AGENCIA    (WS-IND-TAB-GUI)
                                   TO      RNEG-AGENCIA.
           MOVE    TAB-GUI-CONTA      (WS-IND-TAB-GUI)
                                   TO      RNEG-CONTA.
           MOVE    TAB-GUI-NUM-GUIA   (WS-IND-TAB-GUI)
                                   TO      RNEG-NUM-GUIA.
           MOVE    TAB-GUI-DAT-LANCTO (WS-IND-TAB-GUI)
                                   TO      RNEG-DAT-REF.
           MOVE    TAB-GUI-VLR        (WS-IND-TAB-GUI)
                                   TO      RNEG-VLR.

           PERFORM 2400-00-INCLUI-REGISTRO-PLANO.

           MOVE    TAB-GUI-CHAVE (WS-IND-TAB-GUI)
                                   TO      WS-CHAVE-GUIA.
           MOVE    TAB-GUI-VLR   (WS-IND-TAB-GUI)
                                   TO      WS-VLR-LIQ.
           MOVE    'R'             TO      WS-ORIGEM-LIQ.

           PERFORM 1250-00-INCLUI-LIQUIDACAO.

           MOVE    '  GUIA RENEGOCIADA'
                                   TO      DET1-EVENTO.
           PERFORM 2450-00-IMPRIME-REGISTRO.
      *
       2220-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2240-00-INCLUI-ENCARGO      SECTION.
      *****************************************************************
      *
           PERFORM 2210-00-MONTA-REGISTRO-PLANO.

           MOVE    'E'             TO      RNEG-TIP-REG.
           MOVE    TAB-ENC-NUM-GUIA  (WS-IND-TAB-ENC)
                                   TO      RNEG-NUM-GUIA.
           MOVE    TAB-ENC-DAT-PAGTO (WS-IND-TAB-ENC)
                                   TO      RNEG-DAT-REF.
           MOVE    TAB-ENC-VLR       (WS-IND-TAB-ENC)
                                   TO      RNEG-VLR.

           PERFORM 2400-00-INCLUI-REGISTRO-PLANO.

           MOVE    '  ENCARGO RENEGOCIADO'
                                   TO      DET1-EVENTO.
           PERFORM 2450-00-IMPRIME-REGISTRO.
      *
       2240-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2300-00-GERA-PARCELA        SECTION.
      *****************************************************************
      *    VENCIMENTO: MES DA 1A PARCELA + (PARCELA - 1), NO DIA DA   *
      *    1A PARCELA LIMITADO AO FIM DO MES, LEVADO AO DIA UTIL      *
      *    SEGUINTE QUANDO CAI EM FIM DE SEMANA OU FERIADO            *
      *
           COMPUTE WS-QTD-MESES = (WS-PRIM-ANO * 12) + WS-PRIM-MES
                                 - 1 + WS-NUM-PARCELA - 1.

           DIVIDE  WS-QTD-MESES    BY      12
                   GIVING  WS-VENC-ANO
                   REMAINDER       WS-RESTO-MES.

           COMPUTE WS-VENC-MES = WS-RESTO-MES + 1.

           MOVE    WS-PRIM-DIA     TO      WS-VENC-DIA.

           MOVE    WS-DATA-VENC    TO      WS-DATA-AUX.
           PERFORM 0620-00-ULTIMO-DIA-MES.

           IF      WS-VENC-DIA     GREATER WS-ULT-DIA
                   MOVE    WS-ULT-DIA      TO      WS-VENC-DIA
           END-IF.

      *    A COBBB008 DEVOLVE O DIA UTIL ESTRITAMENTE POSTERIOR A
      *    DATA-BASE: A BASE E A VESPERA DO VENCIMENTO
           MOVE    WS-DATA-VENC    TO      WS-DATA-BASE.

           IF      WS-BASE-DIA     GREATER 01
                   SUBTRACT 001    FROM    WS-BASE-DIA
           ELSE
                   IF      WS-BASE-MES     EQUAL   01
                           SUBTRACT 001    FROM    WS-BASE-ANO
                           MOVE    12      TO      WS-BASE-MES
                   ELSE
                           SUBTRACT 001    FROM    WS-BASE-MES
                   END-IF
                   MOVE    WS-DATA-BASE    TO      WS-DATA-AUX
                   PERFORM 0620-00-ULTIMO-DIA-MES
                   MOVE    WS-ULT-DIA      TO      WS-BASE-DIA
           END-IF.

           MOVE    'COBBB008'      TO      WS-SUB-ROTINA.

           MOVE    WS-DATA-BASE    TO      WRB-DATA-BASE.

           CALL    WS-COBBB008     USING   WRB-GRUPO
           END-CALL.

           IF      WRB-CODRET      NOT EQUAL 00
                   MOVE    011     TO      WS-PTO-ERRO
                   MOVE    WRB-CODRET      TO      WS-SUB-RETORNO
                   PERFORM         0998-00-ABEND-SUB
           END-IF.

           MOVE    WRB-DATA-UTIL   TO      WS-DATA-VENC.

      *    NUMERO DA GUIA DA PARCELA E DIGITO DA ROTINA COMUM
           MOVE    9               TO      WS-GUIA-PREFIXO.
           MOVE    WS-PROX-PLANO   TO      WS-GUIA-PLANO.
           MOVE    ZEROS           TO      WS-GUIA-ZERO
                                           WS-GUIA-DIGITO.
           MOVE    WS-NUM-PARCELA  TO      WS-GUIA-PARCELA.

           MOVE    'COBBB007'      TO      WS-SUB-ROTINA.

           MOVE    'D'             TO      WRC-CODOPE.

           MOVE    WS-NUM-GUIA     TO      WRC-NUM-GUIA.

           MOVE    00              TO      WRC-CODRET.

           CALL    WS-COBBB007     USING   WRC-GRUPO

           END-CALL.

           IF      WRC-CODRET  NOT EQUAL   00
                   MOVE    012     TO      WS-PTO-ERRO
                   MOVE    WRC-CODRET      TO      WS-SUB-RETORNO
                   PERFORM         0998-00-ABEND-SUB
           END-IF.

           MOVE    WRC-NUM-GUIA    TO      WS-NUM-GUIA.

           IF      WS-NUM-PARCELA  EQUAL   RNGM-QTD-PARCELAS
                   MOVE    WS-VLR-ULTIMA   TO      WS-VLR-LIQ
           ELSE
                   MOVE    WS-VLR-PARCELA  TO      WS-VLR-LIQ
           END-IF.

           PERFORM 2350-00-GRAVACAO-CADMFPR.

           PERFORM 2210-00-MONTA-REGISTRO-PLANO.

           MOVE    'P'             TO      RNEG-TIP-REG.
           MOVE    WS-PARM-AGENCIA TO      RNEG-AGENCIA.
           MOVE    WS-PARM-CONTA   TO      RNEG-CONTA.
           MOVE    WS-NUM-GUIA     TO      RNEG-NUM-GUIA.
           MOVE    WS-NUM-PARCELA  TO      RNEG-NUM-PARCELA.
           MOVE    WS-DATA-VENC    TO      RNEG-DAT-REF.
           MOVE    WS-VLR-LIQ      TO      RNEG-VLR.

           PERFORM 2400-00-INCLUI-REGISTRO-PLANO.

           ADD     001             TO      WS-QTD-PARCELAS-GER.

           MOVE    WS-NUM-PARCELA  TO      WS-PARC-NUM.
           MOVE    RNGM-QTD-PARCELAS
                                   TO      WS-PARC-QTD.
           MOVE    '  PARCELA'     TO      DET1-EVENTO.
           MOVE    WS-PARC-EDITADA TO      DET1-PARCELA.
           PERFORM 2450-00-IMPRIME-REGISTRO.
      *
       2300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2350-00-GRAVACAO-CADMFPR    SECTION.
      *****************************************************************
      *    A PARCELA VAI PARA O CADMFIN COM A DATA DE LIQUIDACAO      *
      *    IGUAL AO VENCIMENTO ACORDADO                               *
      *
           MOVE    SPACES          TO      REG-MFIN.

           MOVE    WS-PARM-AGENCIA TO      MFIN-AGENCIA.
           MOVE    WS-PARM-OPERACAO
                                   TO      MFIN-OPERACAO.
           MOVE    WS-PARM-CONTA   TO      MFIN-CONTA.
           MOVE    RNGM-COD-ENT    TO      MFIN-COD-ENT.
           MOVE    WS-TIP-ENT-PLANO
                                   TO      MFIN-TIP-ENT.
           MOVE    WS-NUM-GUIA     TO      MFIN-NUM-GUIA.
           MOVE    WS-DATA-PROC    TO      MFIN-DAT-LANCTO.
           MOVE    WS-VLR-LIQ      TO      MFIN-VLR-LANCTO.
           MOVE    WS-DATA-VENC    TO      MFIN-DAT-LIQUID.
           MOVE    'R'             TO      MFIN-IN-PARCELA.

           WRITE   REG-CADMFPR     FROM    REG-MFIN.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    013             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADMFPR.
      *
       2350-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2400-00-INCLUI-REGISTRO-PLANO SECTION.
      *****************************************************************
      *
           IF      WS-QTD-TAB-RNG  GREATER OR EQUAL 10000
                   PERFORM 0989-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-RNG.

           MOVE    REG-RNEG        TO      TAB-RNG-REG (WS-QTD-TAB-RNG).
      *
       2400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2450-00-IMPRIME-REGISTRO    SECTION.
      *****************************************************************
      *    LINHA DE UM REGISTRO DO PLANO EM MONTAGEM (REG-RNEG)       *
      *
           MOVE    RNEG-NUM-GUIA   TO      DET1-NUM-GUIA.
           MOVE    RNEG-DAT-REF    TO      WS-DATA-AUX.
           PERFORM 2160-00-EDITA-DATA.
           MOVE    WS-DATA-EDITADA TO      DET1-DATA.
           MOVE    RNEG-VLR        TO      WS-EDICAO-VLR.
           MOVE    WS-EDICAO-VLR   TO      DET1-VALOR.

           PERFORM 2500-00-IMPRIME-DETALHE.
      *
       2450-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2500-00-IMPRIME-DETALHE     SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    DET1            TO      REG-RELRNEG.
           PERFORM 2650-00-GRAVACAO-RELRNEG.

           ADD     001             TO      WS-LINHAS.

           MOVE    SPACES          TO      DET1.
      *
       2500-99-EXIT.
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

           MOVE    CAB1            TO      REG-RELRNEG.
           PERFORM 2650-00-GRAVACAO-RELRNEG.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELRNEG.
           PERFORM 2650-00-GRAVACAO-RELRNEG.

           MOVE    CAB4            TO      REG-RELRNEG.
           PERFORM 2650-00-GRAVACAO-RELRNEG.

           MOVE    CAB6            TO      REG-RELRNEG.
           PERFORM 2650-00-GRAVACAO-RELRNEG.

           MOVE    CAB4            TO      REG-RELRNEG.
           PERFORM 2650-00-GRAVACAO-RELRNEG.

           MOVE    005             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2650-00-GRAVACAO-RELRNEG    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELRNEG.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    014             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-RELRNEG.
      *
       2650-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2900-00-RECUSA-SOLICITACAO  SECTION.
      *****************************************************************
      *
           ADD     001             TO      WS-QTD-RECUSADAS.

           MOVE    RNGM-COD-ENT    TO      DET1-CD-ENTI.
           MOVE    WS-MOTIVO       TO      DET1-EVENTO.
           MOVE    RNGM-QTD-PARCELAS
                                   TO      DET1-PARCELA.

           IF      RNGM-DAT-PRIM-VENCTO    NUMERIC AND
                   RNGM-DAT-PRIM-VENCTO    NOT EQUAL ZEROS
                   MOVE    RNGM-DAT-PRIM-VENCTO    TO  WS-DATA-AUX
                   PERFORM 2160-00-EDITA-DATA
                   MOVE    WS-DATA-EDITADA TO      DET1-DATA
           END-IF.

           PERFORM 2500-00-IMPRIME-DETALHE.
      *
       2900-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           PERFORM VARYING WS-IND-TAB-RNG FROM 1 BY 1
                   UNTIL   WS-IND-TAB-RNG GREATER WS-QTD-TAB-RNG

             PERFORM 3050-00-GRAVACAO-CADRNGN

           END-PERFORM.

           PERFORM VARYING WS-IND-TAB-LIQ FROM 1 BY 1
                   UNTIL   WS-IND-TAB-LIQ GREATER WS-QTD-TAB-LIQ

             IF    TAB-LIQ-MANTIDA (WS-IND-TAB-LIQ)
                   PERFORM 3060-00-GRAVACAO-CADMLQA
             END-IF

           END-PERFORM.

           CLOSE   CADRNGM
                   CADMFIN
                   CADMLIQ
                   CADENCG
                   CADRNEG
                   CADFERI
                   CADPARM
                   CADRNGN
                   CADMFPR
                   CADMLQA
                   CADCRPL
                   RELRNEG.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    015             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    WS-GCAT-CADRNEG TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB153'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    018             TO      WS-PTO-ERRO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADRNEG.

           MOVE    WS-GCAT-CADMLIQ TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB153'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    019             TO      WS-PTO-ERRO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADMLIQ.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB153'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           IF      WS-QTD-RECUSADAS        GREATER ZEROS
                   MOVE    0004    TO      WRL-RETCODE
           ELSE
                   MOVE    ZEROS   TO      WRL-RETCODE
           END-IF.
           MOVE    WS-LID-CADRNGM  TO      WRL-QTD-PROC.

           CALL    'COBBB100'      USING   WRL-GRUPO
           END-CALL.

      *    O RETURN-CODE E COLOCADO DEPOIS DA CHAMADA AO COBBB100 -
      *    O RETORNO DA SUBROTINA SUBSTITUI O REGISTRADOR DO
      *    CHAMADOR E LIMPARIA O CODIGO JA COLOCADO
           IF      WRL-RETCODE     GREATER ZEROS
                   MOVE    04      TO      RETURN-CODE
           END-IF.
      *
       3000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3050-00-GRAVACAO-CADRNGN    SECTION.
      *****************************************************************
      *
           MOVE    TAB-RNG-REG (WS-IND-TAB-RNG)
                                   TO      REG-RNEG.

           WRITE   REG-CADRNGN     FROM    REG-RNEG.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    016             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADRNGN.

           MOVE    WS-GCAT-CADRNEG TO      WGC-GRUPO.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-CADRNGN     TO      WGC-REG-IMAGEM.
           MOVE    100             TO      WGC-TAM-REG.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADRNEG.
      *
       3050-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3060-00-GRAVACAO-CADMLQA    SECTION.
      *****************************************************************
      *
           MOVE    SPACES          TO      REG-MLIQ.

           MOVE    TAB-LIQ-CHAVE     (WS-IND-TAB-LIQ)
                                   TO      MLIQ-CHAVE.
           MOVE    TAB-LIQ-VLR-PAGO  (WS-IND-TAB-LIQ)
                                   TO      MLIQ-VLR-PAGO.
           MOVE    TAB-LIQ-DAT-PAGTO (WS-IND-TAB-LIQ)
                                   TO      MLIQ-DAT-PAGTO.
           MOVE    TAB-LIQ-ORIGEM    (WS-IND-TAB-LIQ)
                                   TO      MLIQ-ORIGEM.

           WRITE   REG-CADMLQA     FROM    REG-MLIQ.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    017             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADMLQA.

           MOVE    WS-GCAT-CADMLIQ TO      WGC-GRUPO.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-CADMLQA     TO      WGC-REG-IMAGEM.
           MOVE    050             TO      WGC-TAM-REG.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADMLIQ.
      *
       3060-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3100-00-MONTA-ESTATISTICA   SECTION.
      *****************************************************************
      *
           DISPLAY '******************* GPFPB153 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB153 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADRNGM  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADRNGM.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADMFIN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADMFIN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADMLIQ  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADMLIQ.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADENCG  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADENCG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADRNEG  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADRNEG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADFERI  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADFERI.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADRNGN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADRNGN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADRNEG TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADRNEG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADMFPR  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADMFPR.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADMLQA  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADMLQA.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADMLIQ TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADMLIQ.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADCRPL  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADCRPL.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-RELRNEG  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- RELRNEG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-PLANOS-NOVOS
                                   TO      WS-EDICAO.
           DISPLAY '* PLANOS CONCEDIDOS...............: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-PARCELAS-GER
                                   TO      WS-EDICAO.
           DISPLAY '* PARCELAS GERADAS................: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-RECUSADAS
                                   TO      WS-EDICAO.
           DISPLAY '* SOLICITACOES RECUSADAS..........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-CANCELADOS
                                   TO      WS-EDICAO.
           DISPLAY '* PLANOS CANCELADOS POR ATRASO....: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-QUITADOS TO      WS-EDICAO.
           DISPLAY '* PLANOS QUITADOS.................: ' WS-EDICAO
           ' *'.
           MOVE    WS-VLR-TOT-RENEG
                                   TO      WS-EDICAO-VLR.
           DISPLAY '* TOTAL RENEGOCIADO.: ' WS-EDICAO-VLR
           '      *'.
           MOVE    WS-VLR-TOT-CREDITO
                                   TO      WS-EDICAO-VLR.
           DISPLAY '* CREDITOS GERADOS..: ' WS-EDICAO-VLR
           '      *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB153 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB153 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB153 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB153 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0989-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0990-00-ABEND-PARAMETRO     SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB153 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* PARAMETRO DO PROGRAMA AUSENTE OU INVALIDO   *'.
           DISPLAY '* NO CADPARM (AGENCIA, OPERACAO, CONTA,       *'.
           DISPLAY '* MAXIMO DE PARCELAS E DIAS DE ATRASO)        *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB153 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB153 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0990-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB153 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB153 ******************'.
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
           DISPLAY '******************* GPFPB153 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB153 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0998-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB153 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB153 ******************'.
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
           DISPLAY '******************* GPFPB153 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB153 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB153                  *
      *****************************************************************
