      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB167.
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
      * OBJETIVO.....: CALCULO DA RESCISAO DOS FUNCIONARIOS           *
      *                EXCLUIDOS PELO GPFPB013 (LOG E01 DO CADFLOG    *
      *                COM MOTIVO DE DESLIGAMENTO):                   *
      *                - SALDO DE SALARIO DO MES DO DESLIGAMENTO      *
      *                - AVISO PREVIO INDENIZADO (30 DIAS + 3 POR ANO *
      *                  COMPLETO, ATE 90; METADE NO ACORDO)          *
      *                - FERIAS VENCIDAS (PERIODOS ABERTOS DO         *
      *                  CADFERQ, EM DOBRO APOS O LIMITE CONCESSIVO)  *
      *                  E PROPORCIONAIS, MAIS 1/3                    *
      *                - 13o PROPORCIONAL (SALDO PROVISIONADO NO      *
      *                  CADPROV PELO GPFPB108)                       *
      *                - INSS E IRRF SOBRE O SALDO DE SALARIO E SOBRE *
      *                  O 13o, PELAS TABELAS DO CADTABS              *
      *                - MULTA RESCISORIA DO FGTS (40%; 20% NO        *
      *                  ACORDO)                                      *
      *                E GERA:                                        *
      *                - O TERMO DE RESCISAO (TRCT - RELTRCT), UMA    *
      *                  PAGINA POR FUNCIONARIO                       *
      *                - O CREDITO DO LIQUIDO NO LAY-OUT DA REMESSA   *
      *                  BANCARIA CADBREM (CADBRRS), UM TRAILER POR   *
      *                  EMPRESA COM A CONTA DE DEBITO DA FOLHA       *
      *                - O CADPROVN SEM OS SALDOS DE PROVISAO DOS     *
      *                  DESLIGADOS E O CADFERQN COM OS PERIODOS      *
      *                  AQUISITIVOS DELES ENCERRADOS                 *
      *                - O MOVIMENTO DE RENDIMENTOS E RETENCOES DA    *
      *                  RESCISAO (CADFREN) PARA O INFORME DE         *
      *                  RENDIMENTOS E A DIRF (GPFPB169)              *
      *                - O SALDO DEVEDOR DOS EMPRESTIMOS CONSIGNADOS  *
      *                  (CADCNSG) NO TRCT E O CADCNSN COM OS         *
      *                  CONTRATOS DOS DESLIGADOS RESCINDIDOS, PARA   *
      *                  INFORMACAO AO BANCO NA REMESSA DA FOLHA      *
      *                  MENSAL (GPFPB107)                            *
      *****************************************************************
      * MOTIVOS......: 01 DISPENSA SEM JUSTA CAUSA - TODAS AS VERBAS, *
      *                   MULTA DE 40%                                *
      *                02 DISPENSA POR JUSTA CAUSA - SALDO E FERIAS   *
      *                   VENCIDAS                                    *
      *                03 PEDIDO DE DEMISSAO / 04 TERMINO DE CONTRATO *
      *                   - SEM AVISO INDENIZADO E SEM MULTA          *
      *                05 ACORDO ENTRE AS PARTES - METADE DO AVISO    *
      *                   INDENIZADO E MULTA DE 20%                   *
      *****************************************************************
      * OBSERVACAO...: OS DIAS SAO CONTADOS NO CALENDARIO COMERCIAL   *
      *                DE 360 DIAS, COMO NO GPFPB109. FRACAO DE 15    *
      *                DIAS OU MAIS CONTA COMO MES. A DEDUCAO POR     *
      *                DEPENDENTE DO IRRF E A DA FOLHA (CADPARM DO    *
      *                GPFPB107). A BASE DA MULTA E O TOTAL DE        *
      *                DEPOSITOS DO CONTRATO (8% DO SALARIO POR MES   *
      *                DE SERVICO MAIS 8% DAS VERBAS RESCISORIAS      *
      *                SUJEITAS); A MULTA E RECOLHIDA EM GUIA PROPRIA *
      *                E NAO ENTRA NO LIQUIDO DO CREDITO              *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 15/10/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - RENDIMENTOS E RETENCOES DA RESCISAO         *
      *                   GRAVADOS NO MOVIMENTO CADFREN: SALDO DE     *
      *                   SALARIO TRIBUTAVEL, AVISO E FERIAS          *
      *                   INDENIZADOS ISENTOS E O 13o EM REGISTRO     *
      *                   PROPRIO                                     *
      * 15/10/2026 - US - SALDO DEVEDOR DOS EMPRESTIMOS CONSIGNADOS   *
      *                   ATIVOS (PARCELAS RESTANTES) IMPRESSO NO     *
      *                   TRCT E CONTRATOS RESCINDIDOS NO CADCNSN     *
      * 15/10/2026 - US - CADA CADPROVN E CADCNSN GRAVADO PASSA A     *
      *                   SER CATALOGADO NO CADGCAT (ROTINA COBBB010) *
      *                   COMO GERACAO DO CADPROV E DO CADCNSG, COM A *
      *                   QTDE DE REGISTROS E O SELO DE INTEGRIDADE   *
      * 15/10/2026 - US - CADA CADFERQN GRAVADO PASSA A SER           *
      *                   CATALOGADO NO CADGCAT (ROTINA COBBB010)     *
      *                   COMO GERACAO DO CADFERQ, COM A QTDE DE      *
      *                   REGISTROS E O SELO DE INTEGRIDADE           *
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
      *
           SELECT  CADFLOG  ASSIGN  TO  UT-S-CADFLOG
                   FILE     STATUS  IS  WS-FS-CADFLOG.
      *
           SELECT  CADTABS  ASSIGN  TO  UT-S-CADTABS
                   FILE     STATUS  IS  WS-FS-CADTABS.
      *
           SELECT  CADFDEP  ASSIGN  TO  UT-S-CADFDEP
                   FILE     STATUS  IS  WS-FS-CADFDEP.
      *
           SELECT  CADPARM  ASSIGN  TO  UT-S-CADPARM
                   FILE     STATUS  IS  WS-FS-CADPARM.
      *
           SELECT  CADFBNK  ASSIGN  TO  UT-S-CADFBNK
                   FILE     STATUS  IS  WS-FS-CADFBNK.
      *
           SELECT  CADFLOT  ASSIGN  TO  UT-S-CADFLOT
                   FILE     STATUS  IS  WS-FS-CADFLOT.
      *
           SELECT  CADFERQ  ASSIGN  TO  UT-S-CADFERQ
                   FILE     STATUS  IS  WS-FS-CADFERQ.
      *
           SELECT  CADPROV  ASSIGN  TO  UT-S-CADPROV
                   FILE     STATUS  IS  WS-FS-CADPROV.
      *
           SELECT  CADEMPR  ASSIGN  TO  UT-S-CADEMPR
                   FILE     STATUS  IS  WS-FS-CADEMPR.
      *
           SELECT  CADCNSG  ASSIGN  TO  UT-S-CADCNSG
                   FILE     STATUS  IS  WS-FS-CADCNSG.
      *
           SELECT  CADBRRS  ASSIGN  TO  UT-S-CADBRRS
                   FILE     STATUS  IS  WS-FS-CADBRRS.
      *
           SELECT  CADPROVN ASSIGN  TO  UT-S-CADPROVN
                   FILE     STATUS  IS  WS-FS-CADPROVN.
      *
           SELECT  CADFERQN ASSIGN  TO  UT-S-CADFERQN
                   FILE     STATUS  IS  WS-FS-CADFERQN.
      *
           SELECT  CADFREN  ASSIGN  TO  UT-S-CADFREN
                   FILE     STATUS  IS  WS-FS-CADFREN.
      *
           SELECT  CADCNSN  ASSIGN  TO  UT-S-CADCNSN
                   FILE     STATUS  IS  WS-FS-CADCNSN.
      *
           SELECT  RELTRCT  ASSIGN  TO  UT-S-RELTRCT
                   FILE     STATUS  IS  WS-FS-RELTRCT.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *
       FD  CADFLOG
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFLOG         PIC     X(250).
      *
       FD  CADTABS
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADTABS         PIC     X(050).
      *
       FD  CADFDEP
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFDEP         PIC     X(050).
      *
       FD  CADPARM
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-ARQ-CADPARM     PIC     X(050).
      *
       FD  CADFBNK
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFBNK         PIC     X(050).
      *
       FD  CADFLOT
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFLOT         PIC     X(050).
      *
       FD  CADFERQ
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFERQ         PIC     X(050).
      *
       FD  CADPROV
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPROV         PIC     X(050).
      *
       FD  CADEMPR
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADEMPR         PIC     X(150).
      *
       FD  CADCNSG
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCNSG         PIC     X(120).
      *
       FD  CADBRRS
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADBRRS         PIC     X(100).
      *
       FD  CADPROVN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPROVN        PIC     X(050).
      *
       FD  CADFERQN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFERQN        PIC     X(050).
      *
       FD  CADFREN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFREN         PIC     X(100).
      *
       FD  CADCNSN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCNSN         PIC     X(120).
      *
       FD  RELTRCT
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELTRCT         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADFLOG       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADTABS       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFDEP       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPARM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFBNK       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFLOT       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFERQ       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPROV       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADEMPR       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCNSG       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADBRRS       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPROVN      PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFERQN      PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFREN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCNSN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELTRCT       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADFLOG      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADTABS      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFDEP      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFBNK      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFLOT      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFERQ      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADPROV      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADEMPR      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADCNSG      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADBRRS      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADPROVN     PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADFERQN     PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADFREN      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADCNSN      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELTRCT      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-EXCLUSOES    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-MOTIVO   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-MOT-INVALIDO PIC     9(018) VALUE ZEROS.
       01      WS-QTD-RESCISOES    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-BANCO    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-EMPRESA  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-TRAILERS     PIC     9(018) VALUE ZEROS.
       01      WS-QTD-PRV-BAIXADAS PIC     9(018) VALUE ZEROS.
       01      WS-QTD-PER-ENCERRADOS
                                   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-CNS-RESCINDIDOS
                                   PIC     9(018) VALUE ZEROS.
      *
       01      WS-DET-CADBRRS      PIC     9(007) VALUE ZEROS.
      *
       01      WS-VLR-DED-DEPEND   PIC     9(007)V9(002) VALUE ZEROS.
       01      WS-QTD-DEPENDENTES  PIC     9(003) VALUE ZEROS.
      *
      *****************************************************************
      *        VERBAS DA RESCISAO DO FUNCIONARIO                      *
      *****************************************************************
      *
       01      WS-VLR-SALARIO      PIC     9(007)V9(002) VALUE ZEROS.
       01      WS-VLR-SALDO-SAL    PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-AVISO        PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-FER-VENC     PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-FER-DOBRO    PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-FER-PROP     PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-FER-TERCO    PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-13-PROP      PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-INSS         PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-IRRF         PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-INSS-13      PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-IRRF-13      PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-TOT-PROV     PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-TOT-DESC     PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-LIQUIDO      PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-FGTS-BASE    PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-FGTS-MULTA   PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-SALDO-CONSIG PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-BASE-IRRF    PIC    S9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-CALCULO      PIC    S9(011)V9(002) VALUE ZEROS.
      *
       01      WS-QTD-DIAS-SALDO   PIC     9(003) VALUE ZEROS.
       01      WS-QTD-DIAS-AVISO   PIC     9(003) VALUE ZEROS.
       01      WS-QTD-DIAS-VENC    PIC     9(003) VALUE ZEROS.
       01      WS-QTD-DIAS-DOBRO   PIC     9(003) VALUE ZEROS.
       01      WS-QTD-DIAS-PER     PIC    S9(003) VALUE ZEROS.
       01      WS-QTD-AVOS-FER     PIC     9(003) VALUE ZEROS.
       01      WS-QTD-MESES-SERV   PIC     9(005) VALUE ZEROS.
       01      WS-QTD-ANOS-SERV    PIC     9(003) VALUE ZEROS.
       01      WS-QTD-DIAS-RESTO   PIC     9(003) VALUE ZEROS.
       01      WS-PCT-MULTA        PIC     9(002) VALUE ZEROS.
      *
       01      WS-DIAS-ADM         PIC     9(009) VALUE ZEROS.
       01      WS-DIAS-DESLIG      PIC     9(009) VALUE ZEROS.
       01      WS-DIAS-SERVICO     PIC     9(009) VALUE ZEROS.
      *
       01      WS-TIPO-TABELA      PIC     X(001) VALUE SPACES.
       01      WS-VLR-BASE-FAIXA   PIC     9(009)V9(002) VALUE ZEROS.
      *
       01      WS-DT-VIG-ACHADA    PIC     9(008) VALUE ZEROS.
      *
       01      WS-SW-PARM-ACHADO   PIC     X(001) VALUE 'N'.
         88    WS-PARM-ACHADO              VALUE 'S'.
         88    WS-PARM-NAO-ACHADO          VALUE 'N'.
      *
       01      WS-SW-FAIXA-ACHADA  PIC     X(001) VALUE 'N'.
         88    WS-FAIXA-ACHADA             VALUE 'S'.
         88    WS-FAIXA-NAO-ACHADA         VALUE 'N'.
      *
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
      *
      *****************************************************************
      *        MOTIVO E DATAS DO DESLIGAMENTO                         *
      *****************************************************************
      *
       01      WS-MOTIVO           PIC     9(002) VALUE ZEROS.
         88    WS-MOT-SEM-JUSTA-CAUSA      VALUE 01.
         88    WS-MOT-JUSTA-CAUSA          VALUE 02.
         88    WS-MOT-PEDIDO-DEMISSAO      VALUE 03.
         88    WS-MOT-TERMINO-CONTRATO     VALUE 04.
         88    WS-MOT-ACORDO               VALUE 05.
         88    WS-MOT-VALIDO               VALUE 01 THRU 05.
      *
       01      WS-TAB-MOTIVOS-VALORES.
         03    FILLER              PIC     X(030) VALUE
               'DISPENSA SEM JUSTA CAUSA      '.
         03    FILLER              PIC     X(030) VALUE
               'DISPENSA POR JUSTA CAUSA      '.
         03    FILLER              PIC     X(030) VALUE
               'PEDIDO DE DEMISSAO            '.
         03    FILLER              PIC     X(030) VALUE
               'TERMINO DE CONTRATO A PRAZO   '.
         03    FILLER              PIC     X(030) VALUE
               'ACORDO ENTRE AS PARTES        '.
       01      WS-TAB-MOTIVOS      REDEFINES
               WS-TAB-MOTIVOS-VALORES.
         03    WS-MOT-DESCRICAO    PIC     X(030) OCCURS  00005  TIMES.
      *
       01      WS-DT-ADM           PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DT-ADM.
        03     WS-ADM-ANO          PIC     9(004).
        03     WS-ADM-MES          PIC     9(002).
        03     WS-ADM-DIA          PIC     9(002).
      *
       01      WS-DT-DESLIG        PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DT-DESLIG.
        03     WS-DESL-ANO         PIC     9(004).
        03     WS-DESL-MES         PIC     9(002).
        03     WS-DESL-DIA         PIC     9(002).
      *
       01      WS-DAT-LIMITE       PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DAT-LIMITE.
        03     WS-LIM-ANO          PIC     9(004).
        03     FILLER              PIC     X(004).
      *
       01      WS-DATA-AUX         PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DATA-AUX.
        03     WS-AUX-ANO          PIC     9(004).
        03     WS-AUX-MES          PIC     9(002).
        03     WS-AUX-DIA          PIC     9(002).
      *
       01      WS-DATA-EDITADA     PIC     X(010) VALUE '99/99/9999'.
       01      FILLER              REDEFINES       WS-DATA-EDITADA.
        03     WS-EDT-DIA          PIC     9(002).
        03     FILLER              PIC     X(001).
        03     WS-EDT-MES          PIC     9(002).
        03     FILLER              PIC     X(001).
        03     WS-EDT-ANO          PIC     9(004).
      *
       01      WS-MSG-CREDITO      PIC     X(060) VALUE SPACES.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA DE FAIXAS DE INSS/IRRF                          *
      *****************************************************************
      *
       01      WS-QTD-TAB-FXA      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-FXA      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-FXA-TETO     PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-FAIXAS.
         03    TAB-FXA-ITEM        OCCURS  00050  TIMES.
           05  TAB-FXA-TIPO        PIC     X(001).
           05  TAB-FXA-VLR-ATE     PIC     9(009)V9(002).
           05  TAB-FXA-PCT         PIC     9(002)V9(002).
           05  TAB-FXA-VLR-DEDUZIR PIC     9(009)V9(002).
      *
      *****************************************************************
      *        TABELA DE DEPENDENTES POR FUNCIONARIO                  *
      *****************************************************************
      *
       01      WS-QTD-TAB-DEP      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-DEP      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-DEPENDENTES.
         03    TAB-DEP-ITEM        OCCURS  05000  TIMES.
           05  TAB-DEP-FUNC        PIC     9(005).
           05  TAB-DEP-QTD         PIC     9(003).
      *
       01      WS-SW-DEP-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-DEP-ACHOU                VALUE 'S'.
         88    WS-DEP-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DE DOMICILIO BANCARIO DOS FUNCIONARIOS          *
      *****************************************************************
      *
       01      WS-QTD-TAB-BNK      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-BNK      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-BANCOS.
         03    TAB-BNK-ITEM        OCCURS  05000  TIMES.
           05  TAB-BNK-FUNC        PIC     9(005).
           05  TAB-BNK-BANCO       PIC     9(003).
           05  TAB-BNK-AGENCIA     PIC     9(004).
           05  TAB-BNK-OPERACAO    PIC     9(003).
           05  TAB-BNK-CONTA       PIC     9(009).
      *
       01      WS-SW-BNK-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-BNK-ACHOU                VALUE 'S'.
         88    WS-BNK-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DE LOTACAO (EMPRESA DE CADA FUNCIONARIO)        *
      *****************************************************************
      *
       01      WS-QTD-TAB-LOT      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-LOT      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-LOTACOES.
         03    TAB-LOT-ITEM        OCCURS  05000  TIMES.
           05  TAB-LOT-FUNC        PIC     9(005).
           05  TAB-LOT-COD-EMPRESA PIC     9(002).
      *
       01      WS-COD-EMPRESA      PIC     9(002) VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA DE PERIODOS AQUISITIVOS DE FERIAS (CADFERQ)     *
      *****************************************************************
      *
       01      WS-QTD-TAB-PER      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-PER      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-PERIODOS.
         03    TAB-PER-ITEM        OCCURS  05000  TIMES.
           05  TAB-PER-FUNC        PIC     9(005).
           05  TAB-PER-DAT-INI     PIC     9(008).
           05  TAB-PER-DAT-FIM     PIC     9(008).
           05  TAB-PER-DIAS-DIR    PIC     9(003).
           05  TAB-PER-DIAS-GOZO   PIC     9(003).
           05  TAB-PER-DIAS-VEND   PIC     9(003).
           05  TAB-PER-SITUACAO    PIC     X(001).
      *
      *****************************************************************
      *        TABELA DE SALDOS DE PROVISAO (CADPROV)                 *
      *****************************************************************
      *
       01      WS-QTD-TAB-PRV      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-PRV      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-PROVISOES.
         03    TAB-PRV-ITEM        OCCURS  05000  TIMES.
           05  TAB-PRV-REGISTRO    PIC     X(050).
           05  TAB-PRV-SW-BAIXA    PIC     X(001).
             88  TAB-PRV-BAIXADA           VALUE 'S'.
      *
      *****************************************************************
      *        CONTRATOS DE EMPRESTIMO CONSIGNADO (CADCNSG)           *
      *****************************************************************
      *
       01      WS-QTD-TAB-CNS      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-CNS      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-CONSIGNADOS.
         03    TAB-CNS-ITEM        OCCURS  05000  TIMES.
           05  TAB-CNS-REGISTRO    PIC     X(120).
      *
      *****************************************************************
      *        EMPRESAS EMPREGADORAS (CADEMPR), INDEXADAS PELO CODIGO *
      *        DA EMPRESA, COM A CONTA DE DEBITO DA FOLHA E OS TOTAIS *
      *        DO TRAILER DE CADA EMPRESA                             *
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
      *    LAY-OUT DO TERMO DE RESCISAO (TRCT)                        *
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
         03    FILLER              PIC     X(026) VALUE SPACES.
         03    FILLER              PIC     X(069) VALUE
         'T E R M O  D E  R E S C I S A O  D O  C O N T R A T O'.
         03    FILLER              PIC     X(026) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'PAGINA.: '.
         03    CAB3-PAGINA         PIC     ZZ9.
      *
       01      CAB4.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(131) VALUE ALL '-'.
         03    FILLER              PIC     X(001) VALUE SPACES.
      *
       01      CAB6.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(040) VALUE
               'VERBA RESCISORIA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'REFERENCIA'.
         03    FILLER              PIC     X(006) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'PROVENTOS'.
         03    FILLER              PIC     X(005) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'DESCONTOS'.
         03    FILLER              PIC     X(049) VALUE SPACES.
      *
       01      TRC1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(013) VALUE
               'EMPREGADO..: '.
         03    TRC1-CODIGO         PIC     9(005).
         03    FILLER              PIC     X(003) VALUE ' - '.
         03    TRC1-NOME           PIC     X(030).
         03    FILLER              PIC     X(009) VALUE '   CPF: '.
         03    TRC1-CPF            PIC     9(011).
         03    FILLER              PIC     X(012) VALUE
               '   EMPRESA: '.
         03    TRC1-EMPRESA        PIC     9(002).
         03    FILLER              PIC     X(045) VALUE SPACES.
      *
       01      TRC2.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(013) VALUE
               'ADMISSAO...: '.
         03    TRC2-DT-ADM         PIC     X(010).
         03    FILLER              PIC     X(017) VALUE
               '   DESLIGAMENTO: '.
         03    TRC2-DT-DESLIG      PIC     X(010).
         03    FILLER              PIC     X(011) VALUE
               '   MOTIVO: '.
         03    TRC2-MOTIVO         PIC     9(002).
         03    FILLER              PIC     X(003) VALUE ' - '.
         03    TRC2-DESC-MOTIVO    PIC     X(030).
         03    FILLER              PIC     X(034) VALUE SPACES.
      *
       01      TRC3.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(013) VALUE
               'SALARIO....: '.
         03    TRC3-SALARIO        PIC     ZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(017) VALUE
               '   AVISO PREVIO: '.
         03    TRC3-AVISO          PIC     X(012).
         03    FILLER              PIC     X(021) VALUE
               '   TEMPO DE SERVICO: '.
         03    TRC3-MESES          PIC     ZZZ9.
         03    FILLER              PIC     X(006) VALUE ' MESES'.
         03    FILLER              PIC     X(044) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-VERBA          PIC     X(040).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-REF-QTD        PIC     ZZZ.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    DET1-REF-UNIDADE    PIC     X(006).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-PROVENTO       PIC     ZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(063) VALUE SPACES.
      *
       01      DET2.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET2-VERBA          PIC     X(040).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-REF-QTD        PIC     ZZZ.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    DET2-REF-UNIDADE    PIC     X(006).
         03    FILLER              PIC     X(016) VALUE SPACES.
         03    DET2-DESCONTO       PIC     ZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(049) VALUE SPACES.
      *
       01      TOT1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(054) VALUE
               'TOTAIS'.
         03    TOT1-PROVENTOS      PIC     ZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    TOT1-DESCONTOS      PIC     ZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(049) VALUE SPACES.
      *
       01      TOT2.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(068) VALUE
               'VALOR LIQUIDO DA RESCISAO'.
         03    TOT2-LIQUIDO        PIC     ZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(049) VALUE SPACES.
      *
       01      FGT1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FGT1-DESCRICAO      PIC     X(054).
         03    FGT1-VALOR          PIC     ZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(063) VALUE SPACES.
      *
       01      CSG1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(017) VALUE
               'CONSIGNADO BANCO '.
         03    CSG1-BANCO          PIC     9(003).
         03    FILLER              PIC     X(010) VALUE
               ' CONTRATO '.
         03    CSG1-CONTRATO       PIC     X(015).
         03    FILLER              PIC     X(006) VALUE SPACES.
         03    CSG1-SALDO          PIC     ZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    CSG1-RESTANTES      PIC     ZZ9.
         03    FILLER              PIC     X(019) VALUE
               ' PARCELAS RESTANTES'.
         03    FILLER              PIC     X(042) VALUE SPACES.
      *
       01      MSG1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    MSG1-TEXTO          PIC     X(060).
         03    FILLER              PIC     X(070) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADFLOG - LOG DA ATUALIZACAO DO CADFUNC (GPFPB013)   *
      *****************************************************************
      *
           COPY    COBO2012.
      *
      *****************************************************************
      * INPUT..: IMAGEM DO CADFUNC GUARDADA NO LOG DA EXCLUSAO        *
      *****************************************************************
      *
           COPY    COBI1012.
      *
      *****************************************************************
      * INPUT..: CADTABS - TABELAS DE INSS/IRRF                       *
      *****************************************************************
      *
           COPY    COBI1071.
      *
      *****************************************************************
      * INPUT..: CADFDEP - DEPENDENTES DOS FUNCIONARIOS               *
      *****************************************************************
      *
           COPY    COBI2014.
      *
      *****************************************************************
      * INPUT..: CADPARM - PARAMETROS CENTRALIZADOS                   *
      *****************************************************************
      *
           COPY    COBO9102.
      *
      *****************************************************************
      * INPUT..: CADFBNK - DOMICILIO BANCARIO                         *
      *****************************************************************
      *
           COPY    COBI1072.
      *
      *****************************************************************
      * INPUT..: CADFLOT - LOTACAO DOS FUNCIONARIOS                   *
      *****************************************************************
      *
           COPY    COBI2018.
      *
      *****************************************************************
      * INPUT..: CADFERQ - PERIODOS AQUISITIVOS DE FERIAS             *
      *****************************************************************
      *
           COPY    COBO1076.
      *
      *****************************************************************
      * INPUT..: CADPROV - SALDOS DE PROVISAO                         *
      *****************************************************************
      *
           COPY    COBO1075.
      *
      *****************************************************************
      * INPUT..: CADEMPR - CADASTRO DAS EMPRESAS                      *
      *****************************************************************
      *
           COPY    COBI1229.
      *
      *****************************************************************
      * INPUT..: CADCNSG - CONTRATOS DE EMPRESTIMO CONSIGNADO         *
      *****************************************************************
      *
           COPY    COBO1240.
      *
      *****************************************************************
      * OUTPUT.: CADBRRS - LOTE DE CREDITO DAS RESCISOES              *
      *****************************************************************
      *
           COPY    COBO1025.
      *
      *****************************************************************
      * OUTPUT.: CADFREN - MOVIMENTO DE RENDIMENTOS E RETENCOES       *
      *****************************************************************
      *
           COPY    COBO1238.
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
       01      WS-GCAT-CADPROV     PIC     X(300) VALUE SPACES.
       01      WS-GCAT-CADCNSG     PIC     X(300) VALUE SPACES.
       01      WS-GCAT-CADFERQ     PIC     X(300) VALUE SPACES.
      *
       01      WS-SUB-ROTINA       PIC     X(008) VALUE SPACES.
       01      WS-SUB-RETORNO      PIC     9(002) VALUE ZEROS.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************
       PROCEDURE                   DIVISION.
      *****************************************************************
      *
           PERFORM 0100-00-PROCED-INICIAIS.

           PERFORM 1000-00-PROCED-PRINCIPAIS
             UNTIL WS-FS-CADFLOG   EQUAL 10.

           PERFORM 2000-00-GRAVA-TRAILER-REMESSA.

           PERFORM 2200-00-GRAVACAO-CADPROVN.

           PERFORM 2300-00-GRAVACAO-CADFERQN.

           PERFORM 2350-00-GRAVACAO-CADCNSN.

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

           OPEN    INPUT   CADFLOG
                           CADTABS
                           CADFDEP
                           CADPARM
                           CADFBNK
                           CADFLOT
                           CADFERQ
                           CADPROV
                           CADEMPR
                           CADCNSG
                   OUTPUT  CADBRRS
                           CADPROVN
                           CADFERQN
                           CADFREN
                           CADCNSN
                           RELTRCT.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADPROV'       TO      WGC-ARQUIVO.

           PERFORM 0497-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADPROV.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADCNSG'       TO      WGC-ARQUIVO.

           PERFORM 0497-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADCNSG.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADFERQ'       TO      WGC-ARQUIVO.

           PERFORM 0497-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADFERQ.

           PERFORM 0350-00-CARGA-PARAMETRO
             UNTIL WS-FS-CADPARM   EQUAL   10.

           IF      WS-PARM-NAO-ACHADO
                   PERFORM         0990-00-ABEND-SEM-PARM
           END-IF.

           PERFORM 0400-00-CARGA-TAB-FAIXAS
             UNTIL WS-FS-CADTABS   EQUAL   10.

           IF      WS-QTD-TAB-FXA  EQUAL   ZEROS
                   PERFORM         0990-00-ABEND-SEM-PARM
           END-IF.

           PERFORM 0420-00-CARGA-TAB-DEPEND
             UNTIL WS-FS-CADFDEP   EQUAL   10.

           PERFORM 0440-00-CARGA-TAB-BANCOS
             UNTIL WS-FS-CADFBNK   EQUAL   10.

           PERFORM 0460-00-CARGA-TAB-LOTACAO
             UNTIL WS-FS-CADFLOT   EQUAL   10.

           PERFORM 0470-00-CARGA-TAB-PERIODOS
             UNTIL WS-FS-CADFERQ   EQUAL   10.

           PERFORM 0480-00-CARGA-TAB-PROVISAO
             UNTIL WS-FS-CADPROV   EQUAL   10.

           MOVE    ZEROS           TO      TAB-EMPRESAS.

           PERFORM 0495-00-CARGA-TAB-EMPRESAS
             UNTIL WS-FS-CADEMPR   EQUAL   10.

           PERFORM 0490-00-CARGA-TAB-CONSIG
             UNTIL WS-FS-CADCNSG   EQUAL   10.

           PERFORM 1900-00-GRAVA-HEADER-REMESSA.

           PERFORM 0500-00-LEITURA-CADFLOG.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADFLOG NOT EQUAL 00 AND 10
                   MOVE 'CADFLOG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFLOG     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADTABS NOT EQUAL 00 AND 10
                   MOVE 'CADTABS'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADTABS     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFDEP NOT EQUAL 00 AND 10
                   MOVE 'CADFDEP'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFDEP     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADPARM NOT EQUAL 00 AND 10
                   MOVE 'CADPARM'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPARM     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFBNK NOT EQUAL 00 AND 10
                   MOVE 'CADFBNK'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFBNK     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFLOT NOT EQUAL 00 AND 10
                   MOVE 'CADFLOT'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFLOT     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFERQ NOT EQUAL 00 AND 10
                   MOVE 'CADFERQ'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFERQ     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADPROV NOT EQUAL 00 AND 10
                   MOVE 'CADPROV'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPROV     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADEMPR NOT EQUAL 00 AND 10
                   MOVE 'CADEMPR'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADEMPR     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADCNSG NOT EQUAL 00 AND 10
                   MOVE 'CADCNSG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCNSG     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADBRRS NOT EQUAL 00
                   MOVE 'CADBRRS'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADBRRS     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADPROVN NOT EQUAL 00
                   MOVE 'CADPROVN' TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPROVN    TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFERQN NOT EQUAL 00
                   MOVE 'CADFERQN' TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFERQN    TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFREN NOT EQUAL 00
                   MOVE 'CADFREN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFREN     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADCNSN NOT EQUAL 00
                   MOVE 'CADCNSN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCNSN     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-RELTRCT NOT EQUAL 00
                   MOVE 'RELTRCT'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELTRCT     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0350-00-CARGA-PARAMETRO     SECTION.
      *****************************************************************
      *    DEDUCAO POR DEPENDENTE DO IRRF - A MESMA DA FOLHA MENSAL   *
      *
           READ    CADPARM         INTO    REG-PARM.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADPARM   EQUAL   00
                   IF      PARM-PROGRAMA   EQUAL   'GPFPB107' AND
                           PARM-DT-VIGENCIA NOT GREATER WS-DATA-PROC
                           AND PARM-DT-VIGENCIA NOT LESS
                           WS-DT-VIG-ACHADA
                           SET     WS-PARM-ACHADO  TO      TRUE
                           MOVE    PARM-DT-VIGENCIA        TO
                                   WS-DT-VIG-ACHADA
                           MOVE    PARM-VALOR (1:9)        TO
                                   WS-VLR-DED-DEPEND (1:9)
                   END-IF
           END-IF.
      *
       0350-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-TAB-FAIXAS    SECTION.
      *****************************************************************
      *
           READ    CADTABS         INTO    REG-TABS.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADTABS   EQUAL   00
                   ADD 001         TO      WS-LID-CADTABS

                   IF      WS-QTD-TAB-FXA  GREATER OR EQUAL 00050
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-FXA
                   MOVE    TABS-TIPO       TO
                           TAB-FXA-TIPO        (WS-QTD-TAB-FXA)
                   MOVE    TABS-VLR-ATE    TO
                           TAB-FXA-VLR-ATE     (WS-QTD-TAB-FXA)
                   MOVE    TABS-PCT        TO
                           TAB-FXA-PCT         (WS-QTD-TAB-FXA)
                   MOVE    TABS-VLR-DEDUZIR        TO
                           TAB-FXA-VLR-DEDUZIR (WS-QTD-TAB-FXA)
           END-IF.
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0420-00-CARGA-TAB-DEPEND    SECTION.
      *****************************************************************
      *
           READ    CADFDEP         INTO    REG-FDEP.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFDEP   NOT EQUAL 00
                   GO      TO      0420-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADFDEP.

           SET     WS-DEP-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-DEP FROM 1 BY 1
                   UNTIL   WS-IND-TAB-DEP GREATER WS-QTD-TAB-DEP
                   OR      WS-DEP-ACHOU

             IF    FDEP-FUNC-CODIGO EQUAL
                   TAB-DEP-FUNC (WS-IND-TAB-DEP)
                   SET     WS-DEP-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-DEP-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-DEP
                   ADD     001     TO
                           TAB-DEP-QTD (WS-IND-TAB-DEP)
           ELSE
                   IF      WS-QTD-TAB-DEP  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-DEP
                   MOVE    FDEP-FUNC-CODIGO        TO
                           TAB-DEP-FUNC (WS-QTD-TAB-DEP)
                   MOVE    001     TO
                           TAB-DEP-QTD  (WS-QTD-TAB-DEP)
           END-IF.
      *
       0420-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0440-00-CARGA-TAB-BANCOS    SECTION.
      *****************************************************************
      *
           READ    CADFBNK         INTO    REG-FBNK.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFBNK   EQUAL   00
                   ADD 001         TO      WS-LID-CADFBNK

                   IF      WS-QTD-TAB-BNK  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-BNK
                   MOVE    FBNK-FUNC-CODIGO        TO
                           TAB-BNK-FUNC     (WS-QTD-TAB-BNK)
                   MOVE    FBNK-BANCO      TO
                           TAB-BNK-BANCO    (WS-QTD-TAB-BNK)
                   MOVE    FBNK-AGENCIA    TO
                           TAB-BNK-AGENCIA  (WS-QTD-TAB-BNK)
                   MOVE    FBNK-OPERACAO   TO
                           TAB-BNK-OPERACAO (WS-QTD-TAB-BNK)
                   MOVE    FBNK-CONTA      TO
                           TAB-BNK-CONTA    (WS-QTD-TAB-BNK)
           END-IF.
      *
       0440-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0460-00-CARGA-TAB-LOTACAO   SECTION.
      *****************************************************************
      *
           READ    CADFLOT         INTO    REG-FLOT.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFLOT   EQUAL   00
                   ADD 001         TO      WS-LID-CADFLOT

                   IF      WS-QTD-TAB-LOT  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-LOT
                   MOVE    FLOT-FUNC-CODIGO        TO
                           TAB-LOT-FUNC     (WS-QTD-TAB-LOT)
                   IF      FLOT-COD-EMPRESA NOT NUMERIC    OR
                           FLOT-COD-EMPRESA EQUAL  ZEROS
                           MOVE    01      TO      FLOT-COD-EMPRESA
                   END-IF
                   MOVE    FLOT-COD-EMPRESA        TO
                           TAB-LOT-COD-EMPRESA (WS-QTD-TAB-LOT)
           END-IF.
      *
       0460-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0470-00-CARGA-TAB-PERIODOS  SECTION.
      *****************************************************************
      *
           READ    CADFERQ         INTO    REG-FERQ.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFERQ   EQUAL   00
                   ADD 001         TO      WS-LID-CADFERQ

                   IF      WS-QTD-TAB-PER  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-PER
                   MOVE    FERQ-FUNC-CODIGO        TO
                           TAB-PER-FUNC      (WS-QTD-TAB-PER)
                   MOVE    FERQ-DAT-INI-AQ TO
                           TAB-PER-DAT-INI   (WS-QTD-TAB-PER)
                   MOVE    FERQ-DAT-FIM-AQ TO
                           TAB-PER-DAT-FIM   (WS-QTD-TAB-PER)
                   MOVE    FERQ-QTD-DIAS-DIR       TO
                           TAB-PER-DIAS-DIR  (WS-QTD-TAB-PER)
                   MOVE    FERQ-QTD-DIAS-GOZO      TO
                           TAB-PER-DIAS-GOZO (WS-QTD-TAB-PER)
                   MOVE    FERQ-QTD-DIAS-VEND      TO
                           TAB-PER-DIAS-VEND (WS-QTD-TAB-PER)
                   MOVE    FERQ-SITUACAO   TO
                           TAB-PER-SITUACAO  (WS-QTD-TAB-PER)
           END-IF.
      *
       0470-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0480-00-CARGA-TAB-PROVISAO  SECTION.
      *****************************************************************
      *    O REGISTRO E GUARDADO INTEIRO E REGRAVADO NO CADPROVN, A   *
      *    MENOS QUE O FUNCIONARIO SEJA DESLIGADO NESTA EXECUCAO      *
      *
           READ    CADPROV         INTO    REG-PROV.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADPROV   EQUAL   00
                   ADD 001         TO      WS-LID-CADPROV

                   IF      WS-QTD-TAB-PRV  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-PRV
                   MOVE    REG-PROV        TO
                           TAB-PRV-REGISTRO (WS-QTD-TAB-PRV)
                   MOVE    'N'     TO
                           TAB-PRV-SW-BAIXA (WS-QTD-TAB-PRV)
           END-IF.
      *
       0480-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0490-00-CARGA-TAB-CONSIG    SECTION.
      *****************************************************************
      *    O REGISTRO E GUARDADO INTEIRO E REGRAVADO NO CADCNSN       *
      *
           READ    CADCNSG         INTO    REG-CNSG.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    017             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADCNSG   EQUAL   00
                   ADD 001         TO      WS-LID-CADCNSG

                   IF      WS-QTD-TAB-CNS  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-CNS
                   MOVE    REG-CNSG        TO
                           TAB-CNS-REGISTRO (WS-QTD-TAB-CNS)
           END-IF.
      *
       0490-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0495-00-CARGA-TAB-EMPRESAS  SECTION.
      *****************************************************************
      *    GUARDA A CONTA DE DEBITO DA FOLHA DE CADA EMPRESA;         *
      *    REGISTRO SEM CODIGO DE EMPRESA E A EMPRESA 01              *
      *
           READ    CADEMPR         INTO    REG-EMPR.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    009             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADEMPR   EQUAL   00
                   ADD 001         TO      WS-LID-CADEMPR

                   IF      EMPR-COD-EMPRESA NOT NUMERIC    OR
                           EMPR-COD-EMPRESA EQUAL  ZEROS
                           MOVE    01      TO      EMPR-COD-EMPRESA
                   END-IF
                   MOVE    EMPR-COD-EMPRESA        TO      WS-IND-EMP
                   MOVE    'S'     TO
                           TAB-EMP-SW-CADASTRO (WS-IND-EMP)
                   MOVE    EMPR-FOL-BANCO          TO
                           TAB-EMP-BANCO       (WS-IND-EMP)
                   MOVE    EMPR-FOL-AGENCIA        TO
                           TAB-EMP-AGENCIA     (WS-IND-EMP)
                   MOVE    EMPR-FOL-OPERACAO       TO
                           TAB-EMP-OPERACAO    (WS-IND-EMP)
                   MOVE    EMPR-FOL-CONTA          TO
                           TAB-EMP-CONTA       (WS-IND-EMP)
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
       0500-00-LEITURA-CADFLOG     SECTION.
      *****************************************************************
      *
           READ    CADFLOG         INTO    REG-FOCO.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    010             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFLOG   EQUAL   00
                   ADD 001         TO      WS-LID-CADFLOG
           END-IF.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *    SO AS EXCLUSOES EFETUADAS (E01); EXCLUSAO SEM MOTIVO NAO   *
      *    TEM RESCISAO A CALCULAR                                    *
      *
           IF      FLOG-STATUS     NOT EQUAL 'E01'
                   GO      TO      1000-77-LEITURA
           END-IF.

           ADD     001             TO      WS-QTD-EXCLUSOES.

           IF      FLOG-RESC-MOTIVO EQUAL  SPACES
                   ADD     001     TO      WS-QTD-SEM-MOTIVO
                   GO      TO      1000-77-LEITURA
           END-IF.

           IF      FLOG-RESC-MOTIVO NUMERIC
                   MOVE    FLOG-RESC-MOTIVO        TO      WS-MOTIVO
           ELSE
                   MOVE    ZEROS   TO      WS-MOTIVO
           END-IF.

           IF      NOT WS-MOT-VALIDO
                   ADD     001     TO      WS-QTD-MOT-INVALIDO
                   GO      TO      1000-77-LEITURA
           END-IF.

           PERFORM 1100-00-CALCULA-RESCISAO.
      *
       1000-77-LEITURA.

           PERFORM 0500-00-LEITURA-CADFLOG.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-CALCULA-RESCISAO    SECTION.
      *****************************************************************
      *
           MOVE    FLOG-LOG        TO      REG-FUNC.

           MOVE    FUNC-VLR-SALARIO        TO      WS-VLR-SALARIO.

           MOVE    ZEROS           TO      WS-VLR-SALDO-SAL
                                           WS-VLR-AVISO
                                           WS-VLR-FER-VENC
                                           WS-VLR-FER-DOBRO
                                           WS-VLR-FER-PROP
                                           WS-VLR-FER-TERCO
                                           WS-VLR-13-PROP
                                           WS-VLR-INSS
                                           WS-VLR-IRRF
                                           WS-VLR-INSS-13
                                           WS-VLR-IRRF-13
                                           WS-VLR-FGTS-BASE
                                           WS-VLR-FGTS-MULTA
                                           WS-QTD-DIAS-AVISO
                                           WS-QTD-DIAS-VENC
                                           WS-QTD-DIAS-DOBRO
                                           WS-QTD-AVOS-FER
                                           WS-PCT-MULTA.

           PERFORM 1050-00-PROCURA-LOTACAO.

           PERFORM 1150-00-APURA-TEMPO-SERVICO.

           PERFORM 1200-00-SALDO-SALARIO.

           PERFORM 1250-00-AVISO-PREVIO.

           PERFORM 1300-00-FERIAS-VENCIDAS.

           PERFORM 1350-00-FERIAS-PROPORCIONAIS.

           PERFORM 1400-00-DECIMO-TERCEIRO.

           PERFORM 1450-00-DESCONTOS-LEGAIS.

           PERFORM 1500-00-MULTA-FGTS.

           PERFORM 1550-00-SALDO-CONSIGNADO.

           COMPUTE WS-VLR-TOT-PROV =
                   WS-VLR-SALDO-SAL + WS-VLR-AVISO    +
                   WS-VLR-FER-VENC  + WS-VLR-FER-DOBRO +
                   WS-VLR-FER-PROP  + WS-VLR-FER-TERCO +
                   WS-VLR-13-PROP.

           COMPUTE WS-VLR-TOT-DESC =
                   WS-VLR-INSS      + WS-VLR-IRRF     +
                   WS-VLR-INSS-13   + WS-VLR-IRRF-13.

           IF      WS-VLR-TOT-DESC GREATER WS-VLR-TOT-PROV
                   MOVE    ZEROS   TO      WS-VLR-LIQUIDO
           ELSE
                   COMPUTE WS-VLR-LIQUIDO  =
                           WS-VLR-TOT-PROV - WS-VLR-TOT-DESC
           END-IF.

           ADD     001             TO      WS-QTD-RESCISOES.

           PERFORM 1700-00-GRAVA-CREDITO.

           PERFORM 1750-00-GRAVA-RENDIMENTOS.

           PERFORM 1600-00-IMPRIME-TRCT.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1050-00-PROCURA-LOTACAO     SECTION.
      *****************************************************************
      *    EMPRESA DA LOTACAO DO FUNCIONARIO; SEM LOTACAO, EMPRESA 01 *
      *
           MOVE    01              TO      WS-COD-EMPRESA.

           PERFORM VARYING WS-IND-TAB-LOT FROM 1 BY 1
                   UNTIL   WS-IND-TAB-LOT GREATER WS-QTD-TAB-LOT

             IF    FUNC-CODIGO     EQUAL
                   TAB-LOT-FUNC (WS-IND-TAB-LOT)
                   MOVE    TAB-LOT-COD-EMPRESA (WS-IND-TAB-LOT) TO
                           WS-COD-EMPRESA
             END-IF

           END-PERFORM.

           MOVE    WS-COD-EMPRESA  TO      WS-IND-EMP.
      *
       1050-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1150-00-APURA-TEMPO-SERVICO SECTION.
      *****************************************************************
      *    DESLIGAMENTO SEM DATA INFORMADA E O DIA DA EXCLUSAO.       *
      *    MESES DE SERVICO NO CALENDARIO DE 360 DIAS, COM A FRACAO   *
      *    DE 15 DIAS OU MAIS CONTANDO COMO MES                       *
      *
           MOVE    FLOG-RESC-DT-DESLIG     TO      WS-DT-DESLIG.

           IF      WS-DT-DESLIG    NOT NUMERIC     OR
                   WS-DT-DESLIG    EQUAL   ZEROS
                   MOVE    FLOG-DT-MOV     TO      WS-DT-DESLIG
           END-IF.

           MOVE    FUNC-DT-ADM     TO      WS-DT-ADM.

           IF      WS-DT-ADM       NOT NUMERIC
                   MOVE    WS-DT-DESLIG    TO      WS-DT-ADM
           END-IF.

           MOVE    WS-DT-ADM       TO      WS-DATA-AUX.
           PERFORM 1190-00-CONVERTE-DIAS.
           MOVE    WS-DIAS-DESLIG  TO      WS-DIAS-ADM.

           MOVE    WS-DT-DESLIG    TO      WS-DATA-AUX.
           PERFORM 1190-00-CONVERTE-DIAS.

           IF      WS-DIAS-DESLIG  LESS    WS-DIAS-ADM
                   MOVE    ZEROS   TO      WS-DIAS-SERVICO
           ELSE
                   COMPUTE WS-DIAS-SERVICO =
                           WS-DIAS-DESLIG - WS-DIAS-ADM + 1
           END-IF.

           DIVIDE  WS-DIAS-SERVICO BY      30
                   GIVING          WS-QTD-MESES-SERV
                   REMAINDER       WS-QTD-DIAS-RESTO.

           IF      WS-QTD-DIAS-RESTO       NOT LESS 15
                   ADD     001     TO      WS-QTD-MESES-SERV
           END-IF.

           DIVIDE  WS-DIAS-SERVICO BY      360
                   GIVING          WS-QTD-ANOS-SERV.
      *
       1150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1190-00-CONVERTE-DIAS       SECTION.
      *****************************************************************
      *    DATA DE WS-DATA-AUX EM DIAS DO CALENDARIO COMERCIAL, EM    *
      *    WS-DIAS-DESLIG (DIA 31 CONTA COMO 30)                      *
      *
           IF      WS-AUX-DIA      GREATER 30
                   MOVE    30      TO      WS-AUX-DIA
           END-IF.

           COMPUTE WS-DIAS-DESLIG  =
                   (WS-AUX-ANO * 360) + (WS-AUX-MES * 30) +
                    WS-AUX-DIA.
      *
       1190-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-SALDO-SALARIO       SECTION.
      *****************************************************************
      *    DIAS TRABALHADOS NO MES DO DESLIGAMENTO (DESDE A ADMISSAO, *
      *    SE ELA FOR NO PROPRIO MES) X SALARIO / 30                  *
      *
           MOVE    WS-DESL-DIA     TO      WS-QTD-DIAS-SALDO.

           IF      WS-QTD-DIAS-SALDO       GREATER 30
                   MOVE    30      TO      WS-QTD-DIAS-SALDO
           END-IF.

           IF      WS-ADM-ANO      EQUAL   WS-DESL-ANO     AND
                   WS-ADM-MES      EQUAL   WS-DESL-MES     AND
                   WS-ADM-DIA      NOT GREATER WS-QTD-DIAS-SALDO
                   COMPUTE WS-QTD-DIAS-SALDO =
                           WS-QTD-DIAS-SALDO - WS-ADM-DIA + 1
           END-IF.

           COMPUTE WS-VLR-SALDO-SAL ROUNDED =
                   WS-VLR-SALARIO / 30 * WS-QTD-DIAS-SALDO.
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1250-00-AVISO-PREVIO        SECTION.
      *****************************************************************
      *    SO NA DISPENSA SEM JUSTA CAUSA E NO ACORDO, COM AVISO      *
      *    INDENIZADO: 30 DIAS + 3 POR ANO COMPLETO, ATE 90 DIAS;     *
      *    NO ACORDO, METADE                                          *
      *
           IF      NOT WS-MOT-SEM-JUSTA-CAUSA      AND
                   NOT WS-MOT-ACORDO
                   GO      TO      1250-99-EXIT
           END-IF.

           IF      FLOG-RESC-AVISO NOT EQUAL 'I'
                   GO      TO      1250-99-EXIT
           END-IF.

           COMPUTE WS-QTD-DIAS-AVISO =
                   30 + (WS-QTD-ANOS-SERV * 3).

           IF      WS-QTD-DIAS-AVISO       GREATER 90
                   MOVE    90      TO      WS-QTD-DIAS-AVISO
           END-IF.

           IF      WS-MOT-ACORDO
                   DIVIDE  WS-QTD-DIAS-AVISO       BY      2
                           GIVING  WS-QTD-DIAS-AVISO
           END-IF.

           COMPUTE WS-VLR-AVISO    ROUNDED =
                   WS-VLR-SALARIO / 30 * WS-QTD-DIAS-AVISO.
      *
       1250-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1300-00-FERIAS-VENCIDAS     SECTION.
      *****************************************************************
      *    SALDO DE DIAS DOS PERIODOS AQUISITIVOS ABERTOS; O PERIODO  *
      *    COM O LIMITE CONCESSIVO (FIM + 1 ANO) JA PASSADO E PAGO EM *
      *    DOBRO. TODOS OS PERIODOS DO FUNCIONARIO SAO ENCERRADOS     *
      *
           PERFORM VARYING WS-IND-TAB-PER FROM 1 BY 1
                   UNTIL   WS-IND-TAB-PER GREATER WS-QTD-TAB-PER

             IF    FUNC-CODIGO     EQUAL
                   TAB-PER-FUNC     (WS-IND-TAB-PER)       AND
                   TAB-PER-SITUACAO (WS-IND-TAB-PER) EQUAL 'A'
                   PERFORM 1310-00-AVALIA-PERIODO
             END-IF

           END-PERFORM.

           COMPUTE WS-VLR-FER-VENC ROUNDED =
                   WS-VLR-SALARIO / 30 * WS-QTD-DIAS-VENC.

           COMPUTE WS-VLR-FER-DOBRO ROUNDED =
                   WS-VLR-SALARIO / 30 * WS-QTD-DIAS-DOBRO * 2.
      *
       1300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1310-00-AVALIA-PERIODO      SECTION.
      *****************************************************************
      *
           COMPUTE WS-QTD-DIAS-PER =
                   TAB-PER-DIAS-DIR  (WS-IND-TAB-PER)
                   - TAB-PER-DIAS-GOZO (WS-IND-TAB-PER)
                   - TAB-PER-DIAS-VEND (WS-IND-TAB-PER).

           IF      WS-QTD-DIAS-PER GREATER ZEROS
                   MOVE    TAB-PER-DAT-FIM (WS-IND-TAB-PER)        TO
                           WS-DAT-LIMITE
                   ADD     001     TO      WS-LIM-ANO
                   IF      WS-DAT-LIMITE   LESS    WS-DT-DESLIG
                           ADD     WS-QTD-DIAS-PER TO
                                   WS-QTD-DIAS-DOBRO
                   ELSE
                           ADD     WS-QTD-DIAS-PER TO
                                   WS-QTD-DIAS-VENC
                   END-IF
           END-IF.

           MOVE    'E'             TO
                   TAB-PER-SITUACAO (WS-IND-TAB-PER).

           ADD     001             TO      WS-QTD-PER-ENCERRADOS.
      *
       1310-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1350-00-FERIAS-PROPORCIONAIS SECTION.
      *****************************************************************
      *    AVOS DO PERIODO AQUISITIVO EM CURSO (MESES DE SERVICO      *
      *    DESDE O ULTIMO ANIVERSARIO DA ADMISSAO); NAO DEVIDAS NA    *
      *    JUSTA CAUSA. O 1/3 INCIDE SOBRE VENCIDAS E PROPORCIONAIS   *
      *
           IF      NOT WS-MOT-JUSTA-CAUSA
                   DIVIDE  WS-QTD-MESES-SERV       BY      12
                           GIVING  WS-QTD-DIAS-RESTO
                           REMAINDER       WS-QTD-AVOS-FER
                   COMPUTE WS-VLR-FER-PROP ROUNDED =
                           WS-VLR-SALARIO * WS-QTD-AVOS-FER / 12
           END-IF.

           COMPUTE WS-VLR-FER-TERCO ROUNDED =
                   (WS-VLR-FER-VENC + WS-VLR-FER-DOBRO +
                    WS-VLR-FER-PROP) / 3.
      *
       1350-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1400-00-DECIMO-TERCEIRO     SECTION.
      *****************************************************************
      *    13o PROPORCIONAL = SALDO PROVISIONADO NO CADPROV (NAO      *
      *    DEVIDO NA JUSTA CAUSA); O SALDO DO FUNCIONARIO E BAIXADO   *
      *    EM QUALQUER MOTIVO                                         *
      *
           PERFORM VARYING WS-IND-TAB-PRV FROM 1 BY 1
                   UNTIL   WS-IND-TAB-PRV GREATER WS-QTD-TAB-PRV

             MOVE  TAB-PRV-REGISTRO (WS-IND-TAB-PRV)    TO
                   REG-PROV

             IF    PROV-FUNC-CODIGO        EQUAL   FUNC-CODIGO  AND
                   NOT TAB-PRV-BAIXADA (WS-IND-TAB-PRV)
                   IF      NOT WS-MOT-JUSTA-CAUSA
                           ADD     PROV-VLR-13SAL  TO
                                   WS-VLR-13-PROP
                   END-IF
                   MOVE    'S'     TO
                           TAB-PRV-SW-BAIXA (WS-IND-TAB-PRV)
                   ADD     001     TO      WS-QTD-PRV-BAIXADAS
             END-IF

           END-PERFORM.
      *
       1400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1450-00-DESCONTOS-LEGAIS    SECTION.
      *****************************************************************
      *    INSS E IRRF SEPARADOS PARA O SALDO DE SALARIO E PARA O     *
      *    13o; FERIAS E AVISO INDENIZADOS NAO SOFREM DESCONTO        *
      *
           PERFORM 1460-00-CONTA-DEPENDENTES.

           MOVE    'I'             TO      WS-TIPO-TABELA.
           MOVE    WS-VLR-SALDO-SAL        TO      WS-VLR-BASE-FAIXA.
           PERFORM 1480-00-APLICA-TABELA.
           MOVE    WS-VLR-CALCULO  TO      WS-VLR-INSS.

           COMPUTE WS-VLR-BASE-IRRF =
                   WS-VLR-SALDO-SAL - WS-VLR-INSS -
                   (WS-QTD-DEPENDENTES * WS-VLR-DED-DEPEND).

           IF      WS-VLR-BASE-IRRF LESS   ZEROS
                   MOVE    ZEROS   TO      WS-VLR-BASE-IRRF
           END-IF.

           MOVE    'R'             TO      WS-TIPO-TABELA.
           MOVE    WS-VLR-BASE-IRRF
                                   TO      WS-VLR-BASE-FAIXA.
           PERFORM 1480-00-APLICA-TABELA.
           MOVE    WS-VLR-CALCULO  TO      WS-VLR-IRRF.

           IF      WS-VLR-13-PROP  EQUAL   ZEROS
                   GO      TO      1450-99-EXIT
           END-IF.

           MOVE    'I'             TO      WS-TIPO-TABELA.
           MOVE    WS-VLR-13-PROP  TO      WS-VLR-BASE-FAIXA.
           PERFORM 1480-00-APLICA-TABELA.
           MOVE    WS-VLR-CALCULO  TO      WS-VLR-INSS-13.

           COMPUTE WS-VLR-BASE-IRRF =
                   WS-VLR-13-PROP - WS-VLR-INSS-13 -
                   (WS-QTD-DEPENDENTES * WS-VLR-DED-DEPEND).

           IF      WS-VLR-BASE-IRRF LESS   ZEROS
                   MOVE    ZEROS   TO      WS-VLR-BASE-IRRF
           END-IF.

           MOVE    'R'             TO      WS-TIPO-TABELA.
           MOVE    WS-VLR-BASE-IRRF
                                   TO      WS-VLR-BASE-FAIXA.
           PERFORM 1480-00-APLICA-TABELA.
           MOVE    WS-VLR-CALCULO  TO      WS-VLR-IRRF-13.
      *
       1450-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1460-00-CONTA-DEPENDENTES   SECTION.
      *****************************************************************
      *
           MOVE    ZEROS           TO      WS-QTD-DEPENDENTES.

           PERFORM VARYING WS-IND-TAB-DEP FROM 1 BY 1
                   UNTIL   WS-IND-TAB-DEP GREATER WS-QTD-TAB-DEP

             IF    FUNC-CODIGO     EQUAL
                   TAB-DEP-FUNC (WS-IND-TAB-DEP)
                   MOVE    TAB-DEP-QTD (WS-IND-TAB-DEP)    TO
                           WS-QTD-DEPENDENTES
             END-IF

           END-PERFORM.
      *
       1460-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1480-00-APLICA-TABELA       SECTION.
      *****************************************************************
      *    LOCALIZA A FAIXA (PRIMEIRO TETO NAO INFERIOR A BASE) E     *
      *    APLICA ALIQUOTA MENOS PARCELA A DEDUZIR; BASE ACIMA DA     *
      *    ULTIMA FAIXA DO TIPO E LIMITADA AO TETO DA MAIOR FAIXA     *
      *
           MOVE    ZEROS           TO      WS-VLR-CALCULO.

           SET     WS-FAIXA-NAO-ACHADA     TO      TRUE.

           PERFORM VARYING WS-IND-TAB-FXA FROM 1 BY 1
                   UNTIL   WS-IND-TAB-FXA GREATER WS-QTD-TAB-FXA
                   OR      WS-FAIXA-ACHADA

             IF    TAB-FXA-TIPO (WS-IND-TAB-FXA) EQUAL
                   WS-TIPO-TABELA                          AND
                   WS-VLR-BASE-FAIXA NOT GREATER
                   TAB-FXA-VLR-ATE (WS-IND-TAB-FXA)
                   SET     WS-FAIXA-ACHADA TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-FAIXA-NAO-ACHADA
                   MOVE    ZEROS   TO      WS-IND-FXA-TETO
                   PERFORM VARYING WS-IND-TAB-FXA FROM 1 BY 1
                           UNTIL   WS-IND-TAB-FXA GREATER
                                   WS-QTD-TAB-FXA
                     IF    TAB-FXA-TIPO (WS-IND-TAB-FXA) EQUAL
                           WS-TIPO-TABELA
                       AND (WS-IND-FXA-TETO EQUAL ZEROS OR
                            TAB-FXA-VLR-ATE (WS-IND-TAB-FXA)
                            GREATER
                            TAB-FXA-VLR-ATE (WS-IND-FXA-TETO))
                           MOVE    WS-IND-TAB-FXA  TO
                                   WS-IND-FXA-TETO
                     END-IF
                   END-PERFORM
                   IF      WS-IND-FXA-TETO EQUAL   ZEROS
      *                    TIPO SEM NENHUMA FAIXA CADASTRADA
                           GO      TO      1480-99-EXIT
                   END-IF
                   MOVE    TAB-FXA-VLR-ATE (WS-IND-FXA-TETO)
                                   TO      WS-VLR-BASE-FAIXA
                   MOVE    WS-IND-FXA-TETO TO      WS-IND-TAB-FXA
           ELSE
                   SUBTRACT 001    FROM    WS-IND-TAB-FXA
           END-IF.

           COMPUTE WS-VLR-CALCULO  ROUNDED =
                   (WS-VLR-BASE-FAIXA *
                    TAB-FXA-PCT (WS-IND-TAB-FXA) / 100) -
                   TAB-FXA-VLR-DEDUZIR (WS-IND-TAB-FXA).

           IF      WS-VLR-CALCULO  LESS    ZEROS
                   MOVE    ZEROS   TO      WS-VLR-CALCULO
           END-IF.
      *
       1480-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1500-00-MULTA-FGTS          SECTION.
      *****************************************************************
      *    BASE = DEPOSITOS DO CONTRATO (8% DO SALARIO POR MES DE     *
      *    SERVICO) + 8% DO SALDO DE SALARIO, DO AVISO E DO 13o;      *
      *    MULTA DE 40% NA DISPENSA SEM JUSTA CAUSA E 20% NO ACORDO   *
      *
           COMPUTE WS-VLR-FGTS-BASE ROUNDED =
                   (WS-VLR-SALARIO * WS-QTD-MESES-SERV * 8 / 100) +
                   ((WS-VLR-SALDO-SAL + WS-VLR-AVISO +
                     WS-VLR-13-PROP) * 8 / 100).

           EVALUATE TRUE
               WHEN WS-MOT-SEM-JUSTA-CAUSA
                   MOVE    40      TO      WS-PCT-MULTA
               WHEN WS-MOT-ACORDO
                   MOVE    20      TO      WS-PCT-MULTA
               WHEN OTHER
                   MOVE    ZEROS   TO      WS-PCT-MULTA
           END-EVALUATE.

           COMPUTE WS-VLR-FGTS-MULTA ROUNDED =
                   WS-VLR-FGTS-BASE * WS-PCT-MULTA / 100.
      *
       1500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1550-00-SALDO-CONSIGNADO    SECTION.
      *****************************************************************
      *    CONTRATOS ATIVOS DO DESLIGADO FICAM RESCINDIDOS COM O      *
      *    SALDO DEVEDOR (PARCELAS RESTANTES X VALOR DA PARCELA), A   *
      *    INFORMAR AO BANCO NA REMESSA DA FOLHA MENSAL; O SALDO NAO  *
      *    E DESCONTADO NA RESCISAO                                   *
      *
           MOVE    ZEROS           TO      WS-VLR-SALDO-CONSIG.

           PERFORM 1555-00-RESCINDE-CONTRATO
             VARYING WS-IND-TAB-CNS FROM 1 BY 1
             UNTIL WS-IND-TAB-CNS GREATER WS-QTD-TAB-CNS.
      *
       1550-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1555-00-RESCINDE-CONTRATO   SECTION.
      *****************************************************************
      *
           MOVE    TAB-CNS-REGISTRO (WS-IND-TAB-CNS)
                                   TO      REG-CNSG.

           IF      CNSG-FUNC-CODIGO NOT EQUAL FUNC-CODIGO  OR
                   NOT CNSG-ATIVO
                   GO      TO      1555-99-EXIT
           END-IF.

           COMPUTE CNSG-VLR-SALDO  =
                   (CNSG-QTD-PARCELAS - CNSG-QTD-PAGAS) *
                   CNSG-VLR-PARCELA.

           SET     CNSG-RESCINDIDO TO      TRUE.
           MOVE    WS-DT-DESLIG    TO      CNSG-DAT-RESCISAO.
           MOVE    WS-COD-EMPRESA  TO      CNSG-COD-EMPRESA.

           MOVE    REG-CNSG        TO
                   TAB-CNS-REGISTRO (WS-IND-TAB-CNS).

           ADD     CNSG-VLR-SALDO  TO      WS-VLR-SALDO-CONSIG.
           ADD     001             TO      WS-QTD-CNS-RESCINDIDOS.
      *
       1555-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1600-00-IMPRIME-TRCT        SECTION.
      *****************************************************************
      *    UMA PAGINA POR FUNCIONARIO                                 *
      *
           PERFORM 2600-00-GRAVACAO-CABECALHO.

           MOVE    FUNC-CODIGO     TO      TRC1-CODIGO.
           MOVE    FUNC-NOME       TO      TRC1-NOME.
           MOVE    FUNC-CPF        TO      TRC1-CPF.
           MOVE    WS-COD-EMPRESA  TO      TRC1-EMPRESA.

           MOVE    TRC1            TO      REG-RELTRCT.
           PERFORM 2700-00-GRAVACAO-RELTRCT.

           MOVE    WS-DT-ADM       TO      WS-DATA-AUX.
           PERFORM 2800-00-EDITA-DATA.
           MOVE    WS-DATA-EDITADA TO      TRC2-DT-ADM.

           MOVE    WS-DT-DESLIG    TO      WS-DATA-AUX.
           PERFORM 2800-00-EDITA-DATA.
           MOVE    WS-DATA-EDITADA TO      TRC2-DT-DESLIG.

           MOVE    WS-MOTIVO       TO      TRC2-MOTIVO.
           MOVE    WS-MOT-DESCRICAO (WS-MOTIVO)
                                   TO      TRC2-DESC-MOTIVO.

           MOVE    TRC2            TO      REG-RELTRCT.
           PERFORM 2700-00-GRAVACAO-RELTRCT.

           MOVE    WS-VLR-SALARIO  TO      TRC3-SALARIO.

           IF      WS-QTD-DIAS-AVISO       GREATER ZEROS
                   MOVE    'INDENIZADO'    TO      TRC3-AVISO
           ELSE
                   MOVE    'NAO INDENIZ.'  TO      TRC3-AVISO
           END-IF.

           MOVE    WS-QTD-MESES-SERV       TO      TRC3-MESES.

           MOVE    TRC3            TO      REG-RELTRCT.
           PERFORM 2700-00-GRAVACAO-RELTRCT.

           MOVE    SPACES          TO      REG-RELTRCT.
           PERFORM 2700-00-GRAVACAO-RELTRCT.

           MOVE    CAB6            TO      REG-RELTRCT.
           PERFORM 2700-00-GRAVACAO-RELTRCT.

           MOVE    CAB4            TO      REG-RELTRCT.
           PERFORM 2700-00-GRAVACAO-RELTRCT.

           MOVE    'SALDO DE SALARIO'      TO      DET1-VERBA.
           MOVE    WS-QTD-DIAS-SALDO       TO      DET1-REF-QTD.
           MOVE    'DIAS'  TO      DET1-REF-UNIDADE.
           MOVE    WS-VLR-SALDO-SAL        TO      DET1-PROVENTO.
           PERFORM 1650-00-IMPRIME-PROVENTO.

           IF      WS-VLR-AVISO    GREATER ZEROS
                   MOVE    'AVISO PREVIO INDENIZADO'
                                   TO      DET1-VERBA
                   MOVE    WS-QTD-DIAS-AVISO       TO      DET1-REF-QTD
                   MOVE    'DIAS'  TO      DET1-REF-UNIDADE
                   MOVE    WS-VLR-AVISO    TO      DET1-PROVENTO
                   PERFORM 1650-00-IMPRIME-PROVENTO
           END-IF.

           IF      WS-VLR-FER-VENC GREATER ZEROS
                   MOVE    'FERIAS VENCIDAS'
                                   TO      DET1-VERBA
                   MOVE    WS-QTD-DIAS-VENC        TO      DET1-REF-QTD
                   MOVE    'DIAS'  TO      DET1-REF-UNIDADE
                   MOVE    WS-VLR-FER-VENC TO      DET1-PROVENTO
                   PERFORM 1650-00-IMPRIME-PROVENTO
           END-IF.

           IF      WS-VLR-FER-DOBRO GREATER ZEROS
                   MOVE    'FERIAS VENCIDAS EM DOBRO'
                                   TO      DET1-VERBA
                   MOVE    WS-QTD-DIAS-DOBRO       TO      DET1-REF-QTD
                   MOVE    'DIAS'  TO      DET1-REF-UNIDADE
                   MOVE    WS-VLR-FER-DOBRO        TO      DET1-PROVENTO
                   PERFORM 1650-00-IMPRIME-PROVENTO
           END-IF.

           IF      WS-VLR-FER-PROP GREATER ZEROS
                   MOVE    'FERIAS PROPORCIONAIS'
                                   TO      DET1-VERBA
                   MOVE    WS-QTD-AVOS-FER TO      DET1-REF-QTD
                   MOVE    'AVOS'  TO      DET1-REF-UNIDADE
                   MOVE    WS-VLR-FER-PROP TO      DET1-PROVENTO
                   PERFORM 1650-00-IMPRIME-PROVENTO
           END-IF.

           IF      WS-VLR-FER-TERCO GREATER ZEROS
                   MOVE    'TERCO CONSTITUCIONAL DE FERIAS'
                                   TO      DET1-VERBA
                   MOVE    ZEROS   TO      DET1-REF-QTD
                   MOVE    SPACES  TO      DET1-REF-UNIDADE
                   MOVE    WS-VLR-FER-TERCO        TO      DET1-PROVENTO
                   PERFORM 1650-00-IMPRIME-PROVENTO
           END-IF.

           IF      WS-VLR-13-PROP  GREATER ZEROS
                   MOVE    '13o SALARIO PROPORCIONAL'
                                   TO      DET1-VERBA
                   MOVE    ZEROS   TO      DET1-REF-QTD
                   MOVE    SPACES  TO      DET1-REF-UNIDADE
                   MOVE    WS-VLR-13-PROP  TO      DET1-PROVENTO
                   PERFORM 1650-00-IMPRIME-PROVENTO
           END-IF.

           IF      WS-VLR-INSS     GREATER ZEROS
                   MOVE    'INSS SOBRE SALDO DE SALARIO'
                                   TO      DET2-VERBA
                   MOVE    WS-VLR-INSS     TO      DET2-DESCONTO
                   PERFORM 1660-00-IMPRIME-DESCONTO
           END-IF.

           IF      WS-VLR-IRRF     GREATER ZEROS
                   MOVE    'IRRF SOBRE SALDO DE SALARIO'
                                   TO      DET2-VERBA
                   MOVE    WS-VLR-IRRF     TO      DET2-DESCONTO
                   PERFORM 1660-00-IMPRIME-DESCONTO
           END-IF.

           IF      WS-VLR-INSS-13  GREATER ZEROS
                   MOVE    'INSS SOBRE 13o SALARIO'
                                   TO      DET2-VERBA
                   MOVE    WS-VLR-INSS-13  TO      DET2-DESCONTO
                   PERFORM 1660-00-IMPRIME-DESCONTO
           END-IF.

           IF      WS-VLR-IRRF-13  GREATER ZEROS
                   MOVE    'IRRF SOBRE 13o SALARIO'
                                   TO      DET2-VERBA
                   MOVE    WS-VLR-IRRF-13  TO      DET2-DESCONTO
                   PERFORM 1660-00-IMPRIME-DESCONTO
           END-IF.

           MOVE    CAB4            TO      REG-RELTRCT.
           PERFORM 2700-00-GRAVACAO-RELTRCT.

           MOVE    WS-VLR-TOT-PROV TO      TOT1-PROVENTOS.
           MOVE    WS-VLR-TOT-DESC TO      TOT1-DESCONTOS.
           MOVE    TOT1            TO      REG-RELTRCT.
           PERFORM 2700-00-GRAVACAO-RELTRCT.

           MOVE    WS-VLR-LIQUIDO  TO      TOT2-LIQUIDO.
           MOVE    TOT2            TO      REG-RELTRCT.
           PERFORM 2700-00-GRAVACAO-RELTRCT.

           MOVE    SPACES          TO      REG-RELTRCT.
           PERFORM 2700-00-GRAVACAO-RELTRCT.

           MOVE    'FGTS - DEPOSITOS DO CONTRATO (BASE DA MULTA)'
                                   TO      FGT1-DESCRICAO.
           MOVE    WS-VLR-FGTS-BASE        TO      FGT1-VALOR.
           MOVE    FGT1            TO      REG-RELTRCT.
           PERFORM 2700-00-GRAVACAO-RELTRCT.

           MOVE    'FGTS - MULTA RESCISORIA (RECOLHIDA EM GUIA)'
                                   TO      FGT1-DESCRICAO.
           MOVE    WS-PCT-MULTA    TO      FGT1-DESCRICAO (45:2).
           MOVE    '%'             TO      FGT1-DESCRICAO (47:1).
           MOVE    WS-VLR-FGTS-MULTA       TO      FGT1-VALOR.
           MOVE    FGT1            TO      REG-RELTRCT.
           PERFORM 2700-00-GRAVACAO-RELTRCT.

           MOVE    SPACES          TO      REG-RELTRCT.
           PERFORM 2700-00-GRAVACAO-RELTRCT.

           MOVE    WS-MSG-CREDITO  TO      MSG1-TEXTO.
           MOVE    MSG1            TO      REG-RELTRCT.
           PERFORM 2700-00-GRAVACAO-RELTRCT.

           IF      WS-VLR-SALDO-CONSIG     EQUAL   ZEROS
                   GO      TO      1600-99-EXIT
           END-IF.

           MOVE    SPACES          TO      REG-RELTRCT.
           PERFORM 2700-00-GRAVACAO-RELTRCT.

           MOVE    'CONSIGNADOS - SALDO DEVEDOR INFORMADO AO BANCO'
                                   TO      MSG1-TEXTO.
           MOVE    MSG1            TO      REG-RELTRCT.
           PERFORM 2700-00-GRAVACAO-RELTRCT.

           PERFORM 1680-00-IMPRIME-CONSIGNADO
             VARYING WS-IND-TAB-CNS FROM 1 BY 1
             UNTIL WS-IND-TAB-CNS GREATER WS-QTD-TAB-CNS.
      *
       1600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1650-00-IMPRIME-PROVENTO    SECTION.
      *****************************************************************
      *
           MOVE    DET1            TO      REG-RELTRCT.
           PERFORM 2700-00-GRAVACAO-RELTRCT.
      *
       1650-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1660-00-IMPRIME-DESCONTO    SECTION.
      *****************************************************************
      *
           MOVE    ZEROS           TO      DET2-REF-QTD.
           MOVE    SPACES          TO      DET2-REF-UNIDADE.

           MOVE    DET2            TO      REG-RELTRCT.
           PERFORM 2700-00-GRAVACAO-RELTRCT.
      *
       1660-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1680-00-IMPRIME-CONSIGNADO  SECTION.
      *****************************************************************
      *    CONTRATOS RESCINDIDOS NESTE DESLIGAMENTO                   *
      *
           MOVE    TAB-CNS-REGISTRO (WS-IND-TAB-CNS)
                                   TO      REG-CNSG.

           IF      CNSG-FUNC-CODIGO NOT EQUAL FUNC-CODIGO  OR
                   NOT CNSG-RESCINDIDO                     OR
                   CNSG-DAT-RESCISAO NOT EQUAL WS-DT-DESLIG
                   GO      TO      1680-99-EXIT
           END-IF.

           MOVE    CNSG-BANCO      TO      CSG1-BANCO.
           MOVE    CNSG-CONTRATO   TO      CSG1-CONTRATO.
           MOVE    CNSG-VLR-SALDO  TO      CSG1-SALDO.
           COMPUTE CSG1-RESTANTES  =
                   CNSG-QTD-PARCELAS - CNSG-QTD-PAGAS.

           MOVE    CSG1            TO      REG-RELTRCT.
           PERFORM 2700-00-GRAVACAO-RELTRCT.
      *
       1680-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1700-00-GRAVA-CREDITO       SECTION.
      *****************************************************************
      *    CREDITO DO LIQUIDO NO DOMICILIO BANCARIO DO FUNCIONARIO,   *
      *    DEBITADO NA CONTA DA FOLHA DA EMPRESA                      *
      *
           IF      WS-VLR-LIQUIDO  EQUAL   ZEROS
                   MOVE    'SEM VALOR LIQUIDO A CREDITAR'
                                   TO      WS-MSG-CREDITO
                   GO      TO      1700-99-EXIT
           END-IF.

           SET     WS-BNK-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-BNK FROM 1 BY 1
                   UNTIL   WS-IND-TAB-BNK GREATER WS-QTD-TAB-BNK
                   OR      WS-BNK-ACHOU

             IF    FUNC-CODIGO     EQUAL
                   TAB-BNK-FUNC (WS-IND-TAB-BNK)
                   SET     WS-BNK-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-BNK-NAO-ACHOU
                   ADD     001     TO      WS-QTD-SEM-BANCO
                   MOVE    'SEM DOMICILIO BANCARIO - PAGAMENTO MANUAL'
                                   TO      WS-MSG-CREDITO
                   GO      TO      1700-99-EXIT
           END-IF.

           IF      NOT TAB-EMP-CADASTRADA (WS-IND-EMP)
      *            SEM CONTA DE DEBITO DA FOLHA DA EMPRESA
                   ADD     001     TO      WS-QTD-SEM-EMPRESA
                   MOVE    'EMPRESA SEM CADASTRO - PAGAMENTO MANUAL'
                                   TO      WS-MSG-CREDITO
                   GO      TO      1700-99-EXIT
           END-IF.

           SUBTRACT 001            FROM    WS-IND-TAB-BNK.

           MOVE    SPACES          TO      REG-BREM.

           MOVE    'D'             TO      BREM-TIP-REG.
           MOVE    ZEROS           TO      BREM-COD-FIL.
           MOVE    TAB-BNK-BANCO    (WS-IND-TAB-BNK)
                                   TO      BREM-BANCO.
           MOVE    TAB-BNK-AGENCIA  (WS-IND-TAB-BNK)
                                   TO      BREM-AGENCIA.
           MOVE    TAB-BNK-OPERACAO (WS-IND-TAB-BNK)
                                   TO      BREM-OPERACAO.
           MOVE    TAB-BNK-CONTA    (WS-IND-TAB-BNK)
                                   TO      BREM-CONTA.
           MOVE    WS-VLR-LIQUIDO  TO      BREM-VLR-PAGTO.
           MOVE    WS-COD-EMPRESA  TO      BREM-COD-EMPRESA.

           PERFORM 1800-00-GRAVACAO-CADBRRS.

           ADD     001             TO      WS-DET-CADBRRS.
           ADD     001             TO
                   TAB-EMP-QTD-DET     (WS-IND-EMP).
           ADD     WS-VLR-LIQUIDO  TO
                   TAB-EMP-HASH-VLR    (WS-IND-EMP).

           MOVE    'LIQUIDO CREDITADO EM CONTA (REMESSA CADBRRS)'
                                   TO      WS-MSG-CREDITO.
      *
       1700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1750-00-GRAVA-RENDIMENTOS   SECTION.
      *****************************************************************
      *    RENDIMENTOS DA RESCISAO NO MES DO PAGAMENTO: SALDO DE      *
      *    SALARIO TRIBUTAVEL E AVISO/FERIAS INDENIZADOS ISENTOS NO   *
      *    REGISTRO 'R'; O 13o (TRIBUTACAO EXCLUSIVA) NO REGISTRO 'D' *
      *
           MOVE    SPACES          TO      REG-FREN.

           MOVE    WS-DATA-PROC (1:6)      TO      FREN-COMPETENCIA.
           MOVE    'R'             TO      FREN-TIPO-FOLHA.
           MOVE    FUNC-CODIGO     TO      FREN-FUNC-CODIGO.
           MOVE    WS-COD-EMPRESA  TO      FREN-COD-EMPRESA.
           MOVE    FUNC-CPF        TO      FREN-CPF.
           MOVE    FUNC-NOME       TO      FREN-NOME.
           MOVE    WS-VLR-SALDO-SAL        TO      FREN-VLR-TRIBUTAVEL.
           MOVE    WS-VLR-INSS     TO      FREN-VLR-INSS.
           MOVE    WS-VLR-IRRF     TO      FREN-VLR-IRRF.
           COMPUTE FREN-VLR-ISENTO =
                   WS-VLR-AVISO     + WS-VLR-FER-VENC  +
                   WS-VLR-FER-DOBRO + WS-VLR-FER-PROP  +
                   WS-VLR-FER-TERCO.

           PERFORM 1760-00-GRAVACAO-CADFREN.

           IF      WS-VLR-13-PROP  GREATER ZEROS
                   MOVE    'D'     TO      FREN-TIPO-FOLHA
                   MOVE    WS-VLR-13-PROP  TO      FREN-VLR-TRIBUTAVEL
                   MOVE    WS-VLR-INSS-13  TO      FREN-VLR-INSS
                   MOVE    WS-VLR-IRRF-13  TO      FREN-VLR-IRRF
                   MOVE    ZEROS   TO      FREN-VLR-ISENTO
                   PERFORM 1760-00-GRAVACAO-CADFREN
           END-IF.
      *
       1750-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1760-00-GRAVACAO-CADFREN    SECTION.
      *****************************************************************
      *
           WRITE   REG-CADFREN     FROM    REG-FREN.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    016             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADFREN.
      *
       1760-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1800-00-GRAVACAO-CADBRRS    SECTION.
      *****************************************************************
      *
           WRITE   REG-CADBRRS     FROM    REG-BREM.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    011             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADBRRS.
      *
       1800-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1900-00-GRAVA-HEADER-REMESSA SECTION.
      *****************************************************************
      *
           MOVE    SPACES          TO      REG-BREM.

           MOVE    'H'             TO      BREM-TIP-REG.
           MOVE    0000001         TO      BREM-NUM-REMESSA.
           MOVE    WS-DATA-PROC    TO      BREM-DAT-GERACAO.

           PERFORM 1800-00-GRAVACAO-CADBRRS.
      *
       1900-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2000-00-GRAVA-TRAILER-REMESSA SECTION.
      *****************************************************************
      *    UM TRAILER POR EMPRESA COM CREDITOS NA REMESSA; REMESSA    *
      *    VAZIA SAI COM O TRAILER ZERADO DA EMPRESA 01               *
      *
           PERFORM 2050-00-TRAILER-EMPRESA
             VARYING WS-IND-EMP FROM 1 BY 1
             UNTIL WS-IND-EMP GREATER 99.

           IF      WS-QTD-TRAILERS EQUAL   ZEROS
                   MOVE    01      TO      WS-IND-EMP
                   PERFORM 2060-00-GRAVA-TRAILER-EMPRESA
           END-IF.
      *
       2000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2050-00-TRAILER-EMPRESA     SECTION.
      *****************************************************************
      *
           IF      TAB-EMP-QTD-DET (WS-IND-EMP) GREATER ZEROS
                   PERFORM 2060-00-GRAVA-TRAILER-EMPRESA
           END-IF.
      *
       2050-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2060-00-GRAVA-TRAILER-EMPRESA SECTION.
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

           PERFORM 1800-00-GRAVACAO-CADBRRS.

           ADD     001             TO      WS-QTD-TRAILERS.
      *
       2060-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2200-00-GRAVACAO-CADPROVN   SECTION.
      *****************************************************************
      *    SALDOS DE PROVISAO SEM OS DOS FUNCIONARIOS DESLIGADOS      *
      *
           MOVE    WS-GCAT-CADPROV TO      WGC-GRUPO.

           PERFORM VARYING WS-IND-TAB-PRV FROM 1 BY 1
                   UNTIL   WS-IND-TAB-PRV GREATER WS-QTD-TAB-PRV

             IF    NOT TAB-PRV-BAIXADA (WS-IND-TAB-PRV)
                   WRITE   REG-CADPROVN    FROM
                           TAB-PRV-REGISTRO (WS-IND-TAB-PRV)

                   MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ
                   MOVE    013     TO      WS-PTO-ERRO
                   PERFORM 0200-00-TESTA-FILE-STATUS

                   ADD     001     TO      WS-GRV-CADPROVN

                   MOVE   'A'      TO      WGC-CODOPE
                   MOVE    TAB-PRV-REGISTRO (WS-IND-TAB-PRV)
                                   TO      WGC-REG-IMAGEM
                   MOVE    050     TO      WGC-TAM-REG
                   PERFORM 0497-00-CHAMA-COBBB010
             END-IF

           END-PERFORM.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADPROV.
      *
       2200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2300-00-GRAVACAO-CADFERQN   SECTION.
      *****************************************************************
      *    PERIODOS AQUISITIVOS, COM OS DOS DESLIGADOS ENCERRADOS     *
      *
           MOVE    WS-GCAT-CADFERQ TO      WGC-GRUPO.

           PERFORM VARYING WS-IND-TAB-PER FROM 1 BY 1
                   UNTIL   WS-IND-TAB-PER GREATER WS-QTD-TAB-PER

             MOVE  SPACES          TO      REG-FERQ
             MOVE  TAB-PER-FUNC      (WS-IND-TAB-PER)      TO
                   FERQ-FUNC-CODIGO
             MOVE  TAB-PER-DAT-INI   (WS-IND-TAB-PER)      TO
                   FERQ-DAT-INI-AQ
             MOVE  TAB-PER-DAT-FIM   (WS-IND-TAB-PER)      TO
                   FERQ-DAT-FIM-AQ
             MOVE  TAB-PER-DIAS-DIR  (WS-IND-TAB-PER)      TO
                   FERQ-QTD-DIAS-DIR
             MOVE  TAB-PER-DIAS-GOZO (WS-IND-TAB-PER)      TO
                   FERQ-QTD-DIAS-GOZO
             MOVE  TAB-PER-DIAS-VEND (WS-IND-TAB-PER)      TO
                   FERQ-QTD-DIAS-VEND
             MOVE  TAB-PER-SITUACAO  (WS-IND-TAB-PER)      TO
                   FERQ-SITUACAO

             WRITE REG-CADFERQN    FROM    REG-FERQ

             MOVE ' NA GRAVACAO '  TO      WS-ACESSO-ARQ
             MOVE  014             TO      WS-PTO-ERRO
             PERFORM 0200-00-TESTA-FILE-STATUS

             ADD   001             TO      WS-GRV-CADFERQN

             MOVE 'A'              TO      WGC-CODOPE
             MOVE  REG-CADFERQN    TO      WGC-REG-IMAGEM
             MOVE  050             TO      WGC-TAM-REG
             PERFORM 0497-00-CHAMA-COBBB010

           END-PERFORM.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADFERQ.
      *
       2300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2350-00-GRAVACAO-CADCNSN    SECTION.
      *****************************************************************
      *    CONTRATOS, COM OS DOS DESLIGADOS RESCINDIDOS               *
      *
           MOVE    WS-GCAT-CADCNSG TO      WGC-GRUPO.

           PERFORM VARYING WS-IND-TAB-CNS FROM 1 BY 1
                   UNTIL   WS-IND-TAB-CNS GREATER WS-QTD-TAB-CNS

             WRITE REG-CADCNSN     FROM
                   TAB-CNS-REGISTRO (WS-IND-TAB-CNS)

             MOVE ' NA GRAVACAO '  TO      WS-ACESSO-ARQ
             MOVE  018             TO      WS-PTO-ERRO
             PERFORM 0200-00-TESTA-FILE-STATUS

             ADD   001             TO      WS-GRV-CADCNSN

             MOVE 'A'              TO      WGC-CODOPE
             MOVE  TAB-CNS-REGISTRO (WS-IND-TAB-CNS)
                                   TO      WGC-REG-IMAGEM
             MOVE  120             TO      WGC-TAM-REG
             PERFORM 0497-00-CHAMA-COBBB010

           END-PERFORM.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADCNSG.
      *
       2350-99-EXIT.
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

           MOVE    CAB1            TO      REG-RELTRCT.
           PERFORM 2700-00-GRAVACAO-RELTRCT.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELTRCT.
           PERFORM 2700-00-GRAVACAO-RELTRCT.

           MOVE    CAB4            TO      REG-RELTRCT.
           PERFORM 2700-00-GRAVACAO-RELTRCT.

           MOVE    SPACES          TO      REG-RELTRCT.
           PERFORM 2700-00-GRAVACAO-RELTRCT.

           MOVE    004             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-GRAVACAO-RELTRCT    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELTRCT.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    012             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-RELTRCT.
           ADD     001             TO      WS-LINHAS.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2800-00-EDITA-DATA          SECTION.
      *****************************************************************
      *    AAAAMMDD (WS-DATA-AUX) PARA DD/MM/AAAA (WS-DATA-EDITADA)   *
      *
           MOVE    WS-AUX-DIA      TO      WS-EDT-DIA.
           MOVE    WS-AUX-MES      TO      WS-EDT-MES.
           MOVE    WS-AUX-ANO      TO      WS-EDT-ANO.
      *
       2800-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           CLOSE   CADFLOG
                   CADTABS
                   CADFDEP
                   CADPARM
                   CADFBNK
                   CADFLOT
                   CADFERQ
                   CADPROV
                   CADEMPR
                   CADCNSG
                   CADBRRS
                   CADPROVN
                   CADFERQN
                   CADFREN
                   CADCNSN
                   RELTRCT.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    015             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    WS-GCAT-CADPROV TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB167'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    019             TO      WS-PTO-ERRO.

           PERFORM 0497-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADPROV.

           MOVE    WS-GCAT-CADCNSG TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB167'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    020             TO      WS-PTO-ERRO.

           PERFORM 0497-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADCNSG.

           MOVE    WS-GCAT-CADFERQ TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB167'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    021             TO      WS-PTO-ERRO.

           PERFORM 0497-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADFERQ.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB167'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           MOVE    ZEROS           TO      WRL-RETCODE.
           MOVE    WS-LID-CADFLOG  TO      WRL-QTD-PROC.

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
           DISPLAY '******************* GPFPB167 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB167 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADFLOG  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADFLOG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-EXCLUSOES        TO      WS-EDICAO.
           DISPLAY '* EXCLUSOES EFETUADAS (E01)........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-MOTIVO       TO      WS-EDICAO.
           DISPLAY '* EXCLUSOES SEM MOTIVO.............: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-MOT-INVALIDO     TO      WS-EDICAO.
           DISPLAY '* EXCLUSOES COM MOTIVO INVALIDO....: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-RESCISOES        TO      WS-EDICAO.
           DISPLAY '* RESCISOES CALCULADAS.............: ' WS-EDICAO
           ' *'.
           MOVE    WS-DET-CADBRRS  TO      WS-EDICAO.
           DISPLAY '* CREDITOS NA REMESSA..............: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-BANCO
                                   TO      WS-EDICAO.
           DISPLAY '* FUNCIONARIOS SEM DOMICILIO BANC..: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-EMPRESA
                                   TO      WS-EDICAO.
           DISPLAY '* FUNCIONARIOS DE EMPRESA NAO CADAS: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-TRAILERS TO      WS-EDICAO.
           DISPLAY '* TRAILERS POR EMPRESA GRAVADOS....: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-PRV-BAIXADAS     TO      WS-EDICAO.
           DISPLAY '* SALDOS DE PROVISAO BAIXADOS......: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-PER-ENCERRADOS   TO      WS-EDICAO.
           DISPLAY '* PERIODOS DE FERIAS ENCERRADOS....: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADPROVN TO      WS-EDICAO.
           DISPLAY '* SALDOS GRAVADOS.......- CADPROVN: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADPROV TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADPROV.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADFERQN TO      WS-EDICAO.
           DISPLAY '* PERIODOS GRAVADOS.....- CADFERQN: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADFERQ TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADFERQ.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADFREN  TO      WS-EDICAO.
           DISPLAY '* MOVIMENTOS DE RENDIMENTOS........: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADCNSG  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADCNSG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-CNS-RESCINDIDOS  TO      WS-EDICAO.
           DISPLAY '* CONSIGNADOS RESCINDIDOS..........: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADCNSN  TO      WS-EDICAO.
           DISPLAY '* CONTRATOS GRAVADOS....- CADCNSN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADCNSG TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADCNSG.: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB167 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB167 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB167 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB167 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0989-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0990-00-ABEND-SEM-PARM      SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB167 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* SEM PARAMETRO/TABELA VIGENTE (CADPARM OU    *'.
           DISPLAY '* CADTABS VAZIO) PARA A RESCISAO              *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB167 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB167 ******************'.

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

           DISPLAY '******************* GPFPB167 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB167 ******************'.
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
           DISPLAY '******************* GPFPB167 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB167 ******************'.

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

           DISPLAY '******************* GPFPB167 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB167 ******************'.
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
           DISPLAY '******************* GPFPB167 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB167 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB167                  *
      *****************************************************************
