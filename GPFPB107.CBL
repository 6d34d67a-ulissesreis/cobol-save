      *                - OS LANCAMENTOS DA DESPESA DE SALARIOS POR    *
      *                  DEPARTAMENTO (CADFLOT) NO LAY-OUT DO         *
      *                  EXTRATO CADCTB (CADCTBS)                     *
      *                - O MOVIMENTO DE FGTS DA FOLHA (CADFGTM), 8%   *
      *                  DO BRUTO DE CADA FUNCIONARIO, CONSOLIDADO NO *
      *                  RECOLHIMENTO MENSAL PELO GPFPB168            *
      *                - O MOVIMENTO DE RENDIMENTOS E RETENCOES DA    *
      *                  FOLHA (CADFREN), CONSOLIDADO NO ANO PELO     *
      *                  INFORME DE RENDIMENTOS E DIRF (GPFPB169)     *
      *                - O DESCONTO DAS PARCELAS DE EMPRESTIMO        *
      *                  CONSIGNADO (CADCNSG), LIMITADO A MARGEM DE   *
      *                  35% DO BRUTO MENOS INSS E IRRF, A REMESSA    *
      *                  MENSAL AOS BANCOS CONCEDENTES (CADCONR) E OS *
      *                  CONTRATOS ATUALIZADOS (CADCNSN)              *
      *****************************************************************
      * PARAMETRO....: CADPARM, PROGRAMA GPFPB107:                    *
      *                PARM-VALOR (1:9) - DEDUCAO POR DEPENDENTE      *
      *                   SALARIOS SAIAM COM DESCONTO ZERO E O TETO   *
      *                   DE CONTRIBUICAO DO INSS NAO TINHA COMO SER  *
      *                   EXPRESSO                                    *
      * 15/10/2026 - US - CONSUMO DA COMISSAO MENSAL DOS VENDEDORES   *
      *                   (CADCOMI, GERADA PELO GPFPB159): PROVENTO   *
      *                   SOMADO AO BRUTO ANTES DO CALCULO DE         *
      *                   INSS/IRRF, IMPRESSO EM LINHA PROPRIA NO     *
      *                   DEMONSTRATIVO E INCLUIDO NA DESPESA DO      *
      *                   DEPARTAMENTO                                *
      * 15/10/2026 - US - FOLHA POR EMPRESA EMPREGADORA DA LOTACAO    *
      *                   (FLOT-COD-EMPRESA, SEM EMPRESA = 01):       *
      *                   CREDITO COM A EMPRESA, UM TRAILER POR       *
      *                   EMPRESA COM A CONTA DE DEBITO DA FOLHA DO   *
      *                   CADEMPR E DESPESA POR EMPRESA E             *
      *                   DEPARTAMENTO; EMPRESA NAO CADASTRADA FICA   *
      *                   SEM CREDITO NA REMESSA                      *
      * 15/10/2026 - US - FGTS DO MES (8% DO BRUTO) POR FUNCIONARIO:  *
      *                   IMPRESSO NO DEMONSTRATIVO E GRAVADO NO      *
      *                   MOVIMENTO CADFGTM DO RECOLHIMENTO MENSAL    *
      * 15/10/2026 - US - RENDIMENTO BRUTO, INSS E IRRF DE CADA       *
      *                   FUNCIONARIO GRAVADOS NO MOVIMENTO CADFREN   *
      *                   DO INFORME DE RENDIMENTOS E DA DIRF         *
      * 15/10/2026 - US - DESCONTO DO EMPRESTIMO CONSIGNADO           *
      *                   (CADCNSG): PARCELAS DO MES LIMITADAS A 35%  *
      *                   DO BRUTO MENOS INSS E IRRF, LINHA PROPRIA   *
      *                   NO DEMONSTRATIVO, REMESSA CADCONR POR BANCO *
      *                   CONCEDENTE COM OS SALDOS DOS DESLIGADOS E   *
      *                   CONTRATOS ATUALIZADOS NO CADCNSN            *
      * 15/10/2026 - US - DESCONTO DO VALE-TRANSPORTE DO MES          *
      *                   (CADBENM, GERADO PELO GPFPB170): 6% DO      *
      *                   SALARIO LIMITADO AO VALOR DO BENEFICIO E AO *
      *                   LIQUIDO                                     *
      * 15/10/2026 - US - DIAS DE FERIAS NO MES (CADFERV, GOZO        *
      *                   INICIADO NO MES OU NO MES ANTERIOR)         *
      *                   DESCONTADOS DO SALARIO A SALARIO / 30 POR   *
      *                   DIA - AS FERIAS SAO PAGAS NA FOLHA DE       *
      *                   EVENTOS (GPFPB171)                          *
      * 15/10/2026 - US - NOVO CREDITO DOS SALARIOS REJEITADOS PELO   *
      *                   BANCO (CADFCRJ, GERADO PELO GPFPB172) QUANDO*
      *                   O DOMICILIO DO CADFBNK JA FOI CORRIGIDO; OS *
      *                   CREDITOS DEVIDOS SAO REGRAVADOS NO CADFCRJN *
      * 15/10/2026 - US - DESCONTO DA PARTE DO FUNCIONARIO NO PLANO   *
      *                   DE SAUDE (CADBENS, GERADO PELO GPFPB173),   *
      *                   LIMITADO AO LIQUIDO APOS O VALE-TRANSPORTE  *
      * 15/10/2026 - US - DESPESA DO DEPARTAMENTO SEM OS DIAS DE      *
      *                   FERIAS DO MES, JA LANCADOS PELA FOLHA DE    *
      *                   EVENTOS                                     *
      * 15/10/2026 - US - CADA CADFCRJN E CADCNSN GRAVADO PASSA A     *
      *                   SER CATALOGADO NO CADGCAT (ROTINA COBBB010) *
      *                   COMO GERACAO DO CADFCRJ E DO CADCNSG, COM A *
      *                   QTDE DE REGISTROS E O SELO DE INTEGRIDADE   *
      * 15/10/2026 - US - CONTRATOS DE EMPRESTIMO CONSIGNADO NO       *
      *                   CADCNSG / CADCNSN (REG-CNSG), SEPARADOS DO  *
      *                   CADCONS (COBI1046)                          *
      *****************************************************************
      *
      *****************************************************************
      *
           SELECT  CADHORA  ASSIGN  TO  UT-S-CADHORA
                   FILE     STATUS  IS  WS-FS-CADHORA.
      *
           SELECT  CADCOMI  ASSIGN  TO  UT-S-CADCOMI
                   FILE     STATUS  IS  WS-FS-CADCOMI.
      *
           SELECT  CADEMPR  ASSIGN  TO  UT-S-CADEMPR
                   FILE     STATUS  IS  WS-FS-CADEMPR.
      *
           SELECT  CADBENM  ASSIGN  TO  UT-S-CADBENM
                   FILE     STATUS  IS  WS-FS-CADBENM.
      *
           SELECT  CADFERV  ASSIGN  TO  UT-S-CADFERV
                   FILE     STATUS  IS  WS-FS-CADFERV.
      *
           SELECT  CADCNSG  ASSIGN  TO  UT-S-CADCNSG
                   FILE     STATUS  IS  WS-FS-CADCNSG.
      *
           SELECT  CADFCRJ  ASSIGN  TO  UT-S-CADFCRJ
                   FILE     STATUS  IS  WS-FS-CADFCRJ.
      *
           SELECT  CADBENS  ASSIGN  TO  UT-S-CADBENS
                   FILE     STATUS  IS  WS-FS-CADBENS.
      *
           SELECT  CADBREF  ASSIGN  TO  UT-S-CADBREF
                   FILE     STATUS  IS  WS-FS-CADBREF.
      *
           SELECT  CADCTBS  ASSIGN  TO  UT-S-CADCTBS
                   FILE     STATUS  IS  WS-FS-CADCTBS.
      *
           SELECT  CADFGTM  ASSIGN  TO  UT-S-CADFGTM
                   FILE     STATUS  IS  WS-FS-CADFGTM.
      *
           SELECT  CADFREN  ASSIGN  TO  UT-S-CADFREN
                   FILE     STATUS  IS  WS-FS-CADFREN.
      *
           SELECT  CADCONR  ASSIGN  TO  UT-S-CADCONR
                   FILE     STATUS  IS  WS-FS-CADCONR.
      *
           SELECT  CADCNSN  ASSIGN  TO  UT-S-CADCNSN
                   FILE     STATUS  IS  WS-FS-CADCNSN.
      *
           SELECT  CADFCRJN ASSIGN  TO  UT-S-CADFCRJN
                   FILE     STATUS  IS  WS-FS-CADFCRJN.
      *
           SELECT  RELHOLE  ASSIGN  TO  UT-S-RELHOLE
                   FILE     STATUS  IS  WS-FS-RELHOLE.
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADHORA         PIC     X(050).
      *
       FD  CADCOMI
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCOMI         PIC     X(100).
      *
       FD  CADEMPR
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADEMPR         PIC     X(150).
      *
       FD  CADBENM
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADBENM         PIC     X(150).
      *
       FD  CADFERV
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFERV         PIC     X(050).
      *
       FD  CADCNSG
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCNSG         PIC     X(120).
      *
       FD  CADFCRJ
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFCRJ         PIC     X(100).
      *
       FD  CADBENS
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADBENS         PIC     X(150).
      *
       FD  CADBREF
           RECORDING  MODE      IS  F
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCTBS         PIC     X(100).
      *
       FD  CADFGTM
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFGTM         PIC     X(050).
      *
       FD  CADFREN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFREN         PIC     X(100).
      *
       FD  CADCONR
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCONR         PIC     X(100).
      *
       FD  CADCNSN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCNSN         PIC     X(120).
      *
       FD  CADFCRJN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFCRJN        PIC     X(100).
      *
       FD  RELHOLE
           RECORDING  MODE      IS  F
       01      WS-FS-CADFLOT       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPARM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADHORA       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCOMI       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADEMPR       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADBENM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFERV       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCNSG       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFCRJ       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADBENS       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADBREF       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCTBS       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFGTM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFREN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCONR       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCNSN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFCRJN      PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELHOLE       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADRESP      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFBNK      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFLOT      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADHORA      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADCOMI      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADEMPR      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADBENM      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFERV      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADCNSG      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFCRJ      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADBENS      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADBREF      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADCTBS      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADFGTM      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADFREN      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADCONR      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADCNSN      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADFCRJN     PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELHOLE      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-PAGOS        PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-BANCO    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-COMISSAO     PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-EMPRESA  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-TRAILERS     PIC     9(018) VALUE ZEROS.
       01      WS-QTD-CNS-DESCONTADAS
                                   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-CNS-SEM-MARGEM
                                   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-CNS-QUITADOS PIC     9(018) VALUE ZEROS.
       01      WS-QTD-CNS-RESCISAO PIC     9(018) VALUE ZEROS.
       01      WS-QTD-VALE-TRANSP  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-FERIAS       PIC     9(018) VALUE ZEROS.
       01      WS-QTD-PLANO-SAUDE  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-CRJ-REENVIADOS
                                   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-CRJ-AGUARDANDO
                                   PIC     9(018) VALUE ZEROS.
      *
       01      WS-DET-CADBREF      PIC     9(007) VALUE ZEROS.
      *
       01      WS-VLR-DED-DEPEND   PIC     9(007)V9(002) VALUE ZEROS.
      *
       01      WS-VLR-CALCULO      PIC    S9(011)V9(002) VALUE ZEROS.
       01      WS-VLR-BRUTO        PIC    S9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-HORA         PIC     9(007)V9(004) VALUE ZEROS.
       01      WS-VLR-COMISSAO     PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-DESPESA      PIC     9(011)V9(002) VALUE ZEROS.
       01      WS-VLR-FGTS         PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-PCT-FGTS         PIC     9(002)V9(002) VALUE 8,00.
       01      WS-VLR-CONSIGNADO   PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-MARGEM       PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-PCT-MARGEM       PIC     9(002)V9(002) VALUE 35,00.
       01      WS-VLR-VALE-TRANSP  PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-BENEF-TRANSP PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-PCT-VALE-TRANSP  PIC     9(002)V9(002) VALUE 6,00.
       01      WS-VLR-PLANO-SAUDE  PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-VLR-FERIAS       PIC     9(009)V9(002) VALUE ZEROS.
       01      WS-QTD-DIAS-FERIAS  PIC     9(003) VALUE ZEROS.
       01      WS-QTD-DIAS-INICIO  PIC     9(003) VALUE ZEROS.
       01      WS-DIA-INICIO       PIC     9(002) VALUE ZEROS.
       01      WS-SW-VTR-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-VTR-ACHOU                VALUE 'S'.
         88    WS-VTR-NAO-ACHOU            VALUE 'N'.
      *
       01      WS-TIPO-TABELA      PIC     X(001) VALUE SPACES.
       01      WS-VLR-BASE-FAIXA   PIC     9(009)V9(002) VALUE ZEROS.
         88    WS-FAIXA-NAO-ACHADA         VALUE 'N'.
      *
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
       01      WS-COMPETENCIA      PIC     9(006) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-COMPETENCIA.
        03     WS-CMP-ANO          PIC     9(004).
        03     WS-CMP-MES          PIC     9(002).
       01      WS-CMP-ANTERIOR     PIC     9(006) VALUE ZEROS.
      *
      *****************************************************************
      *    CODIFICACAO CONTABIL DA DESPESA DE SALARIOS                *
           05  TAB-HOR-FALTAS      PIC     9(004).
      *
      *****************************************************************
      *        TABELA DO VALE-TRANSPORTE DO MES (CADBENM)             *
      *****************************************************************
      *
       01      WS-QTD-TAB-VTR      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-VTR      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-VALE-TRANSP.
         03    TAB-VTR-ITEM        OCCURS  05000  TIMES.
           05  TAB-VTR-FUNC        PIC     9(005).
           05  TAB-VTR-VALOR       PIC     9(009)V9(002).
      *
      *****************************************************************
      *        TABELA DO DESCONTO DO PLANO DE SAUDE (CADBENS)         *
      *****************************************************************
      *
       01      WS-QTD-TAB-SAU      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-SAU      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-PLANO-SAUDE.
         03    TAB-SAU-ITEM        OCCURS  05000  TIMES.
           05  TAB-SAU-FUNC        PIC     9(005).
           05  TAB-SAU-VALOR       PIC     9(009)V9(002).
      *
      *****************************************************************
      *        TABELA DOS DIAS DE FERIAS NO MES (CADFERV)             *
      *****************************************************************
      *
       01      WS-QTD-TAB-FRV      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-FRV      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-FERIAS-MES.
         03    TAB-FRV-ITEM        OCCURS  05000  TIMES.
           05  TAB-FRV-FUNC        PIC     9(005).
           05  TAB-FRV-DIAS        PIC     9(003).
      *
       01      WS-SW-FRV-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-FRV-ACHOU                VALUE 'S'.
         88    WS-FRV-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DE COMISSAO DOS VENDEDORES (CADCOMI)            *
      *****************************************************************
      *
       01      WS-QTD-TAB-COM      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-COM      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-COMISSOES.
         03    TAB-COM-ITEM        OCCURS  05000  TIMES.
           05  TAB-COM-FUNC        PIC     9(005).
           05  TAB-COM-VLR         PIC     9(009)V9(002).
      *
      *****************************************************************
      *        TABELA DE LOTACAO E DESPESA POR DEPARTAMENTO           *
      *****************************************************************
      *
         03    TAB-LOT-ITEM        OCCURS  05000  TIMES.
           05  TAB-LOT-FUNC        PIC     9(005).
           05  TAB-LOT-COD-DEPT    PIC     X(004).
           05  TAB-LOT-COD-EMPRESA PIC     9(002).
      *
       01      WS-QTD-TAB-DSP      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-DSP      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-DESPESAS.
         03    TAB-DSP-ITEM        OCCURS  00200  TIMES.
           05  TAB-DSP-COD-EMPRESA PIC     9(002).
           05  TAB-DSP-COD-DEPT    PIC     X(004).
           05  TAB-DSP-VLR         PIC     9(013)V9(002).
      *
         88    WS-NAO-ACHOU                VALUE 'N'.
      *
       01      WS-COD-DEPT         PIC     X(004) VALUE SPACES.
       01      WS-COD-EMPRESA      PIC     9(002) VALUE ZEROS.
      *
      *****************************************************************
      *        CONTRATOS DE EMPRESTIMO CONSIGNADO (CADCNSG), COM A    *
      *        SITUACAO DA PARCELA DO MES PARA A REMESSA AOS BANCOS   *
      *****************************************************************
      *
       01      WS-QTD-TAB-CNS      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-CNS      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-CONSIGNADOS.
         03    TAB-CNS-ITEM        OCCURS  05000  TIMES.
           05  TAB-CNS-REGISTRO    PIC     X(120).
           05  TAB-CNS-BANCO       PIC     9(003).
           05  TAB-CNS-SW-MES      PIC     X(001).
             88  TAB-CNS-DESCONTADA        VALUE 'D'.
             88  TAB-CNS-SEM-MARGEM        VALUE 'N'.
             88  TAB-CNS-SALDO-RESCISAO    VALUE 'R'.
             88  TAB-CNS-NA-REMESSA        VALUE 'D' 'N' 'R'.
           05  TAB-CNS-SW-GRAVA    PIC     X(001).
             88  TAB-CNS-REGRAVA           VALUE 'S'.
      *
       01      WS-BCO-ANTERIOR     PIC     9(003) VALUE ZEROS.
       01      WS-BCO-ATUAL        PIC     9(003) VALUE ZEROS.
       01      WS-BCO-QTD-REG      PIC     9(007) VALUE ZEROS.
       01      WS-BCO-VLR-DESC     PIC     9(013)V9(002) VALUE ZEROS.
       01      WS-BCO-VLR-SALDO    PIC     9(013)V9(002) VALUE ZEROS.
      *
       01      WS-SW-BCO-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-BCO-ACHOU                VALUE 'S'.
         88    WS-BCO-NAO-ACHOU            VALUE 'N'.
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
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    DET1-LIQUIDO        PIC     ZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(049) VALUE SPACES.
      *
       01      DET2.
         03    FILLER              PIC     X(010) VALUE SPACES.
         03    FILLER              PIC     X(032) VALUE
               'PROVENTO: COMISSAO SOBRE VENDAS'.
         03    DET2-COMISSAO       PIC     ZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(078) VALUE SPACES.
      *
       01      DET3.
         03    FILLER              PIC     X(010) VALUE SPACES.
         03    FILLER              PIC     X(032) VALUE
               'FGTS DO MES (NAO DESCONTADO)   '.
         03    DET3-FGTS           PIC     ZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(078) VALUE SPACES.
      *
       01      DET4.
         03    FILLER              PIC     X(010) VALUE SPACES.
         03    FILLER              PIC     X(032) VALUE
               'DESCONTO: EMPRESTIMO CONSIGNADO'.
         03    DET4-CONSIGNADO     PIC     ZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(078) VALUE SPACES.
      *
       01      DET5.
         03    FILLER              PIC     X(010) VALUE SPACES.
         03    FILLER              PIC     X(032) VALUE
               'DESCONTO: VALE-TRANSPORTE (6%) '.
         03    DET5-VALE-TRANSP    PIC     ZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(078) VALUE SPACES.
      *
       01      DET6.
         03    FILLER              PIC     X(010) VALUE SPACES.
         03    FILLER              PIC     X(032) VALUE
               'DESCONTO: DIAS DE FERIAS NO MES '.
         03    DET6-FERIAS         PIC     ZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(078) VALUE SPACES.
      *
       01      DET7.
         03    FILLER              PIC     X(010) VALUE SPACES.
         03    FILLER              PIC     X(032) VALUE
               'DESCONTO: PLANO DE SAUDE        '.
         03    DET7-PLANO-SAUDE    PIC     ZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(078) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADRESP - FUNCIONARIOS SELECIONADOS                  *
           COPY    COBO1078.
      *
      *****************************************************************
      * INPUT..: CADCOMI - COMISSAO MENSAL DOS VENDEDORES             *
      *****************************************************************
      *
           COPY    COBO1226.
      *
      *****************************************************************
      * INPUT..: CADEMPR - CADASTRO DAS EMPRESAS                      *
      *****************************************************************
      *
           COPY    COBI1229.
      *
      *****************************************************************
      * INPUT..: CADBENM - MOVIMENTO MENSAL DE BENEFICIOS             *
      *****************************************************************
      *
           COPY    COBO1244.
      *
      *****************************************************************
      * INPUT..: CADFERV - MOVIMENTO DE FERIAS GOZADAS/VENDIDAS       *
      *****************************************************************
      *
           COPY    COBI1073.
      *
      *****************************************************************
      * INPUT..: CADCNSG - CONTRATOS DE EMPRESTIMO CONSIGNADO         *
      *****************************************************************
      *
           COPY    COBO1240.
      *
      *****************************************************************
      * OUTPUT.: CADBREF - LOTE DE CREDITO DA FOLHA                   *
      *****************************************************************
      *
      *****************************************************************
      *
           COPY    COBO1028.
      *
      *****************************************************************
      * OUTPUT.: CADFGTM - MOVIMENTO DE FGTS DA FOLHA                 *
      *****************************************************************
      *
           COPY    COBO1236.
      *
      *****************************************************************
      * OUTPUT.: CADFREN - MOVIMENTO DE RENDIMENTOS E RETENCOES       *
      *****************************************************************
      *
           COPY    COBO1238.
      *
      *****************************************************************
      * OUTPUT.: CADCONR - REMESSA DO CONSIGNADO AOS BANCOS           *
      *****************************************************************
      *
           COPY    COBO1241.
      *
      *****************************************************************
      * IN/OUT.: CADFCRJ - CREDITOS DE SALARIO REJEITADOS             *
      *****************************************************************
      *
           COPY    COBO1246.
      *
       01      WS-HORA-INICIO      PIC     9(006) VALUE ZEROS.
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
       01      WS-GCAT-CADFCRJ     PIC     X(300) VALUE SPACES.
       01      WS-GCAT-CADCNSG     PIC     X(300) VALUE SPACES.
      *
       01      WS-SUB-ROTINA       PIC     X(008) VALUE SPACES.
       01      WS-SUB-RETORNO      PIC     9(002) VALUE ZEROS.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************
           PERFORM 1000-00-PROCED-PRINCIPAIS
             UNTIL WS-FS-CADRESP   EQUAL 10.

           PERFORM 2100-00-REPAGA-CREDITOS
             UNTIL WS-FS-CADFCRJ   EQUAL 10.

           PERFORM 2000-00-GRAVA-TRAILER-REMESSA.

           PERFORM 2200-00-LANCA-DESPESA-DEPT.

           PERFORM 2300-00-GRAVA-REMESSA-CONSIG.

           PERFORM 2400-00-GRAVACAO-CADCNSN.

           PERFORM 3000-00-PROCED-FINAIS.

           GOBACK.
           MOVE    FUNCTION CURRENT-DATE (1:8)
                                   TO      WS-DATA-PROC.

           MOVE    WS-DATA-PROC (1:6)      TO      WS-COMPETENCIA.

           IF      WS-CMP-MES      EQUAL   01
                   COMPUTE WS-CMP-ANTERIOR =
                           (WS-CMP-ANO - 1) * 100 + 12
           ELSE
                   COMPUTE WS-CMP-ANTERIOR = WS-COMPETENCIA - 1
           END-IF.

           OPEN    INPUT   CADRESP
                           CADFDEP
                           CADTABS
                           CADFLOT
                           CADPARM
                           CADHORA
                           CADCOMI
                           CADEMPR
                           CADBENM
                           CADFERV
                           CADCNSG
                           CADFCRJ
                           CADBENS
                   OUTPUT  CADBREF
                           CADCTBS
                           CADFGTM
                           CADFREN
                           CADCONR
                           CADCNSN
                           CADFCRJN
                           RELHOLE.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADFCRJ'       TO      WGC-ARQUIVO.

           PERFORM 0497-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADFCRJ.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADCNSG'       TO      WGC-ARQUIVO.

           PERFORM 0497-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADCNSG.

           PERFORM 0350-00-CARGA-PARAMETRO
             UNTIL WS-FS-CADPARM   EQUAL   10.

           PERFORM 0480-00-CARGA-TAB-HORAS
             UNTIL WS-FS-CADHORA   EQUAL   10.

           PERFORM 0490-00-CARGA-TAB-COMISSAO
             UNTIL WS-FS-CADCOMI   EQUAL   10.

           MOVE    ZEROS           TO      TAB-EMPRESAS.

           PERFORM 0495-00-CARGA-TAB-EMPRESAS
             UNTIL WS-FS-CADEMPR   EQUAL   10.

           PERFORM 0470-00-CARGA-TAB-CONSIG
             UNTIL WS-FS-CADCNSG   EQUAL   10.

           PERFORM 0475-00-CARGA-TAB-VALE-TRANSP
             UNTIL WS-FS-CADBENM   EQUAL   10.

           PERFORM 0477-00-CARGA-TAB-FERIAS
             UNTIL WS-FS-CADFERV   EQUAL   10.

           PERFORM 0478-00-CARGA-TAB-SAUDE
             UNTIL WS-FS-CADBENS   EQUAL   10.

           PERFORM 1900-00-GRAVA-HEADER-REMESSA.

           PERFORM 0500-00-LEITURA-CADRESP.
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADCOMI NOT EQUAL 00 AND 10
                   MOVE 'CADCOMI'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCOMI     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADEMPR NOT EQUAL 00 AND 10
                   MOVE 'CADEMPR'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADEMPR     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADBENM NOT EQUAL 00 AND 10
                   MOVE 'CADBENM'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADBENM     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFERV NOT EQUAL 00 AND 10
                   MOVE 'CADFERV'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFERV     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADCNSG NOT EQUAL 00 AND 10
                   MOVE 'CADCNSG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCNSG     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFCRJ NOT EQUAL 00 AND 10
                   MOVE 'CADFCRJ'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFCRJ     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADBENS NOT EQUAL 00 AND 10
                   MOVE 'CADBENS'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADBENS     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADBREF NOT EQUAL 00
                   MOVE 'CADBREF'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADBREF     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFGTM NOT EQUAL 00
                   MOVE 'CADFGTM'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFGTM     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFREN NOT EQUAL 00
                   MOVE 'CADFREN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFREN     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADCONR NOT EQUAL 00
                   MOVE 'CADCONR'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCONR     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADCNSN NOT EQUAL 00
                   MOVE 'CADCNSN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCNSN     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFCRJN NOT EQUAL 00
                   MOVE 'CADFCRJN' TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFCRJN    TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-RELHOLE NOT EQUAL 00
                   MOVE 'RELHOLE'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELHOLE     TO      WS-FS-ARQ
                           TAB-LOT-FUNC     (WS-QTD-TAB-LOT)
                   MOVE    FLOT-COD-DEPT   TO
                           TAB-LOT-COD-DEPT (WS-QTD-TAB-LOT)
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
       0470-00-CARGA-TAB-CONSIG    SECTION.
      *****************************************************************
      *    O REGISTRO E GUARDADO INTEIRO E REGRAVADO NO CADCNSN;      *
      *    CONTRATO JA QUITADO OU ENCERRADO EM MES ANTERIOR SAI DO    *
      *    CADASTRO. CONTRATO RESCINDIDO TEM O SALDO INFORMADO AO     *
      *    BANCO NESTA REMESSA                                        *
      *
           READ    CADCNSG         INTO    REG-CNSG.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    017             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADCNSG   NOT EQUAL 00
                   GO      TO      0470-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADCNSG.

           IF      WS-QTD-TAB-CNS  GREATER OR EQUAL 05000
                   PERFORM 0989-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-CNS.

           MOVE    REG-CNSG        TO
                   TAB-CNS-REGISTRO (WS-QTD-TAB-CNS).
           MOVE    CNSG-BANCO      TO
                   TAB-CNS-BANCO    (WS-QTD-TAB-CNS).
           MOVE    SPACES          TO
                   TAB-CNS-SW-MES   (WS-QTD-TAB-CNS).
           MOVE    'S'             TO
                   TAB-CNS-SW-GRAVA (WS-QTD-TAB-CNS).

           IF      CNSG-QUITADO    OR      CNSG-ENCERRADO
                   MOVE    'N'     TO
                           TAB-CNS-SW-GRAVA (WS-QTD-TAB-CNS)
           END-IF.

           IF      CNSG-RESCINDIDO
                   MOVE    'R'     TO
                           TAB-CNS-SW-MES   (WS-QTD-TAB-CNS)
           END-IF.
      *
       0470-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0475-00-CARGA-TAB-VALE-TRANSP SECTION.
      *****************************************************************
      *    VALOR DO VALE-TRANSPORTE DO MES SOMADO POR FUNCIONARIO;    *
      *    O VALE-REFEICAO NAO TEM DESCONTO NA FOLHA                  *
      *
           READ    CADBENM         INTO    REG-BENM.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    020             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADBENM   NOT EQUAL 00
                   GO      TO      0475-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADBENM.

           IF      NOT BENM-TRANSPORTE
                   GO      TO      0475-99-EXIT
           END-IF.

           SET     WS-VTR-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-VTR FROM 1 BY 1
                   UNTIL   WS-IND-TAB-VTR GREATER WS-QTD-TAB-VTR
                   OR      WS-VTR-ACHOU

             IF    TAB-VTR-FUNC (WS-IND-TAB-VTR) EQUAL BENM-FUNC-CODIGO
                   SET     WS-VTR-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-VTR-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-VTR
           ELSE
                   IF      WS-QTD-TAB-VTR  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-VTR
                   MOVE    WS-QTD-TAB-VTR  TO      WS-IND-TAB-VTR
                   MOVE    BENM-FUNC-CODIGO        TO
                           TAB-VTR-FUNC  (WS-IND-TAB-VTR)
                   MOVE    ZEROS   TO
                           TAB-VTR-VALOR (WS-IND-TAB-VTR)
           END-IF.

           ADD     BENM-VLR-TOTAL  TO
                   TAB-VTR-VALOR (WS-IND-TAB-VTR).
      *
       0475-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0477-00-CARGA-TAB-FERIAS    SECTION.
      *****************************************************************
      *    DIAS DE GOZO QUE CAEM NO MES, POR FUNCIONARIO: DO INICIO   *
      *    ATE O DIA 30 PARA O GOZO INICIADO NO MES E O RESTANTE PARA *
      *    O INICIADO NO MES ANTERIOR (MES COMERCIAL DE 30 DIAS)      *
      *
           READ    CADFERV         INTO    REG-FERV.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    021             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFERV   NOT EQUAL 00
                   GO      TO      0477-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADFERV.

           MOVE    FERV-DAT-INICIO (7:2)   TO      WS-DIA-INICIO.

           IF      WS-DIA-INICIO   GREATER 30
                   MOVE    30      TO      WS-DIA-INICIO
           END-IF.

           COMPUTE WS-QTD-DIAS-INICIO = 30 - WS-DIA-INICIO + 1.

           IF      FERV-QTD-DIAS   LESS    WS-QTD-DIAS-INICIO
                   MOVE    FERV-QTD-DIAS   TO      WS-QTD-DIAS-INICIO
           END-IF.

           IF      FERV-DAT-INICIO (1:6) EQUAL WS-COMPETENCIA
                   MOVE    WS-QTD-DIAS-INICIO      TO
                           WS-QTD-DIAS-FERIAS
           ELSE
                   IF      FERV-DAT-INICIO (1:6) EQUAL WS-CMP-ANTERIOR
                           COMPUTE WS-QTD-DIAS-FERIAS =
                                   FERV-QTD-DIAS - WS-QTD-DIAS-INICIO
                   ELSE
                           GO      TO      0477-99-EXIT
                   END-IF
           END-IF.

           IF      WS-QTD-DIAS-FERIAS EQUAL ZEROS
                   GO      TO      0477-99-EXIT
           END-IF.

           SET     WS-FRV-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-FRV FROM 1 BY 1
                   UNTIL   WS-IND-TAB-FRV GREATER WS-QTD-TAB-FRV
                   OR      WS-FRV-ACHOU

             IF    TAB-FRV-FUNC (WS-IND-TAB-FRV) EQUAL FERV-FUNC-CODIGO
                   SET     WS-FRV-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-FRV-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-FRV
           ELSE
                   IF      WS-QTD-TAB-FRV  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-FRV
                   MOVE    WS-QTD-TAB-FRV  TO      WS-IND-TAB-FRV
                   MOVE    FERV-FUNC-CODIGO        TO
                           TAB-FRV-FUNC (WS-IND-TAB-FRV)
                   MOVE    ZEROS   TO
                           TAB-FRV-DIAS (WS-IND-TAB-FRV)
           END-IF.

           ADD     WS-QTD-DIAS-FERIAS      TO
                   TAB-FRV-DIAS (WS-IND-TAB-FRV).
      *
       0477-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0478-00-CARGA-TAB-SAUDE     SECTION.
      *****************************************************************
      *    PARTE DO FUNCIONARIO NO PLANO DE SAUDE DA COMPETENCIA,     *
      *    SOMADA POR FUNCIONARIO                                     *
      *
           READ    CADBENS         INTO    REG-BENM.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    024             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADBENS   NOT EQUAL 00
                   GO      TO      0478-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADBENS.

           IF      NOT BENM-SAUDE
                   GO      TO      0478-99-EXIT
           END-IF.

           SET     WS-VTR-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-SAU FROM 1 BY 1
                   UNTIL   WS-IND-TAB-SAU GREATER WS-QTD-TAB-SAU
                   OR      WS-VTR-ACHOU

             IF    TAB-SAU-FUNC (WS-IND-TAB-SAU) EQUAL BENM-FUNC-CODIGO
                   SET     WS-VTR-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-VTR-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-SAU
           ELSE
                   IF      WS-QTD-TAB-SAU  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-SAU
                   MOVE    WS-QTD-TAB-SAU  TO      WS-IND-TAB-SAU
                   MOVE    BENM-FUNC-CODIGO        TO
                           TAB-SAU-FUNC  (WS-IND-TAB-SAU)
                   MOVE    ZEROS   TO
                           TAB-SAU-VALOR (WS-IND-TAB-SAU)
           END-IF.

           ADD     BENM-VLR-TOTAL  TO
                   TAB-SAU-VALOR (WS-IND-TAB-SAU).
      *
       0478-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0480-00-CARGA-TAB-HORAS     SECTION.
      *****************************************************************
      *
           READ    CADHORA         INTO    REG-HORA.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    012             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADHORA   EQUAL   00
                   ADD 001         TO      WS-LID-CADHORA

                   IF      WS-QTD-TAB-HOR  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-HOR
                   MOVE    HORA-FUNC-CODIGO        TO
                           TAB-HOR-FUNC   (WS-QTD-TAB-HOR)
                   MOVE    HORA-QTD-EXTRAS TO
                           TAB-HOR-EXTRAS (WS-QTD-TAB-HOR)
                   MOVE    HORA-QTD-FALTAS TO
                           TAB-HOR-FALTAS (WS-QTD-TAB-HOR)
           END-IF.
      *
       0480-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0490-00-CARGA-TAB-COMISSAO  SECTION.
      *****************************************************************
      *
           READ    CADCOMI         INTO    REG-COMI.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    013             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADCOMI   EQUAL   00
                   ADD 001         TO      WS-LID-CADCOMI

                   IF      WS-QTD-TAB-COM  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-COM
                   MOVE    COMI-FUNC-CODIGO        TO
                           TAB-COM-FUNC (WS-QTD-TAB-COM)
                   MOVE    COMI-VLR-COMISSAO       TO
                           TAB-COM-VLR  (WS-QTD-TAB-COM)
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

           MOVE    014             TO      WS-PTO-ERRO.

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
       0500-00-LEITURA-CADRESP     SECTION.
      *****************************************************************
      *
           READ    CADRESP         INTO    REG-FSEL.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADRESP   EQUAL   00
                   ADD 001         TO      WS-LID-CADRESP
           END-IF.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *
           PERFORM 1100-00-CALCULA-FOLHA.

           PERFORM 0500-00-LEITURA-CADRESP.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1050-00-PROCURA-LOTACAO     SECTION.
      *****************************************************************
      *    DEPARTAMENTO E EMPRESA DA LOTACAO DO FUNCIONARIO; SEM      *
      *    LOTACAO, DEPARTAMENTO 'GER ' DA EMPRESA 01                 *
      *
           MOVE    'GER '          TO      WS-COD-DEPT.
           MOVE    01              TO      WS-COD-EMPRESA.

           PERFORM VARYING WS-IND-TAB-LOT FROM 1 BY 1
                   UNTIL   WS-IND-TAB-LOT GREATER WS-QTD-TAB-LOT

             IF    FSEL-CODIGO     EQUAL
                   TAB-LOT-FUNC (WS-IND-TAB-LOT)
                   MOVE    TAB-LOT-COD-DEPT (WS-IND-TAB-LOT)   TO
                           WS-COD-DEPT
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
       1100-00-CALCULA-FOLHA       SECTION.
      *****************************************************************
      *
           PERFORM 1050-00-PROCURA-LOTACAO.

           PERFORM 1150-00-APURA-BRUTO.

           MOVE    'I'             TO      WS-TIPO-TABELA.

           MOVE    WS-VLR-CALCULO  TO      WS-VLR-IRRF.

           PERFORM 1160-00-DESCONTA-CONSIGNADO.

           PERFORM 1170-00-DESCONTA-VALE-TRANSP.

           PERFORM 1175-00-DESCONTA-PLANO-SAUDE.

           COMPUTE WS-VLR-LIQUIDO =
                   WS-VLR-BRUTO - WS-VLR-INSS - WS-VLR-IRRF -
                   WS-VLR-CONSIGNADO - WS-VLR-VALE-TRANSP -
                   WS-VLR-PLANO-SAUDE.

           COMPUTE WS-VLR-FGTS     ROUNDED =
                   WS-VLR-BRUTO * WS-PCT-FGTS / 100.

           ADD     001             TO      WS-QTD-PAGOS.

           PERFORM 1500-00-GRAVA-CREDITO.

           PERFORM 1600-00-ACUMULA-DESPESA.

           PERFORM 1700-00-GRAVA-FGTS.

           PERFORM 1750-00-GRAVA-RENDIMENTOS.
      *
       1100-99-EXIT.
           EXIT.
       1150-00-APURA-BRUTO         SECTION.
      *****************************************************************
      *    BRUTO DO MES = SALARIO + EXTRAS (HORA NORMAL X 1,5) -      *
      *    FALTAS (HORA NORMAL) + COMISSAO SOBRE VENDAS (CADCOMI) -   *
      *    DIAS DE FERIAS NO MES (SALARIO / 30, NO MAXIMO 30 DIAS);   *
      *    HORA NORMAL = SALARIO / 220                                *
      *
           MOVE    FSEL-VLR-SALARIO
                                   TO      WS-VLR-BRUTO.

           END-PERFORM.

           MOVE    ZEROS           TO      WS-VLR-COMISSAO.

           PERFORM VARYING WS-IND-TAB-COM FROM 1 BY 1
                   UNTIL   WS-IND-TAB-COM GREATER WS-QTD-TAB-COM

             IF    FSEL-CODIGO     EQUAL
                   TAB-COM-FUNC (WS-IND-TAB-COM)
                   ADD     TAB-COM-VLR (WS-IND-TAB-COM)    TO
                           WS-VLR-COMISSAO
             END-IF

           END-PERFORM.

           IF      WS-VLR-COMISSAO GREATER ZEROS
                   ADD     001     TO      WS-QTD-COMISSAO
                   ADD     WS-VLR-COMISSAO TO      WS-VLR-BRUTO
           END-IF.

           MOVE    ZEROS           TO      WS-VLR-FERIAS
                                           WS-QTD-DIAS-FERIAS.

           PERFORM VARYING WS-IND-TAB-FRV FROM 1 BY 1
                   UNTIL   WS-IND-TAB-FRV GREATER WS-QTD-TAB-FRV

             IF    FSEL-CODIGO     EQUAL
                   TAB-FRV-FUNC (WS-IND-TAB-FRV)
                   MOVE    TAB-FRV-DIAS (WS-IND-TAB-FRV)   TO
                           WS-QTD-DIAS-FERIAS
             END-IF

           END-PERFORM.

           IF      WS-QTD-DIAS-FERIAS GREATER 30
                   MOVE    30      TO      WS-QTD-DIAS-FERIAS
           END-IF.

           IF      WS-QTD-DIAS-FERIAS GREATER ZEROS
                   ADD     001     TO      WS-QTD-FERIAS
                   COMPUTE WS-VLR-FERIAS   ROUNDED =
                           FSEL-VLR-SALARIO / 30 * WS-QTD-DIAS-FERIAS
                   SUBTRACT WS-VLR-FERIAS  FROM    WS-VLR-BRUTO
           END-IF.

           IF      WS-VLR-BRUTO    LESS    ZEROS
                   MOVE    ZEROS   TO      WS-VLR-BRUTO
           END-IF.
       1150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1160-00-DESCONTA-CONSIGNADO SECTION.
      *****************************************************************
      *    PARCELAS DO MES DOS CONTRATOS ATIVOS DO FUNCIONARIO, NA    *
      *    ORDEM DO CADCNSG, ENQUANTO COUBEREM NA MARGEM CONSIGNAVEL  *
      *    (35% DO BRUTO MENOS INSS E IRRF); A PARCELA QUE NAO CABE   *
      *    NAO E DESCONTADA E VAI NA REMESSA COMO NAO DESCONTADA      *
      *
           MOVE    ZEROS           TO      WS-VLR-CONSIGNADO.

           COMPUTE WS-VLR-CALCULO  =
                   WS-VLR-BRUTO - WS-VLR-INSS - WS-VLR-IRRF.

           IF      WS-VLR-CALCULO  LESS    ZEROS
                   MOVE    ZEROS   TO      WS-VLR-CALCULO
           END-IF.

           COMPUTE WS-VLR-MARGEM   =
                   WS-VLR-CALCULO * WS-PCT-MARGEM / 100.

           PERFORM 1165-00-AVALIA-CONTRATO
             VARYING WS-IND-TAB-CNS FROM 1 BY 1
             UNTIL WS-IND-TAB-CNS GREATER WS-QTD-TAB-CNS.
      *
       1160-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1165-00-AVALIA-CONTRATO     SECTION.
      *****************************************************************
      *
           MOVE    TAB-CNS-REGISTRO (WS-IND-TAB-CNS)
                                   TO      REG-CNSG.

           IF      CNSG-FUNC-CODIGO NOT EQUAL FSEL-CODIGO  OR
                   NOT CNSG-ATIVO                          OR
                   CNSG-MES-INICIO GREATER WS-COMPETENCIA  OR
                   CNSG-QTD-PAGAS  NOT LESS CNSG-QTD-PARCELAS
                   GO      TO      1165-99-EXIT
           END-IF.

           MOVE    WS-COD-EMPRESA  TO      CNSG-COD-EMPRESA.

           IF      WS-VLR-CONSIGNADO + CNSG-VLR-PARCELA GREATER
                   WS-VLR-MARGEM
                   MOVE    'N'     TO
                           TAB-CNS-SW-MES (WS-IND-TAB-CNS)
                   ADD     001     TO      WS-QTD-CNS-SEM-MARGEM
           ELSE
                   ADD     CNSG-VLR-PARCELA        TO
                           WS-VLR-CONSIGNADO
                   ADD     001     TO      CNSG-QTD-PAGAS
                   MOVE    'D'     TO
                           TAB-CNS-SW-MES (WS-IND-TAB-CNS)
                   ADD     001     TO      WS-QTD-CNS-DESCONTADAS
                   IF      CNSG-QTD-PAGAS  EQUAL   CNSG-QTD-PARCELAS
                           SET     CNSG-QUITADO    TO      TRUE
                           ADD     001     TO      WS-QTD-CNS-QUITADOS
                   END-IF
           END-IF.

           MOVE    REG-CNSG        TO
                   TAB-CNS-REGISTRO (WS-IND-TAB-CNS).
      *
       1165-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1170-00-DESCONTA-VALE-TRANSP SECTION.
      *****************************************************************
      *    6% DO SALARIO, LIMITADO AO VALOR DO VALE-TRANSPORTE DO MES *
      *    E AO LIQUIDO QUE RESTA APOS INSS, IRRF E CONSIGNADO        *
      *
           MOVE    ZEROS           TO      WS-VLR-VALE-TRANSP
                                           WS-VLR-BENEF-TRANSP.

           PERFORM VARYING WS-IND-TAB-VTR FROM 1 BY 1
                   UNTIL   WS-IND-TAB-VTR GREATER WS-QTD-TAB-VTR

             IF    TAB-VTR-FUNC (WS-IND-TAB-VTR) EQUAL FSEL-CODIGO
                   MOVE    TAB-VTR-VALOR (WS-IND-TAB-VTR)  TO
                           WS-VLR-BENEF-TRANSP
             END-IF

           END-PERFORM.

           IF      WS-VLR-BENEF-TRANSP EQUAL ZEROS
                   GO      TO      1170-99-EXIT
           END-IF.

           COMPUTE WS-VLR-VALE-TRANSP ROUNDED =
                   FSEL-VLR-SALARIO * WS-PCT-VALE-TRANSP / 100.

           IF      WS-VLR-VALE-TRANSP GREATER WS-VLR-BENEF-TRANSP
                   MOVE    WS-VLR-BENEF-TRANSP     TO
                           WS-VLR-VALE-TRANSP
           END-IF.

           COMPUTE WS-VLR-CALCULO  =
                   WS-VLR-BRUTO - WS-VLR-INSS - WS-VLR-IRRF -
                   WS-VLR-CONSIGNADO.

           IF      WS-VLR-CALCULO  LESS    ZEROS
                   MOVE    ZEROS   TO      WS-VLR-CALCULO
           END-IF.

           IF      WS-VLR-VALE-TRANSP GREATER WS-VLR-CALCULO
                   MOVE    WS-VLR-CALCULO  TO      WS-VLR-VALE-TRANSP
           END-IF.

           IF      WS-VLR-VALE-TRANSP GREATER ZEROS
                   ADD     001     TO      WS-QTD-VALE-TRANSP
           END-IF.
      *
       1170-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1175-00-DESCONTA-PLANO-SAUDE SECTION.
      *****************************************************************
      *    PARTE DO FUNCIONARIO NO PLANO DE SAUDE, LIMITADA AO        *
      *    LIQUIDO QUE RESTA APOS INSS, IRRF, CONSIGNADO E VALE-      *
      *    TRANSPORTE                                                 *
      *
           MOVE    ZEROS           TO      WS-VLR-PLANO-SAUDE.

           PERFORM VARYING WS-IND-TAB-SAU FROM 1 BY 1
                   UNTIL   WS-IND-TAB-SAU GREATER WS-QTD-TAB-SAU

             IF    TAB-SAU-FUNC (WS-IND-TAB-SAU) EQUAL FSEL-CODIGO
                   MOVE    TAB-SAU-VALOR (WS-IND-TAB-SAU)  TO
                           WS-VLR-PLANO-SAUDE
             END-IF

           END-PERFORM.

           IF      WS-VLR-PLANO-SAUDE EQUAL ZEROS
                   GO      TO      1175-99-EXIT
           END-IF.

           COMPUTE WS-VLR-CALCULO  =
                   WS-VLR-BRUTO - WS-VLR-INSS - WS-VLR-IRRF -
                   WS-VLR-CONSIGNADO - WS-VLR-VALE-TRANSP.

           IF      WS-VLR-CALCULO  LESS    ZEROS
                   MOVE    ZEROS   TO      WS-VLR-CALCULO
           END-IF.

           IF      WS-VLR-PLANO-SAUDE GREATER WS-VLR-CALCULO
                   MOVE    WS-VLR-CALCULO  TO      WS-VLR-PLANO-SAUDE
           END-IF.

           IF      WS-VLR-PLANO-SAUDE GREATER ZEROS
                   ADD     001     TO      WS-QTD-PLANO-SAUDE
           END-IF.
      *
       1175-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-APLICA-TABELA       SECTION.
      *****************************************************************

           MOVE    DET1            TO      REG-RELHOLE.
           PERFORM 2700-00-GRAVACAO-RELHOLE.

           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           ADD     001             TO      WS-LINHAS.

           MOVE    WS-VLR-FGTS     TO      DET3-FGTS.

           MOVE    DET3            TO      REG-RELHOLE.
           PERFORM 2700-00-GRAVACAO-RELHOLE.

           IF      WS-VLR-CONSIGNADO GREATER ZEROS
                   IF      WS-LINHAS       GREATER 54
                           PERFORM 2600-00-GRAVACAO-CABECALHO
                   END-IF
                   ADD     001     TO      WS-LINHAS
                   MOVE    WS-VLR-CONSIGNADO       TO
                           DET4-CONSIGNADO
                   MOVE    DET4    TO      REG-RELHOLE
                   PERFORM 2700-00-GRAVACAO-RELHOLE
           END-IF.

           IF      WS-VLR-VALE-TRANSP GREATER ZEROS
                   IF      WS-LINHAS       GREATER 54
                           PERFORM 2600-00-GRAVACAO-CABECALHO
                   END-IF
                   ADD     001     TO      WS-LINHAS
                   MOVE    WS-VLR-VALE-TRANSP      TO
                           DET5-VALE-TRANSP
                   MOVE    DET5    TO      REG-RELHOLE
                   PERFORM 2700-00-GRAVACAO-RELHOLE
           END-IF.

           IF      WS-VLR-FERIAS   GREATER ZEROS
                   IF      WS-LINHAS       GREATER 54
                           PERFORM 2600-00-GRAVACAO-CABECALHO
                   END-IF
                   ADD     001     TO      WS-LINHAS
                   MOVE    WS-VLR-FERIAS   TO      DET6-FERIAS
                   MOVE    DET6    TO      REG-RELHOLE
                   PERFORM 2700-00-GRAVACAO-RELHOLE
           END-IF.

           IF      WS-VLR-PLANO-SAUDE GREATER ZEROS
                   IF      WS-LINHAS       GREATER 54
                           PERFORM 2600-00-GRAVACAO-CABECALHO
                   END-IF
                   ADD     001     TO      WS-LINHAS
                   MOVE    WS-VLR-PLANO-SAUDE      TO
                           DET7-PLANO-SAUDE
                   MOVE    DET7    TO      REG-RELHOLE
                   PERFORM 2700-00-GRAVACAO-RELHOLE
           END-IF.

           IF      WS-VLR-COMISSAO EQUAL   ZEROS
                   GO      TO      1400-99-EXIT
           END-IF.

           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           ADD     001             TO      WS-LINHAS.

           MOVE    WS-VLR-COMISSAO TO      DET2-COMISSAO.

           MOVE    DET2            TO      REG-RELHOLE.
           PERFORM 2700-00-GRAVACAO-RELHOLE.
      *
       1400-99-EXIT.
           EXIT.
                   GO      TO      1500-99-EXIT
           END-IF.

           IF      NOT TAB-EMP-CADASTRADA (WS-IND-EMP)
      *            SEM CONTA DE DEBITO DA FOLHA DA EMPRESA
                   ADD     001     TO      WS-QTD-SEM-EMPRESA
                   GO      TO      1500-99-EXIT
           END-IF.

           SUBTRACT 001            FROM    WS-IND-TAB-BNK.

           MOVE    SPACES          TO      REG-BREM.
           MOVE    TAB-BNK-CONTA    (WS-IND-TAB-BNK)
                                   TO      BREM-CONTA.
           MOVE    WS-VLR-LIQUIDO  TO      BREM-VLR-PAGTO.
           MOVE    WS-COD-EMPRESA  TO      BREM-COD-EMPRESA.

           PERFORM 1800-00-GRAVACAO-CADBREF.

           ADD     001             TO      WS-DET-CADBREF.
           ADD     001             TO
                   TAB-EMP-QTD-DET     (WS-IND-EMP).
           ADD     WS-VLR-LIQUIDO  TO
                   TAB-EMP-HASH-VLR    (WS-IND-EMP).
      *
       1500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1600-00-ACUMULA-DESPESA     SECTION.
      *****************************************************************
      *    DESPESA BRUTA DE SALARIO E COMISSAO, POR EMPRESA E         *
      *    DEPARTAMENTO DA LOTACAO - OS DIAS DE FERIAS DO MES SAO     *
      *    DESPESA DA FOLHA DE EVENTOS (PROVISAO) E FICAM DE FORA     *
      *
           COMPUTE WS-VLR-DESPESA  =
                   FSEL-VLR-SALARIO - WS-VLR-FERIAS + WS-VLR-COMISSAO.

           SET     WS-NAO-ACHOU            TO      TRUE.

                   UNTIL   WS-IND-TAB-DSP GREATER WS-QTD-TAB-DSP
                   OR      WS-ACHOU

             IF    WS-COD-EMPRESA  EQUAL
                   TAB-DSP-COD-EMPRESA (WS-IND-TAB-DSP)    AND
                   WS-COD-DEPT     EQUAL
                   TAB-DSP-COD-DEPT (WS-IND-TAB-DSP)
                   SET     WS-ACHOU        TO      TRUE
             END-IF

           IF      WS-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-DSP
                   ADD     WS-VLR-DESPESA  TO
                           TAB-DSP-VLR (WS-IND-TAB-DSP)
           ELSE
                   IF      WS-QTD-TAB-DSP  GREATER OR EQUAL 00200
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-DSP
                   MOVE    WS-COD-EMPRESA  TO
                           TAB-DSP-COD-EMPRESA (WS-QTD-TAB-DSP)
                   MOVE    WS-COD-DEPT     TO
                           TAB-DSP-COD-DEPT (WS-QTD-TAB-DSP)
                   MOVE    WS-VLR-DESPESA  TO
                           TAB-DSP-VLR      (WS-QTD-TAB-DSP)
           END-IF.
      *
       1600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1700-00-GRAVA-FGTS          SECTION.
      *****************************************************************
      *    MOVIMENTO DE FGTS DO FUNCIONARIO, COMPETENCIA DO MES DA    *
      *    FOLHA, PARA O RECOLHIMENTO MENSAL (GPFPB168)               *
      *
           MOVE    SPACES          TO      REG-FGTM.

           MOVE    WS-DATA-PROC (1:6)      TO      FGTM-COMPETENCIA.
           MOVE    'M'             TO      FGTM-TIPO-FOLHA.
           MOVE    FSEL-CODIGO     TO      FGTM-FUNC-CODIGO.
           MOVE    WS-VLR-BRUTO    TO      FGTM-VLR-BASE.
           MOVE    WS-PCT-FGTS     TO      FGTM-PCT-FGTS.
           MOVE    WS-VLR-FGTS     TO      FGTM-VLR-FGTS.
           MOVE    WS-DATA-PROC    TO      FGTM-DAT-GERACAO.

           WRITE   REG-CADFGTM     FROM    REG-FGTM.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    015             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADFGTM.
      *
       1700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1750-00-GRAVA-RENDIMENTOS   SECTION.
      *****************************************************************
      *    RENDIMENTO E RETENCOES DO FUNCIONARIO NO MES DA FOLHA,     *
      *    PARA O INFORME DE RENDIMENTOS E A DIRF (GPFPB169)          *
      *
           MOVE    SPACES          TO      REG-FREN.

           MOVE    WS-DATA-PROC (1:6)      TO      FREN-COMPETENCIA.
           MOVE    'M'             TO      FREN-TIPO-FOLHA.
           MOVE    FSEL-CODIGO     TO      FREN-FUNC-CODIGO.
           MOVE    WS-COD-EMPRESA  TO      FREN-COD-EMPRESA.
           MOVE    FSEL-CPF        TO      FREN-CPF.
           MOVE    FSEL-NOME       TO      FREN-NOME.
           MOVE    WS-VLR-BRUTO    TO      FREN-VLR-TRIBUTAVEL.
           MOVE    WS-VLR-INSS     TO      FREN-VLR-INSS.
           MOVE    WS-VLR-IRRF     TO      FREN-VLR-IRRF.
           MOVE    ZEROS           TO      FREN-VLR-ISENTO.

           WRITE   REG-CADFREN     FROM    REG-FREN.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    016             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADFREN.
      *
       1750-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1800-00-GRAVACAO-CADBREF    SECTION.
      *****************************************************************
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

           PERFORM 1800-00-GRAVACAO-CADBREF.

           ADD     001             TO      WS-QTD-TRAILERS.
      *
       2060-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2100-00-REPAGA-CREDITOS     SECTION.
      *****************************************************************
      *    CREDITO DE SALARIO REJEITADO PELO BANCO (GPFPB172) E PAGO  *
      *    DE NOVO NESTA REMESSA QUANDO O DOMICILIO DO FUNCIONARIO NO *
      *    CADFBNK JA NAO E A CONTA REJEITADA; FICA COMO REENVIADO    *
      *    ATE O PROXIMO RETORNO. SEM CORRECAO CONTINUA PENDENTE.     *
      *    A DESPESA JA FOI LANCADA NA FOLHA DE ORIGEM                *
      *
           READ    CADFCRJ         INTO    REG-FCRJ.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    022             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFCRJ   NOT EQUAL 00
                   GO      TO      2100-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADFCRJ.

           IF      NOT FCRJ-PENDENTE
                   GO      TO      2100-90-GRAVA-CADFCRJN
           END-IF.

           SET     WS-BNK-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-BNK FROM 1 BY 1
                   UNTIL   WS-IND-TAB-BNK GREATER WS-QTD-TAB-BNK
                   OR      WS-BNK-ACHOU

             IF    FCRJ-FUNC-CODIGO EQUAL
                   TAB-BNK-FUNC (WS-IND-TAB-BNK)
                   SET     WS-BNK-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-BNK-NAO-ACHOU
                   ADD     001     TO      WS-QTD-CRJ-AGUARDANDO
                   GO      TO      2100-90-GRAVA-CADFCRJN
           END-IF.

           SUBTRACT 001            FROM    WS-IND-TAB-BNK.

           IF      FCRJ-BANCO      EQUAL
                   TAB-BNK-BANCO    (WS-IND-TAB-BNK)   AND
                   FCRJ-AGENCIA    EQUAL
                   TAB-BNK-AGENCIA  (WS-IND-TAB-BNK)   AND
                   FCRJ-OPERACAO   EQUAL
                   TAB-BNK-OPERACAO (WS-IND-TAB-BNK)   AND
                   FCRJ-CONTA      EQUAL
                   TAB-BNK-CONTA    (WS-IND-TAB-BNK)
      *            DOMICILIO AINDA NAO CORRIGIDO
                   ADD     001     TO      WS-QTD-CRJ-AGUARDANDO
                   GO      TO      2100-90-GRAVA-CADFCRJN
           END-IF.

           IF      FCRJ-COD-EMPRESA EQUAL  ZEROS
                   MOVE    01      TO      FCRJ-COD-EMPRESA
           END-IF.

           MOVE    FCRJ-COD-EMPRESA        TO      WS-IND-EMP.

           IF      NOT TAB-EMP-CADASTRADA (WS-IND-EMP)
      *            SEM CONTA DE DEBITO DA FOLHA DA EMPRESA
                   ADD     001     TO      WS-QTD-CRJ-AGUARDANDO
                   GO      TO      2100-90-GRAVA-CADFCRJN
           END-IF.

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
           MOVE    FCRJ-VLR-CREDITO
                                   TO      BREM-VLR-PAGTO.
           MOVE    FCRJ-COD-EMPRESA        TO      BREM-COD-EMPRESA.

           PERFORM 1800-00-GRAVACAO-CADBREF.

           ADD     001             TO      WS-DET-CADBREF.
           ADD     001             TO
                   TAB-EMP-QTD-DET     (WS-IND-EMP).
           ADD     FCRJ-VLR-CREDITO
                                   TO
                   TAB-EMP-HASH-VLR    (WS-IND-EMP).

           ADD     001             TO      WS-QTD-CRJ-REENVIADOS.

           MOVE    BREM-BANCO      TO      FCRJ-BANCO.
           MOVE    BREM-AGENCIA    TO      FCRJ-AGENCIA.
           MOVE    BREM-OPERACAO   TO      FCRJ-OPERACAO.
           MOVE    BREM-CONTA      TO      FCRJ-CONTA.
           MOVE    'E'             TO      FCRJ-SITUACAO.
           MOVE    WS-DATA-PROC    TO      FCRJ-DAT-REENVIO.
      *
       2100-90-GRAVA-CADFCRJN.

           WRITE   REG-CADFCRJN    FROM    REG-FCRJ.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    023             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADFCRJN.

           MOVE    WS-GCAT-CADFCRJ TO      WGC-GRUPO.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-FCRJ        TO      WGC-REG-IMAGEM.
           MOVE    100             TO      WGC-TAM-REG.

           PERFORM 0497-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADFCRJ.
      *
       2100-99-EXIT.
           EXIT.
      *
      *****************************************************************
             MOVE  TAB-DSP-COD-DEPT (WS-IND-TAB-DSP)        TO
                   CTB-HISTORICO (26:4)
             MOVE  WS-DATA-PROC    TO      CTB-DT-MOV
             MOVE  TAB-DSP-COD-EMPRESA (WS-IND-TAB-DSP)     TO
                   CTB-COD-EMPRESA
             MOVE  ZEROS           TO      CTB-QTD-ETQ
             MOVE  TAB-DSP-VLR (WS-IND-TAB-DSP)     TO
                   CTB-VLR-UNIT
       2200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2300-00-GRAVA-REMESSA-CONSIG SECTION.
      *****************************************************************
      *    UM LOTE POR BANCO CONCEDENTE, EM ORDEM DE BANCO, COM AS    *
      *    PARCELAS DO MES (DESCONTADAS OU SEM MARGEM) E OS SALDOS    *
      *    DOS CONTRATOS RESCINDIDOS                                  *
      *
           MOVE    ZEROS           TO      WS-BCO-ANTERIOR.

           PERFORM 2310-00-PROXIMO-BANCO.

           PERFORM 2320-00-PROCESSA-BANCO
             UNTIL WS-BCO-NAO-ACHOU.
      *
       2300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2310-00-PROXIMO-BANCO       SECTION.
      *****************************************************************
      *    MENOR BANCO ACIMA DO ULTIMO PROCESSADO, ENTRE OS CONTRATOS *
      *    COM MOVIMENTO NA REMESSA                                   *
      *
           SET     WS-BCO-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-CNS FROM 1 BY 1
                   UNTIL   WS-IND-TAB-CNS GREATER WS-QTD-TAB-CNS

             IF    TAB-CNS-NA-REMESSA (WS-IND-TAB-CNS)     AND
                   TAB-CNS-BANCO (WS-IND-TAB-CNS) GREATER
                   WS-BCO-ANTERIOR
                   IF      WS-BCO-NAO-ACHOU                OR
                           TAB-CNS-BANCO (WS-IND-TAB-CNS) LESS
                           WS-BCO-ATUAL
                           SET     WS-BCO-ACHOU    TO      TRUE
                           MOVE    TAB-CNS-BANCO (WS-IND-TAB-CNS)
                                   TO      WS-BCO-ATUAL
                   END-IF
             END-IF

           END-PERFORM.
      *
       2310-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2320-00-PROCESSA-BANCO      SECTION.
      *****************************************************************
      *
           MOVE    ZEROS           TO      WS-BCO-QTD-REG
                                           WS-BCO-VLR-DESC
                                           WS-BCO-VLR-SALDO.

           MOVE    SPACES          TO      REG-CONR.
           MOVE    'H'             TO      CONR-TIP-REG.
           MOVE    WS-BCO-ATUAL    TO      CONR-BANCO.
           MOVE    WS-COMPETENCIA  TO      CONR-COMPETENCIA.
           MOVE    WS-DATA-PROC    TO      CONR-DAT-GERACAO.

           PERFORM 2340-00-GRAVACAO-CADCONR.

           PERFORM 2330-00-GRAVA-DETALHE-CONSIG
             VARYING WS-IND-TAB-CNS FROM 1 BY 1
             UNTIL WS-IND-TAB-CNS GREATER WS-QTD-TAB-CNS.

           MOVE    SPACES          TO      REG-CONR.
           MOVE    'T'             TO      CONR-TIP-REG.
           MOVE    WS-BCO-ATUAL    TO      CONR-BANCO.
           MOVE    WS-COMPETENCIA  TO      CONR-COMPETENCIA.
           MOVE    WS-BCO-QTD-REG  TO      CONR-QTD-REG.
           MOVE    WS-BCO-VLR-DESC TO      CONR-VLR-DESCONTADO.
           MOVE    WS-BCO-VLR-SALDO
                                   TO      CONR-VLR-SALDO-RESC.

           PERFORM 2340-00-GRAVACAO-CADCONR.

           MOVE    WS-BCO-ATUAL    TO      WS-BCO-ANTERIOR.

           PERFORM 2310-00-PROXIMO-BANCO.
      *
       2320-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2330-00-GRAVA-DETALHE-CONSIG SECTION.
      *****************************************************************
      *    CONTRATO RESCINDIDO INFORMADO FICA ENCERRADO NO CADCNSN    *
      *
           IF      NOT TAB-CNS-NA-REMESSA (WS-IND-TAB-CNS)  OR
                   TAB-CNS-BANCO (WS-IND-TAB-CNS) NOT EQUAL
                   WS-BCO-ATUAL
                   GO      TO      2330-99-EXIT
           END-IF.

           MOVE    TAB-CNS-REGISTRO (WS-IND-TAB-CNS)
                                   TO      REG-CNSG.

           MOVE    SPACES          TO      REG-CONR.

           MOVE    TAB-CNS-SW-MES (WS-IND-TAB-CNS)
                                   TO      CONR-TIP-REG.
           MOVE    CNSG-BANCO      TO      CONR-BANCO.
           MOVE    WS-COMPETENCIA  TO      CONR-COMPETENCIA.
           MOVE    CNSG-CONTRATO   TO      CONR-CONTRATO.
           MOVE    CNSG-FUNC-CODIGO
                                   TO      CONR-FUNC-CODIGO.
           MOVE    CNSG-CPF        TO      CONR-CPF.
           MOVE    CNSG-NOME       TO      CONR-NOME.
           MOVE    CNSG-COD-EMPRESA
                                   TO      CONR-COD-EMPRESA.

           EVALUATE TRUE
             WHEN  TAB-CNS-DESCONTADA (WS-IND-TAB-CNS)
                   MOVE    CNSG-QTD-PAGAS  TO      CONR-NUM-PARCELA
                   MOVE    CNSG-VLR-PARCELA        TO      CONR-VLR
                   ADD     CNSG-VLR-PARCELA        TO
                           WS-BCO-VLR-DESC
             WHEN  TAB-CNS-SEM-MARGEM (WS-IND-TAB-CNS)
                   COMPUTE CONR-NUM-PARCELA = CNSG-QTD-PAGAS + 1
                   MOVE    CNSG-VLR-PARCELA        TO      CONR-VLR
             WHEN  OTHER
                   COMPUTE CONR-NUM-PARCELA =
                           CNSG-QTD-PARCELAS - CNSG-QTD-PAGAS
                   MOVE    CNSG-VLR-SALDO  TO      CONR-VLR
                   ADD     CNSG-VLR-SALDO  TO      WS-BCO-VLR-SALDO
                   ADD     001     TO      WS-QTD-CNS-RESCISAO
                   SET     CNSG-ENCERRADO  TO      TRUE
                   MOVE    REG-CNSG        TO
                           TAB-CNS-REGISTRO (WS-IND-TAB-CNS)
           END-EVALUATE.

           PERFORM 2340-00-GRAVACAO-CADCONR.

           ADD     001             TO      WS-BCO-QTD-REG.
      *
       2330-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2340-00-GRAVACAO-CADCONR    SECTION.
      *****************************************************************
      *
           WRITE   REG-CADCONR     FROM    REG-CONR.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    018             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADCONR.
      *
       2340-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2400-00-GRAVACAO-CADCNSN    SECTION.
      *****************************************************************
      *    CONTRATOS COM AS PARCELAS DO MES; OS QUITADOS E ENCERRADOS *
      *    NESTA EXECUCAO SAO GRAVADOS UMA ULTIMA VEZ                 *
      *
           MOVE    WS-GCAT-CADCNSG TO      WGC-GRUPO.

           PERFORM VARYING WS-IND-TAB-CNS FROM 1 BY 1
                   UNTIL   WS-IND-TAB-CNS GREATER WS-QTD-TAB-CNS

             IF    TAB-CNS-REGRAVA (WS-IND-TAB-CNS)
                   WRITE   REG-CADCNSN     FROM
                           TAB-CNS-REGISTRO (WS-IND-TAB-CNS)

                   MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ
                   MOVE    019     TO      WS-PTO-ERRO
                   PERFORM 0200-00-TESTA-FILE-STATUS

                   ADD     001     TO      WS-GRV-CADCNSN

                   MOVE   'A'              TO      WGC-CODOPE
                   MOVE    TAB-CNS-REGISTRO (WS-IND-TAB-CNS)
                                           TO      WGC-REG-IMAGEM
                   MOVE    120             TO      WGC-TAM-REG
                   PERFORM 0497-00-CHAMA-COBBB010
             END-IF

           END-PERFORM.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADCNSG.
      *
       2400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2600-00-GRAVACAO-CABECALHO  SECTION.
      *****************************************************************
                   CADFLOT
                   CADPARM
                   CADHORA
                   CADCOMI
                   CADEMPR
                   CADBENM
                   CADFERV
                   CADCNSG
                   CADBREF
                   CADCTBS
                   CADFGTM
                   CADFREN
                   CADCONR
                   CADCNSN
                   CADFCRJ
                   CADBENS
                   CADFCRJN
                   RELHOLE.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    WS-GCAT-CADFCRJ TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB107'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    025             TO      WS-PTO-ERRO.

           PERFORM 0497-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADFCRJ.

           MOVE    WS-GCAT-CADCNSG TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB107'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    026             TO      WS-PTO-ERRO.

           PERFORM 0497-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADCNSG.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB107'      TO      WRL-PROGRAMA.
           MOVE    WS-QTD-PAGOS    TO      WS-EDICAO.
           DISPLAY '* FUNCIONARIOS CALCULADOS..........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-COMISSAO TO      WS-EDICAO.
           DISPLAY '* FUNCIONARIOS COM COMISSAO........: ' WS-EDICAO
           ' *'.
           MOVE    WS-DET-CADBREF  TO      WS-EDICAO.
           DISPLAY '* CREDITOS NA REMESSA..............: ' WS-EDICAO
           ' *'.
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
           MOVE    WS-GRV-CADCTBS  TO      WS-EDICAO.
           DISPLAY '* LANCAMENTOS DE DESPESA GERADOS...: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADFGTM  TO      WS-EDICAO.
           DISPLAY '* MOVIMENTOS DE FGTS GERADOS.......: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADFREN  TO      WS-EDICAO.
           DISPLAY '* MOVIMENTOS DE RENDIMENTOS........: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADCNSG  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADCNSG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-CNS-DESCONTADAS  TO      WS-EDICAO.
           DISPLAY '* PARCELAS CONSIGNADAS DESCONTADAS.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-CNS-SEM-MARGEM   TO      WS-EDICAO.
           DISPLAY '* PARCELAS SEM MARGEM CONSIGNAVEL..: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-CNS-QUITADOS     TO      WS-EDICAO.
           DISPLAY '* CONTRATOS QUITADOS NO MES........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-CNS-RESCISAO     TO      WS-EDICAO.
           DISPLAY '* SALDOS DE DESLIGADOS INFORMADOS..: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADCONR  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADCONR.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADCNSN  TO      WS-EDICAO.
           DISPLAY '* CONTRATOS GRAVADOS....- CADCNSN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADCNSG TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADCNSG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADFCRJN TO      WS-EDICAO.
           DISPLAY '* CREDITOS GRAVADOS.....- CADFCRJN: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADFCRJ TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADFCRJ.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADBENM  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADBENM.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-VALE-TRANSP      TO      WS-EDICAO.
           DISPLAY '* DESCONTOS DE VALE-TRANSPORTE.....: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADFERV  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADFERV.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-FERIAS   TO      WS-EDICAO.
           DISPLAY '* FUNCIONARIOS COM DIAS DE FERIAS..: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADFCRJ  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADFCRJ.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-CRJ-REENVIADOS   TO      WS-EDICAO.
           DISPLAY '* CREDITOS REJEITADOS REENVIADOS...: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-CRJ-AGUARDANDO   TO      WS-EDICAO.
           DISPLAY '* REJEITADOS AGUARDANDO CADFBNK....: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADFCRJN TO      WS-EDICAO.
           DISPLAY '* CREDITOS DEVIDOS......- CADFCRJN: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADBENS  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADBENS.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-PLANO-SAUDE      TO      WS-EDICAO.
           DISPLAY '* DESCONTOS DE PLANO DE SAUDE......: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB107 ******************'.
      *
       0990-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB107 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB107 ******************'.
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
           DISPLAY '******************* GPFPB107 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB107 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0998-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
