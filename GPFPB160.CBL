      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB160.
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
      * OBJETIVO.....: EMITIR A NOTA FISCAL ELETRONICA (NF-E) DE CADA *
      *                EMBARQUE DE ENTIDADE DO MANIFESTO (CADMANI,    *
      *                GPFPB094): UMA NOTA POR ENTIDADE E DATA DE     *
      *                EMBARQUE, UM ITEM POR LINHA DO MANIFESTO.      *
      *                - VALOR DO ITEM: QUANTIDADE X CUSTO MEDIO DA   *
      *                  PECA (MATR-VLR-UNIT)                         *
      *                - TRIBUTACAO: CODIGO E ALIQUOTA ATIVOS DA PECA *
      *                  NO CADFISC                                   *
      *                - DESTINATARIO: MUNICIPIO DA ENTIDADE          *
      *                  (ENTI-COD-CIDADE) ATIVO NO CADMUNI           *
      *                AS NOTAS SAO NUMERADAS EM SEQUENCIA DENTRO DA  *
      *                SERIE INFORMADA NO PARM, PELO CONTROLE CADNFCT *
      *                (REGRAVADO ATUALIZADO EM CADNFCN), E GRAVADAS  *
      *                NO ARQUIVO DE TRANSMISSAO AO GATEWAY FISCAL    *
      *                (CADNFTX) E NO REGISTRO DAS NOTAS (CADNFEM),   *
      *                QUE O RETORNO DO GATEWAY ATUALIZA (GPFPB161).  *
      *                O EMBARQUE COM ERRO DE CADASTRO NAO RECEBE     *
      *                NUMERO: VAI AO CADNFEM COMO 'NAO EMITIDA' E    *
      *                FICA RETIDO NO PLANEJAMENTO DAS CARGAS         *
      *                (GPFPB150). O RELNFEM LISTA AS NOTAS DO DIA.   *
      *****************************************************************
      * PARAMETRO....: SERIE DAS NOTAS (999)                          *
      *****************************************************************
      * OBSERVACAO...: O CADMANI E LIDO NA ORDEM EM QUE O GPFPB094 O  *
      *                GRAVA (POR ENTIDADE). COM EMBARQUE NAO EMITIDO *
      *                O PROGRAMA TERMINA COM RETURN-CODE 04          *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 15/10/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - CADA CADNFCN GRAVADO PASSA A SER CATALOGADO *
      *                   NO CADGCAT (ROTINA COBBB010) COMO GERACAO   *
      *                   DO CADNFCT, COM A QTDE DE REGISTROS E O     *
      *                   SELO DE INTEGRIDADE                         *
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
      * INPUT..: CADMANI - MANIFESTO DE EMBARQUE         - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADMANI  ASSIGN  TO  UT-S-CADMANI
                   FILE     STATUS  IS  WS-FS-CADMANI.
      *
      *****************************************************************
      * INPUT..: CADENTI - CADASTRO DE ENTIDADES         - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADENTI  ASSIGN  TO  UT-S-CADENTI
                   FILE     STATUS  IS  WS-FS-CADENTI.
      *
      *****************************************************************
      * INPUT..: CADMUNI - CADASTRO DE MUNICIPIOS        - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADMUNI  ASSIGN  TO  UT-S-CADMUNI
                   FILE     STATUS  IS  WS-FS-CADMUNI.
      *
      *****************************************************************
      * INPUT..: CADMATR - CADASTRO DA MATRIZ            - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADMATR  ASSIGN  TO  UT-S-CADMATR
                   FILE     STATUS  IS  WS-FS-CADMATR.
      *
      *****************************************************************
      * INPUT..: CADFISC - TRIBUTACAO DAS PECAS          - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADFISC  ASSIGN  TO  UT-S-CADFISC
                   FILE     STATUS  IS  WS-FS-CADFISC.
      *
      *****************************************************************
      * INPUT..: CADNFCT - CONTROLE DE NUMERACAO DA NF-E - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADNFCT  ASSIGN  TO  UT-S-CADNFCT
                   FILE     STATUS  IS  WS-FS-CADNFCT.
      *
      *****************************************************************
      * OUTPUT.: CADNFTX - TRANSMISSAO AO GATEWAY FISCAL - LRECL=200  *
      *****************************************************************
      *
           SELECT  CADNFTX  ASSIGN  TO  UT-S-CADNFTX
                   FILE     STATUS  IS  WS-FS-CADNFTX.
      *
      *****************************************************************
      * OUTPUT.: CADNFEM - REGISTRO DAS NF-E EMITIDAS    - LRECL=150  *
      *****************************************************************
      *
           SELECT  CADNFEM  ASSIGN  TO  UT-S-CADNFEM
                   FILE     STATUS  IS  WS-FS-CADNFEM.
      *
      *****************************************************************
      * OUTPUT.: CADNFCN - CONTROLE DE NUMERACAO ATUALIZ.- LRECL=050  *
      *****************************************************************
      *
           SELECT  CADNFCN  ASSIGN  TO  UT-S-CADNFCN
                   FILE     STATUS  IS  WS-FS-CADNFCN.
      *
      *****************************************************************
      * OUTPUT.: RELNFEM - RELACAO DAS NF-E DO DIA       - LRECL=133  *
      *****************************************************************
      *
           SELECT  RELNFEM  ASSIGN  TO  UT-S-RELNFEM
                   FILE     STATUS  IS  WS-FS-RELNFEM.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *****************************************************************
      * INPUT..: CADMANI - MANIFESTO DE EMBARQUE         - LRECL=050  *
      *****************************************************************
      *
       FD  CADMANI
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADMANI         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADENTI - CADASTRO DE ENTIDADES         - LRECL=050  *
      *****************************************************************
      *
       FD  CADENTI
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADENTI         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADMUNI - CADASTRO DE MUNICIPIOS        - LRECL=050  *
      *****************************************************************
      *
       FD  CADMUNI
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADMUNI         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADMATR - CADASTRO DA MATRIZ            - LRECL=100  *
      *****************************************************************
      *
       FD  CADMATR
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADMATR         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADFISC - TRIBUTACAO DAS PECAS          - LRECL=050  *
      *****************************************************************
      *
       FD  CADFISC
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFISC         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADNFCT - CONTROLE DE NUMERACAO DA NF-E - LRECL=050  *
      *****************************************************************
      *
       FD  CADNFCT
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADNFCT         PIC     X(050).
      *
      *****************************************************************
      * OUTPUT.: CADNFTX - TRANSMISSAO AO GATEWAY FISCAL - LRECL=200  *
      *****************************************************************
      *
       FD  CADNFTX
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADNFTX         PIC     X(200).
      *
      *****************************************************************
      * OUTPUT.: CADNFEM - REGISTRO DAS NF-E EMITIDAS    - LRECL=150  *
      *****************************************************************
      *
       FD  CADNFEM
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADNFEM         PIC     X(150).
      *
      *****************************************************************
      * OUTPUT.: CADNFCN - CONTROLE DE NUMERACAO ATUALIZ.- LRECL=050  *
      *****************************************************************
      *
       FD  CADNFCN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADNFCN         PIC     X(050).
      *
      *****************************************************************
      * OUTPUT.: RELNFEM - RELACAO DAS NF-E DO DIA       - LRECL=133  *
      *****************************************************************
      *
       FD  RELNFEM
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELNFEM         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADMANI       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADENTI       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADMUNI       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADMATR       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFISC       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADNFCT       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADNFTX       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADNFEM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADNFCN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELNFEM       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADMANI      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADENTI      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADMUNI      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADMATR      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFISC      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADNFCT      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADNFTX      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADNFEM      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADNFCN      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELNFEM      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-EMITIDAS     PIC     9(018) VALUE ZEROS.
       01      WS-QTD-NAO-EMITIDAS PIC     9(018) VALUE ZEROS.
       01      WS-QTD-ITENS-EMIT   PIC     9(018) VALUE ZEROS.
      *
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
      *****************************************************************
      *        AREAS DE MONTAGEM DA NOTA FISCAL                       *
      *****************************************************************
      *
       01      WS-CD-ENTI-ATU      PIC     9(007) VALUE ZEROS.
       01      WS-DAT-EMB-ATU      PIC     9(008) VALUE ZEROS.
       01      WS-NOME-ENTI        PIC     X(030) VALUE SPACES.
       01      WS-CIDADE-ATU       PIC     X(004) VALUE SPACES.
       01      WS-NOME-CIDADE      PIC     X(025) VALUE SPACES.
      *
       01      WS-NUM-NOTA         PIC     9(009) VALUE ZEROS.
       01      WS-VLR-MERCADORIA   PIC     9(013)V9(002) VALUE ZEROS.
       01      WS-VLR-TRIBUTO      PIC     9(013)V9(002) VALUE ZEROS.
      *
       01      WS-COD-MOTIVO       PIC     9(003) VALUE ZEROS.
         88    WS-NOTA-SEM-ERRO            VALUE 000.
         88    WS-ENTI-SEM-MUNICIPIO       VALUE 901.
         88    WS-PECA-SEM-CADMATR         VALUE 902.
         88    WS-PECA-SEM-CADFISC         VALUE 903.
       01      WS-CD-PECA-ERRO     PIC     9(005) VALUE ZEROS.
      *
      *    TOTAIS DO ARQUIVO DE TRANSMISSAO (TRAILER)
       01      WS-QTD-REG-NFTX     PIC     9(009) VALUE ZEROS.
       01      WS-HASH-VLR         PIC     9(015)V9(002) VALUE ZEROS.
      *
       01      WS-VLR-TOT-MERC     PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-VLR-TOT-TRIB     PIC     9(015)V9(002) VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA DAS ENTIDADES (NOME E MUNICIPIO)                *
      *****************************************************************
      *
       01      WS-QTD-TAB-ENT      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-ENT      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-ENTIDADES.
         03    TAB-ENT-ITEM        OCCURS  05000  TIMES.
           05  TAB-ENT-COD-ENT     PIC     9(007).
           05  TAB-ENT-NOME        PIC     X(030).
           05  TAB-ENT-COD-CIDADE  PIC     X(004).
      *
       01      WS-SW-ENT-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-ENT-ACHOU                VALUE 'S'.
         88    WS-ENT-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DOS MUNICIPIOS ATIVOS                           *
      *****************************************************************
      *
       01      WS-QTD-TAB-MUN      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-MUN      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-MUNICIPIOS.
         03    TAB-MUN-ITEM        OCCURS  00500  TIMES.
           05  TAB-MUN-COD-CIDADE  PIC     X(004).
           05  TAB-MUN-NOME        PIC     X(025).
      *
       01      WS-SW-MUN-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-MUN-ACHOU                VALUE 'S'.
         88    WS-MUN-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DAS PECAS (NOME E CUSTO MEDIO)                  *
      *****************************************************************
      *
       01      WS-QTD-TAB-PEC      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-PEC      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-PECAS.
         03    TAB-PEC-ITEM        OCCURS  05000  TIMES.
           05  TAB-PEC-COD-PEC     PIC     9(005).
           05  TAB-PEC-NOME        PIC     X(030).
           05  TAB-PEC-VLR-UNIT    PIC     9(013)V9(002).
      *
       01      WS-SW-PEC-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-PEC-ACHOU                VALUE 'S'.
         88    WS-PEC-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DA TRIBUTACAO ATIVA DAS PECAS                   *
      *****************************************************************
      *
       01      WS-QTD-TAB-FIS      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-FIS      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-TRIBUTACAO.
         03    TAB-FIS-ITEM        OCCURS  05000  TIMES.
           05  TAB-FIS-COD-PEC     PIC     9(005).
           05  TAB-FIS-COD-TRIB    PIC     X(004).
           05  TAB-FIS-PCT-ALIQ    PIC     9(002)V9(002).
      *
       01      WS-SW-FIS-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-FIS-ACHOU                VALUE 'S'.
         88    WS-FIS-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DO CONTROLE DE NUMERACAO POR SERIE              *
      *****************************************************************
      *
       01      WS-QTD-TAB-SER      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-SER      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-SERIE        PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-SERIES.
         03    TAB-SER-ITEM        OCCURS  00100  TIMES.
           05  TAB-SER-SERIE       PIC     9(003).
           05  TAB-SER-ULT-NUMERO  PIC     9(009).
           05  TAB-SER-DAT-EMISSAO PIC     9(008).
      *
      *****************************************************************
      *        TABELA DOS ITENS DA NOTA EM MONTAGEM                   *
      *****************************************************************
      *
       01      WS-QTD-TAB-ITE      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-ITE      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-ITENS.
         03    TAB-ITE-ITEM        OCCURS  00990  TIMES.
           05  TAB-ITE-NR-SOLI     PIC     9(013).
           05  TAB-ITE-CD-PECA     PIC     9(005).
           05  TAB-ITE-QTD         PIC     9(005).
           05  TAB-ITE-NUM-SERIE   PIC     X(012).
           05  TAB-ITE-NOME        PIC     X(030).
           05  TAB-ITE-VLR-UNIT    PIC     9(013)V9(002).
           05  TAB-ITE-VLR-TOTAL   PIC     9(013)V9(002).
           05  TAB-ITE-COD-TRIB    PIC     X(004).
           05  TAB-ITE-PCT-ALIQ    PIC     9(002)V9(002).
           05  TAB-ITE-VLR-TRIBUTO PIC     9(013)V9(002).
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
      *    LAY-OUT DA RELACAO DAS NF-E DO DIA                         *
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
         03    FILLER              PIC     X(030) VALUE SPACES.
         03    FILLER              PIC     X(026) VALUE
              'N O T A S  F I S C A I S  '.
         03    FILLER              PIC     X(043) VALUE
              'E L E T R O N I C A S  -  E M B A R Q U E S'.
         03    FILLER              PIC     X(022) VALUE SPACES.
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
         03    FILLER              PIC     X(011) VALUE 'SERIE....: '.
         03    CAB5-SERIE          PIC     9(003).
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    FILLER              PIC     X(011) VALUE 'EMBARQUE.: '.
         03    CAB5-DAT-EMBARQUE   PIC     X(010).
         03    FILLER              PIC     X(092) VALUE SPACES.
      *
       01      CAB6.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(003) VALUE 'SER'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(011) VALUE '     NUMERO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(007) VALUE 'ENTID.'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(030) VALUE
               'NOME DA ENTIDADE'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(004) VALUE 'CID.'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(003) VALUE 'ITS'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(014) VALUE
               '    MERCADORIA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(014) VALUE
               '      TRIBUTOS'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(022) VALUE 'SITUACAO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'PECA'.
      *
       01      DET1.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-SERIE          PIC     9(003).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NUMERO         PIC     ZZZ.ZZZ.ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-CD-ENTI        PIC     9(007).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NOME-ENTI      PIC     X(030).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-COD-CIDADE     PIC     X(004).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-QTD-ITENS      PIC     ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-VLR-MERCADORIA PIC     ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-VLR-TRIBUTO    PIC     ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-SITUACAO       PIC     X(022).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-CD-PECA        PIC     X(005).
      *
       01      TOT1.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    TOT1-DESCRICAO      PIC     X(030).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    TOT1-QTD            PIC     Z.ZZZ.ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    TOT1-VLR-MERCADORIA PIC     ZZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    TOT1-VLR-TRIBUTO    PIC     ZZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(050) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADMANI - MANIFESTO DE EMBARQUE                      *
      *****************************************************************
      *
           COPY    COBO1062.
      *
      *****************************************************************
      * INPUT..: CADENTI - CADASTRO DE ENTIDADES                      *
      *****************************************************************
      *
           COPY    COBO2103.
      *
      *****************************************************************
      * INPUT..: CADMUNI - CADASTRO DE MUNICIPIOS                     *
      *****************************************************************
      *
           COPY    COBO1085.
      *
      *****************************************************************
      * INPUT..: CADMATR - CADASTRO DA MATRIZ                         *
      *****************************************************************
      *
           COPY    COBO1010.
      *
      *****************************************************************
      * INPUT..: CADFISC - TRIBUTACAO DAS PECAS                       *
      *****************************************************************
      *
           COPY    COBO1045.
      *
      *****************************************************************
      * INPUT..: CADNFCT - CONTROLE DE NUMERACAO DA NF-E              *
      *****************************************************************
      *
           COPY    COBI1227.
      *
      *****************************************************************
      * OUTPUT.: CADNFTX - TRANSMISSAO AO GATEWAY FISCAL              *
      *****************************************************************
      *
           COPY    COBO1227.
      *
      *****************************************************************
      * OUTPUT.: CADNFEM - REGISTRO DAS NF-E EMITIDAS                 *
      *****************************************************************
      *
           COPY    COBO1228.
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
       01      WS-GCAT-CADNFCT     PIC     X(300) VALUE SPACES.
      *
       01      WS-SUB-ROTINA       PIC     X(008) VALUE SPACES.
       01      WS-SUB-RETORNO      PIC     9(002) VALUE ZEROS.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************
      *
       01      LKG-PARM.
         03    LKG-TAM             PIC    S9(004) COMP.
         03    LKG-SERIE           PIC     9(003).
      *****************************************************************
       PROCEDURE   DIVISION        USING LKG-PARM.
      *****************************************************************
      *
           PERFORM 0100-00-PROCED-INICIAIS.

           PERFORM 1000-00-PROCED-PRINCIPAIS
             UNTIL WS-FS-CADMANI   EQUAL 10.

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

           PERFORM 0150-00-CRITICA-PARM.

           OPEN    INPUT   CADMANI
                           CADENTI
                           CADMUNI
                           CADMATR
                           CADFISC
                           CADNFCT
                   OUTPUT  CADNFTX
                           CADNFEM
                           CADNFCN
                           RELNFEM.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADNFCT'       TO      WGC-ARQUIVO.

           PERFORM 0495-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADNFCT.

           MOVE    LKG-SERIE       TO      CAB5-SERIE.

           PERFORM 0400-00-CARGA-TAB-ENTIDADES
             UNTIL WS-FS-CADENTI   EQUAL   10.

           PERFORM 0420-00-CARGA-TAB-MUNICIPIOS
             UNTIL WS-FS-CADMUNI   EQUAL   10.

           PERFORM 0440-00-CARGA-TAB-PECAS
             UNTIL WS-FS-CADMATR   EQUAL   10.

           PERFORM 0460-00-CARGA-TAB-TRIBUTACAO
             UNTIL WS-FS-CADFISC   EQUAL   10.

           PERFORM 0480-00-CARGA-TAB-SERIES
             UNTIL WS-FS-CADNFCT   EQUAL   10.

           PERFORM 0490-00-LOCALIZA-SERIE.

           PERFORM 0600-00-GRAVA-HEADER.

           PERFORM 0500-00-LEITURA-CADMANI.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0150-00-CRITICA-PARM        SECTION.
      *****************************************************************
      *
           IF      LKG-TAM         LESS        3           OR
                   LKG-SERIE       NOT NUMERIC
                   PERFORM         0997-00-ABEND-PARM
           END-IF.
      *
       0150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADMANI NOT EQUAL 00 AND 10
                   MOVE 'CADMANI'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMANI     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADENTI NOT EQUAL 00 AND 10
                   MOVE 'CADENTI'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADENTI     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADMUNI NOT EQUAL 00 AND 10
                   MOVE 'CADMUNI'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMUNI     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADMATR NOT EQUAL 00 AND 10
                   MOVE 'CADMATR'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMATR     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFISC NOT EQUAL 00 AND 10
                   MOVE 'CADFISC'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFISC     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADNFCT NOT EQUAL 00 AND 10
                   MOVE 'CADNFCT'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADNFCT     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADNFTX NOT EQUAL 00
                   MOVE 'CADNFTX'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADNFTX     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADNFEM NOT EQUAL 00
                   MOVE 'CADNFEM'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADNFEM     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADNFCN NOT EQUAL 00
                   MOVE 'CADNFCN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADNFCN     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-RELNFEM NOT EQUAL 00
                   MOVE 'RELNFEM'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELNFEM     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-TAB-ENTIDADES SECTION.
      *****************************************************************
      *
           READ    CADENTI         INTO    REG-ENTI.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADENTI   NOT EQUAL       00
                   GO      TO      0400-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADENTI.

           IF      WS-QTD-TAB-ENT  GREATER OR EQUAL 05000
                   PERFORM 0989-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-ENT.

           MOVE    ENTI-COD-ENT    TO
                   TAB-ENT-COD-ENT    (WS-QTD-TAB-ENT).
           MOVE    ENTI-NOME       TO
                   TAB-ENT-NOME       (WS-QTD-TAB-ENT).
           MOVE    ENTI-COD-CIDADE TO
                   TAB-ENT-COD-CIDADE (WS-QTD-TAB-ENT).
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0420-00-CARGA-TAB-MUNICIPIOS SECTION.
      *****************************************************************
      *    GUARDA CADA MUNICIPIO ATIVO UMA SO VEZ (O CADMUNI TEM UM   *
      *    REGISTRO POR VIGENCIA DA ALIQUOTA DE ISS)                  *
      *
           READ    CADMUNI         INTO    REG-MUNI.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADMUNI   NOT EQUAL       00
                   GO      TO      0420-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADMUNI.

           IF      NOT MUNI-ATIVO
                   GO      TO      0420-99-EXIT
           END-IF.

           MOVE    MUNI-COD-CIDADE TO      WS-CIDADE-ATU.

           PERFORM 1250-00-PROCURA-MUNICIPIO.

           IF      WS-MUN-ACHOU
                   GO      TO      0420-99-EXIT
           END-IF.

           IF      WS-QTD-TAB-MUN  GREATER OR EQUAL 00500
                   PERFORM 0989-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-MUN.

           MOVE    MUNI-COD-CIDADE TO
                   TAB-MUN-COD-CIDADE (WS-QTD-TAB-MUN).
           MOVE    MUNI-NOME       TO
                   TAB-MUN-NOME       (WS-QTD-TAB-MUN).
      *
       0420-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0440-00-CARGA-TAB-PECAS     SECTION.
      *****************************************************************
      *
           READ    CADMATR         INTO    REG-MATR.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADMATR   NOT EQUAL       00
                   GO      TO      0440-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADMATR.

           IF      WS-QTD-TAB-PEC  GREATER OR EQUAL 05000
                   PERFORM 0989-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-PEC.

           MOVE    MATR-COD-PEC    TO
                   TAB-PEC-COD-PEC    (WS-QTD-TAB-PEC).
           MOVE    MATR-NOME       TO
                   TAB-PEC-NOME       (WS-QTD-TAB-PEC).
           MOVE    MATR-VLR-UNIT   TO
                   TAB-PEC-VLR-UNIT   (WS-QTD-TAB-PEC).
      *
       0440-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0460-00-CARGA-TAB-TRIBUTACAO SECTION.
      *****************************************************************
      *    SO A TRIBUTACAO ATIVA; A PECA COM MAIS DE UM REGISTRO      *
      *    ATIVO FICA COM O PRIMEIRO                                  *
      *
           READ    CADFISC         INTO    REG-FISC.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFISC   NOT EQUAL       00
                   GO      TO      0460-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADFISC.

           IF      NOT FISC-ATIVA
                   GO      TO      0460-99-EXIT
           END-IF.

           PERFORM 1280-00-PROCURA-TRIBUTACAO.

           IF      WS-FIS-ACHOU
                   GO      TO      0460-99-EXIT
           END-IF.

           IF      WS-QTD-TAB-FIS  GREATER OR EQUAL 05000
                   PERFORM 0989-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-FIS.

           MOVE    FISC-COD-PEC    TO
                   TAB-FIS-COD-PEC    (WS-QTD-TAB-FIS).
           MOVE    FISC-COD-TRIB   TO
                   TAB-FIS-COD-TRIB   (WS-QTD-TAB-FIS).
           MOVE    FISC-PCT-ALIQ   TO
                   TAB-FIS-PCT-ALIQ   (WS-QTD-TAB-FIS).
      *
       0460-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0480-00-CARGA-TAB-SERIES    SECTION.
      *****************************************************************
      *
           READ    CADNFCT         INTO    REG-NFCT.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADNFCT   NOT EQUAL       00
                   GO      TO      0480-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADNFCT.

           IF      WS-QTD-TAB-SER  GREATER OR EQUAL 00100
                   PERFORM 0989-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-SER.

           IF      NFCT-ULT-NUMERO NOT NUMERIC
                   MOVE    ZEROS   TO      NFCT-ULT-NUMERO
           END-IF.

           IF      NFCT-DAT-EMISSAO        NOT NUMERIC
                   MOVE    ZEROS   TO      NFCT-DAT-EMISSAO
           END-IF.

           MOVE    NFCT-SERIE      TO
                   TAB-SER-SERIE       (WS-QTD-TAB-SER).
           MOVE    NFCT-ULT-NUMERO TO
                   TAB-SER-ULT-NUMERO  (WS-QTD-TAB-SER).
           MOVE    NFCT-DAT-EMISSAO        TO
                   TAB-SER-DAT-EMISSAO (WS-QTD-TAB-SER).
      *
       0480-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0490-00-LOCALIZA-SERIE      SECTION.
      *****************************************************************
      *    SERIE DO PARM AINDA SEM CONTROLE COMECA NO NUMERO 1        *
      *
           MOVE    ZEROS           TO      WS-IND-SERIE.

           PERFORM VARYING WS-IND-TAB-SER FROM 1 BY 1
                   UNTIL   WS-IND-TAB-SER GREATER WS-QTD-TAB-SER
                   OR      WS-IND-SERIE   GREATER ZEROS

             IF    TAB-SER-SERIE (WS-IND-TAB-SER) EQUAL LKG-SERIE
                   MOVE    WS-IND-TAB-SER  TO      WS-IND-SERIE
             END-IF

           END-PERFORM.

           IF      WS-IND-SERIE    GREATER ZEROS
                   GO      TO      0490-99-EXIT
           END-IF.

           IF      WS-QTD-TAB-SER  GREATER OR EQUAL 00100
                   PERFORM 0989-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-SER.

           MOVE    WS-QTD-TAB-SER  TO      WS-IND-SERIE.

           MOVE    LKG-SERIE       TO
                   TAB-SER-SERIE       (WS-IND-SERIE).
           MOVE    ZEROS           TO
                   TAB-SER-ULT-NUMERO  (WS-IND-SERIE)
                   TAB-SER-DAT-EMISSAO (WS-IND-SERIE).
      *
       0490-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0495-00-CHAMA-COBBB010      SECTION.
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
       0495-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-LEITURA-CADMANI     SECTION.
      *****************************************************************
      *
           READ    CADMANI         INTO    REG-MANI.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADMANI   EQUAL   00
                   ADD 001         TO      WS-LID-CADMANI
           END-IF.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0600-00-GRAVA-HEADER        SECTION.
      *****************************************************************
      *
           MOVE    SPACES          TO      REG-NFTX.
           MOVE    'H'             TO      NFTX-TIP-REG.
           MOVE    LKG-SERIE       TO      NFTX-HDR-SERIE.
           MOVE    WS-DATA-PROC    TO      NFTX-HDR-DAT-GERACAO.

           PERFORM 1700-00-GRAVACAO-CADNFTX.
      *
       0600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *    JUNTA AS LINHAS DE UMA ENTIDADE E DATA DE EMBARQUE E       *
      *    EMITE A NOTA (OU A REGISTRA COMO NAO EMITIDA)              *
      *
           MOVE    MANI-CD-ENTI    TO      WS-CD-ENTI-ATU.
           MOVE    MANI-DAT-EMBARQUE       TO      WS-DAT-EMB-ATU.
           MOVE    ZEROS           TO      WS-QTD-TAB-ITE.

           PERFORM 1100-00-CARGA-ITEM
             UNTIL WS-FS-CADMANI   EQUAL   10
             OR    MANI-CD-ENTI    NOT EQUAL       WS-CD-ENTI-ATU
             OR    MANI-DAT-EMBARQUE       NOT EQUAL WS-DAT-EMB-ATU.

           IF      WS-QTD-TAB-ITE  EQUAL   ZEROS
                   GO      TO      1000-99-EXIT
           END-IF.

           PERFORM 1200-00-CRITICA-NOTA.

           IF      WS-NOTA-SEM-ERRO
                   PERFORM 1300-00-EMITE-NOTA
           ELSE
                   PERFORM 1400-00-NOTA-NAO-EMITIDA
           END-IF.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-CARGA-ITEM          SECTION.
      *****************************************************************
      *
           IF      MANI-QTD-EMBARCADA      NOT GREATER ZEROS
                   GO      TO      1100-90-LEITURA
           END-IF.

           IF      WS-QTD-TAB-ITE  GREATER OR EQUAL 00990
                   PERFORM 0989-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-ITE.

           MOVE    MANI-NR-SOLI    TO
                   TAB-ITE-NR-SOLI    (WS-QTD-TAB-ITE).
           MOVE    MANI-CD-PECA    TO
                   TAB-ITE-CD-PECA    (WS-QTD-TAB-ITE).
           MOVE    MANI-QTD-EMBARCADA      TO
                   TAB-ITE-QTD        (WS-QTD-TAB-ITE).
           MOVE    MANI-NUM-SERIE  TO
                   TAB-ITE-NUM-SERIE  (WS-QTD-TAB-ITE).
      *
       1100-90-LEITURA.

           PERFORM 0500-00-LEITURA-CADMANI.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-CRITICA-NOTA        SECTION.
      *****************************************************************
      *    DESTINATARIO COM MUNICIPIO ATIVO E, PARA CADA ITEM, PECA   *
      *    NO CADMATR E TRIBUTACAO ATIVA NO CADFISC; O PRIMEIRO ERRO  *
      *    ENCONTRADO E O MOTIVO DA NAO EMISSAO                       *
      *
           MOVE    ZEROS           TO      WS-COD-MOTIVO
                                           WS-CD-PECA-ERRO
                                           WS-VLR-MERCADORIA
                                           WS-VLR-TRIBUTO.
           MOVE    SPACES          TO      WS-CIDADE-ATU.

           PERFORM 1220-00-PROCURA-ENTIDADE.

           IF      WS-ENT-ACHOU
                   MOVE    TAB-ENT-NOME (WS-IND-TAB-ENT)
                                   TO      WS-NOME-ENTI
                   MOVE    TAB-ENT-COD-CIDADE (WS-IND-TAB-ENT)
                                   TO      WS-CIDADE-ATU
           ELSE
                   MOVE    'ENTIDADE NAO CADASTRADA'
                                   TO      WS-NOME-ENTI
           END-IF.

           PERFORM 1250-00-PROCURA-MUNICIPIO.

           IF      WS-MUN-NAO-ACHOU
                   SET     WS-ENTI-SEM-MUNICIPIO   TO      TRUE
                   GO      TO      1200-99-EXIT
           END-IF.

           PERFORM VARYING WS-IND-TAB-ITE FROM 1 BY 1
                   UNTIL   WS-IND-TAB-ITE GREATER WS-QTD-TAB-ITE
                   OR      NOT WS-NOTA-SEM-ERRO
             PERFORM 1210-00-VALORIZA-ITEM
           END-PERFORM.
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1210-00-VALORIZA-ITEM       SECTION.
      *****************************************************************
      *
           PERFORM 1260-00-PROCURA-PECA.

           IF      WS-PEC-NAO-ACHOU
                   SET     WS-PECA-SEM-CADMATR     TO      TRUE
                   MOVE    TAB-ITE-CD-PECA (WS-IND-TAB-ITE)
                                   TO      WS-CD-PECA-ERRO
                   GO      TO      1210-99-EXIT
           END-IF.

           MOVE    TAB-ITE-CD-PECA (WS-IND-TAB-ITE)
                                   TO      FISC-COD-PEC.

           PERFORM 1280-00-PROCURA-TRIBUTACAO.

           IF      WS-FIS-NAO-ACHOU
                   SET     WS-PECA-SEM-CADFISC     TO      TRUE
                   MOVE    TAB-ITE-CD-PECA (WS-IND-TAB-ITE)
                                   TO      WS-CD-PECA-ERRO
                   GO      TO      1210-99-EXIT
           END-IF.

           MOVE    TAB-PEC-NOME     (WS-IND-TAB-PEC) TO
                   TAB-ITE-NOME     (WS-IND-TAB-ITE).
           MOVE    TAB-PEC-VLR-UNIT (WS-IND-TAB-PEC) TO
                   TAB-ITE-VLR-UNIT (WS-IND-TAB-ITE).
           MOVE    TAB-FIS-COD-TRIB (WS-IND-TAB-FIS) TO
                   TAB-ITE-COD-TRIB (WS-IND-TAB-ITE).
           MOVE    TAB-FIS-PCT-ALIQ (WS-IND-TAB-FIS) TO
                   TAB-ITE-PCT-ALIQ (WS-IND-TAB-ITE).

           COMPUTE TAB-ITE-VLR-TOTAL (WS-IND-TAB-ITE) =
                   TAB-ITE-QTD      (WS-IND-TAB-ITE) *
                   TAB-ITE-VLR-UNIT (WS-IND-TAB-ITE)
              ON SIZE ERROR
                   PERFORM 0989-00-ABEND-TABELA
           END-COMPUTE.

           COMPUTE TAB-ITE-VLR-TRIBUTO (WS-IND-TAB-ITE) ROUNDED =
                   TAB-ITE-VLR-TOTAL (WS-IND-TAB-ITE) *
                   TAB-ITE-PCT-ALIQ  (WS-IND-TAB-ITE) / 100.

           ADD     TAB-ITE-VLR-TOTAL   (WS-IND-TAB-ITE)
                                   TO      WS-VLR-MERCADORIA.
           ADD     TAB-ITE-VLR-TRIBUTO (WS-IND-TAB-ITE)
                                   TO      WS-VLR-TRIBUTO.
      *
       1210-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1220-00-PROCURA-ENTIDADE    SECTION.
      *****************************************************************
      *
           SET     WS-ENT-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-ENT FROM 1 BY 1
                   UNTIL   WS-IND-TAB-ENT GREATER WS-QTD-TAB-ENT
                   OR      WS-ENT-ACHOU

             IF    WS-CD-ENTI-ATU  EQUAL
                   TAB-ENT-COD-ENT (WS-IND-TAB-ENT)
                   SET     WS-ENT-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-ENT-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-ENT
           END-IF.
      *
       1220-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1250-00-PROCURA-MUNICIPIO   SECTION.
      *****************************************************************
      *
           SET     WS-MUN-NAO-ACHOU        TO      TRUE.
           MOVE    SPACES          TO      WS-NOME-CIDADE.

           IF      WS-CIDADE-ATU   EQUAL   SPACES
                   GO      TO      1250-99-EXIT
           END-IF.

           PERFORM VARYING WS-IND-TAB-MUN FROM 1 BY 1
                   UNTIL   WS-IND-TAB-MUN GREATER WS-QTD-TAB-MUN
                   OR      WS-MUN-ACHOU

             IF    WS-CIDADE-ATU   EQUAL
                   TAB-MUN-COD-CIDADE (WS-IND-TAB-MUN)
                   SET     WS-MUN-ACHOU    TO      TRUE
                   MOVE    TAB-MUN-NOME (WS-IND-TAB-MUN) TO
                           WS-NOME-CIDADE
             END-IF

           END-PERFORM.
      *
       1250-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1260-00-PROCURA-PECA        SECTION.
      *****************************************************************
      *
           SET     WS-PEC-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-PEC FROM 1 BY 1
                   UNTIL   WS-IND-TAB-PEC GREATER WS-QTD-TAB-PEC
                   OR      WS-PEC-ACHOU

             IF    TAB-ITE-CD-PECA (WS-IND-TAB-ITE) EQUAL
                   TAB-PEC-COD-PEC (WS-IND-TAB-PEC)
                   SET     WS-PEC-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-PEC-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-PEC
           END-IF.
      *
       1260-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1280-00-PROCURA-TRIBUTACAO  SECTION.
      *****************************************************************
      *    PROCURA A PECA DE FISC-COD-PEC NA TABELA DA TRIBUTACAO     *
      *
           SET     WS-FIS-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-FIS FROM 1 BY 1
                   UNTIL   WS-IND-TAB-FIS GREATER WS-QTD-TAB-FIS
                   OR      WS-FIS-ACHOU

             IF    FISC-COD-PEC    EQUAL
                   TAB-FIS-COD-PEC (WS-IND-TAB-FIS)
                   SET     WS-FIS-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-FIS-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-FIS
           END-IF.
      *
       1280-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1300-00-EMITE-NOTA          SECTION.
      *****************************************************************
      *    PROXIMO NUMERO DA SERIE; NOTA E ITENS NO ARQUIVO DE        *
      *    TRANSMISSAO E A NOTA NO REGISTRO, AGUARDANDO O RETORNO     *
      *
           IF      TAB-SER-ULT-NUMERO (WS-IND-SERIE)
                                   EQUAL   999999999
                   PERFORM 0990-00-ABEND-NUMERACAO
           END-IF.

           ADD     001             TO
                   TAB-SER-ULT-NUMERO  (WS-IND-SERIE).
           MOVE    WS-DATA-PROC    TO
                   TAB-SER-DAT-EMISSAO (WS-IND-SERIE).
           MOVE    TAB-SER-ULT-NUMERO  (WS-IND-SERIE)
                                   TO      WS-NUM-NOTA.

           MOVE    SPACES          TO      REG-NFTX.
           MOVE    'N'             TO      NFTX-TIP-REG.
           MOVE    LKG-SERIE       TO      NFTX-SERIE.
           MOVE    WS-NUM-NOTA     TO      NFTX-NUMERO.
           MOVE    WS-DATA-PROC    TO      NFTX-DAT-EMISSAO.
           MOVE    WS-CD-ENTI-ATU  TO      NFTX-CD-ENTI.
           MOVE    WS-NOME-ENTI    TO      NFTX-NOME-ENTI.
           MOVE    WS-CIDADE-ATU   TO      NFTX-COD-CIDADE.
           MOVE    WS-NOME-CIDADE  TO      NFTX-NOME-CIDADE.
           MOVE    WS-QTD-TAB-ITE  TO      NFTX-QTD-ITENS.
           MOVE    WS-VLR-MERCADORIA       TO      NFTX-VLR-MERCADORIA.
           MOVE    WS-VLR-TRIBUTO  TO      NFTX-VLR-TRIBUTO.
           MOVE    WS-DAT-EMB-ATU  TO      NFTX-DAT-EMBARQUE.

           PERFORM 1700-00-GRAVACAO-CADNFTX.

           PERFORM VARYING WS-IND-TAB-ITE FROM 1 BY 1
                   UNTIL   WS-IND-TAB-ITE GREATER WS-QTD-TAB-ITE
             PERFORM 1350-00-GRAVA-ITEM
           END-PERFORM.

           ADD     WS-VLR-MERCADORIA       TO      WS-HASH-VLR
                                                   WS-VLR-TOT-MERC.
           ADD     WS-VLR-TRIBUTO  TO      WS-VLR-TOT-TRIB.
           ADD     001             TO      WS-QTD-EMITIDAS.
           ADD     WS-QTD-TAB-ITE  TO      WS-QTD-ITENS-EMIT.

           PERFORM 1500-00-GRAVA-REGISTRO.

           MOVE    'P'             TO      NFEM-SITUACAO.

           PERFORM 1800-00-GRAVACAO-CADNFEM.

           MOVE    'TRANSMITIDA'   TO      DET1-SITUACAO.
           MOVE    SPACES          TO      DET1-CD-PECA.

           PERFORM 1600-00-IMPRIME-NOTA.
      *
       1300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1350-00-GRAVA-ITEM          SECTION.
      *****************************************************************
      *
           MOVE    SPACES          TO      REG-NFTX.
           MOVE    'I'             TO      NFTX-TIP-REG.
           MOVE    LKG-SERIE       TO      NFTX-ITE-SERIE.
           MOVE    WS-NUM-NOTA     TO      NFTX-ITE-NUMERO.
           MOVE    WS-IND-TAB-ITE  TO      NFTX-ITE-SEQ.
           MOVE    TAB-ITE-CD-PECA     (WS-IND-TAB-ITE)
                                   TO      NFTX-ITE-CD-PECA.
           MOVE    TAB-ITE-NOME        (WS-IND-TAB-ITE)
                                   TO      NFTX-ITE-DESCRICAO.
           MOVE    TAB-ITE-QTD         (WS-IND-TAB-ITE)
                                   TO      NFTX-ITE-QTD.
           MOVE    TAB-ITE-VLR-UNIT    (WS-IND-TAB-ITE)
                                   TO      NFTX-ITE-VLR-UNIT.
           MOVE    TAB-ITE-VLR-TOTAL   (WS-IND-TAB-ITE)
                                   TO      NFTX-ITE-VLR-TOTAL.
           MOVE    TAB-ITE-COD-TRIB    (WS-IND-TAB-ITE)
                                   TO      NFTX-ITE-COD-TRIB.
           MOVE    TAB-ITE-PCT-ALIQ    (WS-IND-TAB-ITE)
                                   TO      NFTX-ITE-PCT-ALIQ.
           MOVE    TAB-ITE-VLR-TRIBUTO (WS-IND-TAB-ITE)
                                   TO      NFTX-ITE-VLR-TRIBUTO.
           MOVE    TAB-ITE-NUM-SERIE   (WS-IND-TAB-ITE)
                                   TO      NFTX-ITE-NUM-SERIE.
           MOVE    TAB-ITE-NR-SOLI     (WS-IND-TAB-ITE)
                                   TO      NFTX-ITE-NR-SOLI.

           PERFORM 1700-00-GRAVACAO-CADNFTX.
      *
       1350-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1400-00-NOTA-NAO-EMITIDA    SECTION.
      *****************************************************************
      *    SEM NUMERO E SEM TRANSMISSAO; O REGISTRO 'E' RETEM O       *
      *    EMBARQUE NO PLANEJAMENTO DAS CARGAS                        *
      *
           MOVE    ZEROS           TO      WS-NUM-NOTA
                                           WS-VLR-MERCADORIA
                                           WS-VLR-TRIBUTO.

           ADD     001             TO      WS-QTD-NAO-EMITIDAS.

           PERFORM 1500-00-GRAVA-REGISTRO.

           MOVE    'E'             TO      NFEM-SITUACAO.
           MOVE    WS-COD-MOTIVO   TO      NFEM-COD-MOTIVO.

           PERFORM 1800-00-GRAVACAO-CADNFEM.

           EVALUATE TRUE
             WHEN  WS-ENTI-SEM-MUNICIPIO
                   MOVE    'NAO EMITIDA-S/MUNIC.'  TO DET1-SITUACAO
                   MOVE    SPACES  TO      DET1-CD-PECA
             WHEN  WS-PECA-SEM-CADMATR
                   MOVE    'NAO EMITIDA-S/CADMATR' TO DET1-SITUACAO
                   MOVE    WS-CD-PECA-ERRO TO      DET1-CD-PECA
             WHEN  WS-PECA-SEM-CADFISC
                   MOVE    'NAO EMITIDA-S/CADFISC' TO DET1-SITUACAO
                   MOVE    WS-CD-PECA-ERRO TO      DET1-CD-PECA
           END-EVALUATE.

           PERFORM 1600-00-IMPRIME-NOTA.
      *
       1400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1500-00-GRAVA-REGISTRO      SECTION.
      *****************************************************************
      *    MONTA O REGISTRO DA NOTA; A SITUACAO FICA COM O CHAMADOR   *
      *
           MOVE    SPACES          TO      REG-NFEM.
           MOVE    LKG-SERIE       TO      NFEM-SERIE.
           MOVE    WS-NUM-NOTA     TO      NFEM-NUMERO.
           MOVE    WS-CD-ENTI-ATU  TO      NFEM-CD-ENTI.
           MOVE    WS-DAT-EMB-ATU  TO      NFEM-DAT-EMBARQUE.
           MOVE    WS-DATA-PROC    TO      NFEM-DAT-EMISSAO.
           MOVE    WS-CIDADE-ATU   TO      NFEM-COD-CIDADE.
           MOVE    WS-QTD-TAB-ITE  TO      NFEM-QTD-ITENS.
           MOVE    WS-VLR-MERCADORIA       TO      NFEM-VLR-MERCADORIA.
           MOVE    WS-VLR-TRIBUTO  TO      NFEM-VLR-TRIBUTO.
           MOVE    ZEROS           TO      NFEM-COD-MOTIVO
                                           NFEM-DAT-RETORNO.
      *
       1500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1600-00-IMPRIME-NOTA        SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM 1650-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    LKG-SERIE       TO      DET1-SERIE.
           MOVE    WS-NUM-NOTA     TO      DET1-NUMERO.
           MOVE    WS-CD-ENTI-ATU  TO      DET1-CD-ENTI.
           MOVE    WS-NOME-ENTI    TO      DET1-NOME-ENTI.
           MOVE    WS-CIDADE-ATU   TO      DET1-COD-CIDADE.
           MOVE    WS-QTD-TAB-ITE  TO      DET1-QTD-ITENS.
           MOVE    WS-VLR-MERCADORIA       TO      DET1-VLR-MERCADORIA.
           MOVE    WS-VLR-TRIBUTO  TO      DET1-VLR-TRIBUTO.

           MOVE    DET1            TO      REG-RELNFEM.
           PERFORM 1690-00-GRAVACAO-RELNFEM.

           ADD     001             TO      WS-LINHAS.
      *
       1600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1650-00-GRAVACAO-CABECALHO  SECTION.
      *****************************************************************
      *
           MOVE    FUNCTION CURRENT-DATE
                                   TO      WS-TIME.

           MOVE    WS-TIME-DIA     TO      WS-DIA.
           MOVE    WS-TIME-MES     TO      WS-MES.
           MOVE    WS-TIME-ANO     TO      WS-ANO.

           MOVE    WS-DATA         TO      CAB1-DATA.

           MOVE    CAB1            TO      REG-RELNFEM.
           PERFORM 1690-00-GRAVACAO-RELNFEM.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELNFEM.
           PERFORM 1690-00-GRAVACAO-RELNFEM.

           MOVE    CAB4            TO      REG-RELNFEM.
           PERFORM 1690-00-GRAVACAO-RELNFEM.

           MOVE    WS-DAT-EMB-ATU (7:2)    TO      WS-DIA.
           MOVE    WS-DAT-EMB-ATU (5:2)    TO      WS-MES.
           MOVE    WS-DAT-EMB-ATU (1:4)    TO      WS-ANO.
           MOVE    WS-DATA         TO      CAB5-DAT-EMBARQUE.

           MOVE    CAB5            TO      REG-RELNFEM.
           PERFORM 1690-00-GRAVACAO-RELNFEM.

           MOVE    CAB4            TO      REG-RELNFEM.
           PERFORM 1690-00-GRAVACAO-RELNFEM.

           MOVE    CAB6            TO      REG-RELNFEM.
           PERFORM 1690-00-GRAVACAO-RELNFEM.

           MOVE    006             TO      WS-LINHAS.
      *
       1650-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1690-00-GRAVACAO-RELNFEM    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELNFEM.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    010             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-RELNFEM.
      *
       1690-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1700-00-GRAVACAO-CADNFTX    SECTION.
      *****************************************************************
      *
           WRITE   REG-CADNFTX     FROM    REG-NFTX.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADNFTX
                                           WS-QTD-REG-NFTX.
      *
       1700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1800-00-GRAVACAO-CADNFEM    SECTION.
      *****************************************************************
      *
           WRITE   REG-CADNFEM     FROM    REG-NFEM.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    009             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADNFEM.
      *
       1800-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2000-00-GRAVA-TRAILER       SECTION.
      *****************************************************************
      *    O TRAILER CONTA TODOS OS REGISTROS, INCLUSIVE HEADER E O   *
      *    PROPRIO TRAILER                                            *
      *
           MOVE    SPACES          TO      REG-NFTX.
           MOVE    'T'             TO      NFTX-TIP-REG.
           MOVE    WS-QTD-EMITIDAS TO      NFTX-QTD-NOTAS.
           COMPUTE NFTX-QTD-REG    =       WS-QTD-REG-NFTX + 1.
           MOVE    WS-HASH-VLR     TO      NFTX-HASH-VLR.

           PERFORM 1700-00-GRAVACAO-CADNFTX.
      *
       2000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2100-00-GRAVA-CONTROLE      SECTION.
      *****************************************************************
      *    REGRAVA TODAS AS SERIES, COM A DO PARM ATUALIZADA          *
      *
           MOVE    WS-GCAT-CADNFCT TO      WGC-GRUPO.

           PERFORM VARYING WS-IND-TAB-SER FROM 1 BY 1
                   UNTIL   WS-IND-TAB-SER GREATER WS-QTD-TAB-SER

             MOVE  SPACES          TO      REG-NFCT
             MOVE  TAB-SER-SERIE       (WS-IND-TAB-SER) TO
                   NFCT-SERIE
             MOVE  TAB-SER-ULT-NUMERO  (WS-IND-TAB-SER) TO
                   NFCT-ULT-NUMERO
             MOVE  TAB-SER-DAT-EMISSAO (WS-IND-TAB-SER) TO
                   NFCT-DAT-EMISSAO

             WRITE REG-CADNFCN     FROM    REG-NFCT

             MOVE ' NA GRAVACAO '  TO      WS-ACESSO-ARQ
             MOVE  011             TO      WS-PTO-ERRO
             PERFORM 0200-00-TESTA-FILE-STATUS

             ADD   001             TO      WS-GRV-CADNFCN

             MOVE 'A'              TO      WGC-CODOPE
             MOVE  REG-CADNFCN     TO      WGC-REG-IMAGEM
             MOVE  050             TO      WGC-TAM-REG
             PERFORM 0495-00-CHAMA-COBBB010

           END-PERFORM.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADNFCT.
      *
       2100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2200-00-IMPRIME-TOTAIS      SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 52
                   PERFORM 1650-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    CAB4            TO      REG-RELNFEM.
           PERFORM 1690-00-GRAVACAO-RELNFEM.

           MOVE    'NOTAS TRANSMITIDAS'    TO      TOT1-DESCRICAO.
           MOVE    WS-QTD-EMITIDAS TO      TOT1-QTD.
           MOVE    WS-VLR-TOT-MERC TO      TOT1-VLR-MERCADORIA.
           MOVE    WS-VLR-TOT-TRIB TO      TOT1-VLR-TRIBUTO.

           MOVE    TOT1            TO      REG-RELNFEM.
           PERFORM 1690-00-GRAVACAO-RELNFEM.

           MOVE    'EMBARQUES SEM NOTA (RETIDOS)'
                                   TO      TOT1-DESCRICAO.
           MOVE    WS-QTD-NAO-EMITIDAS     TO      TOT1-QTD.
           MOVE    ZEROS           TO      TOT1-VLR-MERCADORIA
                                           TOT1-VLR-TRIBUTO.

           MOVE    TOT1            TO      REG-RELNFEM.
           PERFORM 1690-00-GRAVACAO-RELNFEM.
      *
       2200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           PERFORM 2000-00-GRAVA-TRAILER.

           PERFORM 2100-00-GRAVA-CONTROLE.

           PERFORM 2200-00-IMPRIME-TOTAIS.

           CLOSE   CADMANI
                   CADENTI
                   CADMUNI
                   CADMATR
                   CADFISC
                   CADNFCT
                   CADNFTX
                   CADNFEM
                   CADNFCN
                   RELNFEM.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    012             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    WS-GCAT-CADNFCT TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB160'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    013             TO      WS-PTO-ERRO.

           PERFORM 0495-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADNFCT.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB160'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           IF      WS-QTD-NAO-EMITIDAS     GREATER ZEROS
                   MOVE    0004    TO      WRL-RETCODE
           ELSE
                   MOVE    ZEROS   TO      WRL-RETCODE
           END-IF.
           MOVE    WS-QTD-EMITIDAS TO      WRL-QTD-PROC.

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
       3100-00-MONTA-ESTATISTICA   SECTION.
      *****************************************************************
      *
           DISPLAY '******************* GPFPB160 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB160 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADMANI  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADMANI.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADENTI  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADENTI.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADMUNI  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADMUNI.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADMATR  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADMATR.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADFISC  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADFISC.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADNFCT  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADNFCT.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADNFTX  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADNFTX.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADNFEM  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADNFEM.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADNFCN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADNFCN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADNFCT TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADNFCT.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-RELNFEM  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- RELNFEM.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-EMITIDAS TO      WS-EDICAO.
           DISPLAY '* NOTAS EMITIDAS E TRANSMITIDAS....: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-ITENS-EMIT
                                   TO      WS-EDICAO.
           DISPLAY '* ITENS DAS NOTAS EMITIDAS.........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-NAO-EMITIDAS
                                   TO      WS-EDICAO.
           DISPLAY '* EMBARQUES SEM NOTA (RETIDOS).....: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB160 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB160 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB160 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB160 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0989-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0990-00-ABEND-NUMERACAO     SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB160 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* NUMERACAO DA SERIE ' LKG-SERIE
           ' ESGOTADA - ABRIR     *'.
           DISPLAY '* NOVA SERIE NO CADNFCT                       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB160 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB160 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0990-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0997-00-ABEND-PARM          SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY
           '******************* GPFPB160 ******************'
           DISPLAY
           '*                                             *'
           DISPLAY
           '*    PARAMETRO PARM ESTA INVALIDO 'LKG-PARM'       *'
           DISPLAY
           '*                                             *'
           DISPLAY
           '******************* GPFPB160 ******************'
           DISPLAY
           '*     P R O G R A M A  C A N C E L A D O      *'
           DISPLAY
           '******************* GPFPB160 ******************'

           CALL    'IBM'.

           GOBACK.
      *
       0997-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB160 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB160 ******************'.
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
           DISPLAY '******************* GPFPB160 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB160 ******************'.

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

           DISPLAY '******************* GPFPB160 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB160 ******************'.
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
           DISPLAY '******************* GPFPB160 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB160 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB160                  *
      *****************************************************************
