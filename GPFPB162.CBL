      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB162.
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
      * OBJETIVO.....: GERAR O ARQUIVO MENSAL DA ESCRITURACAO FISCAL  *
      *                DIGITAL (SPED EFD ICMS/IPI - CADEFDF), NO      *
      *                FORMATO DE REGISTROS SEPARADOS POR '|':        *
      *                - BLOCO 0: EMPRESA (CADEMPR), PARTICIPANTES    *
      *                  DOS DOCUMENTOS (CADFORN/CADENTI + DADOS      *
      *                  FISCAIS DO CADPFIS) E ITENS (CADMATR, COM A  *
      *                  CLASSE E A ALIQUOTA ATIVAS DO CADFISC)       *
      *                - BLOCO C: DOCUMENTOS DE ENTRADA (FATURAS DOS  *
      *                  FORNECEDORES - CADFINV) E DE SAIDA (NF-E     *
      *                  AUTORIZADAS DO REGISTRO CADNFEA, COM OS      *
      *                  ITENS TRANSMITIDOS NO CADNFTX)               *
      *                - BLOCO E: APURACAO DO PERIODO; OS DEBITOS SAO *
      *                  OS DO RESUMO DE TRIBUTOS (CADTSUM, GPFPB059) *
      *                  E OS CREDITOS OS DAS ENTRADAS                *
      *                - BLOCO H: INVENTARIO DE FIM DE MES (CADMATR)  *
      *                - BLOCO 9: CONTROLE E ENCERRAMENTO             *
      *                OS BLOCOS B, D, G, K E 1 SAO GRAVADOS SEM      *
      *                MOVIMENTO. O RELEFDV LISTA OS REGISTROS COM    *
      *                DADO OBRIGATORIO AUSENTE E A CONCILIACAO DOS   *
      *                TRIBUTOS COM O CADTSUM, PARA A CONFERENCIA     *
      *                ANTES DA ENTREGA.                              *
      *****************************************************************
      * PARAMETRO....: PARM='AAAAMM[EE]' - PERIODO DA ESCRITURACAO E  *
      *                EMPRESA (CADEMPR); SEM EMPRESA = 01. AS NF-E,  *
      *                O CADTSUM E O INVENTARIO DO CADMATR SAO DA     *
      *                EMPRESA 01 E SO ENTRAM NA ESCRITURACAO DELA    *
      *****************************************************************
      * OBSERVACAO...: O CADNFEA E O CADNFTX SAO OS DO MES INTEIRO    *
      *                (CONCATENACAO DAS GERACOES DIARIAS). O CODIGO  *
      *                DE MUNICIPIO E O DO CADMUNI. COM OCORRENCIA NO *
      *                RELEFDV O PROGRAMA TERMINA COM RETURN-CODE 04  *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 15/10/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - ESCRITURACAO POR EMPRESA: EMPRESA NO PARM,  *
      *                   REGISTRO DA EMPRESA NO CADEMPR (150 BYTES) E*
      *                   FATURAS FILTRADAS POR FINV-COD-EMPRESA      *
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
      * INPUT..: CADEMPR - DADOS CADASTRAIS DA EMPRESA   - LRECL=150  *
      *****************************************************************
      *
           SELECT  CADEMPR  ASSIGN  TO  UT-S-CADEMPR
                   FILE     STATUS  IS  WS-FS-CADEMPR.
      *
      *****************************************************************
      * INPUT..: CADFORN - CADASTRO DE FORNECEDORES      - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADFORN  ASSIGN  TO  UT-S-CADFORN
                   FILE     STATUS  IS  WS-FS-CADFORN.
      *
      *****************************************************************
      * INPUT..: CADENTI - CADASTRO DE ENTIDADES         - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADENTI  ASSIGN  TO  UT-S-CADENTI
                   FILE     STATUS  IS  WS-FS-CADENTI.
      *
      *****************************************************************
      * INPUT..: CADPFIS - DADOS FISCAIS DOS PARTICIP.   - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADPFIS  ASSIGN  TO  UT-S-CADPFIS
                   FILE     STATUS  IS  WS-FS-CADPFIS.
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
      * INPUT..: CADFINV - FATURAS DOS FORNECEDORES      - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADFINV  ASSIGN  TO  UT-S-CADFINV
                   FILE     STATUS  IS  WS-FS-CADFINV.
      *
      *****************************************************************
      * INPUT..: CADNFEA - REGISTRO DAS NF-E ATUALIZADO  - LRECL=150  *
      *****************************************************************
      *
           SELECT  CADNFEA  ASSIGN  TO  UT-S-CADNFEA
                   FILE     STATUS  IS  WS-FS-CADNFEA.
      *
      *****************************************************************
      * INPUT..: CADNFTX - TRANSMISSAO AO GATEWAY FISCAL - LRECL=200  *
      *****************************************************************
      *
           SELECT  CADNFTX  ASSIGN  TO  UT-S-CADNFTX
                   FILE     STATUS  IS  WS-FS-CADNFTX.
      *
      *****************************************************************
      * INPUT..: CADTSUM - RESUMO MENSAL DE TRIBUTOS     - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADTSUM  ASSIGN  TO  UT-S-CADTSUM
                   FILE     STATUS  IS  WS-FS-CADTSUM.
      *
      *****************************************************************
      * OUTPUT.: CADEFDF - ESCRITURACAO FISCAL DIGITAL   - LRECL=300  *
      *****************************************************************
      *
           SELECT  CADEFDF  ASSIGN  TO  UT-S-CADEFDF
                   FILE     STATUS  IS  WS-FS-CADEFDF.
      *
      *****************************************************************
      * OUTPUT.: RELEFDV - VALIDACAO DA ESCRITURACAO     - LRECL=133  *
      *****************************************************************
      *
           SELECT  RELEFDV  ASSIGN  TO  UT-S-RELEFDV
                   FILE     STATUS  IS  WS-FS-RELEFDV.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *****************************************************************
      * INPUT..: CADEMPR - DADOS CADASTRAIS DA EMPRESA   - LRECL=150  *
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
      * INPUT..: CADPFIS - DADOS FISCAIS DOS PARTICIP.   - LRECL=050  *
      *****************************************************************
      *
       FD  CADPFIS
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPFIS         PIC     X(050).
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
      * INPUT..: CADFINV - FATURAS DOS FORNECEDORES      - LRECL=100  *
      *****************************************************************
      *
       FD  CADFINV
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFINV         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADNFEA - REGISTRO DAS NF-E ATUALIZADO  - LRECL=150  *
      *****************************************************************
      *
       FD  CADNFEA
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADNFEA         PIC     X(150).
      *
      *****************************************************************
      * INPUT..: CADNFTX - TRANSMISSAO AO GATEWAY FISCAL - LRECL=200  *
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
      * INPUT..: CADTSUM - RESUMO MENSAL DE TRIBUTOS     - LRECL=100  *
      *****************************************************************
      *
       FD  CADTSUM
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADTSUM         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: CADEFDF - ESCRITURACAO FISCAL DIGITAL   - LRECL=300  *
      *****************************************************************
      *
       FD  CADEFDF
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADEFDF         PIC     X(300).
      *
      *****************************************************************
      * OUTPUT.: RELEFDV - VALIDACAO DA ESCRITURACAO     - LRECL=133  *
      *****************************************************************
      *
       FD  RELEFDV
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELEFDV         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADEMPR       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFORN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADENTI       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPFIS       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADMATR       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFISC       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFINV       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADNFEA       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADNFTX       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADTSUM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADEFDF       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELEFDV       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADEMPR      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFORN      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADENTI      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADPFIS      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADMATR      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFISC      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFINV      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADNFEA      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADNFTX      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADTSUM      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADEFDF      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELEFDV      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-PFIS-IGNOR   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-DOC-ENTRADA  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-DOC-SAIDA    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-ITENS-INV    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-OCORRENCIAS  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-OUTRA-EMPRESA
                                   PIC     9(018) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
      *****************************************************************
      *        CONSTANTES DA ESCRITURACAO                             *
      *****************************************************************
      *
      *    VERSAO DO LEIAUTE, CFOP DAS ENTRADAS (COMPRA PARA
      *    COMERCIALIZACAO) E DAS SAIDAS (TRANSFERENCIA ENTRE
      *    ESTABELECIMENTOS) E CODIGO DO PAIS DOS PARTICIPANTES
       01      WS-COD-VERSAO       PIC     X(003) VALUE '017'.
       01      WS-CFOP-ENTRADA     PIC     X(004) VALUE '1102'.
       01      WS-CFOP-SAIDA       PIC     X(004) VALUE '5152'.
       01      WS-COD-PAIS         PIC     X(005) VALUE '01058'.
      *
      *****************************************************************
      *        DATAS DO PERIODO                                       *
      *****************************************************************
      *
       01      WS-DAT-INI-PER      PIC     9(008) VALUE ZEROS.
       01      WS-DAT-FIM-PER      PIC     9(008) VALUE ZEROS.
      *
       01      WS-DAT-AMD          PIC     9(008) VALUE ZEROS.
       01      WS-DAT-DMA          PIC     X(008) VALUE SPACES.
       01      WS-DT-INI-EFD       PIC     X(008) VALUE SPACES.
       01      WS-DT-FIM-EFD       PIC     X(008) VALUE SPACES.
      *
       01      WS-ULT-DIA-MES      PIC     9(002) VALUE ZEROS.
      *
       01      WS-DIVIDENDO        PIC     9(004) VALUE ZEROS.
       01      WS-RESTO-04         PIC     9(004) VALUE ZEROS.
       01      WS-RESTO-100        PIC     9(004) VALUE ZEROS.
       01      WS-RESTO-400        PIC     9(004) VALUE ZEROS.
      *
       01      TAB-DIAS-MES.
         03    FILLER              PIC     9(002) VALUE 31.
         03    FILLER              PIC     9(002) VALUE 28.
         03    FILLER              PIC     9(002) VALUE 31.
         03    FILLER              PIC     9(002) VALUE 30.
         03    FILLER              PIC     9(002) VALUE 31.
         03    FILLER              PIC     9(002) VALUE 30.
         03    FILLER              PIC     9(002) VALUE 31.
         03    FILLER              PIC     9(002) VALUE 31.
         03    FILLER              PIC     9(002) VALUE 30.
         03    FILLER              PIC     9(002) VALUE 31.
         03    FILLER              PIC     9(002) VALUE 30.
         03    FILLER              PIC     9(002) VALUE 31.
       01      TAB-DIAS-MES-R      REDEFINES       TAB-DIAS-MES.
         03    TAB-DIAS            PIC     9(002)  OCCURS  12  TIMES.
      *
      *****************************************************************
      *        AREAS DE MONTAGEM DAS LINHAS DO ARQUIVO FISCAL         *
      *****************************************************************
      *
       01      WS-LINHA-EFD        PIC     X(300) VALUE SPACES.
      *
       01      WS-BLOCO            PIC     X(001) VALUE SPACES.
       01      WS-REG-ATU          PIC     X(004) VALUE SPACES.
       01      WS-QTD-LIN-BLOCO    PIC     9(009) VALUE ZEROS.
      *
       01      WS-COD-PART.
         03    WS-COD-PART-TIP     PIC     X(001) VALUE SPACES.
         03    WS-COD-PART-NUM     PIC     9(010) VALUE ZEROS.
      *
       01      WS-IND-OPER         PIC     X(001) VALUE SPACES.
       01      WS-IND-EMIT         PIC     X(001) VALUE SPACES.
       01      WS-IND-PGTO         PIC     X(001) VALUE SPACES.
       01      WS-CST-ICMS         PIC     X(003) VALUE SPACES.
       01      WS-CFOP             PIC     X(004) VALUE SPACES.
       01      WS-SERIE-DOC        PIC     X(003) VALUE SPACES.
       01      WS-CHAVE-DOC        PIC     X(044) VALUE SPACES.
      *
       01      WS-ED-VALOR         PIC     9(013),9(002).
       01      WS-ED-VALOR-2       PIC     9(013),9(002).
       01      WS-ED-VALOR-3       PIC     9(013),9(002).
       01      WS-ED-VALOR-4       PIC     9(013),9(002).
       01      WS-ED-ZERO          PIC     X(004) VALUE '0,00'.
       01      WS-ED-ALIQ          PIC     9(002),9(002).
       01      WS-ED-QTD           PIC     9(005).
       01      WS-ED-NUM-DOC       PIC     9(009).
       01      WS-ED-NUM-ITEM      PIC     9(003).
       01      WS-ED-CONT          PIC     9(009).
      *
      *****************************************************************
      *        ACUMULADORES DOS DOCUMENTOS E DA APURACAO              *
      *****************************************************************
      *
       01      WS-VLR-DOC          PIC     9(013)V9(002) VALUE ZEROS.
       01      WS-VLR-ICMS-DOC     PIC     9(013)V9(002) VALUE ZEROS.
       01      WS-VLR-INVENTARIO   PIC     9(013)V9(002) VALUE ZEROS.
       01      WS-VLR-ITEM-INV     PIC     9(013)V9(002) VALUE ZEROS.
      *
       01      WS-VLR-DEBITOS      PIC    S9(015)V9(002) VALUE ZEROS.
       01      WS-VLR-CREDITOS     PIC    S9(015)V9(002) VALUE ZEROS.
       01      WS-VLR-SALDO        PIC    S9(015)V9(002) VALUE ZEROS.
       01      WS-VLR-RECOLHER     PIC    S9(015)V9(002) VALUE ZEROS.
       01      WS-VLR-TRANSPORTAR  PIC    S9(015)V9(002) VALUE ZEROS.
      *
      *    TOTAL DO CADTSUM SOMADO NA LEITURA, CONFERIDO COM O DEBITO
      *    GRAVADO NO E110
       01      WS-TOT-BASE-TSUM    PIC    S9(015)V9(002) VALUE ZEROS.
       01      WS-TOT-IMP-TSUM     PIC    S9(015)V9(002) VALUE ZEROS.
       01      WS-VLR-IMP-CALC     PIC    S9(015)V9(002) VALUE ZEROS.
       01      WS-VLR-DEB-E110     PIC    S9(015)V9(002) VALUE ZEROS.
       01      WS-VLR-ICMS-SAIDAS  PIC    S9(015)V9(002) VALUE ZEROS.
      *
       01      WS-SW-EMPRESA       PIC     X(001) VALUE 'N'.
         88    WS-EMPRESA-INFORMADA        VALUE 'S'.
         88    WS-EMPRESA-AUSENTE          VALUE 'N'.
      *
       01      WS-EMP-SELECIONADA  PIC     9(002) VALUE 01.
       01      WS-COD-EMPRESA      PIC     9(002) VALUE ZEROS.
      *
       01      WS-SW-EMPRESA-01    PIC     X(001) VALUE 'S'.
         88    WS-EMPRESA-01               VALUE 'S'.
      *
       01      WS-SW-CONCILIACAO   PIC     X(001) VALUE 'S'.
         88    WS-TRIBUTOS-CONFEREM        VALUE 'S'.
         88    WS-TRIBUTOS-DIVERGEM        VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DOS FORNECEDORES (PARTICIPANTES 'F')            *
      *****************************************************************
      *
       01      WS-QTD-TAB-FOR      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-FOR      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-FORNECEDORES.
         03    TAB-FOR-ITEM        OCCURS  05000  TIMES.
           05  TAB-FOR-CODIGO      PIC     9(010).
           05  TAB-FOR-NOME        PIC     X(030).
           05  TAB-FOR-USO         PIC     X(001).
           05  TAB-FOR-PFIS        PIC     X(001).
           05  TAB-FOR-CNPJ        PIC     9(014).
           05  TAB-FOR-IE          PIC     X(014).
           05  TAB-FOR-UF          PIC     X(002).
           05  TAB-FOR-COD-CIDADE  PIC     X(004).
      *
       01      WS-SW-FOR-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-FOR-ACHOU                VALUE 'S'.
         88    WS-FOR-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DAS ENTIDADES (PARTICIPANTES 'E')               *
      *****************************************************************
      *
       01      WS-QTD-TAB-ENT      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-ENT      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-ENTIDADES.
         03    TAB-ENT-ITEM        OCCURS  05000  TIMES.
           05  TAB-ENT-COD-ENT     PIC     9(007).
           05  TAB-ENT-NOME        PIC     X(030).
           05  TAB-ENT-USO         PIC     X(001).
           05  TAB-ENT-PFIS        PIC     X(001).
           05  TAB-ENT-CNPJ        PIC     9(014).
           05  TAB-ENT-IE          PIC     X(014).
           05  TAB-ENT-UF          PIC     X(002).
           05  TAB-ENT-COD-CIDADE  PIC     X(004).
      *
       01      WS-SW-ENT-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-ENT-ACHOU                VALUE 'S'.
         88    WS-ENT-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DAS PECAS (ITENS E INVENTARIO)                  *
      *****************************************************************
      *
       01      WS-QTD-TAB-PEC      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-PEC      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-COD-PEC-PROC     PIC     9(005) VALUE ZEROS.
      *
       01      TAB-PECAS.
         03    TAB-PEC-ITEM        OCCURS  05000  TIMES.
           05  TAB-PEC-COD-PEC     PIC     9(005).
           05  TAB-PEC-NOME        PIC     X(030).
           05  TAB-PEC-QTD-ETQ     PIC     9(005).
           05  TAB-PEC-VLR-UNIT    PIC     9(013)V9(002).
           05  TAB-PEC-USO         PIC     X(001).
           05  TAB-PEC-FIS         PIC     X(001).
           05  TAB-PEC-COD-TRIB    PIC     X(004).
           05  TAB-PEC-PCT-ALIQ    PIC     9(002)V9(002).
      *
       01      WS-SW-PEC-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-PEC-ACHOU                VALUE 'S'.
         88    WS-PEC-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DAS LINHAS DAS FATURAS DE ENTRADA DO PERIODO    *
      *****************************************************************
      *
       01      WS-QTD-TAB-DEN      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-DEN      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-DOC-DEN      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-NUM-ITEM-DOC     PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-DOC-ENTRADA.
         03    TAB-DEN-ITEM        OCCURS  05000  TIMES.
           05  TAB-DEN-FORNECEDOR  PIC     9(010).
           05  TAB-DEN-NUM-NF      PIC     9(009).
           05  TAB-DEN-DAT-EMISSAO PIC     9(008).
           05  TAB-DEN-COD-PEC     PIC     9(005).
           05  TAB-DEN-QTD         PIC     9(005).
           05  TAB-DEN-VLR-ITEM    PIC     9(013)V9(002).
           05  TAB-DEN-PCT-ALIQ    PIC     9(002)V9(002).
           05  TAB-DEN-VLR-ICMS    PIC     9(013)V9(002).
           05  TAB-DEN-GRAVADA     PIC     X(001).
      *
      *****************************************************************
      *        TABELA DAS NF-E DE SAIDA AUTORIZADAS NO PERIODO        *
      *****************************************************************
      *
       01      WS-QTD-TAB-SAI      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-SAI      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-DOC-SAIDA.
         03    TAB-SAI-ITEM        OCCURS  05000  TIMES.
           05  TAB-SAI-SERIE       PIC     9(003).
           05  TAB-SAI-NUMERO      PIC     9(009).
           05  TAB-SAI-CD-ENTI     PIC     9(007).
           05  TAB-SAI-DAT-EMISSAO PIC     9(008).
           05  TAB-SAI-CHAVE       PIC     X(044).
           05  TAB-SAI-VLR-MERC    PIC     9(013)V9(002).
           05  TAB-SAI-VLR-TRIB    PIC     9(013)V9(002).
      *
       01      WS-SW-SAI-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-SAI-ACHOU                VALUE 'S'.
         88    WS-SAI-NAO-ACHOU            VALUE 'N'.
      *
       01      WS-SERIE-ANT        PIC     9(003) VALUE ZEROS.
       01      WS-NUMERO-ANT       PIC     9(009) VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA ANALITICA (C190) DAS NF-E DE SAIDA: ITENS DO    *
      *        CADNFTX SOMADOS POR NOTA E ALIQUOTA                    *
      *****************************************************************
      *
       01      WS-QTD-TAB-ANS      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-ANS      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-QTD-ANS-NOTA     PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-ANALITICO-SAIDA.
         03    TAB-ANS-ITEM        OCCURS  10000  TIMES.
           05  TAB-ANS-SERIE       PIC     9(003).
           05  TAB-ANS-NUMERO      PIC     9(009).
           05  TAB-ANS-PCT-ALIQ    PIC     9(002)V9(002).
           05  TAB-ANS-VLR-OPR     PIC     9(013)V9(002).
           05  TAB-ANS-VLR-ICMS    PIC     9(013)V9(002).
      *
       01      WS-SW-ANS-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-ANS-ACHOU                VALUE 'S'.
         88    WS-ANS-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA ANALITICA (C190) DO DOCUMENTO DE ENTRADA EM     *
      *        GRAVACAO, POR ALIQUOTA                                 *
      *****************************************************************
      *
       01      WS-QTD-TAB-ANE      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-ANE      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-ANALITICO-ENTRADA.
         03    TAB-ANE-ITEM        OCCURS  00100  TIMES.
           05  TAB-ANE-PCT-ALIQ    PIC     9(002)V9(002).
           05  TAB-ANE-VLR-OPR     PIC     9(013)V9(002).
           05  TAB-ANE-VLR-ICMS    PIC     9(013)V9(002).
      *
       01      WS-SW-ANE-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-ANE-ACHOU                VALUE 'S'.
         88    WS-ANE-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DO RESUMO DE TRIBUTOS (CADTSUM)                 *
      *****************************************************************
      *
       01      WS-QTD-TAB-TRB      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-TRB      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-TRIBUTOS.
         03    TAB-TRB-ITEM        OCCURS  00200  TIMES.
           05  TAB-TRB-COD-TRIB    PIC     X(004).
           05  TAB-TRB-PCT-ALIQ    PIC     9(002)V9(002).
           05  TAB-TRB-VLR-BASE    PIC    S9(015)V9(002).
           05  TAB-TRB-VLR-IMPOSTO PIC    S9(015)V9(002).
      *
      *****************************************************************
      *        TABELA DA QUANTIDADE DE LINHAS POR REGISTRO (9900)     *
      *****************************************************************
      *
       01      WS-QTD-TAB-REG      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-REG      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-LIN-9900     PIC     9(005) COMP    VALUE ZEROS.
       01      WS-QTD-LIN-9900     PIC     9(009) VALUE ZEROS.
      *
       01      TAB-REGISTROS.
         03    TAB-REG-ITEM        OCCURS  00060  TIMES.
           05  TAB-REG-CODIGO      PIC     X(004).
           05  TAB-REG-QTD         PIC     9(009).
      *
       01      WS-SW-REG-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-REG-ACHOU                VALUE 'S'.
         88    WS-REG-NAO-ACHOU            VALUE 'N'.
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
      *    LAY-OUT DO RELATORIO DE VALIDACAO DA ESCRITURACAO          *
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
         03    FILLER              PIC     X(038) VALUE
              'E S C R I T U R A C A O  F I S C A L  '.
         03    FILLER              PIC     X(035) VALUE
              'D I G I T A L  -  V A L I D A C A O'.
         03    FILLER              PIC     X(018) VALUE SPACES.
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
         03    FILLER              PIC     X(011) VALUE 'PERIODO..: '.
         03    CAB5-MES            PIC     9(002).
         03    FILLER              PIC     X(001) VALUE '/'.
         03    CAB5-ANO            PIC     9(004).
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    FILLER              PIC     X(011) VALUE 'EMPRESA..: '.
         03    CAB5-CNPJ           PIC     9(014).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    CAB5-NOME           PIC     X(050).
         03    FILLER              PIC     X(032) VALUE SPACES.
      *
       01      CAB6.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(004) VALUE 'REG.'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(030) VALUE 'CHAVE'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(030) VALUE
               'DESCRICAO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(050) VALUE
               'OCORRENCIA'.
         03    FILLER              PIC     X(011) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-REGISTRO       PIC     X(004).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-CHAVE          PIC     X(030).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-DESCRICAO      PIC     X(030).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-OCORRENCIA     PIC     X(050).
         03    FILLER              PIC     X(011) VALUE SPACES.
      *
       01      DET1-SEM-OCORRENCIA.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(060) VALUE
               'NENHUM DADO OBRIGATORIO AUSENTE NA ESCRITURACAO'.
         03    FILLER              PIC     X(071) VALUE SPACES.
      *
       01      CAB7.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(060) VALUE
               'CONCILIACAO DOS TRIBUTOS COM O RESUMO MENSAL (CADTSUM)'.
         03    FILLER              PIC     X(071) VALUE SPACES.
      *
       01      CAB8.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'TRIB.'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'ALIQ.'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(027) VALUE
               '                 BASE'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(027) VALUE
               '              IMPOSTO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(027) VALUE
               '   BASE X ALIQUOTA'.
         03    FILLER              PIC     X(030) VALUE SPACES.
      *
       01      DET2.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-COD-TRIB       PIC     X(004).
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    DET2-PCT-ALIQ       PIC     Z9,99.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET2-VLR-BASE       PIC     -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    DET2-VLR-IMPOSTO    PIC     -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    DET2-VLR-CALCULADO  PIC     -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(034) VALUE SPACES.
      *
       01      TOT1.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    TOT1-DESCRICAO      PIC     X(040).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    TOT1-VALOR          PIC     -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    TOT1-SITUACAO       PIC     X(020).
         03    FILLER              PIC     X(042) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADEMPR - DADOS CADASTRAIS DA EMPRESA                *
      *****************************************************************
      *
           COPY    COBI1229.
      *
      *****************************************************************
      * INPUT..: CADFORN - CADASTRO DE FORNECEDORES                   *
      *****************************************************************
      *
           COPY    COBI1008.
      *
      *****************************************************************
      * INPUT..: CADENTI - CADASTRO DE ENTIDADES                      *
      *****************************************************************
      *
           COPY    COBO2103.
      *
      *****************************************************************
      * INPUT..: CADPFIS - DADOS FISCAIS DOS PARTICIPANTES            *
      *****************************************************************
      *
           COPY    COBI1230.
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
      * INPUT..: CADFINV - FATURAS DOS FORNECEDORES                   *
      *****************************************************************
      *
           COPY    COBI1047.
      *
      *****************************************************************
      * INPUT..: CADNFEA - REGISTRO DAS NF-E ATUALIZADO               *
      *****************************************************************
      *
           COPY    COBO1228.
      *
      *****************************************************************
      * INPUT..: CADNFTX - TRANSMISSAO AO GATEWAY FISCAL              *
      *****************************************************************
      *
           COPY    COBO1227.
      *
      *****************************************************************
      * INPUT..: CADTSUM - RESUMO MENSAL DE TRIBUTOS                  *
      *****************************************************************
      *
           COPY    COBO1046.
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
         03    LKG-PERIODO         PIC     9(006).
         03    LKG-FILLER          REDEFINES LKG-PERIODO.
           05  LKG-ANO             PIC     9(004).
           05  LKG-MES             PIC     9(002).
         03    LKG-COD-EMPRESA     PIC     9(002).
      *****************************************************************
       PROCEDURE   DIVISION        USING LKG-PARM.
      *****************************************************************
      *
           PERFORM 0100-00-PROCED-INICIAIS.

           PERFORM 1000-00-PROCED-PRINCIPAIS.

           PERFORM 3000-00-PROCED-FINAIS.

           GOBACK.
      *
      *****************************************************************
       0100-00-PROCED-INICIAIS     SECTION.
      *****************************************************************
      *
           MOVE    FUNCTION CURRENT-DATE (9:6)
                                   TO      WS-HORA-INICIO.

           PERFORM 0150-00-CRITICA-PARM.

           OPEN    INPUT   CADEMPR
                           CADFORN
                           CADENTI
                           CADPFIS
                           CADMATR
                           CADFISC
                           CADFINV
                           CADNFEA
                           CADNFTX
                           CADTSUM
                   OUTPUT  CADEFDF
                           RELEFDV.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 0250-00-MONTA-PERIODO.

           PERFORM 0300-00-LEITURA-CADEMPR.

           PERFORM 0400-00-CARGA-TAB-FORNECEDORES
             UNTIL WS-FS-CADFORN   EQUAL   10.

           PERFORM 0410-00-CARGA-TAB-ENTIDADES
             UNTIL WS-FS-CADENTI   EQUAL   10.

           PERFORM 0420-00-CARGA-DADOS-FISCAIS
             UNTIL WS-FS-CADPFIS   EQUAL   10.

           PERFORM 0440-00-CARGA-TAB-PECAS
             UNTIL WS-FS-CADMATR   EQUAL   10.

           PERFORM 0460-00-CARGA-TRIBUTACAO
             UNTIL WS-FS-CADFISC   EQUAL   10.

           PERFORM 0500-00-CARGA-TAB-ENTRADAS
             UNTIL WS-FS-CADFINV   EQUAL   10.

           PERFORM 0520-00-CARGA-TAB-SAIDAS
             UNTIL WS-FS-CADNFEA   EQUAL   10.

           PERFORM 0540-00-CARGA-ITENS-SAIDA
             UNTIL WS-FS-CADNFTX   EQUAL   10.

           PERFORM 0560-00-CARGA-TAB-TRIBUTOS
             UNTIL WS-FS-CADTSUM   EQUAL   10.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0150-00-CRITICA-PARM        SECTION.
      *****************************************************************
      *
           IF      LKG-TAM         LESS        6           OR
                   LKG-MES         NOT NUMERIC OR
                   LKG-MES         EQUAL       ZEROS       OR
                   LKG-MES         GREATER     12          OR
                   LKG-ANO         NOT NUMERIC OR
                   LKG-ANO         EQUAL       ZEROS
                   PERFORM         0997-00-ABEND-PARM
           END-IF.

           IF      LKG-TAM         GREATER     6
                   IF      LKG-TAM         LESS        8           OR
                           LKG-COD-EMPRESA NOT NUMERIC OR
                           LKG-COD-EMPRESA EQUAL       ZEROS
                           PERFORM         0997-00-ABEND-PARM
                   END-IF
                   MOVE    LKG-COD-EMPRESA TO      WS-EMP-SELECIONADA
           END-IF.

           IF      WS-EMP-SELECIONADA      NOT EQUAL       01
                   MOVE    'N'     TO      WS-SW-EMPRESA-01
           END-IF.
      *
       0150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADEMPR NOT EQUAL 00 AND 10
                   MOVE 'CADEMPR'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADEMPR     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFORN NOT EQUAL 00 AND 10
                   MOVE 'CADFORN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFORN     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADENTI NOT EQUAL 00 AND 10
                   MOVE 'CADENTI'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADENTI     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADPFIS NOT EQUAL 00 AND 10
                   MOVE 'CADPFIS'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPFIS     TO      WS-FS-ARQ
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

           IF      WS-FS-CADFINV NOT EQUAL 00 AND 10
                   MOVE 'CADFINV'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFINV     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADNFEA NOT EQUAL 00 AND 10
                   MOVE 'CADNFEA'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADNFEA     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADNFTX NOT EQUAL 00 AND 10
                   MOVE 'CADNFTX'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADNFTX     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADTSUM NOT EQUAL 00 AND 10
                   MOVE 'CADTSUM'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADTSUM     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADEFDF NOT EQUAL 00
                   MOVE 'CADEFDF'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADEFDF     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-RELEFDV NOT EQUAL 00
                   MOVE 'RELEFDV'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELEFDV     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0250-00-MONTA-PERIODO       SECTION.
      *****************************************************************
      *    PRIMEIRO E ULTIMO DIA DO MES DO PARM; FEVEREIRO TEM 29     *
      *    DIAS NO ANO BISSEXTO (DIVISIVEL POR 4 E NAO DIVISIVEL POR  *
      *    100, OU DIVISIVEL POR 400)                                 *
      *
           MOVE    TAB-DIAS (LKG-MES)      TO      WS-ULT-DIA-MES.

           MOVE    LKG-ANO         TO      WS-DIVIDENDO.

           DIVIDE  WS-DIVIDENDO    BY      004
                   GIVING  WS-RESTO-04     REMAINDER       WS-RESTO-04.

           DIVIDE  WS-DIVIDENDO    BY      100
                   GIVING  WS-RESTO-100    REMAINDER       WS-RESTO-100.

           DIVIDE  WS-DIVIDENDO    BY      400
                   GIVING  WS-RESTO-400    REMAINDER       WS-RESTO-400.

           IF      LKG-MES         EQUAL   02              AND
                   WS-RESTO-04     EQUAL   ZEROS           AND
                 ( WS-RESTO-100    NOT EQUAL ZEROS OR
                   WS-RESTO-400    EQUAL   ZEROS )
                   MOVE    29      TO      WS-ULT-DIA-MES
           END-IF.

           COMPUTE WS-DAT-INI-PER  =       LKG-PERIODO * 100 + 1.
           COMPUTE WS-DAT-FIM-PER  =       LKG-PERIODO * 100 +
                                           WS-ULT-DIA-MES.

           MOVE    WS-DAT-INI-PER  TO      WS-DAT-AMD.
           PERFORM 2800-00-CONVERTE-DATA.
           MOVE    WS-DAT-DMA      TO      WS-DT-INI-EFD.

           MOVE    WS-DAT-FIM-PER  TO      WS-DAT-AMD.
           PERFORM 2800-00-CONVERTE-DATA.
           MOVE    WS-DAT-DMA      TO      WS-DT-FIM-EFD.

           MOVE    LKG-MES         TO      CAB5-MES.
           MOVE    LKG-ANO         TO      CAB5-ANO.
      *
       0250-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0300-00-LEITURA-CADEMPR     SECTION.
      *****************************************************************
      *    REGISTRO DA EMPRESA SELECIONADA (SEM CODIGO = 01); SEM ELE *
      *    O ARQUIVO E GERADO E A AUSENCIA VAI AO RELATORIO DE        *
      *    VALIDACAO                                                  *
      *
       0300-10-LEITURA.

           READ    CADEMPR         INTO    REG-EMPR.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADEMPR   NOT EQUAL       00
                   MOVE    SPACES  TO      REG-EMPR
                   MOVE    ZEROS   TO      EMPR-CNPJ
                   SET     WS-EMPRESA-AUSENTE      TO      TRUE
                   GO      TO      0300-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADEMPR.

           IF      EMPR-COD-EMPRESA NOT NUMERIC    OR
                   EMPR-COD-EMPRESA EQUAL  ZEROS
                   MOVE    01      TO      EMPR-COD-EMPRESA
           END-IF.

           IF      EMPR-COD-EMPRESA NOT EQUAL WS-EMP-SELECIONADA
                   GO      TO      0300-10-LEITURA
           END-IF.

           SET     WS-EMPRESA-INFORMADA    TO      TRUE.

           IF      EMPR-CNPJ       NOT NUMERIC
                   MOVE    ZEROS   TO      EMPR-CNPJ
           END-IF.
      *
       0300-90-CABECALHO.

           MOVE    EMPR-CNPJ       TO      CAB5-CNPJ.
           MOVE    EMPR-NOME       TO      CAB5-NOME.
      *
       0300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-TAB-FORNECEDORES SECTION.
      *****************************************************************
      *
           READ    CADFORN         INTO    REG-FORN.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFORN   NOT EQUAL       00
                   GO      TO      0400-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADFORN.

           IF      WS-QTD-TAB-FOR  GREATER OR EQUAL 05000
                   PERFORM 0989-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-FOR.

           MOVE    FORN-CODIGO     TO
                   TAB-FOR-CODIGO     (WS-QTD-TAB-FOR).
           MOVE    FORN-NOME       TO
                   TAB-FOR-NOME       (WS-QTD-TAB-FOR).
           MOVE    'N'             TO
                   TAB-FOR-USO        (WS-QTD-TAB-FOR)
                   TAB-FOR-PFIS       (WS-QTD-TAB-FOR).
           MOVE    ZEROS           TO
                   TAB-FOR-CNPJ       (WS-QTD-TAB-FOR).
           MOVE    SPACES          TO
                   TAB-FOR-IE         (WS-QTD-TAB-FOR)
                   TAB-FOR-UF         (WS-QTD-TAB-FOR)
                   TAB-FOR-COD-CIDADE (WS-QTD-TAB-FOR).
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0410-00-CARGA-TAB-ENTIDADES SECTION.
      *****************************************************************
      *
           READ    CADENTI         INTO    REG-ENTI.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADENTI   NOT EQUAL       00
                   GO      TO      0410-99-EXIT
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
           MOVE    'N'             TO
                   TAB-ENT-USO        (WS-QTD-TAB-ENT)
                   TAB-ENT-PFIS       (WS-QTD-TAB-ENT).
           MOVE    ZEROS           TO
                   TAB-ENT-CNPJ       (WS-QTD-TAB-ENT).
           MOVE    SPACES          TO
                   TAB-ENT-IE         (WS-QTD-TAB-ENT)
                   TAB-ENT-UF         (WS-QTD-TAB-ENT).
      *
       0410-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0420-00-CARGA-DADOS-FISCAIS SECTION.
      *****************************************************************
      *    COMPLETA O PARTICIPANTE COM O CNPJ/CPF, A INSCRICAO        *
      *    ESTADUAL E A UF; O FORNECEDOR RECEBE TAMBEM O MUNICIPIO.   *
      *    REGISTRO DE PARTICIPANTE NAO CADASTRADO E DESPREZADO       *
      *
           READ    CADPFIS         INTO    REG-PFIS.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADPFIS   NOT EQUAL       00
                   GO      TO      0420-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADPFIS.

           IF      PFIS-CNPJ-CPF   NOT NUMERIC
                   MOVE    ZEROS   TO      PFIS-CNPJ-CPF
           END-IF.

           EVALUATE TRUE
             WHEN  PFIS-FORNECEDOR
                   MOVE    PFIS-COD-PART   TO      WS-COD-PART-NUM
                   PERFORM 1210-00-PROCURA-FORNECEDOR
                   IF      WS-FOR-ACHOU
                           PERFORM 0425-00-DADOS-FORNECEDOR
                   ELSE
                           ADD 001 TO      WS-QTD-PFIS-IGNOR
                   END-IF
             WHEN  PFIS-ENTIDADE
                   MOVE    PFIS-COD-PART   TO      WS-COD-PART-NUM
                   PERFORM 1220-00-PROCURA-ENTIDADE
                   IF      WS-ENT-ACHOU
                           PERFORM 0430-00-DADOS-ENTIDADE
                   ELSE
                           ADD 001 TO      WS-QTD-PFIS-IGNOR
                   END-IF
             WHEN  OTHER
                   ADD     001     TO      WS-QTD-PFIS-IGNOR
           END-EVALUATE.
      *
       0420-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0425-00-DADOS-FORNECEDOR    SECTION.
      *****************************************************************
      *
           MOVE    'S'             TO
                   TAB-FOR-PFIS       (WS-IND-TAB-FOR).
           MOVE    PFIS-CNPJ-CPF   TO
                   TAB-FOR-CNPJ       (WS-IND-TAB-FOR).
           MOVE    PFIS-IE         TO
                   TAB-FOR-IE         (WS-IND-TAB-FOR).
           MOVE    PFIS-UF         TO
                   TAB-FOR-UF         (WS-IND-TAB-FOR).
           MOVE    PFIS-COD-CIDADE TO
                   TAB-FOR-COD-CIDADE (WS-IND-TAB-FOR).
      *
       0425-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0430-00-DADOS-ENTIDADE      SECTION.
      *****************************************************************
      *
           MOVE    'S'             TO
                   TAB-ENT-PFIS       (WS-IND-TAB-ENT).
           MOVE    PFIS-CNPJ-CPF   TO
                   TAB-ENT-CNPJ       (WS-IND-TAB-ENT).
           MOVE    PFIS-IE         TO
                   TAB-ENT-IE         (WS-IND-TAB-ENT).
           MOVE    PFIS-UF         TO
                   TAB-ENT-UF         (WS-IND-TAB-ENT).
      *
       0430-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0440-00-CARGA-TAB-PECAS     SECTION.
      *****************************************************************
      *    A PECA COM ESTOQUE ENTRA NO INVENTARIO DO FIM DO MES E,    *
      *    POR ISSO, NA RELACAO DE ITENS (0200)                       *
      *
           READ    CADMATR         INTO    REG-MATR.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

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
           MOVE    MATR-QTD-ETQ    TO
                   TAB-PEC-QTD-ETQ    (WS-QTD-TAB-PEC).
           MOVE    MATR-VLR-UNIT   TO
                   TAB-PEC-VLR-UNIT   (WS-QTD-TAB-PEC).
           MOVE    'N'             TO
                   TAB-PEC-FIS        (WS-QTD-TAB-PEC).
           MOVE    SPACES          TO
                   TAB-PEC-COD-TRIB   (WS-QTD-TAB-PEC).
           MOVE    ZEROS           TO
                   TAB-PEC-PCT-ALIQ   (WS-QTD-TAB-PEC).

           IF      MATR-QTD-ETQ    GREATER ZEROS
                   MOVE    'S'     TO
                           TAB-PEC-USO        (WS-QTD-TAB-PEC)
           ELSE
                   MOVE    'N'     TO
                           TAB-PEC-USO        (WS-QTD-TAB-PEC)
           END-IF.
      *
       0440-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0460-00-CARGA-TRIBUTACAO    SECTION.
      *****************************************************************
      *    SO A TRIBUTACAO ATIVA; A PECA COM MAIS DE UM REGISTRO      *
      *    ATIVO FICA COM O PRIMEIRO                                  *
      *
           READ    CADFISC         INTO    REG-FISC.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFISC   NOT EQUAL       00
                   GO      TO      0460-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADFISC.

           IF      NOT FISC-ATIVA
                   GO      TO      0460-99-EXIT
           END-IF.

           MOVE    FISC-COD-PEC    TO      WS-COD-PEC-PROC.

           PERFORM 1230-00-PROCURA-PECA.

           IF      WS-PEC-NAO-ACHOU
                   GO      TO      0460-99-EXIT
           END-IF.

           IF      TAB-PEC-FIS (WS-IND-TAB-PEC)    EQUAL   'S'
                   GO      TO      0460-99-EXIT
           END-IF.

           MOVE    'S'             TO
                   TAB-PEC-FIS        (WS-IND-TAB-PEC).
           MOVE    FISC-COD-TRIB   TO
                   TAB-PEC-COD-TRIB   (WS-IND-TAB-PEC).
           MOVE    FISC-PCT-ALIQ   TO
                   TAB-PEC-PCT-ALIQ   (WS-IND-TAB-PEC).
      *
       0460-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-CARGA-TAB-ENTRADAS  SECTION.
      *****************************************************************
      *    LINHAS DAS FATURAS EMITIDAS NO PERIODO; O CREDITO DO       *
      *    IMPOSTO USA A ALIQUOTA ATIVA DA PECA NO CADFISC            *
      *
           READ    CADFINV         INTO    REG-FINV.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFINV   NOT EQUAL       00
                   GO      TO      0500-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADFINV.

           IF      FINV-DAT-EMISSAO (1:6)  NOT EQUAL LKG-PERIODO
                   GO      TO      0500-99-EXIT
           END-IF.

           MOVE    FINV-COD-EMPRESA        TO      WS-COD-EMPRESA.

           IF      WS-COD-EMPRESA  NOT NUMERIC     OR
                   WS-COD-EMPRESA  EQUAL   ZEROS
                   MOVE    01      TO      WS-COD-EMPRESA
           END-IF.

           IF      WS-COD-EMPRESA  NOT EQUAL WS-EMP-SELECIONADA
                   ADD     001     TO      WS-QTD-OUTRA-EMPRESA
                   GO      TO      0500-99-EXIT
           END-IF.

           IF      WS-QTD-TAB-DEN  GREATER OR EQUAL 05000
                   PERFORM 0989-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-DEN.

           MOVE    FINV-FORNECEDOR TO
                   TAB-DEN-FORNECEDOR  (WS-QTD-TAB-DEN).
           MOVE    FINV-NUM-NF     TO
                   TAB-DEN-NUM-NF      (WS-QTD-TAB-DEN).
           MOVE    FINV-DAT-EMISSAO        TO
                   TAB-DEN-DAT-EMISSAO (WS-QTD-TAB-DEN).
           MOVE    FINV-COD-PEC    TO
                   TAB-DEN-COD-PEC     (WS-QTD-TAB-DEN).
           MOVE    FINV-QTD-FATURADA       TO
                   TAB-DEN-QTD         (WS-QTD-TAB-DEN).
           MOVE    'N'             TO
                   TAB-DEN-GRAVADA     (WS-QTD-TAB-DEN).
           MOVE    ZEROS           TO
                   TAB-DEN-PCT-ALIQ    (WS-QTD-TAB-DEN).

           COMPUTE TAB-DEN-VLR-ITEM (WS-QTD-TAB-DEN) =
                   FINV-QTD-FATURADA * FINV-VLR-UNIT
              ON SIZE ERROR
                   PERFORM 0989-00-ABEND-TABELA
           END-COMPUTE.

           MOVE    FINV-FORNECEDOR TO      WS-COD-PART-NUM.

           PERFORM 1210-00-PROCURA-FORNECEDOR.

           IF      WS-FOR-ACHOU
                   MOVE    'S'     TO      TAB-FOR-USO (WS-IND-TAB-FOR)
           END-IF.

           MOVE    FINV-COD-PEC    TO      WS-COD-PEC-PROC.

           PERFORM 1230-00-PROCURA-PECA.

           IF      WS-PEC-ACHOU
                   MOVE    'S'     TO      TAB-PEC-USO (WS-IND-TAB-PEC)
                   MOVE    TAB-PEC-PCT-ALIQ (WS-IND-TAB-PEC) TO
                           TAB-DEN-PCT-ALIQ (WS-QTD-TAB-DEN)
           END-IF.

           COMPUTE TAB-DEN-VLR-ICMS (WS-QTD-TAB-DEN) ROUNDED =
                   TAB-DEN-VLR-ITEM (WS-QTD-TAB-DEN) *
                   TAB-DEN-PCT-ALIQ (WS-QTD-TAB-DEN) / 100.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0520-00-CARGA-TAB-SAIDAS    SECTION.
      *****************************************************************
      *    SO AS NF-E AUTORIZADAS E EMITIDAS NO PERIODO               *
      *
           READ    CADNFEA         INTO    REG-NFEM.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    009             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADNFEA   NOT EQUAL       00
                   GO      TO      0520-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADNFEA.

           IF      NOT WS-EMPRESA-01
                   GO      TO      0520-99-EXIT
           END-IF.

           IF      NOT NFEM-AUTORIZADA                     OR
                   NFEM-DAT-EMISSAO (1:6)  NOT EQUAL LKG-PERIODO
                   GO      TO      0520-99-EXIT
           END-IF.

           IF      WS-QTD-TAB-SAI  GREATER OR EQUAL 05000
                   PERFORM 0989-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-SAI.

           MOVE    NFEM-SERIE      TO
                   TAB-SAI-SERIE       (WS-QTD-TAB-SAI).
           MOVE    NFEM-NUMERO     TO
                   TAB-SAI-NUMERO      (WS-QTD-TAB-SAI).
           MOVE    NFEM-CD-ENTI    TO
                   TAB-SAI-CD-ENTI     (WS-QTD-TAB-SAI).
           MOVE    NFEM-DAT-EMISSAO        TO
                   TAB-SAI-DAT-EMISSAO (WS-QTD-TAB-SAI).
           MOVE    NFEM-CHAVE-ACESSO       TO
                   TAB-SAI-CHAVE       (WS-QTD-TAB-SAI).
           MOVE    NFEM-VLR-MERCADORIA     TO
                   TAB-SAI-VLR-MERC    (WS-QTD-TAB-SAI).
           MOVE    NFEM-VLR-TRIBUTO        TO
                   TAB-SAI-VLR-TRIB    (WS-QTD-TAB-SAI).

           MOVE    NFEM-CD-ENTI    TO      WS-COD-PART-NUM.

           PERFORM 1220-00-PROCURA-ENTIDADE.

           IF      WS-ENT-ACHOU
                   MOVE    'S'     TO      TAB-ENT-USO (WS-IND-TAB-ENT)
           END-IF.
      *
       0520-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0540-00-CARGA-ITENS-SAIDA   SECTION.
      *****************************************************************
      *    SOMA OS ITENS TRANSMITIDOS DAS NOTAS AUTORIZADAS DO        *
      *    PERIODO POR NOTA E ALIQUOTA (REGISTRO ANALITICO C190)      *
      *
           READ    CADNFTX         INTO    REG-NFTX.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    010             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADNFTX   NOT EQUAL       00
                   GO      TO      0540-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADNFTX.

           IF      NOT WS-EMPRESA-01
                   GO      TO      0540-99-EXIT
           END-IF.

           IF      NOT NFTX-ITEM
                   GO      TO      0540-99-EXIT
           END-IF.

           IF      NFTX-ITE-SERIE  NOT EQUAL WS-SERIE-ANT  OR
                   NFTX-ITE-NUMERO NOT EQUAL WS-NUMERO-ANT
                   MOVE    NFTX-ITE-SERIE  TO      WS-SERIE-ANT
                   MOVE    NFTX-ITE-NUMERO TO      WS-NUMERO-ANT
                   PERFORM 1240-00-PROCURA-SAIDA
           END-IF.

           IF      WS-SAI-NAO-ACHOU
                   GO      TO      0540-99-EXIT
           END-IF.

           SET     WS-ANS-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-ANS FROM 1 BY 1
                   UNTIL   WS-IND-TAB-ANS GREATER WS-QTD-TAB-ANS
                   OR      WS-ANS-ACHOU

             IF    TAB-ANS-SERIE    (WS-IND-TAB-ANS) EQUAL
                   NFTX-ITE-SERIE                          AND
                   TAB-ANS-NUMERO   (WS-IND-TAB-ANS) EQUAL
                   NFTX-ITE-NUMERO                         AND
                   TAB-ANS-PCT-ALIQ (WS-IND-TAB-ANS) EQUAL
                   NFTX-ITE-PCT-ALIQ
                   SET     WS-ANS-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-ANS-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-ANS
           ELSE
                   IF      WS-QTD-TAB-ANS  GREATER OR EQUAL 10000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-ANS
                   MOVE    WS-QTD-TAB-ANS  TO      WS-IND-TAB-ANS
                   MOVE    NFTX-ITE-SERIE  TO
                           TAB-ANS-SERIE    (WS-IND-TAB-ANS)
                   MOVE    NFTX-ITE-NUMERO TO
                           TAB-ANS-NUMERO   (WS-IND-TAB-ANS)
                   MOVE    NFTX-ITE-PCT-ALIQ       TO
                           TAB-ANS-PCT-ALIQ (WS-IND-TAB-ANS)
                   MOVE    ZEROS           TO
                           TAB-ANS-VLR-OPR  (WS-IND-TAB-ANS)
                           TAB-ANS-VLR-ICMS (WS-IND-TAB-ANS)
           END-IF.

           ADD     NFTX-ITE-VLR-TOTAL      TO
                   TAB-ANS-VLR-OPR  (WS-IND-TAB-ANS).
           ADD     NFTX-ITE-VLR-TRIBUTO    TO
                   TAB-ANS-VLR-ICMS (WS-IND-TAB-ANS).
      *
       0540-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0560-00-CARGA-TAB-TRIBUTOS  SECTION.
      *****************************************************************
      *
           READ    CADTSUM         INTO    REG-TSUM.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    011             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADTSUM   NOT EQUAL       00
                   GO      TO      0560-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADTSUM.

           IF      NOT WS-EMPRESA-01
                   GO      TO      0560-99-EXIT
           END-IF.

           IF      WS-QTD-TAB-TRB  GREATER OR EQUAL 00200
                   PERFORM 0989-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-TRB.

           MOVE    TSUM-COD-TRIB   TO
                   TAB-TRB-COD-TRIB    (WS-QTD-TAB-TRB).
           MOVE    TSUM-PCT-ALIQ   TO
                   TAB-TRB-PCT-ALIQ    (WS-QTD-TAB-TRB).
           MOVE    TSUM-VLR-BASE   TO
                   TAB-TRB-VLR-BASE    (WS-QTD-TAB-TRB).
           MOVE    TSUM-VLR-IMPOSTO        TO
                   TAB-TRB-VLR-IMPOSTO (WS-QTD-TAB-TRB).

           ADD     TSUM-VLR-BASE   TO      WS-TOT-BASE-TSUM.
           ADD     TSUM-VLR-IMPOSTO        TO      WS-TOT-IMP-TSUM.
      *
       0560-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *    GRAVA OS BLOCOS NA ORDEM DO LEIAUTE DA ESCRITURACAO        *
      *
           PERFORM 1100-00-BLOCO-0.

           MOVE    'B'             TO      WS-BLOCO.
           PERFORM 2600-00-BLOCO-SEM-MOVIMENTO.

           PERFORM 1300-00-BLOCO-C.

           MOVE    'D'             TO      WS-BLOCO.
           PERFORM 2600-00-BLOCO-SEM-MOVIMENTO.

           PERFORM 1500-00-BLOCO-E.

           MOVE    'G'             TO      WS-BLOCO.
           PERFORM 2600-00-BLOCO-SEM-MOVIMENTO.

           PERFORM 1600-00-BLOCO-H.

           MOVE    'K'             TO      WS-BLOCO.
           PERFORM 2600-00-BLOCO-SEM-MOVIMENTO.

           MOVE    '1'             TO      WS-BLOCO.
           PERFORM 2600-00-BLOCO-SEM-MOVIMENTO.

           PERFORM 1800-00-BLOCO-9.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-BLOCO-0             SECTION.
      *****************************************************************
      *    ABERTURA (0000), PARTICIPANTES (0150), UNIDADE (0190) E    *
      *    ITENS (0200) USADOS NOS DOCUMENTOS E NO INVENTARIO         *
      *
           PERFORM 1110-00-CRITICA-EMPRESA.

           MOVE    ZEROS           TO      WS-QTD-LIN-BLOCO.

           MOVE    SPACES          TO      WS-LINHA-EFD.
           STRING  '|0000|' WS-COD-VERSAO '|0|'
                   WS-DT-INI-EFD '|' WS-DT-FIM-EFD '|'
                   EMPR-NOME '|' EMPR-CNPJ '||'
                   EMPR-UF '|' EMPR-IE '|' EMPR-COD-CIDADE '|||'
                   EMPR-PERFIL '|1|'
                   DELIMITED BY SIZE
                   INTO    WS-LINHA-EFD
           END-STRING.
           PERFORM 2700-00-GRAVACAO-CADEFDF.

           MOVE    SPACES          TO      WS-LINHA-EFD.
           STRING  '|0001|0|'
                   DELIMITED BY SIZE
                   INTO    WS-LINHA-EFD
           END-STRING.
           PERFORM 2700-00-GRAVACAO-CADEFDF.

           PERFORM VARYING WS-IND-TAB-FOR FROM 1 BY 1
                   UNTIL   WS-IND-TAB-FOR GREATER WS-QTD-TAB-FOR
             IF    TAB-FOR-USO (WS-IND-TAB-FOR)    EQUAL   'S'
                   PERFORM 1150-00-GRAVA-PART-FORNECEDOR
             END-IF
           END-PERFORM.

           PERFORM VARYING WS-IND-TAB-ENT FROM 1 BY 1
                   UNTIL   WS-IND-TAB-ENT GREATER WS-QTD-TAB-ENT
             IF    TAB-ENT-USO (WS-IND-TAB-ENT)    EQUAL   'S'
                   PERFORM 1160-00-GRAVA-PART-ENTIDADE
             END-IF
           END-PERFORM.

           MOVE    SPACES          TO      WS-LINHA-EFD.
           STRING  '|0190|UN|UNIDADE|'
                   DELIMITED BY SIZE
                   INTO    WS-LINHA-EFD
           END-STRING.
           PERFORM 2700-00-GRAVACAO-CADEFDF.

           PERFORM VARYING WS-IND-TAB-PEC FROM 1 BY 1
                   UNTIL   WS-IND-TAB-PEC GREATER WS-QTD-TAB-PEC
             IF    TAB-PEC-USO (WS-IND-TAB-PEC)    EQUAL   'S'
                   PERFORM 1170-00-GRAVA-ITEM
             END-IF
           END-PERFORM.

           MOVE    '0990'          TO      WS-REG-ATU.
           PERFORM 2650-00-GRAVA-ENCERRAMENTO.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1110-00-CRITICA-EMPRESA     SECTION.
      *****************************************************************
      *
           MOVE    '0000'          TO      DET1-REGISTRO.
           MOVE    'EMPRESA'       TO      DET1-CHAVE.
           MOVE    EMPR-NOME       TO      DET1-DESCRICAO.

           IF      WS-EMPRESA-AUSENTE
                   MOVE    'DADOS DA EMPRESA (CADEMPR) NAO INFORMADOS'
                                   TO      DET1-OCORRENCIA
                   PERFORM 2100-00-IMPRIME-OCORRENCIA
                   GO      TO      1110-99-EXIT
           END-IF.

           IF      EMPR-CNPJ       EQUAL   ZEROS
                   MOVE    'EMPRESA SEM CNPJ'
                                   TO      DET1-OCORRENCIA
                   PERFORM 2100-00-IMPRIME-OCORRENCIA
           END-IF.

           IF      EMPR-NOME       EQUAL   SPACES
                   MOVE    'EMPRESA SEM RAZAO SOCIAL'
                                   TO      DET1-OCORRENCIA
                   PERFORM 2100-00-IMPRIME-OCORRENCIA
           END-IF.

           IF      EMPR-UF         EQUAL   SPACES
                   MOVE    'EMPRESA SEM UF'
                                   TO      DET1-OCORRENCIA
                   PERFORM 2100-00-IMPRIME-OCORRENCIA
           END-IF.

           IF      EMPR-IE         EQUAL   SPACES
                   MOVE    'EMPRESA SEM INSCRICAO ESTADUAL'
                                   TO      DET1-OCORRENCIA
                   PERFORM 2100-00-IMPRIME-OCORRENCIA
           END-IF.

           IF      EMPR-COD-CIDADE EQUAL   SPACES
                   MOVE    'EMPRESA SEM MUNICIPIO'
                                   TO      DET1-OCORRENCIA
                   PERFORM 2100-00-IMPRIME-OCORRENCIA
           END-IF.

           IF      NOT EMPR-PERFIL-VALIDO
                   MOVE    'PERFIL DE APRESENTACAO INVALIDO'
                                   TO      DET1-OCORRENCIA
                   PERFORM 2100-00-IMPRIME-OCORRENCIA
           END-IF.
      *
       1110-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1150-00-GRAVA-PART-FORNECEDOR SECTION.
      *****************************************************************
      *
           MOVE    'F'             TO      WS-COD-PART-TIP.
           MOVE    TAB-FOR-CODIGO (WS-IND-TAB-FOR)
                                   TO      WS-COD-PART-NUM.

           MOVE    SPACES          TO      WS-LINHA-EFD.
           STRING  '|0150|' WS-COD-PART '|'
                   TAB-FOR-NOME       (WS-IND-TAB-FOR) '|'
                   WS-COD-PAIS '|'
                   TAB-FOR-CNPJ       (WS-IND-TAB-FOR) '||'
                   TAB-FOR-IE         (WS-IND-TAB-FOR) '|'
                   TAB-FOR-COD-CIDADE (WS-IND-TAB-FOR) '||||||'
                   DELIMITED BY SIZE
                   INTO    WS-LINHA-EFD
           END-STRING.
           PERFORM 2700-00-GRAVACAO-CADEFDF.

           MOVE    '0150'          TO      DET1-REGISTRO.
           MOVE    WS-COD-PART     TO      DET1-CHAVE.
           MOVE    TAB-FOR-NOME (WS-IND-TAB-FOR)
                                   TO      DET1-DESCRICAO.

           IF      TAB-FOR-PFIS (WS-IND-TAB-FOR)   NOT EQUAL 'S'
                   MOVE    'PARTICIPANTE SEM DADOS FISCAIS (CADPFIS)'
                                   TO      DET1-OCORRENCIA
                   PERFORM 2100-00-IMPRIME-OCORRENCIA
                   GO      TO      1150-99-EXIT
           END-IF.

           IF      TAB-FOR-CNPJ (WS-IND-TAB-FOR)   EQUAL   ZEROS
                   MOVE    'PARTICIPANTE SEM CNPJ/CPF'
                                   TO      DET1-OCORRENCIA
                   PERFORM 2100-00-IMPRIME-OCORRENCIA
           END-IF.

           IF      TAB-FOR-UF (WS-IND-TAB-FOR)     EQUAL   SPACES
                   MOVE    'PARTICIPANTE SEM UF'
                                   TO      DET1-OCORRENCIA
                   PERFORM 2100-00-IMPRIME-OCORRENCIA
           END-IF.

           IF      TAB-FOR-COD-CIDADE (WS-IND-TAB-FOR)
                                   EQUAL   SPACES
                   MOVE    'PARTICIPANTE SEM MUNICIPIO'
                                   TO      DET1-OCORRENCIA
                   PERFORM 2100-00-IMPRIME-OCORRENCIA
           END-IF.
      *
       1150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1160-00-GRAVA-PART-ENTIDADE SECTION.
      *****************************************************************
      *
           MOVE    'E'             TO      WS-COD-PART-TIP.
           MOVE    TAB-ENT-COD-ENT (WS-IND-TAB-ENT)
                                   TO      WS-COD-PART-NUM.

           MOVE    SPACES          TO      WS-LINHA-EFD.
           STRING  '|0150|' WS-COD-PART '|'
                   TAB-ENT-NOME       (WS-IND-TAB-ENT) '|'
                   WS-COD-PAIS '|'
                   TAB-ENT-CNPJ       (WS-IND-TAB-ENT) '||'
                   TAB-ENT-IE         (WS-IND-TAB-ENT) '|'
                   TAB-ENT-COD-CIDADE (WS-IND-TAB-ENT) '||||||'
                   DELIMITED BY SIZE
                   INTO    WS-LINHA-EFD
           END-STRING.
           PERFORM 2700-00-GRAVACAO-CADEFDF.

           MOVE    '0150'          TO      DET1-REGISTRO.
           MOVE    WS-COD-PART     TO      DET1-CHAVE.
           MOVE    TAB-ENT-NOME (WS-IND-TAB-ENT)
                                   TO      DET1-DESCRICAO.

           IF      TAB-ENT-PFIS (WS-IND-TAB-ENT)   NOT EQUAL 'S'
                   MOVE    'PARTICIPANTE SEM DADOS FISCAIS (CADPFIS)'
                                   TO      DET1-OCORRENCIA
                   PERFORM 2100-00-IMPRIME-OCORRENCIA
                   GO      TO      1160-99-EXIT
           END-IF.

           IF      TAB-ENT-CNPJ (WS-IND-TAB-ENT)   EQUAL   ZEROS
                   MOVE    'PARTICIPANTE SEM CNPJ/CPF'
                                   TO      DET1-OCORRENCIA
                   PERFORM 2100-00-IMPRIME-OCORRENCIA
           END-IF.

           IF      TAB-ENT-UF (WS-IND-TAB-ENT)     EQUAL   SPACES
                   MOVE    'PARTICIPANTE SEM UF'
                                   TO      DET1-OCORRENCIA
                   PERFORM 2100-00-IMPRIME-OCORRENCIA
           END-IF.

           IF      TAB-ENT-COD-CIDADE (WS-IND-TAB-ENT)
                                   EQUAL   SPACES
                   MOVE    'PARTICIPANTE SEM MUNICIPIO'
                                   TO      DET1-OCORRENCIA
                   PERFORM 2100-00-IMPRIME-OCORRENCIA
           END-IF.
      *
       1160-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1170-00-GRAVA-ITEM          SECTION.
      *****************************************************************
      *    A CLASSE FISCAL DA PECA (CADFISC) VAI NO CAMPO DA          *
      *    CLASSIFICACAO E A ALIQUOTA NO CAMPO DA ALIQUOTA DO ITEM    *
      *
           MOVE    TAB-PEC-PCT-ALIQ (WS-IND-TAB-PEC)
                                   TO      WS-ED-ALIQ.

           MOVE    SPACES          TO      WS-LINHA-EFD.
           STRING  '|0200|' TAB-PEC-COD-PEC (WS-IND-TAB-PEC) '|'
                   TAB-PEC-NOME     (WS-IND-TAB-PEC) '|||UN|00|'
                   TAB-PEC-COD-TRIB (WS-IND-TAB-PEC) '||||'
                   WS-ED-ALIQ '||'
                   DELIMITED BY SIZE
                   INTO    WS-LINHA-EFD
           END-STRING.
           PERFORM 2700-00-GRAVACAO-CADEFDF.

           IF      TAB-PEC-FIS (WS-IND-TAB-PEC)    NOT EQUAL 'S'
                   MOVE    '0200'  TO      DET1-REGISTRO
                   MOVE    TAB-PEC-COD-PEC (WS-IND-TAB-PEC)
                                   TO      DET1-CHAVE
                   MOVE    TAB-PEC-NOME    (WS-IND-TAB-PEC)
                                   TO      DET1-DESCRICAO
                   MOVE    'ITEM SEM CLASSE FISCAL ATIVA (CADFISC)'
                                   TO      DET1-OCORRENCIA
                   PERFORM 2100-00-IMPRIME-OCORRENCIA
           END-IF.
      *
       1170-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1210-00-PROCURA-FORNECEDOR  SECTION.
      *****************************************************************
      *    PROCURA O FORNECEDOR DE WS-COD-PART-NUM                    *
      *
           SET     WS-FOR-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-FOR FROM 1 BY 1
                   UNTIL   WS-IND-TAB-FOR GREATER WS-QTD-TAB-FOR
                   OR      WS-FOR-ACHOU

             IF    WS-COD-PART-NUM EQUAL
                   TAB-FOR-CODIGO (WS-IND-TAB-FOR)
                   SET     WS-FOR-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-FOR-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-FOR
           END-IF.
      *
       1210-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1220-00-PROCURA-ENTIDADE    SECTION.
      *****************************************************************
      *    PROCURA A ENTIDADE DE WS-COD-PART-NUM                      *
      *
           SET     WS-ENT-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-ENT FROM 1 BY 1
                   UNTIL   WS-IND-TAB-ENT GREATER WS-QTD-TAB-ENT
                   OR      WS-ENT-ACHOU

             IF    WS-COD-PART-NUM EQUAL
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
       1230-00-PROCURA-PECA        SECTION.
      *****************************************************************
      *    PROCURA A PECA DE WS-COD-PEC-PROC                          *
      *
           SET     WS-PEC-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-PEC FROM 1 BY 1
                   UNTIL   WS-IND-TAB-PEC GREATER WS-QTD-TAB-PEC
                   OR      WS-PEC-ACHOU

             IF    WS-COD-PEC-PROC EQUAL
                   TAB-PEC-COD-PEC (WS-IND-TAB-PEC)
                   SET     WS-PEC-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-PEC-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-PEC
           END-IF.
      *
       1230-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1240-00-PROCURA-SAIDA       SECTION.
      *****************************************************************
      *    PROCURA A NOTA DE WS-SERIE-ANT/WS-NUMERO-ANT ENTRE AS      *
      *    AUTORIZADAS DO PERIODO                                     *
      *
           SET     WS-SAI-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-SAI FROM 1 BY 1
                   UNTIL   WS-IND-TAB-SAI GREATER WS-QTD-TAB-SAI
                   OR      WS-SAI-ACHOU

             IF    WS-SERIE-ANT    EQUAL
                   TAB-SAI-SERIE  (WS-IND-TAB-SAI)         AND
                   WS-NUMERO-ANT   EQUAL
                   TAB-SAI-NUMERO (WS-IND-TAB-SAI)
                   SET     WS-SAI-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-SAI-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-SAI
           END-IF.
      *
       1240-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1300-00-BLOCO-C             SECTION.
      *****************************************************************
      *    DOCUMENTOS DE ENTRADA (C100 + C170 + C190) E DE SAIDA      *
      *    (C100 + C190)                                              *
      *
           MOVE    ZEROS           TO      WS-QTD-LIN-BLOCO.

           MOVE    SPACES          TO      WS-LINHA-EFD.
           IF      WS-QTD-TAB-DEN  EQUAL   ZEROS   AND
                   WS-QTD-TAB-SAI  EQUAL   ZEROS
                   STRING  '|C001|1|'
                           DELIMITED BY SIZE
                           INTO    WS-LINHA-EFD
                   END-STRING
           ELSE
                   STRING  '|C001|0|'
                           DELIMITED BY SIZE
                           INTO    WS-LINHA-EFD
                   END-STRING
           END-IF.
           PERFORM 2700-00-GRAVACAO-CADEFDF.

           PERFORM VARYING WS-IND-DOC-DEN FROM 1 BY 1
                   UNTIL   WS-IND-DOC-DEN GREATER WS-QTD-TAB-DEN
             IF    TAB-DEN-GRAVADA (WS-IND-DOC-DEN) EQUAL 'N'
                   PERFORM 1310-00-GRAVA-DOC-ENTRADA
             END-IF
           END-PERFORM.

           PERFORM VARYING WS-IND-TAB-SAI FROM 1 BY 1
                   UNTIL   WS-IND-TAB-SAI GREATER WS-QTD-TAB-SAI
             PERFORM 1350-00-GRAVA-DOC-SAIDA
           END-PERFORM.

           MOVE    'C990'          TO      WS-REG-ATU.
           PERFORM 2650-00-GRAVA-ENCERRAMENTO.
      *
       1300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1310-00-GRAVA-DOC-ENTRADA   SECTION.
      *****************************************************************
      *    A FATURA E O CONJUNTO DAS LINHAS DO MESMO FORNECEDOR E     *
      *    NUMERO; WS-IND-DOC-DEN APONTA A PRIMEIRA DELAS             *
      *
           MOVE    ZEROS           TO      WS-VLR-DOC
                                           WS-VLR-ICMS-DOC
                                           WS-QTD-TAB-ANE.

           PERFORM VARYING WS-IND-TAB-DEN FROM WS-IND-DOC-DEN BY 1
                   UNTIL   WS-IND-TAB-DEN GREATER WS-QTD-TAB-DEN
             IF    TAB-DEN-FORNECEDOR (WS-IND-TAB-DEN) EQUAL
                   TAB-DEN-FORNECEDOR (WS-IND-DOC-DEN)     AND
                   TAB-DEN-NUM-NF     (WS-IND-TAB-DEN) EQUAL
                   TAB-DEN-NUM-NF     (WS-IND-DOC-DEN)
                   ADD     TAB-DEN-VLR-ITEM (WS-IND-TAB-DEN)
                                   TO      WS-VLR-DOC
                   ADD     TAB-DEN-VLR-ICMS (WS-IND-TAB-DEN)
                                   TO      WS-VLR-ICMS-DOC
                   PERFORM 1330-00-ACUMULA-ANALITICO
             END-IF
           END-PERFORM.

           MOVE    '0'             TO      WS-IND-OPER.
           MOVE    '1'             TO      WS-IND-EMIT.
           MOVE    '1'             TO      WS-IND-PGTO.
           MOVE    'F'             TO      WS-COD-PART-TIP.
           MOVE    TAB-DEN-FORNECEDOR (WS-IND-DOC-DEN)
                                   TO      WS-COD-PART-NUM.
           MOVE    SPACES          TO      WS-SERIE-DOC
                                           WS-CHAVE-DOC.
           MOVE    TAB-DEN-NUM-NF (WS-IND-DOC-DEN)
                                   TO      WS-ED-NUM-DOC.
           MOVE    TAB-DEN-DAT-EMISSAO (WS-IND-DOC-DEN)
                                   TO      WS-DAT-AMD.

           PERFORM 1400-00-GRAVA-C100.

           ADD     001             TO      WS-QTD-DOC-ENTRADA.

           PERFORM 1210-00-PROCURA-FORNECEDOR.

           IF      WS-FOR-NAO-ACHOU
                   MOVE    'C100'  TO      DET1-REGISTRO
                   MOVE    SPACES  TO      DET1-CHAVE
                   STRING  WS-COD-PART ' NF ' WS-ED-NUM-DOC
                           DELIMITED BY SIZE
                           INTO    DET1-CHAVE
                   END-STRING
                   MOVE    SPACES  TO      DET1-DESCRICAO
                   MOVE    'DOCUMENTO COM FORNECEDOR NAO CADASTRADO'
                                   TO      DET1-OCORRENCIA
                   PERFORM 2100-00-IMPRIME-OCORRENCIA
           END-IF.

           MOVE    ZEROS           TO      WS-NUM-ITEM-DOC.

           PERFORM VARYING WS-IND-TAB-DEN FROM WS-IND-DOC-DEN BY 1
                   UNTIL   WS-IND-TAB-DEN GREATER WS-QTD-TAB-DEN
             IF    TAB-DEN-FORNECEDOR (WS-IND-TAB-DEN) EQUAL
                   TAB-DEN-FORNECEDOR (WS-IND-DOC-DEN)     AND
                   TAB-DEN-NUM-NF     (WS-IND-TAB-DEN) EQUAL
                   TAB-DEN-NUM-NF     (WS-IND-DOC-DEN)
                   PERFORM 1320-00-GRAVA-C170
             END-IF
           END-PERFORM.

           MOVE    WS-CFOP-ENTRADA TO      WS-CFOP.

           PERFORM VARYING WS-IND-TAB-ANE FROM 1 BY 1
                   UNTIL   WS-IND-TAB-ANE GREATER WS-QTD-TAB-ANE
             MOVE  TAB-ANE-PCT-ALIQ (WS-IND-TAB-ANE) TO WS-ED-ALIQ
             MOVE  TAB-ANE-VLR-OPR  (WS-IND-TAB-ANE) TO WS-ED-VALOR
             MOVE  TAB-ANE-VLR-ICMS (WS-IND-TAB-ANE) TO WS-ED-VALOR-2
             PERFORM 1450-00-GRAVA-C190
           END-PERFORM.

           ADD     WS-VLR-ICMS-DOC TO      WS-VLR-CREDITOS.
      *
       1310-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1320-00-GRAVA-C170          SECTION.
      *****************************************************************
      *
           ADD     001             TO      WS-NUM-ITEM-DOC.
           MOVE    WS-NUM-ITEM-DOC TO      WS-ED-NUM-ITEM.
           MOVE    'S'             TO
                   TAB-DEN-GRAVADA (WS-IND-TAB-DEN).

           MOVE    TAB-DEN-QTD      (WS-IND-TAB-DEN) TO WS-ED-QTD.
           MOVE    TAB-DEN-VLR-ITEM (WS-IND-TAB-DEN) TO WS-ED-VALOR.
           MOVE    TAB-DEN-VLR-ICMS (WS-IND-TAB-DEN) TO WS-ED-VALOR-2.
           MOVE    TAB-DEN-PCT-ALIQ (WS-IND-TAB-DEN) TO WS-ED-ALIQ.

           IF      TAB-DEN-PCT-ALIQ (WS-IND-TAB-DEN) GREATER ZEROS
                   MOVE    '000'   TO      WS-CST-ICMS
           ELSE
                   MOVE    '040'   TO      WS-CST-ICMS
           END-IF.

           MOVE    SPACES          TO      WS-LINHA-EFD.
           STRING  '|C170|' WS-ED-NUM-ITEM '|'
                   TAB-DEN-COD-PEC (WS-IND-TAB-DEN) '||'
                   WS-ED-QTD '|UN|' WS-ED-VALOR '||0|'
                   WS-CST-ICMS '|' WS-CFOP-ENTRADA '||'
                   WS-ED-VALOR '|' WS-ED-ALIQ '|' WS-ED-VALOR-2
                   '|||||||||||||||||||||||'
                   DELIMITED BY SIZE
                   INTO    WS-LINHA-EFD
           END-STRING.
           PERFORM 2700-00-GRAVACAO-CADEFDF.

           MOVE    TAB-DEN-COD-PEC (WS-IND-TAB-DEN)
                                   TO      WS-COD-PEC-PROC.

           PERFORM 1230-00-PROCURA-PECA.

           IF      WS-PEC-NAO-ACHOU
                   MOVE    'C170'  TO      DET1-REGISTRO
                   MOVE    SPACES  TO      DET1-CHAVE
                   STRING  WS-COD-PART ' NF ' WS-ED-NUM-DOC
                           DELIMITED BY SIZE
                           INTO    DET1-CHAVE
                   END-STRING
                   MOVE    SPACES  TO      DET1-DESCRICAO
                   STRING  'PECA ' TAB-DEN-COD-PEC (WS-IND-TAB-DEN)
                           DELIMITED BY SIZE
                           INTO    DET1-DESCRICAO
                   END-STRING
                   MOVE    'ITEM DO DOCUMENTO NAO CADASTRADO (CADMATR)'
                                   TO      DET1-OCORRENCIA
                   PERFORM 2100-00-IMPRIME-OCORRENCIA
           END-IF.
      *
       1320-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1330-00-ACUMULA-ANALITICO   SECTION.
      *****************************************************************
      *    SOMA A LINHA DA FATURA NA ALIQUOTA DO REGISTRO ANALITICO   *
      *
           SET     WS-ANE-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-ANE FROM 1 BY 1
                   UNTIL   WS-IND-TAB-ANE GREATER WS-QTD-TAB-ANE
                   OR      WS-ANE-ACHOU

             IF    TAB-ANE-PCT-ALIQ (WS-IND-TAB-ANE) EQUAL
                   TAB-DEN-PCT-ALIQ (WS-IND-TAB-DEN)
                   SET     WS-ANE-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-ANE-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-ANE
           ELSE
                   IF      WS-QTD-TAB-ANE  GREATER OR EQUAL 00100
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-ANE
                   MOVE    WS-QTD-TAB-ANE  TO      WS-IND-TAB-ANE
                   MOVE    TAB-DEN-PCT-ALIQ (WS-IND-TAB-DEN) TO
                           TAB-ANE-PCT-ALIQ (WS-IND-TAB-ANE)
                   MOVE    ZEROS           TO
                           TAB-ANE-VLR-OPR  (WS-IND-TAB-ANE)
                           TAB-ANE-VLR-ICMS (WS-IND-TAB-ANE)
           END-IF.

           ADD     TAB-DEN-VLR-ITEM (WS-IND-TAB-DEN) TO
                   TAB-ANE-VLR-OPR  (WS-IND-TAB-ANE).
           ADD     TAB-DEN-VLR-ICMS (WS-IND-TAB-DEN) TO
                   TAB-ANE-VLR-ICMS (WS-IND-TAB-ANE).
      *
       1330-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1350-00-GRAVA-DOC-SAIDA     SECTION.
      *****************************************************************
      *    NF-E PROPRIA AUTORIZADA: O DOCUMENTO E OS REGISTROS        *
      *    ANALITICOS POR ALIQUOTA (SEM OS ITENS, QUE JA CONSTAM DA   *
      *    PROPRIA NF-E)                                              *
      *
           MOVE    TAB-SAI-VLR-MERC (WS-IND-TAB-SAI) TO WS-VLR-DOC.
           MOVE    TAB-SAI-VLR-TRIB (WS-IND-TAB-SAI) TO WS-VLR-ICMS-DOC.

           MOVE    '1'             TO      WS-IND-OPER.
           MOVE    '0'             TO      WS-IND-EMIT.
           MOVE    '2'             TO      WS-IND-PGTO.
           MOVE    'E'             TO      WS-COD-PART-TIP.
           MOVE    TAB-SAI-CD-ENTI (WS-IND-TAB-SAI)
                                   TO      WS-COD-PART-NUM.
           MOVE    TAB-SAI-SERIE  (WS-IND-TAB-SAI)
                                   TO      WS-SERIE-DOC.
           MOVE    TAB-SAI-CHAVE  (WS-IND-TAB-SAI)
                                   TO      WS-CHAVE-DOC.
           MOVE    TAB-SAI-NUMERO (WS-IND-TAB-SAI)
                                   TO      WS-ED-NUM-DOC.
           MOVE    TAB-SAI-DAT-EMISSAO (WS-IND-TAB-SAI)
                                   TO      WS-DAT-AMD.

           PERFORM 1400-00-GRAVA-C100.

           ADD     001             TO      WS-QTD-DOC-SAIDA.
           ADD     WS-VLR-ICMS-DOC TO      WS-VLR-ICMS-SAIDAS.

           MOVE    'C100'          TO      DET1-REGISTRO.
           MOVE    SPACES          TO      DET1-CHAVE.
           STRING  WS-COD-PART ' NF ' WS-SERIE-DOC '/' WS-ED-NUM-DOC
                   DELIMITED BY SIZE
                   INTO    DET1-CHAVE
           END-STRING.
           MOVE    SPACES          TO      DET1-DESCRICAO.

           PERFORM 1220-00-PROCURA-ENTIDADE.

           IF      WS-ENT-NAO-ACHOU
                   MOVE    'NF-E COM ENTIDADE NAO CADASTRADA'
                                   TO      DET1-OCORRENCIA
                   PERFORM 2100-00-IMPRIME-OCORRENCIA
           END-IF.

           IF      WS-CHAVE-DOC    EQUAL   SPACES
                   MOVE    'NF-E AUTORIZADA SEM CHAVE DE ACESSO'
                                   TO      DET1-OCORRENCIA
                   PERFORM 2100-00-IMPRIME-OCORRENCIA
           END-IF.

           MOVE    WS-CFOP-SAIDA   TO      WS-CFOP.
           MOVE    ZEROS           TO      WS-QTD-ANS-NOTA.

           PERFORM VARYING WS-IND-TAB-ANS FROM 1 BY 1
                   UNTIL   WS-IND-TAB-ANS GREATER WS-QTD-TAB-ANS
             IF    TAB-ANS-SERIE  (WS-IND-TAB-ANS) EQUAL
                   TAB-SAI-SERIE  (WS-IND-TAB-SAI)         AND
                   TAB-ANS-NUMERO (WS-IND-TAB-ANS) EQUAL
                   TAB-SAI-NUMERO (WS-IND-TAB-SAI)
                   ADD   001       TO      WS-QTD-ANS-NOTA
                   MOVE  TAB-ANS-PCT-ALIQ (WS-IND-TAB-ANS)
                                   TO      WS-ED-ALIQ
                   MOVE  TAB-ANS-VLR-OPR  (WS-IND-TAB-ANS)
                                   TO      WS-ED-VALOR
                   MOVE  TAB-ANS-VLR-ICMS (WS-IND-TAB-ANS)
                                   TO      WS-ED-VALOR-2
                   PERFORM 1450-00-GRAVA-C190
             END-IF
           END-PERFORM.

           IF      WS-QTD-ANS-NOTA EQUAL   ZEROS
                   MOVE    'NF-E SEM ITENS NO ARQUIVO DE TRANSMISSAO'
                                   TO      DET1-OCORRENCIA
                   PERFORM 2100-00-IMPRIME-OCORRENCIA
           END-IF.
      *
       1350-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1400-00-GRAVA-C100          SECTION.
      *****************************************************************
      *    DOCUMENTO MODELO 55, SITUACAO REGULAR; A BASE DO IMPOSTO   *
      *    E O VALOR DAS MERCADORIAS                                  *
      *
           PERFORM 2800-00-CONVERTE-DATA.

           MOVE    WS-VLR-DOC      TO      WS-ED-VALOR.
           MOVE    WS-VLR-ICMS-DOC TO      WS-ED-VALOR-2.

           MOVE    SPACES          TO      WS-LINHA-EFD.
           STRING  '|C100|' WS-IND-OPER '|' WS-IND-EMIT '|'
                   WS-COD-PART '|55|00|' WS-SERIE-DOC '|'
                   WS-ED-NUM-DOC '|' WS-CHAVE-DOC '|'
                   WS-DAT-DMA '|' WS-DAT-DMA '|'
                   WS-ED-VALOR '|' WS-IND-PGTO '|||'
                   WS-ED-VALOR '|9||||'
                   WS-ED-VALOR '|' WS-ED-VALOR-2 '||||||||'
                   DELIMITED BY SIZE
                   INTO    WS-LINHA-EFD
           END-STRING.
           PERFORM 2700-00-GRAVACAO-CADEFDF.
      *
       1400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1450-00-GRAVA-C190          SECTION.
      *****************************************************************
      *    ALIQUOTA EM WS-ED-ALIQ, OPERACAO EM WS-ED-VALOR, IMPOSTO   *
      *    EM WS-ED-VALOR-2 E CFOP EM WS-CFOP                         *
      *
           IF      WS-ED-ALIQ      EQUAL   '00,00'
                   MOVE    '040'   TO      WS-CST-ICMS
           ELSE
                   MOVE    '000'   TO      WS-CST-ICMS
           END-IF.

           MOVE    SPACES          TO      WS-LINHA-EFD.
           STRING  '|C190|' WS-CST-ICMS '|' WS-CFOP '|'
                   WS-ED-ALIQ '|' WS-ED-VALOR '|'
                   WS-ED-VALOR '|' WS-ED-VALOR-2 '|'
                   WS-ED-ZERO '|' WS-ED-ZERO '|' WS-ED-ZERO '|'
                   WS-ED-ZERO '||'
                   DELIMITED BY SIZE
                   INTO    WS-LINHA-EFD
           END-STRING.
           PERFORM 2700-00-GRAVACAO-CADEFDF.
      *
       1450-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1500-00-BLOCO-E             SECTION.
      *****************************************************************
      *    APURACAO DO PERIODO: DEBITOS DO RESUMO MENSAL DE TRIBUTOS  *
      *    (CADTSUM) E CREDITOS DAS ENTRADAS DO BLOCO C               *
      *
           MOVE    ZEROS           TO      WS-QTD-LIN-BLOCO
                                           WS-VLR-DEBITOS.

           PERFORM VARYING WS-IND-TAB-TRB FROM 1 BY 1
                   UNTIL   WS-IND-TAB-TRB GREATER WS-QTD-TAB-TRB
             ADD   TAB-TRB-VLR-IMPOSTO (WS-IND-TAB-TRB)
                                   TO      WS-VLR-DEBITOS
           END-PERFORM.

           IF      WS-VLR-DEBITOS  LESS    ZEROS
                   MOVE    'E110'  TO      DET1-REGISTRO
                   MOVE    'APURACAO'      TO      DET1-CHAVE
                   MOVE    SPACES  TO      DET1-DESCRICAO
                   MOVE    'DEBITO DO PERIODO NEGATIVO NO CADTSUM'
                                   TO      DET1-OCORRENCIA
                   PERFORM 2100-00-IMPRIME-OCORRENCIA
                   MOVE    ZEROS   TO      WS-VLR-DEBITOS
           END-IF.

           MOVE    WS-VLR-DEBITOS  TO      WS-VLR-DEB-E110.

           COMPUTE WS-VLR-SALDO    =       WS-VLR-DEBITOS -
                                           WS-VLR-CREDITOS.

           IF      WS-VLR-SALDO    GREATER ZEROS
                   MOVE    WS-VLR-SALDO    TO      WS-VLR-RECOLHER
                   MOVE    ZEROS           TO      WS-VLR-TRANSPORTAR
           ELSE
                   MOVE    ZEROS           TO      WS-VLR-RECOLHER
                   COMPUTE WS-VLR-TRANSPORTAR      =
                           WS-VLR-CREDITOS - WS-VLR-DEBITOS
           END-IF.

           MOVE    SPACES          TO      WS-LINHA-EFD.
           STRING  '|E001|0|'
                   DELIMITED BY SIZE
                   INTO    WS-LINHA-EFD
           END-STRING.
           PERFORM 2700-00-GRAVACAO-CADEFDF.

           MOVE    SPACES          TO      WS-LINHA-EFD.
           STRING  '|E100|' WS-DT-INI-EFD '|' WS-DT-FIM-EFD '|'
                   DELIMITED BY SIZE
                   INTO    WS-LINHA-EFD
           END-STRING.
           PERFORM 2700-00-GRAVACAO-CADEFDF.

           MOVE    WS-VLR-DEBITOS  TO      WS-ED-VALOR.
           MOVE    WS-VLR-CREDITOS TO      WS-ED-VALOR-2.
           MOVE    WS-VLR-RECOLHER TO      WS-ED-VALOR-3.
           MOVE    WS-VLR-TRANSPORTAR      TO      WS-ED-VALOR-4.

           MOVE    SPACES          TO      WS-LINHA-EFD.
           STRING  '|E110|' WS-ED-VALOR '|'
                   WS-ED-ZERO '|' WS-ED-ZERO '|' WS-ED-ZERO '|'
                   WS-ED-VALOR-2 '|'
                   WS-ED-ZERO '|' WS-ED-ZERO '|' WS-ED-ZERO '|'
                   WS-ED-ZERO '|'
                   WS-ED-VALOR-3 '|' WS-ED-ZERO '|'
                   WS-ED-VALOR-3 '|' WS-ED-VALOR-4 '|'
                   WS-ED-ZERO '|'
                   DELIMITED BY SIZE
                   INTO    WS-LINHA-EFD
           END-STRING.
           PERFORM 2700-00-GRAVACAO-CADEFDF.

           MOVE    'E990'          TO      WS-REG-ATU.
           PERFORM 2650-00-GRAVA-ENCERRAMENTO.
      *
       1500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1600-00-BLOCO-H             SECTION.
      *****************************************************************
      *    INVENTARIO DO ULTIMO DIA DO PERIODO: PECAS COM ESTOQUE NO  *
      *    CADMATR, VALORIZADAS PELO CUSTO MEDIO (MATR-VLR-UNIT); AS  *
      *    OUTRAS EMPRESAS SAEM COM O INVENTARIO ZERADO               *
      *
           MOVE    ZEROS           TO      WS-QTD-LIN-BLOCO
                                           WS-VLR-INVENTARIO.

           PERFORM VARYING WS-IND-TAB-PEC FROM 1 BY 1
                   UNTIL   WS-IND-TAB-PEC GREATER WS-QTD-TAB-PEC
             IF    WS-EMPRESA-01                           AND
                   TAB-PEC-QTD-ETQ (WS-IND-TAB-PEC) GREATER ZEROS
                   COMPUTE WS-VLR-ITEM-INV =
                           TAB-PEC-QTD-ETQ  (WS-IND-TAB-PEC) *
                           TAB-PEC-VLR-UNIT (WS-IND-TAB-PEC)
                      ON SIZE ERROR
                           PERFORM 0989-00-ABEND-TABELA
                   END-COMPUTE
                   ADD     WS-VLR-ITEM-INV TO      WS-VLR-INVENTARIO
             END-IF
           END-PERFORM.

           MOVE    SPACES          TO      WS-LINHA-EFD.
           STRING  '|H001|0|'
                   DELIMITED BY SIZE
                   INTO    WS-LINHA-EFD
           END-STRING.
           PERFORM 2700-00-GRAVACAO-CADEFDF.

           MOVE    WS-VLR-INVENTARIO       TO      WS-ED-VALOR.

           MOVE    SPACES          TO      WS-LINHA-EFD.
           STRING  '|H005|' WS-DT-FIM-EFD '|' WS-ED-VALOR '|01|'
                   DELIMITED BY SIZE
                   INTO    WS-LINHA-EFD
           END-STRING.
           PERFORM 2700-00-GRAVACAO-CADEFDF.

           PERFORM VARYING WS-IND-TAB-PEC FROM 1 BY 1
                   UNTIL   WS-IND-TAB-PEC GREATER WS-QTD-TAB-PEC
             IF    WS-EMPRESA-01                           AND
                   TAB-PEC-QTD-ETQ (WS-IND-TAB-PEC) GREATER ZEROS
                   PERFORM 1650-00-GRAVA-H010
             END-IF
           END-PERFORM.

           MOVE    'H990'          TO      WS-REG-ATU.
           PERFORM 2650-00-GRAVA-ENCERRAMENTO.
      *
       1600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1650-00-GRAVA-H010          SECTION.
      *****************************************************************
      *
           COMPUTE WS-VLR-ITEM-INV =
                   TAB-PEC-QTD-ETQ  (WS-IND-TAB-PEC) *
                   TAB-PEC-VLR-UNIT (WS-IND-TAB-PEC).

           MOVE    TAB-PEC-QTD-ETQ  (WS-IND-TAB-PEC) TO WS-ED-QTD.
           MOVE    TAB-PEC-VLR-UNIT (WS-IND-TAB-PEC) TO WS-ED-VALOR.
           MOVE    WS-VLR-ITEM-INV TO      WS-ED-VALOR-2.

           MOVE    SPACES          TO      WS-LINHA-EFD.
           STRING  '|H010|' TAB-PEC-COD-PEC (WS-IND-TAB-PEC)
                   '|UN|' WS-ED-QTD '|' WS-ED-VALOR '|'
                   WS-ED-VALOR-2 '|0|||||'
                   DELIMITED BY SIZE
                   INTO    WS-LINHA-EFD
           END-STRING.
           PERFORM 2700-00-GRAVACAO-CADEFDF.

           ADD     001             TO      WS-QTD-ITENS-INV.

           IF      TAB-PEC-VLR-UNIT (WS-IND-TAB-PEC) EQUAL ZEROS
                   MOVE    'H010'  TO      DET1-REGISTRO
                   MOVE    TAB-PEC-COD-PEC (WS-IND-TAB-PEC)
                                   TO      DET1-CHAVE
                   MOVE    TAB-PEC-NOME    (WS-IND-TAB-PEC)
                                   TO      DET1-DESCRICAO
                   MOVE    'ITEM DO INVENTARIO SEM CUSTO UNITARIO'
                                   TO      DET1-OCORRENCIA
                   PERFORM 2100-00-IMPRIME-OCORRENCIA
           END-IF.
      *
       1650-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1800-00-BLOCO-9             SECTION.
      *****************************************************************
      *    QUANTIDADE DE LINHAS POR REGISTRO (9900), INCLUSIVE DOS    *
      *    PROPRIOS 9900, 9990 E 9999, E O TOTAL DE LINHAS (9999)     *
      *
           MOVE    ZEROS           TO      WS-QTD-LIN-BLOCO.

           MOVE    SPACES          TO      WS-LINHA-EFD.
           STRING  '|9001|0|'
                   DELIMITED BY SIZE
                   INTO    WS-LINHA-EFD
           END-STRING.
           PERFORM 2700-00-GRAVACAO-CADEFDF.

           COMPUTE WS-QTD-LIN-9900 =       WS-QTD-TAB-REG + 3.

           PERFORM VARYING WS-IND-LIN-9900 FROM 1 BY 1
                   UNTIL   WS-IND-LIN-9900 GREATER WS-QTD-TAB-REG
             MOVE  TAB-REG-QTD (WS-IND-LIN-9900) TO WS-ED-CONT
             MOVE  SPACES          TO      WS-LINHA-EFD
             STRING '|9900|' TAB-REG-CODIGO (WS-IND-LIN-9900) '|'
                    WS-ED-CONT '|'
                    DELIMITED BY SIZE
                    INTO   WS-LINHA-EFD
             END-STRING
             PERFORM 2700-00-GRAVACAO-CADEFDF
           END-PERFORM.

           MOVE    WS-QTD-LIN-9900 TO      WS-ED-CONT.
           MOVE    SPACES          TO      WS-LINHA-EFD.
           STRING  '|9900|9900|' WS-ED-CONT '|'
                   DELIMITED BY SIZE
                   INTO    WS-LINHA-EFD
           END-STRING.
           PERFORM 2700-00-GRAVACAO-CADEFDF.

           MOVE    1               TO      WS-ED-CONT.
           MOVE    SPACES          TO      WS-LINHA-EFD.
           STRING  '|9900|9990|' WS-ED-CONT '|'
                   DELIMITED BY SIZE
                   INTO    WS-LINHA-EFD
           END-STRING.
           PERFORM 2700-00-GRAVACAO-CADEFDF.

           MOVE    SPACES          TO      WS-LINHA-EFD.
           STRING  '|9900|9999|' WS-ED-CONT '|'
                   DELIMITED BY SIZE
                   INTO    WS-LINHA-EFD
           END-STRING.
           PERFORM 2700-00-GRAVACAO-CADEFDF.

           COMPUTE WS-ED-CONT      =       WS-QTD-LIN-BLOCO + 2.
           MOVE    SPACES          TO      WS-LINHA-EFD.
           STRING  '|9990|' WS-ED-CONT '|'
                   DELIMITED BY SIZE
                   INTO    WS-LINHA-EFD
           END-STRING.
           PERFORM 2700-00-GRAVACAO-CADEFDF.

           COMPUTE WS-ED-CONT      =       WS-GRV-CADEFDF + 1.
           MOVE    SPACES          TO      WS-LINHA-EFD.
           STRING  '|9999|' WS-ED-CONT '|'
                   DELIMITED BY SIZE
                   INTO    WS-LINHA-EFD
           END-STRING.
           PERFORM 2700-00-GRAVACAO-CADEFDF.
      *
       1800-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2100-00-IMPRIME-OCORRENCIA  SECTION.
      *****************************************************************
      *    DET1 MONTADO PELO CHAMADOR                                 *
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM 2150-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    DET1            TO      REG-RELEFDV.
           PERFORM 2190-00-GRAVACAO-RELEFDV.

           ADD     001             TO      WS-LINHAS
                                           WS-QTD-OCORRENCIAS.
      *
       2100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2150-00-GRAVACAO-CABECALHO  SECTION.
      *****************************************************************
      *
           MOVE    FUNCTION CURRENT-DATE
                                   TO      WS-TIME.

           MOVE    WS-TIME-DIA     TO      WS-DIA.
           MOVE    WS-TIME-MES     TO      WS-MES.
           MOVE    WS-TIME-ANO     TO      WS-ANO.

           MOVE    WS-DATA         TO      CAB1-DATA.

           MOVE    CAB1            TO      REG-RELEFDV.
           PERFORM 2190-00-GRAVACAO-RELEFDV.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELEFDV.
           PERFORM 2190-00-GRAVACAO-RELEFDV.

           MOVE    CAB4            TO      REG-RELEFDV.
           PERFORM 2190-00-GRAVACAO-RELEFDV.

           MOVE    CAB5            TO      REG-RELEFDV.
           PERFORM 2190-00-GRAVACAO-RELEFDV.

           MOVE    CAB4            TO      REG-RELEFDV.
           PERFORM 2190-00-GRAVACAO-RELEFDV.

           MOVE    CAB6            TO      REG-RELEFDV.
           PERFORM 2190-00-GRAVACAO-RELEFDV.

           MOVE    006             TO      WS-LINHAS.
      *
       2150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2190-00-GRAVACAO-RELEFDV    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELEFDV.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    013             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-RELEFDV.
      *
       2190-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2200-00-IMPRIME-CONCILIACAO SECTION.
      *****************************************************************
      *    POR CODIGO DO CADTSUM, BASE E IMPOSTO CONFERIDOS COM BASE  *
      *    X ALIQUOTA; DEPOIS O TOTAL DO CADTSUM CONFERIDO COM O      *
      *    DEBITO GRAVADO NO E110                                     *
      *
           IF      WS-QTD-OCORRENCIAS      EQUAL   ZEROS
                   IF      WS-LINHAS       GREATER 54
                           PERFORM 2150-00-GRAVACAO-CABECALHO
                   END-IF
                   MOVE    DET1-SEM-OCORRENCIA     TO      REG-RELEFDV
                   PERFORM 2190-00-GRAVACAO-RELEFDV
                   ADD     001     TO      WS-LINHAS
           END-IF.

           COMPUTE WS-LINHAS       =       WS-LINHAS + 4 +
                                           WS-QTD-TAB-TRB.

           IF      WS-LINHAS       GREATER 50
                   PERFORM 2150-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    CAB4            TO      REG-RELEFDV.
           PERFORM 2190-00-GRAVACAO-RELEFDV.

           MOVE    CAB7            TO      REG-RELEFDV.
           PERFORM 2190-00-GRAVACAO-RELEFDV.

           MOVE    CAB8            TO      REG-RELEFDV.
           PERFORM 2190-00-GRAVACAO-RELEFDV.

           PERFORM VARYING WS-IND-TAB-TRB FROM 1 BY 1
                   UNTIL   WS-IND-TAB-TRB GREATER WS-QTD-TAB-TRB
             PERFORM 2250-00-IMPRIME-TRIBUTO
           END-PERFORM.

           MOVE    CAB4            TO      REG-RELEFDV.
           PERFORM 2190-00-GRAVACAO-RELEFDV.

           MOVE    'TOTAL DO IMPOSTO NO CADTSUM'
                                   TO      TOT1-DESCRICAO.
           MOVE    WS-TOT-IMP-TSUM TO      TOT1-VALOR.
           MOVE    SPACES          TO      TOT1-SITUACAO.
           MOVE    TOT1            TO      REG-RELEFDV.
           PERFORM 2190-00-GRAVACAO-RELEFDV.

           IF      WS-VLR-DEB-E110 NOT EQUAL WS-TOT-IMP-TSUM
                   SET     WS-TRIBUTOS-DIVERGEM    TO      TRUE
           END-IF.

           MOVE    'DEBITOS DO PERIODO (E110)'
                                   TO      TOT1-DESCRICAO.
           MOVE    WS-VLR-DEB-E110 TO      TOT1-VALOR.
           IF      WS-TRIBUTOS-CONFEREM
                   MOVE    'CONFERE'       TO      TOT1-SITUACAO
           ELSE
                   MOVE    '*** DIVERGENTE ***'
                                   TO      TOT1-SITUACAO
           END-IF.
           MOVE    TOT1            TO      REG-RELEFDV.
           PERFORM 2190-00-GRAVACAO-RELEFDV.

           MOVE    SPACES          TO      TOT1-SITUACAO.

           MOVE    'CREDITOS DAS ENTRADAS (E110)'
                                   TO      TOT1-DESCRICAO.
           MOVE    WS-VLR-CREDITOS TO      TOT1-VALOR.
           MOVE    TOT1            TO      REG-RELEFDV.
           PERFORM 2190-00-GRAVACAO-RELEFDV.

           MOVE    'IMPOSTO A RECOLHER (E110)'
                                   TO      TOT1-DESCRICAO.
           MOVE    WS-VLR-RECOLHER TO      TOT1-VALOR.
           MOVE    TOT1            TO      REG-RELEFDV.
           PERFORM 2190-00-GRAVACAO-RELEFDV.

           MOVE    'SALDO CREDOR A TRANSPORTAR (E110)'
                                   TO      TOT1-DESCRICAO.
           MOVE    WS-VLR-TRANSPORTAR      TO      TOT1-VALOR.
           MOVE    TOT1            TO      REG-RELEFDV.
           PERFORM 2190-00-GRAVACAO-RELEFDV.

           MOVE    'IMPOSTO DESTACADO NAS NF-E DE SAIDA'
                                   TO      TOT1-DESCRICAO.
           MOVE    WS-VLR-ICMS-SAIDAS      TO      TOT1-VALOR.
           MOVE    TOT1            TO      REG-RELEFDV.
           PERFORM 2190-00-GRAVACAO-RELEFDV.

           MOVE    'INVENTARIO DO FIM DO PERIODO (H005)'
                                   TO      TOT1-DESCRICAO.
           MOVE    WS-VLR-INVENTARIO       TO      TOT1-VALOR.
           MOVE    TOT1            TO      REG-RELEFDV.
           PERFORM 2190-00-GRAVACAO-RELEFDV.

           ADD     008             TO      WS-LINHAS.
      *
       2200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2250-00-IMPRIME-TRIBUTO     SECTION.
      *****************************************************************
      *    O IMPOSTO DO CADTSUM DEVE SER A BASE X ALIQUOTA DO CODIGO  *
      *
           COMPUTE WS-VLR-IMP-CALC ROUNDED =
                   TAB-TRB-VLR-BASE (WS-IND-TAB-TRB) *
                   TAB-TRB-PCT-ALIQ (WS-IND-TAB-TRB) / 100.

           MOVE    TAB-TRB-COD-TRIB    (WS-IND-TAB-TRB)
                                   TO      DET2-COD-TRIB.
           MOVE    TAB-TRB-PCT-ALIQ    (WS-IND-TAB-TRB)
                                   TO      DET2-PCT-ALIQ.
           MOVE    TAB-TRB-VLR-BASE    (WS-IND-TAB-TRB)
                                   TO      DET2-VLR-BASE.
           MOVE    TAB-TRB-VLR-IMPOSTO (WS-IND-TAB-TRB)
                                   TO      DET2-VLR-IMPOSTO.
           MOVE    WS-VLR-IMP-CALC TO      DET2-VLR-CALCULADO.

           MOVE    DET2            TO      REG-RELEFDV.
           PERFORM 2190-00-GRAVACAO-RELEFDV.

           IF      WS-VLR-IMP-CALC NOT EQUAL
                   TAB-TRB-VLR-IMPOSTO (WS-IND-TAB-TRB)
                   SET     WS-TRIBUTOS-DIVERGEM    TO      TRUE
           END-IF.
      *
       2250-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2600-00-BLOCO-SEM-MOVIMENTO SECTION.
      *****************************************************************
      *    ABERTURA SEM DADOS E ENCERRAMENTO DO BLOCO DE WS-BLOCO     *
      *
           MOVE    ZEROS           TO      WS-QTD-LIN-BLOCO.

           MOVE    SPACES          TO      WS-LINHA-EFD.
           STRING  '|' WS-BLOCO '001|1|'
                   DELIMITED BY SIZE
                   INTO    WS-LINHA-EFD
           END-STRING.
           PERFORM 2700-00-GRAVACAO-CADEFDF.

           MOVE    SPACES          TO      WS-REG-ATU.
           STRING  WS-BLOCO '990'
                   DELIMITED BY SIZE
                   INTO    WS-REG-ATU
           END-STRING.
           PERFORM 2650-00-GRAVA-ENCERRAMENTO.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2650-00-GRAVA-ENCERRAMENTO  SECTION.
      *****************************************************************
      *    REGISTRO XX990 DE WS-REG-ATU: LINHAS DO BLOCO, INCLUSIVE   *
      *    O PROPRIO ENCERRAMENTO                                     *
      *
           COMPUTE WS-ED-CONT      =       WS-QTD-LIN-BLOCO + 1.

           MOVE    SPACES          TO      WS-LINHA-EFD.
           STRING  '|' WS-REG-ATU '|' WS-ED-CONT '|'
                   DELIMITED BY SIZE
                   INTO    WS-LINHA-EFD
           END-STRING.
           PERFORM 2700-00-GRAVACAO-CADEFDF.
      *
       2650-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-GRAVACAO-CADEFDF    SECTION.
      *****************************************************************
      *    GRAVA A LINHA E A CONTA NO BLOCO E NO SEU REGISTRO (9900)  *
      *
           WRITE   REG-CADEFDF     FROM    WS-LINHA-EFD.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    012             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADEFDF
                                           WS-QTD-LIN-BLOCO.

           MOVE    WS-LINHA-EFD (2:4)      TO      WS-REG-ATU.

           SET     WS-REG-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-REG FROM 1 BY 1
                   UNTIL   WS-IND-TAB-REG GREATER WS-QTD-TAB-REG
                   OR      WS-REG-ACHOU

             IF    WS-REG-ATU      EQUAL
                   TAB-REG-CODIGO (WS-IND-TAB-REG)
                   SET     WS-REG-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-REG-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-REG
                   ADD     001     TO      TAB-REG-QTD (WS-IND-TAB-REG)
                   GO      TO      2700-99-EXIT
           END-IF.

      *    OS REGISTROS DO BLOCO 9 SAO CONTADOS NO PROPRIO 1800-00
           IF      WS-REG-ATU      EQUAL   '9900' OR '9990' OR '9999'
                   GO      TO      2700-99-EXIT
           END-IF.

           IF      WS-QTD-TAB-REG  GREATER OR EQUAL 00060
                   PERFORM 0989-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-REG.

           MOVE    WS-REG-ATU      TO
                   TAB-REG-CODIGO (WS-QTD-TAB-REG).
           MOVE    001             TO
                   TAB-REG-QTD    (WS-QTD-TAB-REG).
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2800-00-CONVERTE-DATA       SECTION.
      *****************************************************************
      *    WS-DAT-AMD (AAAAMMDD) PARA WS-DAT-DMA (DDMMAAAA), FORMATO  *
      *    DAS DATAS DA ESCRITURACAO                                  *
      *
           MOVE    SPACES          TO      WS-DAT-DMA.

           STRING  WS-DAT-AMD (7:2) WS-DAT-AMD (5:2) WS-DAT-AMD (1:4)
                   DELIMITED BY SIZE
                   INTO    WS-DAT-DMA
           END-STRING.
      *
       2800-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           PERFORM 2200-00-IMPRIME-CONCILIACAO.

           CLOSE   CADEMPR
                   CADFORN
                   CADENTI
                   CADPFIS
                   CADMATR
                   CADFISC
                   CADFINV
                   CADNFEA
                   CADNFTX
                   CADTSUM
                   CADEFDF
                   RELEFDV.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    014             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB162'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           IF      WS-QTD-OCORRENCIAS      GREATER ZEROS   OR
                   WS-TRIBUTOS-DIVERGEM
                   MOVE    0004    TO      WRL-RETCODE
           ELSE
                   MOVE    ZEROS   TO      WRL-RETCODE
           END-IF.
           MOVE    WS-GRV-CADEFDF  TO      WRL-QTD-PROC.

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
           DISPLAY '******************* GPFPB162 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB162 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADEMPR  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADEMPR.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADFORN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADFORN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADENTI  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADENTI.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADPFIS  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADPFIS.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADMATR  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADMATR.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADFISC  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADFISC.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADFINV  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADFINV.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADNFEA  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADNFEA.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADNFTX  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADNFTX.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADTSUM  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADTSUM.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADEFDF  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADEFDF.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-RELEFDV  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- RELEFDV.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-DOC-ENTRADA      TO      WS-EDICAO.
           DISPLAY '* DOCUMENTOS DE ENTRADA............: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-DOC-SAIDA        TO      WS-EDICAO.
           DISPLAY '* DOCUMENTOS DE SAIDA (NF-E).......: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-ITENS-INV        TO      WS-EDICAO.
           DISPLAY '* ITENS DO INVENTARIO..............: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-PFIS-IGNOR       TO      WS-EDICAO.
           DISPLAY '* DADOS FISCAIS SEM PARTICIPANTE...: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-OUTRA-EMPRESA    TO      WS-EDICAO.
           DISPLAY '* FATURAS DE OUTRA EMPRESA.........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-OCORRENCIAS      TO      WS-EDICAO.
           DISPLAY '* OCORRENCIAS DA VALIDACAO.........: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB162 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB162 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB162 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB162 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0989-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0997-00-ABEND-PARM          SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY
           '******************* GPFPB162 ******************'
           DISPLAY
           '*                                             *'
           DISPLAY
           '*    PARAMETRO PARM ESTA INVALIDO 'LKG-PARM'    *'
           DISPLAY
           '*                                             *'
           DISPLAY
           '******************* GPFPB162 ******************'
           DISPLAY
           '*     P R O G R A M A  C A N C E L A D O      *'
           DISPLAY
           '******************* GPFPB162 ******************'

           CALL    'IBM'.

           GOBACK.
      *
       0997-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB162 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB162 ******************'.
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
           DISPLAY '******************* GPFPB162 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB162 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB162                  *
      *****************************************************************
