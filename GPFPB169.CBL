      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB169.
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
      * OBJETIVO.....: FECHAMENTO ANUAL DO IMPOSTO RETIDO NA FONTE.   *
      *                CONSOLIDA NO ANO-CALENDARIO INFORMADO:         *
      *                - POR FUNCIONARIO E EMPRESA PAGADORA, OS       *
      *                  RENDIMENTOS, O INSS E O IRRF DAS FOLHAS DO   *
      *                  ANO (CADFREN: MENSAIS, 13o SALARIO, FERIAS E *
      *                  RESCISOES)                                   *
      *                - POR FORNECEDOR, EMPRESA E TRIBUTO, AS        *
      *                  RETENCOES DO ANO (DETALHE DO CADDARF) E O    *
      *                  RENDIMENTO BRUTO (LIQUIDO PAGO NAS REMESSAS  *
      *                  CADBREN MAIS AS RETENCOES), IDENTIFICANDO O  *
      *                  FORNECEDOR PELO DOMICILIO BANCARIO (CADFPAG) *
      *                E GERA:                                        *
      *                - O INFORME DE RENDIMENTOS DE CADA             *
      *                  BENEFICIARIO (RELINFR), UMA PAGINA POR       *
      *                  BENEFICIARIO E EMPRESA                       *
      *                - O ARQUIVO DA DECLARACAO ANUAL (CADDIRF)      *
      *****************************************************************
      * PARAMETRO....: PARM='AAAA' - ANO-CALENDARIO                   *
      *****************************************************************
      * OBSERVACAO...: OS ARQUIVOS CADFREN, CADDARF E CADBREN DO ANO  *
      *                SAO CONCATENADOS NA ENTRADA. O 13o SALARIO SAI *
      *                LIQUIDO DO INSS, NA TRIBUTACAO EXCLUSIVA.      *
      *                SO ENTRA NO INFORME O FORNECEDOR COM RETENCAO  *
      *                NO ANO. BENEFICIARIO DE EMPRESA NAO CADASTRADA *
      *                NO CADEMPR FICA FORA DO INFORME E DA DIRF      *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 15/10/2026 - US - PROGRAMA CRIADO                             *
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
           SELECT  CADFREN  ASSIGN  TO  UT-S-CADFREN
                   FILE     STATUS  IS  WS-FS-CADFREN.
      *
           SELECT  CADDARF  ASSIGN  TO  UT-S-CADDARF
                   FILE     STATUS  IS  WS-FS-CADDARF.
      *
           SELECT  CADBREN  ASSIGN  TO  UT-S-CADBREN
                   FILE     STATUS  IS  WS-FS-CADBREN.
      *
           SELECT  CADFPAG  ASSIGN  TO  UT-S-CADFPAG
                   FILE     STATUS  IS  WS-FS-CADFPAG.
      *
           SELECT  CADFORN  ASSIGN  TO  UT-S-CADFORN
                   FILE     STATUS  IS  WS-FS-CADFORN.
      *
           SELECT  CADEMPR  ASSIGN  TO  UT-S-CADEMPR
                   FILE     STATUS  IS  WS-FS-CADEMPR.
      *
           SELECT  CADDIRF  ASSIGN  TO  UT-S-CADDIRF
                   FILE     STATUS  IS  WS-FS-CADDIRF.
      *
           SELECT  RELINFR  ASSIGN  TO  UT-S-RELINFR
                   FILE     STATUS  IS  WS-FS-RELINFR.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *
       FD  CADFREN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFREN         PIC     X(100).
      *
       FD  CADDARF
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADDARF         PIC     X(050).
      *
       FD  CADBREN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADBREN         PIC     X(100).
      *
       FD  CADFPAG
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFPAG         PIC     X(050).
      *
       FD  CADFORN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFORN         PIC     X(050).
      *
       FD  CADEMPR
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADEMPR         PIC     X(150).
      *
       FD  CADDIRF
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADDIRF         PIC     X(150).
      *
       FD  RELINFR
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELINFR         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADFREN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADDARF       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADBREN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFPAG       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFORN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADEMPR       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADDIRF       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELINFR       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADFREN      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADDARF      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADBREN      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFPAG      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFORN      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADEMPR      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADDIRF      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELINFR      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-OUTRO-ANO    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-PAGTOS-ANO   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-DOMICILIO
                                   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-EMPRESA  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-DECLARANTES  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-INF-FUNC     PIC     9(018) VALUE ZEROS.
       01      WS-QTD-INF-FORN     PIC     9(018) VALUE ZEROS.
      *
       01      WS-ANO-CALEND       PIC     9(004) VALUE ZEROS.
       01      WS-ANO-REMESSA      PIC     9(004) VALUE ZEROS.
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
      *
       01      WS-FORNECEDOR       PIC     9(010) VALUE ZEROS.
       01      WS-COD-EMPRESA      PIC     9(002) VALUE ZEROS.
       01      WS-VLR-BRUTO        PIC     9(013)V9(002) VALUE ZEROS.
       01      WS-VLR-13-LIQUIDO   PIC     9(011)V9(002) VALUE ZEROS.
       01      WS-VLR-TOT-RETIDO   PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-QTD-EMP-BENEF    PIC     9(007) VALUE ZEROS.
      *
       01      WS-SW-ACHOU         PIC     X(001) VALUE 'N'.
         88    WS-ACHOU                    VALUE 'S'.
         88    WS-NAO-ACHOU                VALUE 'N'.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA DE DOMICILIO BANCARIO DOS FORNECEDORES          *
      *****************************************************************
      *
       01      WS-QTD-TAB-FPG      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-FPG      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-FORN-PAGTO.
         03    TAB-FPG-ITEM        OCCURS  02000  TIMES.
           05  TAB-FPG-FORNECEDOR  PIC     9(010).
           05  TAB-FPG-BANCO       PIC     9(003).
           05  TAB-FPG-AGENCIA     PIC     9(004).
           05  TAB-FPG-CONTA       PIC     9(009).
      *
      *****************************************************************
      *        TABELA DE NOMES DOS FORNECEDORES (CADFORN)             *
      *****************************************************************
      *
       01      WS-QTD-TAB-CFO      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-CFO      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-CAD-FORNECEDORES.
         03    TAB-CFO-ITEM        OCCURS  02000  TIMES.
           05  TAB-CFO-CODIGO      PIC     9(010).
           05  TAB-CFO-NOME        PIC     X(030).
      *
      *****************************************************************
      *        TABELA DE FUNCIONARIOS BENEFICIARIOS POR EMPRESA       *
      *****************************************************************
      *
       01      WS-QTD-TAB-FUN      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-FUN      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-FUNCIONARIOS.
         03    TAB-FUN-ITEM        OCCURS  05000  TIMES.
           05  TAB-FUN-CODIGO      PIC     9(005).
           05  TAB-FUN-COD-EMPRESA PIC     9(002).
           05  TAB-FUN-CPF         PIC     9(011).
           05  TAB-FUN-NOME        PIC     X(030).
           05  TAB-FUN-VLR-TRIB    PIC     9(011)V9(002).
           05  TAB-FUN-VLR-INSS    PIC     9(011)V9(002).
           05  TAB-FUN-VLR-IRRF    PIC     9(011)V9(002).
           05  TAB-FUN-VLR-13SAL   PIC     9(011)V9(002).
           05  TAB-FUN-VLR-INSS-13 PIC     9(011)V9(002).
           05  TAB-FUN-VLR-IRRF-13 PIC     9(011)V9(002).
           05  TAB-FUN-VLR-ISENTO  PIC     9(011)V9(002).
      *
      *****************************************************************
      *        TABELA DE FORNECEDORES BENEFICIARIOS POR EMPRESA       *
      *****************************************************************
      *
       01      WS-QTD-TAB-BEN      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-BEN      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-BENEFICIARIOS.
         03    TAB-BEN-ITEM        OCCURS  02000  TIMES.
           05  TAB-BEN-FORNECEDOR  PIC     9(010).
           05  TAB-BEN-COD-EMPRESA PIC     9(002).
           05  TAB-BEN-VLR-LIQUIDO PIC     9(013)V9(002).
           05  TAB-BEN-VLR-RETIDO  PIC     9(013)V9(002).
      *
      *****************************************************************
      *        TABELA DE RETENCOES POR FORNECEDOR, EMPRESA E TRIBUTO  *
      *****************************************************************
      *
       01      WS-QTD-TAB-FRT      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-FRT      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-RETENCOES.
         03    TAB-FRT-ITEM        OCCURS  05000  TIMES.
           05  TAB-FRT-FORNECEDOR  PIC     9(010).
           05  TAB-FRT-COD-EMPRESA PIC     9(002).
           05  TAB-FRT-COD-TRIBUTO PIC     X(004).
           05  TAB-FRT-VLR-RETIDO  PIC     9(013)V9(002).
      *
      *****************************************************************
      *        EMPRESAS PAGADORAS (CADEMPR), INDEXADAS PELO CODIGO    *
      *        DA EMPRESA                                             *
      *****************************************************************
      *
       01      WS-IND-EMP          PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-EMPRESAS.
         03    TAB-EMP-ITEM        OCCURS  00099  TIMES.
           05  TAB-EMP-SW-CADASTRO PIC     X(001).
             88  TAB-EMP-CADASTRADA        VALUE 'S'.
           05  TAB-EMP-CNPJ        PIC     9(014).
           05  TAB-EMP-NOME        PIC     X(050).
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
      *    LAY-OUT DO INFORME DE RENDIMENTOS                          *
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
         03    FILLER              PIC     X(031) VALUE SPACES.
         03    FILLER              PIC     X(064) VALUE
         'I N F O R M E  D E  R E N D I M E N T O S'.
         03    FILLER              PIC     X(026) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'PAGINA.: '.
         03    CAB3-PAGINA         PIC     ZZ9.
      *
       01      CAB4.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(131) VALUE ALL '-'.
         03    FILLER              PIC     X(001) VALUE SPACES.
      *
       01      INF1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(020) VALUE
               'ANO-CALENDARIO.....:'.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    INF1-ANO            PIC     9(004).
         03    FILLER              PIC     X(105) VALUE SPACES.
      *
       01      INF2.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(020) VALUE
               'FONTE PAGADORA.....:'.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    INF2-EMPRESA        PIC     9(002).
         03    FILLER              PIC     X(003) VALUE ' - '.
         03    INF2-NOME           PIC     X(050).
         03    FILLER              PIC     X(009) VALUE '   CNPJ: '.
         03    INF2-CNPJ           PIC     9(014).
         03    FILLER              PIC     X(031) VALUE SPACES.
      *
       01      INF3.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(020) VALUE
               'BENEFICIARIO.......:'.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    INF3-CODIGO         PIC     Z(009)9.
         03    FILLER              PIC     X(003) VALUE ' - '.
         03    INF3-NOME           PIC     X(030).
         03    INF3-ROTULO-CPF     PIC     X(008).
         03    INF3-CPF            PIC     X(011).
         03    FILLER              PIC     X(047) VALUE SPACES.
      *
       01      SEC1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    SEC1-TITULO         PIC     X(070).
         03    FILLER              PIC     X(060) VALUE SPACES.
      *
       01      LIN1.
         03    FILLER              PIC     X(006) VALUE SPACES.
         03    LIN1-DESCRICAO      PIC     X(050).
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    LIN1-VALOR          PIC     Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(053) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADFREN - MOVIMENTO DE RENDIMENTOS E RETENCOES       *
      *****************************************************************
      *
           COPY    COBO1238.
      *
      *****************************************************************
      * INPUT..: CADDARF - RETENCOES DE TRIBUTOS DOS PAGAMENTOS       *
      *****************************************************************
      *
           COPY    COBO1050.
      *
      *****************************************************************
      * INPUT..: CADBREN - REMESSAS LIQUIDAS DE PAGAMENTOS            *
      *****************************************************************
      *
           COPY    COBO1025.
      *
      *****************************************************************
      * INPUT..: CADFPAG - CONDICOES DE PAGAMENTO DO FORNECEDOR       *
      *****************************************************************
      *
           COPY    COBI1048.
      *
      *****************************************************************
      * INPUT..: CADFORN - CADASTRO DE FORNECEDORES                   *
      *****************************************************************
      *
           COPY    COBI1008.
      *
      *****************************************************************
      * INPUT..: CADEMPR - CADASTRO DAS EMPRESAS                      *
      *****************************************************************
      *
           COPY    COBI1229.
      *
      *****************************************************************
      * OUTPUT.: CADDIRF - DECLARACAO ANUAL DO IMPOSTO RETIDO         *
      *****************************************************************
      *
           COPY    COBO1239.
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
         03    LKG-ANO             PIC     9(004).
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

           MOVE    FUNCTION CURRENT-DATE (1:8)
                                   TO      WS-DATA-PROC.

           PERFORM 0150-00-CRITICA-PARM.

           OPEN    INPUT   CADFREN
                           CADDARF
                           CADBREN
                           CADFPAG
                           CADFORN
                           CADEMPR
                   OUTPUT  CADDIRF
                           RELINFR.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 0400-00-CARGA-TAB-CADFPAG
             UNTIL WS-FS-CADFPAG   EQUAL   10.

           PERFORM 0420-00-CARGA-TAB-CADFORN
             UNTIL WS-FS-CADFORN   EQUAL   10.

           MOVE    ZEROS           TO      TAB-EMPRESAS.

           PERFORM 0495-00-CARGA-TAB-EMPRESAS
             UNTIL WS-FS-CADEMPR   EQUAL   10.

           PERFORM 0500-00-CARGA-RENDIMENTOS
             UNTIL WS-FS-CADFREN   EQUAL   10.

           PERFORM 0600-00-CARGA-RETENCOES
             UNTIL WS-FS-CADDARF   EQUAL   10.

           PERFORM 0700-00-CARGA-PAGAMENTOS
             UNTIL WS-FS-CADBREN   EQUAL   10.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0150-00-CRITICA-PARM        SECTION.
      *****************************************************************
      *
           IF      LKG-TAM         LESS        4           OR
                   LKG-ANO         NOT NUMERIC OR
                   LKG-ANO         EQUAL       ZEROS
                   PERFORM         0997-00-ABEND-PARM
           END-IF.

           MOVE    LKG-ANO         TO      WS-ANO-CALEND.
      *
       0150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADFREN NOT EQUAL 00 AND 10
                   MOVE 'CADFREN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFREN     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADDARF NOT EQUAL 00 AND 10
                   MOVE 'CADDARF'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADDARF     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADBREN NOT EQUAL 00 AND 10
                   MOVE 'CADBREN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADBREN     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFPAG NOT EQUAL 00 AND 10
                   MOVE 'CADFPAG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFPAG     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFORN NOT EQUAL 00 AND 10
                   MOVE 'CADFORN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFORN     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADEMPR NOT EQUAL 00 AND 10
                   MOVE 'CADEMPR'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADEMPR     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADDIRF NOT EQUAL 00
                   MOVE 'CADDIRF'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADDIRF     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-RELINFR NOT EQUAL 00
                   MOVE 'RELINFR'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELINFR     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-TAB-CADFPAG   SECTION.
      *****************************************************************
      *
           READ    CADFPAG         INTO    REG-FPAG.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFPAG   EQUAL   00
                   ADD 001         TO      WS-LID-CADFPAG

                   IF      WS-QTD-TAB-FPG  GREATER OR EQUAL 02000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-FPG
                   MOVE    FPAG-FORNECEDOR TO
                           TAB-FPG-FORNECEDOR (WS-QTD-TAB-FPG)
                   MOVE    FPAG-BANCO      TO
                           TAB-FPG-BANCO      (WS-QTD-TAB-FPG)
                   MOVE    FPAG-AGENCIA    TO
                           TAB-FPG-AGENCIA    (WS-QTD-TAB-FPG)
                   MOVE    FPAG-CONTA      TO
                           TAB-FPG-CONTA      (WS-QTD-TAB-FPG)
           END-IF.
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0420-00-CARGA-TAB-CADFORN   SECTION.
      *****************************************************************
      *
           READ    CADFORN         INTO    REG-FORN.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFORN   EQUAL   00
                   ADD 001         TO      WS-LID-CADFORN

                   IF      WS-QTD-TAB-CFO  GREATER OR EQUAL 02000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-CFO
                   MOVE    FORN-CODIGO     TO
                           TAB-CFO-CODIGO (WS-QTD-TAB-CFO)
                   MOVE    FORN-NOME       TO
                           TAB-CFO-NOME   (WS-QTD-TAB-CFO)
           END-IF.
      *
       0420-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0495-00-CARGA-TAB-EMPRESAS  SECTION.
      *****************************************************************
      *    REGISTRO SEM CODIGO DE EMPRESA E A EMPRESA 01              *
      *
           READ    CADEMPR         INTO    REG-EMPR.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

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
                   MOVE    EMPR-CNPJ       TO
                           TAB-EMP-CNPJ        (WS-IND-EMP)
                   MOVE    EMPR-NOME       TO
                           TAB-EMP-NOME        (WS-IND-EMP)
           END-IF.
      *
       0495-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-CARGA-RENDIMENTOS   SECTION.
      *****************************************************************
      *    ACUMULA OS RENDIMENTOS DO ANO POR FUNCIONARIO E EMPRESA;   *
      *    O 13o SALARIO FICA SEPARADO (TRIBUTACAO EXCLUSIVA)         *
      *
           READ    CADFREN         INTO    REG-FREN.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFREN   NOT EQUAL 00
                   GO      TO      0500-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADFREN.

           IF      FREN-COMPETENCIA (1:4) NOT EQUAL WS-ANO-CALEND
                   ADD     001     TO      WS-QTD-OUTRO-ANO
                   GO      TO      0500-99-EXIT
           END-IF.

           IF      FREN-COD-EMPRESA NOT NUMERIC    OR
                   FREN-COD-EMPRESA EQUAL  ZEROS
                   MOVE    01      TO      FREN-COD-EMPRESA
           END-IF.

           SET     WS-NAO-ACHOU            TO      TRUE.

           PERFORM VARYING WS-IND-TAB-FUN FROM 1 BY 1
                   UNTIL   WS-IND-TAB-FUN GREATER WS-QTD-TAB-FUN
                   OR      WS-ACHOU

             IF    FREN-FUNC-CODIGO EQUAL
                   TAB-FUN-CODIGO      (WS-IND-TAB-FUN)    AND
                   FREN-COD-EMPRESA EQUAL
                   TAB-FUN-COD-EMPRESA (WS-IND-TAB-FUN)
                   SET     WS-ACHOU        TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-FUN
           ELSE
                   IF      WS-QTD-TAB-FUN  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-FUN
                   MOVE    WS-QTD-TAB-FUN  TO      WS-IND-TAB-FUN
                   MOVE    FREN-FUNC-CODIGO        TO
                           TAB-FUN-CODIGO      (WS-IND-TAB-FUN)
                   MOVE    FREN-COD-EMPRESA        TO
                           TAB-FUN-COD-EMPRESA (WS-IND-TAB-FUN)
                   MOVE    ZEROS   TO
                           TAB-FUN-VLR-TRIB    (WS-IND-TAB-FUN)
                           TAB-FUN-VLR-INSS    (WS-IND-TAB-FUN)
                           TAB-FUN-VLR-IRRF    (WS-IND-TAB-FUN)
                           TAB-FUN-VLR-13SAL   (WS-IND-TAB-FUN)
                           TAB-FUN-VLR-INSS-13 (WS-IND-TAB-FUN)
                           TAB-FUN-VLR-IRRF-13 (WS-IND-TAB-FUN)
                           TAB-FUN-VLR-ISENTO  (WS-IND-TAB-FUN)
           END-IF.

      *    IDENTIFICACAO DO MOVIMENTO MAIS RECENTE DO ANO
           MOVE    FREN-CPF        TO
                   TAB-FUN-CPF  (WS-IND-TAB-FUN).
           MOVE    FREN-NOME       TO
                   TAB-FUN-NOME (WS-IND-TAB-FUN).

           IF      FREN-FOLHA-13SAL
                   ADD     FREN-VLR-TRIBUTAVEL     TO
                           TAB-FUN-VLR-13SAL   (WS-IND-TAB-FUN)
                   ADD     FREN-VLR-INSS   TO
                           TAB-FUN-VLR-INSS-13 (WS-IND-TAB-FUN)
                   ADD     FREN-VLR-IRRF   TO
                           TAB-FUN-VLR-IRRF-13 (WS-IND-TAB-FUN)
           ELSE
                   ADD     FREN-VLR-TRIBUTAVEL     TO
                           TAB-FUN-VLR-TRIB    (WS-IND-TAB-FUN)
                   ADD     FREN-VLR-INSS   TO
                           TAB-FUN-VLR-INSS    (WS-IND-TAB-FUN)
                   ADD     FREN-VLR-IRRF   TO
                           TAB-FUN-VLR-IRRF    (WS-IND-TAB-FUN)
           END-IF.

           ADD     FREN-VLR-ISENTO TO
                   TAB-FUN-VLR-ISENTO (WS-IND-TAB-FUN).
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0600-00-CARGA-RETENCOES     SECTION.
      *****************************************************************
      *    SO OS DETALHES POR FORNECEDOR; OS RESUMOS POR TRIBUTO      *
      *    (FORNECEDOR ZERADO OU EM BRANCO) SAO IGNORADOS             *
      *
           READ    CADDARF         INTO    REG-DARF.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADDARF   NOT EQUAL 00
                   GO      TO      0600-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADDARF.

           IF      DARF-FORNECEDOR NOT NUMERIC     OR
                   DARF-FORNECEDOR EQUAL   ZEROS
                   GO      TO      0600-99-EXIT
           END-IF.

           IF      DARF-PERIODO (1:4) NOT EQUAL WS-ANO-CALEND
                   ADD     001     TO      WS-QTD-OUTRO-ANO
                   GO      TO      0600-99-EXIT
           END-IF.

           IF      DARF-COD-EMPRESA NOT NUMERIC    OR
                   DARF-COD-EMPRESA EQUAL  ZEROS
                   MOVE    01      TO      DARF-COD-EMPRESA
           END-IF.

           MOVE    DARF-FORNECEDOR TO      WS-FORNECEDOR.
           MOVE    DARF-COD-EMPRESA        TO      WS-COD-EMPRESA.

           PERFORM 0650-00-PROCURA-BENEFICIARIO.

           IF      WS-NAO-ACHOU
                   IF      WS-QTD-TAB-BEN  GREATER OR EQUAL 02000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-BEN
                   MOVE    WS-QTD-TAB-BEN  TO      WS-IND-TAB-BEN
                   MOVE    WS-FORNECEDOR   TO
                           TAB-BEN-FORNECEDOR  (WS-IND-TAB-BEN)
                   MOVE    WS-COD-EMPRESA  TO
                           TAB-BEN-COD-EMPRESA (WS-IND-TAB-BEN)
                   MOVE    ZEROS   TO
                           TAB-BEN-VLR-LIQUIDO (WS-IND-TAB-BEN)
                           TAB-BEN-VLR-RETIDO  (WS-IND-TAB-BEN)
           END-IF.

           ADD     DARF-VLR-RETIDO TO
                   TAB-BEN-VLR-RETIDO (WS-IND-TAB-BEN).

           SET     WS-NAO-ACHOU            TO      TRUE.

           PERFORM VARYING WS-IND-TAB-FRT FROM 1 BY 1
                   UNTIL   WS-IND-TAB-FRT GREATER WS-QTD-TAB-FRT
                   OR      WS-ACHOU

             IF    WS-FORNECEDOR    EQUAL
                   TAB-FRT-FORNECEDOR  (WS-IND-TAB-FRT)    AND
                   WS-COD-EMPRESA   EQUAL
                   TAB-FRT-COD-EMPRESA (WS-IND-TAB-FRT)    AND
                   DARF-COD-TRIBUTO EQUAL
                   TAB-FRT-COD-TRIBUTO (WS-IND-TAB-FRT)
                   SET     WS-ACHOU        TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-FRT
                   ADD     DARF-VLR-RETIDO TO
                           TAB-FRT-VLR-RETIDO (WS-IND-TAB-FRT)
           ELSE
                   IF      WS-QTD-TAB-FRT  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-FRT
                   MOVE    WS-FORNECEDOR   TO
                           TAB-FRT-FORNECEDOR  (WS-QTD-TAB-FRT)
                   MOVE    WS-COD-EMPRESA  TO
                           TAB-FRT-COD-EMPRESA (WS-QTD-TAB-FRT)
                   MOVE    DARF-COD-TRIBUTO        TO
                           TAB-FRT-COD-TRIBUTO (WS-QTD-TAB-FRT)
                   MOVE    DARF-VLR-RETIDO TO
                           TAB-FRT-VLR-RETIDO  (WS-QTD-TAB-FRT)
           END-IF.
      *
       0600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0650-00-PROCURA-BENEFICIARIO SECTION.
      *****************************************************************
      *
           SET     WS-NAO-ACHOU            TO      TRUE.

           PERFORM VARYING WS-IND-TAB-BEN FROM 1 BY 1
                   UNTIL   WS-IND-TAB-BEN GREATER WS-QTD-TAB-BEN
                   OR      WS-ACHOU

             IF    WS-FORNECEDOR    EQUAL
                   TAB-BEN-FORNECEDOR  (WS-IND-TAB-BEN)    AND
                   WS-COD-EMPRESA   EQUAL
                   TAB-BEN-COD-EMPRESA (WS-IND-TAB-BEN)
                   SET     WS-ACHOU        TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-BEN
           END-IF.
      *
       0650-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0700-00-CARGA-PAGAMENTOS    SECTION.
      *****************************************************************
      *    LIQUIDO PAGO NO ANO AOS FORNECEDORES COM RETENCAO; O ANO   *
      *    DE CADA REMESSA VEM DO HEADER DELA                         *
      *
           READ    CADBREN         INTO    REG-BREM.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADBREN   NOT EQUAL 00
                   GO      TO      0700-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADBREN.

           IF      BREM-HEADER
                   MOVE    BREM-DAT-GERACAO (1:4)
                                   TO      WS-ANO-REMESSA
                   GO      TO      0700-99-EXIT
           END-IF.

           IF      NOT BREM-DETALHE
                   GO      TO      0700-99-EXIT
           END-IF.

           IF      WS-ANO-REMESSA  NOT EQUAL WS-ANO-CALEND
                   ADD     001     TO      WS-QTD-OUTRO-ANO
                   GO      TO      0700-99-EXIT
           END-IF.

           ADD     001             TO      WS-QTD-PAGTOS-ANO.

           SET     WS-NAO-ACHOU            TO      TRUE.

           PERFORM VARYING WS-IND-TAB-FPG FROM 1 BY 1
                   UNTIL   WS-IND-TAB-FPG GREATER WS-QTD-TAB-FPG
                   OR      WS-ACHOU

             IF    BREM-BANCO   EQUAL
                   TAB-FPG-BANCO   (WS-IND-TAB-FPG)        AND
                   BREM-AGENCIA EQUAL
                   TAB-FPG-AGENCIA (WS-IND-TAB-FPG)        AND
                   BREM-CONTA   EQUAL
                   TAB-FPG-CONTA   (WS-IND-TAB-FPG)
                   SET     WS-ACHOU        TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-NAO-ACHOU
                   ADD     001     TO      WS-QTD-SEM-DOMICILIO
                   GO      TO      0700-99-EXIT
           END-IF.

           SUBTRACT 001            FROM    WS-IND-TAB-FPG.

           MOVE    TAB-FPG-FORNECEDOR (WS-IND-TAB-FPG)
                                   TO      WS-FORNECEDOR.

           IF      BREM-COD-EMPRESA NOT NUMERIC    OR
                   BREM-COD-EMPRESA EQUAL  ZEROS
                   MOVE    01      TO      WS-COD-EMPRESA
           ELSE
                   MOVE    BREM-COD-EMPRESA
                                   TO      WS-COD-EMPRESA
           END-IF.

           PERFORM 0650-00-PROCURA-BENEFICIARIO.

           IF      WS-ACHOU
                   ADD     BREM-VLR-PAGTO  TO
                           TAB-BEN-VLR-LIQUIDO (WS-IND-TAB-BEN)
           END-IF.
      *
       0700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *    HEADER DO RESPONSAVEL (EMPRESA 01), UM DECLARANTE POR      *
      *    EMPRESA COM SEUS BENEFICIARIOS E O TOTALIZADOR             *
      *
           MOVE    SPACES          TO      REG-DIRF.

           MOVE    00              TO      DIRF-TIP-REG.
           MOVE    WS-ANO-CALEND   TO      DIRF-ANO-CALEND.
           MOVE    TAB-EMP-CNPJ (01)       TO      DIRF-CNPJ.
           MOVE    TAB-EMP-NOME (01)       TO      DIRF-NOME.
           MOVE    WS-DATA-PROC    TO      DIRF-DAT-GERACAO.

           PERFORM 1800-00-GRAVACAO-CADDIRF.

           PERFORM 1100-00-PROCESSA-EMPRESA
             VARYING WS-IND-EMP FROM 1 BY 1
             UNTIL WS-IND-EMP GREATER 99.

           MOVE    SPACES          TO      REG-DIRF.

           MOVE    90              TO      DIRF-TIP-REG.
           MOVE    WS-ANO-CALEND   TO      DIRF-ANO-CALEND.
           MOVE    TAB-EMP-CNPJ (01)       TO      DIRF-CNPJ.
           COMPUTE DIRF-TOT-QTD-REG = WS-GRV-CADDIRF + 1.
           MOVE    WS-QTD-INF-FUNC TO      DIRF-TOT-QTD-FUN.
           MOVE    WS-QTD-INF-FORN TO      DIRF-TOT-QTD-FOR.
           MOVE    WS-VLR-TOT-RETIDO       TO      DIRF-TOT-VLR-RETIDO.

           PERFORM 1800-00-GRAVACAO-CADDIRF.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-PROCESSA-EMPRESA    SECTION.
      *****************************************************************
      *
           MOVE    ZEROS           TO      WS-QTD-EMP-BENEF.

           PERFORM VARYING WS-IND-TAB-FUN FROM 1 BY 1
                   UNTIL   WS-IND-TAB-FUN GREATER WS-QTD-TAB-FUN

             IF    TAB-FUN-COD-EMPRESA (WS-IND-TAB-FUN) EQUAL
                   WS-IND-EMP
                   ADD     001     TO      WS-QTD-EMP-BENEF
             END-IF

           END-PERFORM.

           PERFORM VARYING WS-IND-TAB-BEN FROM 1 BY 1
                   UNTIL   WS-IND-TAB-BEN GREATER WS-QTD-TAB-BEN

             IF    TAB-BEN-COD-EMPRESA (WS-IND-TAB-BEN) EQUAL
                   WS-IND-EMP
                   ADD     001     TO      WS-QTD-EMP-BENEF
             END-IF

           END-PERFORM.

           IF      WS-QTD-EMP-BENEF EQUAL  ZEROS
                   GO      TO      1100-99-EXIT
           END-IF.

           IF      NOT TAB-EMP-CADASTRADA (WS-IND-EMP)
                   ADD     WS-QTD-EMP-BENEF        TO
                           WS-QTD-SEM-EMPRESA
                   GO      TO      1100-99-EXIT
           END-IF.

           ADD     001             TO      WS-QTD-DECLARANTES.

           MOVE    SPACES          TO      REG-DIRF.

           MOVE    10              TO      DIRF-TIP-REG.
           MOVE    WS-ANO-CALEND   TO      DIRF-ANO-CALEND.
           MOVE    TAB-EMP-CNPJ (WS-IND-EMP)       TO      DIRF-CNPJ.
           MOVE    TAB-EMP-NOME (WS-IND-EMP)       TO      DIRF-NOME.
           MOVE    WS-DATA-PROC    TO      DIRF-DAT-GERACAO.

           PERFORM 1800-00-GRAVACAO-CADDIRF.

           PERFORM 1200-00-INFORME-FUNCIONARIO
             VARYING WS-IND-TAB-FUN FROM 1 BY 1
             UNTIL WS-IND-TAB-FUN GREATER WS-QTD-TAB-FUN.

           PERFORM 1300-00-INFORME-FORNECEDOR
             VARYING WS-IND-TAB-BEN FROM 1 BY 1
             UNTIL WS-IND-TAB-BEN GREATER WS-QTD-TAB-BEN.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-INFORME-FUNCIONARIO SECTION.
      *****************************************************************
      *
           IF      TAB-FUN-COD-EMPRESA (WS-IND-TAB-FUN) NOT EQUAL
                   WS-IND-EMP
                   GO      TO      1200-99-EXIT
           END-IF.

           ADD     001             TO      WS-QTD-INF-FUNC.

           COMPUTE WS-VLR-13-LIQUIDO =
                   TAB-FUN-VLR-13SAL   (WS-IND-TAB-FUN) -
                   TAB-FUN-VLR-INSS-13 (WS-IND-TAB-FUN).

           ADD     TAB-FUN-VLR-IRRF    (WS-IND-TAB-FUN)
                   TAB-FUN-VLR-IRRF-13 (WS-IND-TAB-FUN)
                                   TO      WS-VLR-TOT-RETIDO.

           MOVE    SPACES          TO      REG-DIRF.

           MOVE    20              TO      DIRF-TIP-REG.
           MOVE    WS-ANO-CALEND   TO      DIRF-ANO-CALEND.
           MOVE    TAB-EMP-CNPJ (WS-IND-EMP)       TO      DIRF-CNPJ.
           MOVE    TAB-FUN-CODIGO      (WS-IND-TAB-FUN)
                                   TO      DIRF-FUN-CODIGO.
           MOVE    TAB-FUN-CPF         (WS-IND-TAB-FUN)
                                   TO      DIRF-FUN-CPF.
           MOVE    TAB-FUN-NOME        (WS-IND-TAB-FUN)
                                   TO      DIRF-FUN-NOME.
           MOVE    TAB-FUN-VLR-TRIB    (WS-IND-TAB-FUN)
                                   TO      DIRF-FUN-VLR-TRIB.
           MOVE    TAB-FUN-VLR-INSS    (WS-IND-TAB-FUN)
                                   TO      DIRF-FUN-VLR-INSS.
           MOVE    TAB-FUN-VLR-IRRF    (WS-IND-TAB-FUN)
                                   TO      DIRF-FUN-VLR-IRRF.
           MOVE    WS-VLR-13-LIQUIDO
                                   TO      DIRF-FUN-VLR-13SAL.
           MOVE    TAB-FUN-VLR-IRRF-13 (WS-IND-TAB-FUN)
                                   TO      DIRF-FUN-VLR-IRRF-13.
           MOVE    TAB-FUN-VLR-ISENTO  (WS-IND-TAB-FUN)
                                   TO      DIRF-FUN-VLR-ISENTO.

           PERFORM 1800-00-GRAVACAO-CADDIRF.

           MOVE    TAB-FUN-CODIGO (WS-IND-TAB-FUN) TO      INF3-CODIGO.
           MOVE    TAB-FUN-NOME   (WS-IND-TAB-FUN) TO      INF3-NOME.
           MOVE    '   CPF: '      TO      INF3-ROTULO-CPF.
           MOVE    TAB-FUN-CPF    (WS-IND-TAB-FUN) TO      INF3-CPF.

           PERFORM 2600-00-GRAVACAO-CABECALHO.

           MOVE    '1. RENDIMENTOS TRIBUTAVEIS, DEDUCOES E IRRF'
                                   TO      SEC1-TITULO.
           PERFORM 2650-00-IMPRIME-SECAO.

           MOVE    'TOTAL DOS RENDIMENTOS (INCLUSIVE FERIAS)'
                                   TO      LIN1-DESCRICAO.
           MOVE    TAB-FUN-VLR-TRIB    (WS-IND-TAB-FUN)
                                   TO      LIN1-VALOR.
           PERFORM 2660-00-IMPRIME-LINHA.

           MOVE    'CONTRIBUICAO PREVIDENCIARIA OFICIAL'
                                   TO      LIN1-DESCRICAO.
           MOVE    TAB-FUN-VLR-INSS    (WS-IND-TAB-FUN)
                                   TO      LIN1-VALOR.
           PERFORM 2660-00-IMPRIME-LINHA.

           MOVE    'IMPOSTO SOBRE A RENDA RETIDO NA FONTE'
                                   TO      LIN1-DESCRICAO.
           MOVE    TAB-FUN-VLR-IRRF    (WS-IND-TAB-FUN)
                                   TO      LIN1-VALOR.
           PERFORM 2660-00-IMPRIME-LINHA.

           MOVE    '2. RENDIMENTOS ISENTOS E NAO TRIBUTAVEIS'
                                   TO      SEC1-TITULO.
           PERFORM 2650-00-IMPRIME-SECAO.

           MOVE    'INDENIZACOES POR RESCISAO DE CONTRATO DE TRABALHO'
                                   TO      LIN1-DESCRICAO.
           MOVE    TAB-FUN-VLR-ISENTO  (WS-IND-TAB-FUN)
                                   TO      LIN1-VALOR.
           PERFORM 2660-00-IMPRIME-LINHA.

           MOVE    '3. RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA'
                                   TO      SEC1-TITULO.
           PERFORM 2650-00-IMPRIME-SECAO.

           MOVE    '13o SALARIO'   TO      LIN1-DESCRICAO.
           MOVE    WS-VLR-13-LIQUIDO
                                   TO      LIN1-VALOR.
           PERFORM 2660-00-IMPRIME-LINHA.

           MOVE    'IMPOSTO SOBRE A RENDA RETIDO NO 13o SALARIO'
                                   TO      LIN1-DESCRICAO.
           MOVE    TAB-FUN-VLR-IRRF-13 (WS-IND-TAB-FUN)
                                   TO      LIN1-VALOR.
           PERFORM 2660-00-IMPRIME-LINHA.
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1300-00-INFORME-FORNECEDOR  SECTION.
      *****************************************************************
      *    RENDIMENTO BRUTO = LIQUIDO PAGO + RETENCOES DO ANO; UM     *
      *    REGISTRO DA DIRF POR TRIBUTO RETIDO                        *
      *
           IF      TAB-BEN-COD-EMPRESA (WS-IND-TAB-BEN) NOT EQUAL
                   WS-IND-EMP
                   GO      TO      1300-99-EXIT
           END-IF.

           ADD     001             TO      WS-QTD-INF-FORN.

           MOVE    TAB-BEN-FORNECEDOR (WS-IND-TAB-BEN)
                                   TO      WS-FORNECEDOR.

           COMPUTE WS-VLR-BRUTO    =
                   TAB-BEN-VLR-LIQUIDO (WS-IND-TAB-BEN) +
                   TAB-BEN-VLR-RETIDO  (WS-IND-TAB-BEN).

           MOVE    WS-FORNECEDOR   TO      INF3-CODIGO.
           MOVE    SPACES          TO      INF3-NOME
                                           INF3-ROTULO-CPF
                                           INF3-CPF.

           PERFORM VARYING WS-IND-TAB-CFO FROM 1 BY 1
                   UNTIL   WS-IND-TAB-CFO GREATER WS-QTD-TAB-CFO

             IF    WS-FORNECEDOR   EQUAL
                   TAB-CFO-CODIGO (WS-IND-TAB-CFO)
                   MOVE    TAB-CFO-NOME (WS-IND-TAB-CFO)
                                   TO      INF3-NOME
             END-IF

           END-PERFORM.

           PERFORM 2600-00-GRAVACAO-CABECALHO.

           MOVE    '1. RENDIMENTOS PAGOS E RETENCOES NA FONTE'
                                   TO      SEC1-TITULO.
           PERFORM 2650-00-IMPRIME-SECAO.

           MOVE    'RENDIMENTO BRUTO PAGO NO ANO'
                                   TO      LIN1-DESCRICAO.
           MOVE    WS-VLR-BRUTO    TO      LIN1-VALOR.
           PERFORM 2660-00-IMPRIME-LINHA.

           PERFORM 1350-00-RETENCAO-FORNECEDOR
             VARYING WS-IND-TAB-FRT FROM 1 BY 1
             UNTIL WS-IND-TAB-FRT GREATER WS-QTD-TAB-FRT.
      *
       1300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1350-00-RETENCAO-FORNECEDOR SECTION.
      *****************************************************************
      *
           IF      TAB-FRT-FORNECEDOR  (WS-IND-TAB-FRT) NOT EQUAL
                   WS-FORNECEDOR                           OR
                   TAB-FRT-COD-EMPRESA (WS-IND-TAB-FRT) NOT EQUAL
                   WS-IND-EMP
                   GO      TO      1350-99-EXIT
           END-IF.

           ADD     TAB-FRT-VLR-RETIDO (WS-IND-TAB-FRT)
                                   TO      WS-VLR-TOT-RETIDO.

           MOVE    SPACES          TO      REG-DIRF.

           MOVE    30              TO      DIRF-TIP-REG.
           MOVE    WS-ANO-CALEND   TO      DIRF-ANO-CALEND.
           MOVE    TAB-EMP-CNPJ (WS-IND-EMP)       TO      DIRF-CNPJ.
           MOVE    WS-FORNECEDOR   TO      DIRF-FOR-CODIGO.
           MOVE    INF3-NOME       TO      DIRF-FOR-NOME.
           MOVE    TAB-FRT-COD-TRIBUTO (WS-IND-TAB-FRT)
                                   TO      DIRF-FOR-COD-TRIBUTO.
           MOVE    WS-VLR-BRUTO    TO      DIRF-FOR-VLR-PAGO.
           MOVE    TAB-FRT-VLR-RETIDO  (WS-IND-TAB-FRT)
                                   TO      DIRF-FOR-VLR-RETIDO.

           PERFORM 1800-00-GRAVACAO-CADDIRF.

           MOVE    'VALOR RETIDO NA FONTE - TRIBUTO'
                                   TO      LIN1-DESCRICAO.
           MOVE    TAB-FRT-COD-TRIBUTO (WS-IND-TAB-FRT)
                                   TO      LIN1-DESCRICAO (33:4).
           MOVE    TAB-FRT-VLR-RETIDO  (WS-IND-TAB-FRT)
                                   TO      LIN1-VALOR.
           PERFORM 2660-00-IMPRIME-LINHA.
      *
       1350-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1800-00-GRAVACAO-CADDIRF    SECTION.
      *****************************************************************
      *
           WRITE   REG-CADDIRF     FROM    REG-DIRF.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADDIRF.
      *
       1800-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2600-00-GRAVACAO-CABECALHO  SECTION.
      *****************************************************************
      *    UMA PAGINA POR BENEFICIARIO                                *
      *
           MOVE    FUNCTION CURRENT-DATE
                                   TO      WS-TIME.

           MOVE    WS-TIME-DIA     TO      WS-DIA.
           MOVE    WS-TIME-MES     TO      WS-MES.
           MOVE    WS-TIME-ANO     TO      WS-ANO.

           MOVE    WS-DATA         TO      CAB1-DATA.

           MOVE    CAB1            TO      REG-RELINFR.
           PERFORM 2700-00-GRAVACAO-RELINFR.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELINFR.
           PERFORM 2700-00-GRAVACAO-RELINFR.

           MOVE    CAB4            TO      REG-RELINFR.
           PERFORM 2700-00-GRAVACAO-RELINFR.

           MOVE    WS-ANO-CALEND   TO      INF1-ANO.

           MOVE    INF1            TO      REG-RELINFR.
           PERFORM 2700-00-GRAVACAO-RELINFR.

           MOVE    WS-IND-EMP      TO      INF2-EMPRESA.
           MOVE    TAB-EMP-NOME (WS-IND-EMP)       TO      INF2-NOME.
           MOVE    TAB-EMP-CNPJ (WS-IND-EMP)       TO      INF2-CNPJ.

           MOVE    INF2            TO      REG-RELINFR.
           PERFORM 2700-00-GRAVACAO-RELINFR.

           MOVE    INF3            TO      REG-RELINFR.
           PERFORM 2700-00-GRAVACAO-RELINFR.

           MOVE    CAB4            TO      REG-RELINFR.
           PERFORM 2700-00-GRAVACAO-RELINFR.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2650-00-IMPRIME-SECAO       SECTION.
      *****************************************************************
      *
           MOVE    SPACES          TO      REG-RELINFR.
           PERFORM 2700-00-GRAVACAO-RELINFR.

           MOVE    SEC1            TO      REG-RELINFR.
           PERFORM 2700-00-GRAVACAO-RELINFR.
      *
       2650-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2660-00-IMPRIME-LINHA       SECTION.
      *****************************************************************
      *
           MOVE    LIN1            TO      REG-RELINFR.
           PERFORM 2700-00-GRAVACAO-RELINFR.
      *
       2660-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-GRAVACAO-RELINFR    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELINFR.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    009             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-RELINFR.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           CLOSE   CADFREN
                   CADDARF
                   CADBREN
                   CADFPAG
                   CADFORN
                   CADEMPR
                   CADDIRF
                   RELINFR.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    010             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB169'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           MOVE    ZEROS           TO      WRL-RETCODE.
           MOVE    WS-LID-CADFREN  TO      WRL-QTD-PROC.

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
           DISPLAY '******************* GPFPB169 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB169 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADFREN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADFREN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADDARF  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADDARF.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADBREN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADBREN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-OUTRO-ANO        TO      WS-EDICAO.
           DISPLAY '* MOVIMENTOS DE OUTRO ANO..........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-PAGTOS-ANO       TO      WS-EDICAO.
           DISPLAY '* PAGAMENTOS A FORNECEDOR NO ANO...: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-DOMICILIO    TO      WS-EDICAO.
           DISPLAY '* PAGAMENTOS SEM DOMICILIO CADASTR.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-EMPRESA      TO      WS-EDICAO.
           DISPLAY '* BENEFICIARIOS DE EMPRESA NAO CAD.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-DECLARANTES      TO      WS-EDICAO.
           DISPLAY '* EMPRESAS DECLARANTES.............: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-INF-FUNC TO      WS-EDICAO.
           DISPLAY '* INFORMES DE FUNCIONARIOS.........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-INF-FORN TO      WS-EDICAO.
           DISPLAY '* INFORMES DE FORNECEDORES.........: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADDIRF  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADDIRF.: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB169 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB169 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB169 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB169 ******************'.

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
           '******************* GPFPB169 ******************'
           DISPLAY
           '*                                             *'
           DISPLAY
           '*    PARAMETRO PARM ESTA INVALIDO 'LKG-PARM'    *'
           DISPLAY
           '*                                             *'
           DISPLAY
           '******************* GPFPB169 ******************'
           DISPLAY
           '*     P R O G R A M A  C A N C E L A D O      *'
           DISPLAY
           '******************* GPFPB169 ******************'

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

           DISPLAY '******************* GPFPB169 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB169 ******************'.
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
           DISPLAY '******************* GPFPB169 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB169 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB169                  *
      *****************************************************************
