      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB182.
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
      * OBJETIVO.....: APLICAR AS DECISOES DA REVISAO DE ACESSOS.     *
      *                LE A FOLHA DE ASSINATURA CADSACE GERADA PELO   *
      *                GPFPB181 E PREENCHIDA PELO REVISOR, CONFERE    *
      *                CADA DECISAO (REVISOR EXISTENTE, ATIVO E       *
      *                DIFERENTE DO OPERADOR REVISADO, DECISAO 'M' OU *
      *                'R' E DATA DA REVISAO) E GERA O CADASTRO DE    *
      *                OPERADORES COM AS REVOGACOES APLICADAS         *
      *                (CADOPEN) E AS AUTORIZACOES COMPLEMENTARES     *
      *                COM A REVOGACAO DA PERD APLICADA (CADOPXN),    *
      *                LISTANDO NO RELSACE O RESULTADO DE CADA LINHA  *
      *                DA FOLHA                                       *
      *****************************************************************
      * OBSERVACAO...: DECISAO PENDENTE OU RECUSADA NA CONFERENCIA    *
      *                MANTEM A AUTORIZACAO COMO ESTA E O RETORNO E   *
      *                4 - A FOLHA DEVE SER CORRIGIDA E REPROCESSADA. *
      *                O PROGRAMA SO REVOGA; NENHUMA AUTORIZACAO E    *
      *                CONCEDIDA POR ESTE CAMINHO. A REVOGACAO DA     *
      *                PORD ZERA TAMBEM O NIVEL DE ALCADA DO          *
      *                APROVADOR. O CADOPEN E O CADOPXN SUBSTITUEM O  *
      *                CADOPER E O CADOPEX NO PASSO SEGUINTE DA JCL   *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 15/10/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - REVOGACAO DAS ALCADAS DE APROVACAO (PORD,   *
      *                   BUDG, PMAN, DUPL, CBCK, BAIX) E DA PERD DO  *
      *                   CADOPEX, GRAVADO NO CADOPXN                 *
      * 15/10/2026 - US - CADA CADOPEN E CADOPXN GRAVADO PASSA A SER  *
      *                   CATALOGADO NO CADGCAT (ROTINA COBBB010)     *
      *                   COMO GERACAO DO CADOPER E DO CADOPEX, COM A *
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
      *
           SELECT  CADOPER  ASSIGN  TO  UT-S-CADOPER
                   FILE     STATUS  IS  WS-FS-CADOPER.
      *
           SELECT  CADSACE  ASSIGN  TO  UT-S-CADSACE
                   FILE     STATUS  IS  WS-FS-CADSACE.
      *
           SELECT  CADOPEX  ASSIGN  TO  UT-S-CADOPEX
                   FILE     STATUS  IS  WS-FS-CADOPEX.
      *
           SELECT  CADOPEN  ASSIGN  TO  UT-S-CADOPEN
                   FILE     STATUS  IS  WS-FS-CADOPEN.
      *
           SELECT  CADOPXN  ASSIGN  TO  UT-S-CADOPXN
                   FILE     STATUS  IS  WS-FS-CADOPXN.
      *
           SELECT  RELSACE  ASSIGN  TO  UT-S-RELSACE
                   FILE     STATUS  IS  WS-FS-RELSACE.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *
       FD  CADOPER
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADOPER         PIC     X(050).
      *
       FD  CADSACE
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADSACE         PIC     X(050).
      *
       FD  CADOPEX
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADOPEX         PIC     X(050).
      *
       FD  CADOPEN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADOPEN         PIC     X(050).
      *
       FD  CADOPXN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADOPXN         PIC     X(050).
      *
       FD  RELSACE
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELSACE         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADOPER       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADSACE       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADOPEX       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADOPEN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADOPXN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELSACE       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADOPER      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADSACE      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADOPEX      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADOPEN      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADOPXN      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELSACE      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-MANTIDAS     PIC     9(018) VALUE ZEROS.
       01      WS-QTD-REVOGADAS    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-JA-REVOGADAS PIC     9(018) VALUE ZEROS.
       01      WS-QTD-PENDENTES    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-RECUSADAS    PIC     9(018) VALUE ZEROS.
      *
       01      WS-DT-AUX           PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DT-AUX.
        03     WS-AUX-ANO          PIC     9(004).
        03     WS-AUX-MES          PIC     9(002).
        03     WS-AUX-DIA          PIC     9(002).
      *
       01      WS-DATA-EDITADA     PIC     X(010)  VALUE '99/99/9999'.
       01      FILLER              REDEFINES       WS-DATA-EDITADA.
        03     WS-EDT-DIA          PIC     9(002).
        03     FILLER              PIC     X(001).
        03     WS-EDT-MES          PIC     9(002).
        03     FILLER              PIC     X(001).
        03     WS-EDT-ANO          PIC     9(004).
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
      *****************************************************************
      *        AUTORIZACOES REVISADAS E A POSICAO DO INDICADOR DE     *
      *        CADA UMA NO REGISTRO DO CADOPER (OPER-AUT-BANF A       *
      *        OPER-AUT-BAIX); A POSICAO 45 E O NIVEL DE ALCADA DO    *
      *        APROVADOR (OPER-NIV-APROV). POSICAO ZEROS INDICA       *
      *        AUTORIZACAO COMPLEMENTAR, MANTIDA NO CADOPEX           *
      *****************************************************************
      *
       01      WS-TAB-AUTORIZACOES.
         03    FILLER              PIC     X(007) VALUE 'BANF036'.
         03    FILLER              PIC     X(007) VALUE 'FERI037'.
         03    FILLER              PIC     X(007) VALUE 'PCTL038'.
         03    FILLER              PIC     X(007) VALUE 'ENTI039'.
         03    FILLER              PIC     X(007) VALUE 'REGI040'.
         03    FILLER              PIC     X(007) VALUE 'DEPT041'.
         03    FILLER              PIC     X(007) VALUE 'PARM042'.
         03    FILLER              PIC     X(007) VALUE 'MUNI043'.
         03    FILLER              PIC     X(007) VALUE 'PORD044'.
         03    FILLER              PIC     X(007) VALUE 'BUDG046'.
         03    FILLER              PIC     X(007) VALUE 'PMAN047'.
         03    FILLER              PIC     X(007) VALUE 'DUPL048'.
         03    FILLER              PIC     X(007) VALUE 'CBCK049'.
         03    FILLER              PIC     X(007) VALUE 'BAIX050'.
         03    FILLER              PIC     X(007) VALUE 'PERD000'.
       01      FILLER              REDEFINES       WS-TAB-AUTORIZACOES.
         03    WS-AUT-ITEM         OCCURS  015 TIMES.
           05  WS-COD-AUT          PIC     X(004).
           05  WS-POS-AUT          PIC     9(003).
      *
       01      WS-QTD-AUT          PIC     9(005) COMP    VALUE 15.
       01      WS-IND-AUT          PIC     9(005) COMP    VALUE ZEROS.
      *
       01      WS-IND-OPERADOR     PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-REVISOR      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      WS-ID-PROCURADO     PIC     X(004) VALUE SPACES.
       01      WS-IND-ACHADO       PIC     9(005) COMP    VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA DE OPERADORES - IMAGEM DO CADOPER, ONDE AS      *
      *        REVOGACOES SAO APLICADAS ANTES DA GRAVACAO DO CADOPEN  *
      *****************************************************************
      *
       01      WS-QTD-TAB-OPER     PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-OPER     PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-OPERADORES.
         03    TAB-OPER            OCCURS  00200 TIMES.
           05  TAB-OPER-ID         PIC     X(004).
           05  TAB-OPER-NOME       PIC     X(030).
           05  TAB-OPER-SITUACAO   PIC     X(001).
           05  TAB-OPER-FLAGS      PIC     X(015).
      *
      *****************************************************************
      *        TABELA DE AUTORIZACOES COMPLEMENTARES - IMAGEM DO      *
      *        CADOPEX, GRAVADA NO CADOPXN                            *
      *****************************************************************
      *
       01      WS-QTD-TAB-OPEX     PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-OPEX     PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-OPEX         PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-OPERADORES-EXT.
         03    TAB-OPEX            OCCURS  00200 TIMES.
           05  TAB-OPEX-ID         PIC     X(004).
           05  TAB-OPEX-AUT-PERD   PIC     X(001).
           05  TAB-OPEX-DEMAIS     PIC     X(045).
      *
       01      WS-TAB-ESTOURO      PIC     X(015) VALUE SPACES.
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
      *    LAY-OUT DO RELATORIO DE DECISOES DA REVISAO DE ACESSOS     *
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
         03    FILLER              PIC     X(038) VALUE SPACES.
         03    FILLER              PIC     X(053) VALUE
         'D E C I S O E S  D A  R E V I S A O  D E  A C E S S O'.
         03    FILLER              PIC     X(030) VALUE SPACES.
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
         03    FILLER              PIC     X(004) VALUE 'OPER'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(007) VALUE 'AUTORIZ'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'OCOR.'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'REGRA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(007) VALUE 'DECISAO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(007) VALUE 'REVISOR'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE
               'DT.REVISAO'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(045) VALUE
               'RESULTADO'.
         03    FILLER              PIC     X(025) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-ID-OPERADOR    PIC     X(004).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-AUTORIZACAO    PIC     X(004).
         03    FILLER              PIC     X(007) VALUE SPACES.
         03    DET1-OCORRENCIA     PIC     X(001).
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    DET1-REGRA          PIC     X(004).
         03    FILLER              PIC     X(006) VALUE SPACES.
         03    DET1-DECISAO        PIC     X(001).
         03    FILLER              PIC     X(005) VALUE SPACES.
         03    DET1-ID-REVISOR     PIC     X(004).
         03    FILLER              PIC     X(005) VALUE SPACES.
         03    DET1-DATA-REVISAO   PIC     X(010).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-RESULTADO      PIC     X(045).
         03    FILLER              PIC     X(025) VALUE SPACES.
      *
       01      ROD1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(011) VALUE
               'REVOGADAS: '.
         03    ROD1-QTD-REVOGADAS  PIC     ZZZ.ZZ9.
         03    FILLER              PIC     X(013) VALUE
               ' - MANTIDAS: '.
         03    ROD1-QTD-MANTIDAS   PIC     ZZZ.ZZ9.
         03    FILLER              PIC     X(014) VALUE
               ' - PENDENTES: '.
         03    ROD1-QTD-PENDENTES  PIC     ZZZ.ZZ9.
         03    FILLER              PIC     X(029) VALUE
               ' - RECUSADAS NA CONFERENCIA: '.
         03    ROD1-QTD-RECUSADAS  PIC     ZZZ.ZZ9.
         03    FILLER              PIC     X(035) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADOPER - CADASTRO DE OPERADORES                     *
      *****************************************************************
      *
           COPY    COBI1077.
      *
      *****************************************************************
      * INPUT..: CADOPEX - AUTORIZACOES COMPLEMENTARES DOS OPERADORES *
      *****************************************************************
      *
           COPY    COBI1106.
      *
      *****************************************************************
      * INPUT..: CADSACE - FOLHA DE ASSINATURA DA REVISAO             *
      *****************************************************************
      *
           COPY    COBO9108.
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
       01      WS-GCAT-CADOPER     PIC     X(300) VALUE SPACES.
       01      WS-GCAT-CADOPEX     PIC     X(300) VALUE SPACES.
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
             UNTIL WS-FS-CADSACE   EQUAL 10.

           PERFORM 3000-00-PROCED-FINAIS.

           GOBACK.
      *
      *****************************************************************
       0100-00-PROCED-INICIAIS     SECTION.
      *****************************************************************
      *
           MOVE    FUNCTION CURRENT-DATE (9:6)
                                   TO      WS-HORA-INICIO.

           OPEN    INPUT   CADOPER
                           CADOPEX
                           CADSACE
                   OUTPUT  CADOPEN
                           CADOPXN
                           RELSACE.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADOPER'       TO      WGC-ARQUIVO.

           PERFORM 0480-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADOPER.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADOPEX'       TO      WGC-ARQUIVO.

           PERFORM 0480-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADOPEX.

           PERFORM 0500-00-CARGA-TAB-OPER
             UNTIL WS-FS-CADOPER   EQUAL   10.

           PERFORM 0550-00-CARGA-TAB-OPEX
             UNTIL WS-FS-CADOPEX   EQUAL   10.

           PERFORM 0600-00-LEITURA-CADSACE.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADOPER NOT EQUAL 00 AND 10
                   MOVE 'CADOPER'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADOPER     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADOPEX NOT EQUAL 00 AND 10
                   MOVE 'CADOPEX'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADOPEX     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADSACE NOT EQUAL 00 AND 10
                   MOVE 'CADSACE'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADSACE     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADOPEN NOT EQUAL 00
                   MOVE 'CADOPEN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADOPEN     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADOPXN NOT EQUAL 00
                   MOVE 'CADOPXN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADOPXN     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-RELSACE NOT EQUAL 00
                   MOVE 'RELSACE'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELSACE     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0480-00-CHAMA-COBBB010      SECTION.
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
       0480-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-CARGA-TAB-OPER      SECTION.
      *****************************************************************
      *
           READ    CADOPER         INTO    REG-OPER.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADOPER   NOT EQUAL 00
                   GO      TO      0500-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADOPER.

           IF      WS-QTD-TAB-OPER GREATER OR EQUAL 00200
                   MOVE    'OPERADORES'    TO      WS-TAB-ESTOURO
                   PERFORM 0989-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-OPER.

           MOVE    REG-OPER        TO      TAB-OPER (WS-QTD-TAB-OPER).
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0550-00-CARGA-TAB-OPEX      SECTION.
      *****************************************************************
      *
           READ    CADOPEX         INTO    REG-OPEX.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADOPEX   NOT EQUAL 00
                   GO      TO      0550-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADOPEX.

           IF      WS-QTD-TAB-OPEX GREATER OR EQUAL 00200
                   MOVE    'AUT.COMPLEMENT.'       TO
                           WS-TAB-ESTOURO
                   PERFORM 0989-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-OPEX.

           MOVE    REG-OPEX        TO      TAB-OPEX (WS-QTD-TAB-OPEX).
      *
       0550-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0600-00-LEITURA-CADSACE     SECTION.
      *****************************************************************
      *
           READ    CADSACE         INTO    REG-SACE.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADSACE   EQUAL   00
                   ADD 001         TO      WS-LID-CADSACE
           END-IF.
      *
       0600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0700-00-PROCURA-OPERADOR    SECTION.
      *****************************************************************
      *    DEVOLVE EM WS-IND-ACHADO A POSICAO DO OPERADOR NA TABELA,  *
      *    OU ZEROS SE ELE NAO EXISTIR NO CADOPER                     *
      *
           MOVE    ZEROS           TO      WS-IND-ACHADO.

           PERFORM VARYING WS-IND-TAB-OPER FROM 1 BY 1
                   UNTIL   WS-IND-TAB-OPER GREATER WS-QTD-TAB-OPER
                      OR   WS-IND-ACHADO   GREATER ZEROS
             IF    WS-ID-PROCURADO         EQUAL
                   TAB-OPER-ID (WS-IND-TAB-OPER)
                   MOVE    WS-IND-TAB-OPER TO      WS-IND-ACHADO
             END-IF
           END-PERFORM.
      *
       0700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *
           MOVE    SPACES          TO      DET1-RESULTADO.

           PERFORM 1100-00-CONFERE-DECISAO.

           IF      DET1-RESULTADO  EQUAL   SPACES
                   PERFORM 1200-00-APLICA-DECISAO
           END-IF.

           PERFORM 1300-00-LISTA-DECISAO.

           PERFORM 0600-00-LEITURA-CADSACE.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-CONFERE-DECISAO     SECTION.
      *****************************************************************
      *    A DECISAO SO VALE SE O REVISOR EXISTIR, ESTIVER ATIVO E    *
      *    NAO FOR O PROPRIO OPERADOR REVISADO, COM A DATA DA REVISAO *
      *    INFORMADA E NAO ANTERIOR A DATA DE CORTE                   *
      *
           MOVE    SACE-ID-OPERADOR        TO      WS-ID-PROCURADO.
           PERFORM 0700-00-PROCURA-OPERADOR.
           MOVE    WS-IND-ACHADO   TO      WS-IND-OPERADOR.

           IF      WS-IND-OPERADOR EQUAL   ZEROS
                   MOVE    'OPERADOR INEXISTENTE NO CADOPER'
                                   TO      DET1-RESULTADO
                   ADD     001     TO      WS-QTD-RECUSADAS
                   GO      TO      1100-99-EXIT
           END-IF.

           MOVE    ZEROS           TO      WS-IND-AUT.

           PERFORM VARYING WS-IND-ACHADO FROM 1 BY 1
                   UNTIL   WS-IND-ACHADO   GREATER WS-QTD-AUT
                      OR   WS-IND-AUT      GREATER ZEROS
             IF    SACE-AUTORIZACAO        EQUAL
                   WS-COD-AUT (WS-IND-ACHADO)
                   MOVE    WS-IND-ACHADO   TO      WS-IND-AUT
             END-IF
           END-PERFORM.

           IF      WS-IND-AUT      EQUAL   ZEROS
                   MOVE    'AUTORIZACAO DESCONHECIDA'
                                   TO      DET1-RESULTADO
                   ADD     001     TO      WS-QTD-RECUSADAS
                   GO      TO      1100-99-EXIT
           END-IF.

           IF      SACE-PENDENTE
                   MOVE    'DECISAO PENDENTE - AUTORIZACAO MANTIDA'
                                   TO      DET1-RESULTADO
                   ADD     001     TO      WS-QTD-PENDENTES
                   GO      TO      1100-99-EXIT
           END-IF.

           IF      NOT SACE-MANTER AND NOT SACE-REVOGAR
                   MOVE    'DECISAO INVALIDA - AUTORIZACAO MANTIDA'
                                   TO      DET1-RESULTADO
                   ADD     001     TO      WS-QTD-RECUSADAS
                   GO      TO      1100-99-EXIT
           END-IF.

           MOVE    SACE-ID-REVISOR TO      WS-ID-PROCURADO.
           PERFORM 0700-00-PROCURA-OPERADOR.
           MOVE    WS-IND-ACHADO   TO      WS-IND-REVISOR.

           IF      WS-IND-REVISOR  EQUAL   ZEROS
                   MOVE    'REVISOR INEXISTENTE NO CADOPER'
                                   TO      DET1-RESULTADO
                   ADD     001     TO      WS-QTD-RECUSADAS
                   GO      TO      1100-99-EXIT
           END-IF.

           IF      TAB-OPER-SITUACAO (WS-IND-REVISOR)
                                   NOT EQUAL 'A'
                   MOVE    'REVISOR INATIVO'
                                   TO      DET1-RESULTADO
                   ADD     001     TO      WS-QTD-RECUSADAS
                   GO      TO      1100-99-EXIT
           END-IF.

           IF      SACE-ID-REVISOR EQUAL   SACE-ID-OPERADOR
                   MOVE    'REVISOR NAO PODE DECIDIR O PROPRIO ACESSO'
                                   TO      DET1-RESULTADO
                   ADD     001     TO      WS-QTD-RECUSADAS
                   GO      TO      1100-99-EXIT
           END-IF.

           IF      SACE-DATA-REVISAO       NOT NUMERIC
               OR  SACE-DATA-REVISAO       EQUAL   ZEROS
               OR  SACE-DATA-REVISAO       LESS    SACE-DATA-CORTE
                   MOVE    'DATA DA REVISAO INVALIDA'
                                   TO      DET1-RESULTADO
                   ADD     001     TO      WS-QTD-RECUSADAS
           END-IF.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-APLICA-DECISAO      SECTION.
      *****************************************************************
      *    A REVOGACAO E APLICADA NA TABELA, GRAVADA NO CADOPEN AO    *
      *    FINAL; CONFLITO DE SEGREGACAO MANTIDO FICA EM EVIDENCIA.   *
      *    O APROVADOR DE PEDIDOS QUE PERDE A PORD PERDE TAMBEM O     *
      *    NIVEL DE ALCADA (POSICAO 45 DO REGISTRO)                   *
      *
           IF      SACE-MANTER
                   ADD     001     TO      WS-QTD-MANTIDAS
                   IF      SACE-CONFLITO-SOD
                           MOVE    'MANTIDA - CONFLITO ACEITO'
                                   TO      DET1-RESULTADO
                   ELSE
                           MOVE    'MANTIDA'
                                   TO      DET1-RESULTADO
                   END-IF
                   GO      TO      1200-99-EXIT
           END-IF.

           IF      WS-POS-AUT (WS-IND-AUT) EQUAL   ZEROS
                   PERFORM 1250-00-REVOGA-CADOPEX
                   GO      TO      1200-99-EXIT
           END-IF.

           IF      TAB-OPER (WS-IND-OPERADOR)
                            (WS-POS-AUT (WS-IND-AUT):1)
                                   NOT EQUAL 'S'
                   ADD     001     TO      WS-QTD-JA-REVOGADAS
                   MOVE    'AUTORIZACAO JA REVOGADA NO CADOPER'
                                   TO      DET1-RESULTADO
                   GO      TO      1200-99-EXIT
           END-IF.

           MOVE    'N'             TO
                   TAB-OPER (WS-IND-OPERADOR)
                            (WS-POS-AUT (WS-IND-AUT):1).

           ADD     001             TO      WS-QTD-REVOGADAS.

           IF      WS-COD-AUT (WS-IND-AUT) EQUAL   'PORD'
                   MOVE    '0'             TO
                           TAB-OPER (WS-IND-OPERADOR) (045:1)
                   MOVE    'REVOGADA - NIVEL DE ALCADA ZERADO'
                                   TO      DET1-RESULTADO
           ELSE
                   MOVE    'REVOGADA'      TO      DET1-RESULTADO
           END-IF.
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1250-00-REVOGA-CADOPEX      SECTION.
      *****************************************************************
      *    OPERADOR AUSENTE DO CADOPEX NAO TEM A AUTORIZACAO          *
      *    COMPLEMENTAR - A REVOGACAO E TRATADA COMO JA FEITA         *
      *
           MOVE    ZEROS           TO      WS-IND-OPEX.

           PERFORM VARYING WS-IND-TAB-OPEX FROM 1 BY 1
                   UNTIL   WS-IND-TAB-OPEX GREATER WS-QTD-TAB-OPEX
                      OR   WS-IND-OPEX     GREATER ZEROS
             IF    SACE-ID-OPERADOR        EQUAL
                   TAB-OPEX-ID (WS-IND-TAB-OPEX)
                   MOVE    WS-IND-TAB-OPEX TO      WS-IND-OPEX
             END-IF
           END-PERFORM.

           IF      WS-IND-OPEX     EQUAL   ZEROS
                   ADD     001     TO      WS-QTD-JA-REVOGADAS
                   MOVE    'AUTORIZACAO JA REVOGADA NO CADOPEX'
                                   TO      DET1-RESULTADO
                   GO      TO      1250-99-EXIT
           END-IF.

           IF      TAB-OPEX-AUT-PERD (WS-IND-OPEX)
                                   NOT EQUAL 'S'
                   ADD     001     TO      WS-QTD-JA-REVOGADAS
                   MOVE    'AUTORIZACAO JA REVOGADA NO CADOPEX'
                                   TO      DET1-RESULTADO
                   GO      TO      1250-99-EXIT
           END-IF.

           MOVE    'N'             TO
                   TAB-OPEX-AUT-PERD (WS-IND-OPEX).

           ADD     001             TO      WS-QTD-REVOGADAS.

           MOVE    'REVOGADA'      TO      DET1-RESULTADO.
      *
       1250-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1300-00-LISTA-DECISAO       SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 55
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    SACE-ID-OPERADOR        TO      DET1-ID-OPERADOR.
           MOVE    SACE-AUTORIZACAO        TO      DET1-AUTORIZACAO.
           MOVE    SACE-OCORRENCIA TO      DET1-OCORRENCIA.
           MOVE    SACE-COD-REGRA  TO      DET1-REGRA.
           MOVE    SACE-DECISAO    TO      DET1-DECISAO.
           MOVE    SACE-ID-REVISOR TO      DET1-ID-REVISOR.

           IF      SACE-DATA-REVISAO       NUMERIC
           AND     SACE-DATA-REVISAO       NOT EQUAL ZEROS
                   MOVE    SACE-DATA-REVISAO       TO      WS-DT-AUX
                   MOVE    WS-AUX-DIA      TO      WS-EDT-DIA
                   MOVE    WS-AUX-MES      TO      WS-EDT-MES
                   MOVE    WS-AUX-ANO      TO      WS-EDT-ANO
                   MOVE    WS-DATA-EDITADA TO      DET1-DATA-REVISAO
           ELSE
                   MOVE    SPACES  TO      DET1-DATA-REVISAO
           END-IF.

           MOVE    DET1            TO      REG-RELSACE.
           PERFORM 2700-00-GRAVACAO-RELSACE.
      *
       1300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2000-00-GRAVACAO-CADOPEN    SECTION.
      *****************************************************************
      *
           WRITE   REG-CADOPEN     FROM    TAB-OPER (WS-IND-TAB-OPER).

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADOPEN.

           MOVE    WS-GCAT-CADOPER TO      WGC-GRUPO.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-CADOPEN     TO      WGC-REG-IMAGEM.
           MOVE    050             TO      WGC-TAM-REG.

           PERFORM 0480-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADOPER.
      *
       2000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2100-00-GRAVACAO-CADOPXN    SECTION.
      *****************************************************************
      *
           WRITE   REG-CADOPXN     FROM    TAB-OPEX (WS-IND-TAB-OPEX).

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADOPXN.

           MOVE    WS-GCAT-CADOPEX TO      WGC-GRUPO.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-CADOPXN     TO      WGC-REG-IMAGEM.
           MOVE    050             TO      WGC-TAM-REG.

           PERFORM 0480-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADOPEX.
      *
       2100-99-EXIT.
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

           MOVE    CAB1            TO      REG-RELSACE.
           PERFORM 2700-00-GRAVACAO-RELSACE.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELSACE.
           PERFORM 2700-00-GRAVACAO-RELSACE.

           MOVE    CAB4            TO      REG-RELSACE.
           PERFORM 2700-00-GRAVACAO-RELSACE.

           MOVE    CAB6            TO      REG-RELSACE.
           PERFORM 2700-00-GRAVACAO-RELSACE.

           MOVE    SPACES          TO      REG-RELSACE.
           PERFORM 2700-00-GRAVACAO-RELSACE.

           MOVE    005             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-GRAVACAO-RELSACE    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELSACE.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-RELSACE.
           ADD     001             TO      WS-LINHAS.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2800-00-GRAVACAO-RODAPE     SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 53
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    WS-QTD-REVOGADAS        TO      ROD1-QTD-REVOGADAS.
           MOVE    WS-QTD-MANTIDAS TO      ROD1-QTD-MANTIDAS.
           MOVE    WS-QTD-PENDENTES        TO      ROD1-QTD-PENDENTES.
           MOVE    WS-QTD-RECUSADAS        TO      ROD1-QTD-RECUSADAS.

           MOVE    CAB4            TO      REG-RELSACE.
           PERFORM 2700-00-GRAVACAO-RELSACE.

           MOVE    ROD1            TO      REG-RELSACE.
           PERFORM 2700-00-GRAVACAO-RELSACE.
      *
       2800-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *    O CADOPEN E O CADOPXN SAO GRAVADOS INTEIROS, NA ORDEM DOS  *
      *    ARQUIVOS LIDOS, COM AS AUTORIZACOES REVOGADAS JA EM 'N'    *
      *
           PERFORM 2000-00-GRAVACAO-CADOPEN
             VARYING WS-IND-TAB-OPER FROM 1 BY 1
             UNTIL WS-IND-TAB-OPER GREATER WS-QTD-TAB-OPER.

           PERFORM 2100-00-GRAVACAO-CADOPXN
             VARYING WS-IND-TAB-OPEX FROM 1 BY 1
             UNTIL WS-IND-TAB-OPEX GREATER WS-QTD-TAB-OPEX.

           PERFORM 2800-00-GRAVACAO-RODAPE.

           CLOSE   CADOPER
                   CADOPEX
                   CADSACE
                   CADOPEN
                   CADOPXN
                   RELSACE.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    WS-GCAT-CADOPER TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB182'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    009             TO      WS-PTO-ERRO.

           PERFORM 0480-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADOPER.

           MOVE    WS-GCAT-CADOPEX TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB182'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    010             TO      WS-PTO-ERRO.

           PERFORM 0480-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADOPEX.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB182'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           IF      WS-QTD-PENDENTES        GREATER ZEROS
               OR  WS-QTD-RECUSADAS        GREATER ZEROS
                   MOVE    0004    TO      WRL-RETCODE
           ELSE
                   MOVE    ZEROS   TO      WRL-RETCODE
           END-IF.
           MOVE    WS-LID-CADSACE  TO      WRL-QTD-PROC.

           CALL    'COBBB100'      USING   WRL-GRUPO
           END-CALL.

      *    O RETURN-CODE E COLOCADO DEPOIS DA CHAMADA AO COBBB100 -
      *    O RETORNO DA SUBROTINA SUBSTITUI O REGISTRADOR DO
      *    CHAMADOR E LIMPARIA O CODIGO JA COLOCADO
           IF      WS-QTD-PENDENTES        GREATER ZEROS
               OR  WS-QTD-RECUSADAS        GREATER ZEROS
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
           DISPLAY '******************* GPFPB182 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB182 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADOPER  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADOPER..: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADOPEX  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADOPEX..: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADSACE  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADSACE..: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-REVOGADAS        TO      WS-EDICAO.
           DISPLAY '* AUTORIZACOES REVOGADAS...........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-JA-REVOGADAS     TO      WS-EDICAO.
           DISPLAY '* JA REVOGADAS NO CADOPER..........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-MANTIDAS TO      WS-EDICAO.
           DISPLAY '* AUTORIZACOES MANTIDAS............: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-PENDENTES        TO      WS-EDICAO.
           DISPLAY '* DECISOES PENDENTES...............: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-RECUSADAS        TO      WS-EDICAO.
           DISPLAY '* DECISOES RECUSADAS NA CONFERENCIA: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADOPEN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADOPEN..: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADOPER TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADOPER..: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADOPXN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADOPXN..: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADOPEX TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADOPEX..: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-RELSACE  TO      WS-EDICAO.
           DISPLAY '* LINHAS GRAVADAS.......- RELSACE..: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB182 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB182 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '* ESTOURO DA TABELA INTERNA DE APOIO......... *'.
           DISPLAY '*   TABELA....: ' WS-TAB-ESTOURO
           '              *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB182 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB182 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0989-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB182 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB182 ******************'.
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
           DISPLAY '******************* GPFPB182 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB182 ******************'.

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

           DISPLAY '******************* GPFPB182 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB182 ******************'.
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
           DISPLAY '******************* GPFPB182 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB182 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB182                  *
      *****************************************************************
