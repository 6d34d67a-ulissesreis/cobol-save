      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB172.
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
      * OBJETIVO.....: PROCESSAR O RETORNO BANCARIO (CADBRET) DA      *
      *                REMESSA DE CREDITO DA FOLHA (CADBREF, GERADA   *
      *                PELO GPFPB107):                                *
      *                - CADA CREDITO REJEITADO E CASADO COM A        *
      *                  REMESSA E O FUNCIONARIO E IDENTIFICADO PELO  *
      *                  DOMICILIO BANCARIO (CADFBNK); O VALOR FICA   *
      *                  DEVIDO AO FUNCIONARIO NO CADFCRJN            *
      *                - OS CREDITOS DEVIDOS JA REENVIADOS PELA FOLHA *
      *                  (SITUACAO 'E') QUE NAO VOLTAREM REJEITADOS   *
      *                  SAO DADOS COMO PAGOS E SAEM DO ARQUIVO; OS   *
      *                  REJEITADOS DE NOVO VOLTAM A PENDENTES        *
      *                - RELATORIO RELFCRJ COM AS REJEICOES DO        *
      *                  RETORNO E OS CREDITOS AINDA DEVIDOS          *
      *****************************************************************
      * OBSERVACAO...: O CREDITO DEVIDO E PAGO DE NOVO PELA FOLHA     *
      *                MENSAL (GPFPB107) QUANDO O DOMICILIO BANCARIO  *
      *                DO FUNCIONARIO NO CADFBNK FOR CORRIGIDO        *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 15/10/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - CADA CADFCRJN GRAVADO PASSA A SER           *
      *                   CATALOGADO NO CADGCAT (ROTINA COBBB010)     *
      *                   COMO GERACAO DO CADFCRJ, COM A QTDE DE      *
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
           SELECT  CADBRET  ASSIGN  TO  UT-S-CADBRET
                   FILE     STATUS  IS  WS-FS-CADBRET.
      *
           SELECT  CADBREF  ASSIGN  TO  UT-S-CADBREF
                   FILE     STATUS  IS  WS-FS-CADBREF.
      *
           SELECT  CADFBNK  ASSIGN  TO  UT-S-CADFBNK
                   FILE     STATUS  IS  WS-FS-CADFBNK.
      *
           SELECT  CADRESP  ASSIGN  TO  UT-S-CADRESP
                   FILE     STATUS  IS  WS-FS-CADRESP.
      *
           SELECT  CADFCRJ  ASSIGN  TO  UT-S-CADFCRJ
                   FILE     STATUS  IS  WS-FS-CADFCRJ.
      *
           SELECT  CADFCRJN ASSIGN  TO  UT-S-CADFCRJN
                   FILE     STATUS  IS  WS-FS-CADFCRJN.
      *
           SELECT  RELFCRJ  ASSIGN  TO  UT-S-RELFCRJ
                   FILE     STATUS  IS  WS-FS-RELFCRJ.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *
       FD  CADBRET
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADBRET         PIC     X(100).
      *
       FD  CADBREF
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADBREF         PIC     X(100).
      *
       FD  CADFBNK
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFBNK         PIC     X(050).
      *
       FD  CADRESP
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADRESP         PIC     X(200).
      *
       FD  CADFCRJ
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFCRJ         PIC     X(100).
      *
       FD  CADFCRJN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADFCRJN        PIC     X(100).
      *
       FD  RELFCRJ
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELFCRJ         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADBRET       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADBREF       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFBNK       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADRESP       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFCRJ       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADFCRJN      PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELFCRJ       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADBRET      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADBREF      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFBNK      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADRESP      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADFCRJ      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADFCRJN     PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELFCRJ      PIC     9(018) VALUE ZEROS.
      *
       01      WS-DET-CADBRET      PIC     9(007) VALUE ZEROS.
       01      WS-QTD-EFETIVADOS   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-REJEITADOS   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-NOVOS        PIC     9(018) VALUE ZEROS.
       01      WS-QTD-REENV-REJ    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-REENV-PAGOS  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-DUPLICADOS   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-REMESSA  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-FUNC     PIC     9(018) VALUE ZEROS.
       01      WS-QTD-PENDENTES    PIC     9(018) VALUE ZEROS.
      *
       01      WS-HASH-VLR         PIC     9(016)V9(002)
                                                  VALUE ZEROS.
       01      WS-VLR-PENDENTE     PIC     9(013)V9(002)
                                                  VALUE ZEROS.
      *
       01      WS-NUM-REMESSA      PIC     9(007) VALUE ZEROS.
       01      WS-DAT-RETORNO      PIC     9(008) VALUE ZEROS.
      *
       01      WS-SW-TRAILER-BRET  PIC     X(001) VALUE 'N'.
         88    WS-TRAILER-BRET-OK          VALUE 'S'.
      *
       01      WS-FUNC-CODIGO      PIC     9(005) VALUE ZEROS.
       01      WS-SITUACAO-IMP     PIC     X(025) VALUE SPACES.
      *
       01      WS-DT-AAAAMMDD      PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DT-AAAAMMDD.
        03     WS-DT-ANO           PIC     9(004).
        03     WS-DT-MES           PIC     9(002).
        03     WS-DT-DIA           PIC     9(002).
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA COM OS DETALHES DA REMESSA DA FOLHA (CADBREF)   *
      *****************************************************************
      *
       01      WS-QTD-TAB-REM      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-REM      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-REMESSA.
         03    TAB-REM-ITEM        OCCURS  05000  TIMES.
           05  TAB-REM-BANCO       PIC     9(003).
           05  TAB-REM-AGENCIA     PIC     9(004).
           05  TAB-REM-OPERACAO    PIC     9(003).
           05  TAB-REM-CONTA       PIC     9(009).
           05  TAB-REM-VLR-PAGTO   PIC     9(016)V9(002).
           05  TAB-REM-COD-EMPRESA PIC     9(002).
      *
       01      WS-SW-REM-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-REM-ACHOU                VALUE 'S'.
         88    WS-REM-NAO-ACHOU            VALUE 'N'.
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
      *        TABELA DE NOMES DOS FUNCIONARIOS (CADRESP)             *
      *****************************************************************
      *
       01      WS-QTD-TAB-NOM      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-NOM      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-NOMES.
         03    TAB-NOM-ITEM        OCCURS  05000  TIMES.
           05  TAB-NOM-FUNC        PIC     9(005).
           05  TAB-NOM-NOME        PIC     X(030).
      *
      *****************************************************************
      *        CREDITOS DEVIDOS (CADFCRJ + REJEICOES DO RETORNO); O   *
      *        REGISTRO E GUARDADO INTEIRO E REGRAVADO NO CADFCRJN    *
      *****************************************************************
      *
       01      WS-QTD-TAB-CRJ      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-CRJ      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-CREDITOS.
         03    TAB-CRJ-ITEM        OCCURS  05000  TIMES.
           05  TAB-CRJ-REGISTRO    PIC     X(100).
           05  TAB-CRJ-SW-RETORNO  PIC     X(001).
             88  TAB-CRJ-NOVO              VALUE 'N'.
             88  TAB-CRJ-REJ-DE-NOVO       VALUE 'R'.
             88  TAB-CRJ-ANTERIOR          VALUE ' '.
      *
       01      WS-SW-CRJ-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-CRJ-ACHOU                VALUE 'S'.
         88    WS-CRJ-NAO-ACHOU            VALUE 'N'.
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
      *    LAY-OUT DO RELATORIO DE CREDITOS REJEITADOS                *
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
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'REMESSA: '.
         03    CAB3-REMESSA        PIC     9(007).
         03    FILLER              PIC     X(014) VALUE SPACES.
         03    FILLER              PIC     X(059) VALUE
         'C R E D I T O S  D E  S A L A R I O  R E J E I T A D O S'.
         03    FILLER              PIC     X(031) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'PAGINA.: '.
         03    CAB3-PAGINA         PIC     ZZ9.
      *
       01      CAB4.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(131) VALUE ALL '-'.
         03    FILLER              PIC     X(001) VALUE SPACES.
      *
       01      CAB6.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'CODIGO'.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(030) VALUE
               'NOME DO FUNCIONARIO           '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(002) VALUE 'EM'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(003) VALUE 'BCO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(004) VALUE 'AGEN'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(003) VALUE 'OPE'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'CONTA    '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(013) VALUE
               '        VALOR'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(003) VALUE 'MOT'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'RETORNO   '.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(025) VALUE 'SITUACAO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    DET1-CODIGO         PIC     9(005).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NOME           PIC     X(030).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-EMPRESA        PIC     9(002).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-BANCO          PIC     9(003).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-AGENCIA        PIC     9(004).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-OPERACAO       PIC     9(003).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-CONTA          PIC     9(009).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-VALOR          PIC     ZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-MOTIVO         PIC     9(003).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-RETORNO        PIC     X(010).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-SITUACAO       PIC     X(025).
         03    FILLER              PIC     X(002) VALUE SPACES.
      *
       01      TOT1.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(036) VALUE
               'CREDITOS DEVIDOS AOS FUNCIONARIOS..:'.
         03    TOT1-QTD            PIC     Z.ZZZ.ZZ9.
         03    FILLER              PIC     X(025) VALUE SPACES.
         03    TOT1-VALOR          PIC     Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(042) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADBRET - RETORNO BANCARIO DE PAGAMENTOS             *
      *****************************************************************
      *
           COPY    COBI1026.
      *
      *****************************************************************
      * INPUT..: CADBREF - REMESSA DE CREDITO DA FOLHA                *
      *****************************************************************
      *
           COPY    COBO1025.
      *
      *****************************************************************
      * INPUT..: CADFBNK - DOMICILIO BANCARIO                         *
      *****************************************************************
      *
           COPY    COBI1072.
      *
      *****************************************************************
      * INPUT..: CADRESP - FUNCIONARIOS SELECIONADOS                  *
      *****************************************************************
      *
           COPY    COBO1007.
      *
      *****************************************************************
      * IN/OUT.: CADFCRJ - CREDITOS DE SALARIO REJEITADOS             *
      *****************************************************************
      *
           COPY    COBO1246.
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
             UNTIL WS-FS-CADBRET   EQUAL 10.

           PERFORM 3000-00-PROCED-FINAIS.

           GOBACK.
      *
      *****************************************************************
       0100-00-PROCED-INICIAIS     SECTION.
      *****************************************************************
      *
           MOVE    FUNCTION CURRENT-DATE (9:6)
                                   TO      WS-HORA-INICIO.

           OPEN    INPUT   CADBRET
                           CADBREF
                           CADFBNK
                           CADRESP
                           CADFCRJ
                   OUTPUT  CADFCRJN
                           RELFCRJ.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADFCRJ'       TO      WGC-ARQUIVO.

           PERFORM 0490-00-CHAMA-COBBB010.

           PERFORM 0400-00-CARGA-TAB-REMESSA
             UNTIL WS-FS-CADBREF   EQUAL   10.

           PERFORM 0440-00-CARGA-TAB-BANCOS
             UNTIL WS-FS-CADFBNK   EQUAL   10.

           PERFORM 0460-00-CARGA-TAB-NOMES
             UNTIL WS-FS-CADRESP   EQUAL   10.

           PERFORM 0480-00-CARGA-TAB-CREDITOS
             UNTIL WS-FS-CADFCRJ   EQUAL   10.

           PERFORM 0500-00-LEITURA-CADBRET.

           IF      WS-FS-CADBRET   EQUAL   10
                   DISPLAY
                   '******************* GPFPB172 ******************'
                   DISPLAY
                   '*                                             *'
                   DISPLAY
                   '*          ARQUIVO CADBRET ESTA VAZIO         *'
                   DISPLAY
                   '*                                             *'
           ELSE
                   IF      NOT     BRET-HEADER
                           PERFORM 0995-00-ABEND-BRET-S-HEADER
                   END-IF
                   PERFORM         0800-00-TRATA-HEADER
                   PERFORM         0500-00-LEITURA-CADBRET
           END-IF.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADBRET NOT EQUAL 00 AND 10
                   MOVE 'CADBRET'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADBRET     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADBREF NOT EQUAL 00 AND 10
                   MOVE 'CADBREF'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADBREF     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFBNK NOT EQUAL 00 AND 10
                   MOVE 'CADFBNK'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFBNK     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADRESP NOT EQUAL 00 AND 10
                   MOVE 'CADRESP'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADRESP     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFCRJ NOT EQUAL 00 AND 10
                   MOVE 'CADFCRJ'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFCRJ     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADFCRJN NOT EQUAL 00
                   MOVE 'CADFCRJN' TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADFCRJN    TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-RELFCRJ NOT EQUAL 00
                   MOVE 'RELFCRJ'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELFCRJ     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-TAB-REMESSA   SECTION.
      *****************************************************************
      *    DETALHES DA REMESSA DA FOLHA, COM A EMPRESA DE CADA        *
      *    CREDITO, E O NUMERO DA REMESSA INFORMADO NO HEADER         *
      *
           READ    CADBREF         INTO    REG-BREM.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADBREF   NOT EQUAL 00
                   GO      TO      0400-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADBREF.

           IF      BREM-HEADER
                   MOVE    BREM-NUM-REMESSA
                                   TO      WS-NUM-REMESSA
           END-IF.

           IF      NOT BREM-DETALHE
                   GO      TO      0400-99-EXIT
           END-IF.

           IF      WS-QTD-TAB-REM  GREATER OR EQUAL 05000
                   PERFORM 0989-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-REM.
           MOVE    BREM-BANCO      TO
                   TAB-REM-BANCO       (WS-QTD-TAB-REM).
           MOVE    BREM-AGENCIA    TO
                   TAB-REM-AGENCIA     (WS-QTD-TAB-REM).
           MOVE    BREM-OPERACAO   TO
                   TAB-REM-OPERACAO    (WS-QTD-TAB-REM).
           MOVE    BREM-CONTA      TO
                   TAB-REM-CONTA       (WS-QTD-TAB-REM).
           MOVE    BREM-VLR-PAGTO  TO
                   TAB-REM-VLR-PAGTO   (WS-QTD-TAB-REM).
           IF      BREM-COD-EMPRESA NOT NUMERIC    OR
                   BREM-COD-EMPRESA EQUAL  ZEROS
                   MOVE    01      TO      BREM-COD-EMPRESA
           END-IF.
           MOVE    BREM-COD-EMPRESA        TO
                   TAB-REM-COD-EMPRESA (WS-QTD-TAB-REM).
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0440-00-CARGA-TAB-BANCOS    SECTION.
      *****************************************************************
      *
           READ    CADFBNK         INTO    REG-FBNK.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

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
       0460-00-CARGA-TAB-NOMES     SECTION.
      *****************************************************************
      *
           READ    CADRESP         INTO    REG-FSEL.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADRESP   EQUAL   00
                   ADD 001         TO      WS-LID-CADRESP

                   IF      WS-QTD-TAB-NOM  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-NOM
                   MOVE    FSEL-CODIGO     TO
                           TAB-NOM-FUNC (WS-QTD-TAB-NOM)
                   MOVE    FSEL-NOME       TO
                           TAB-NOM-NOME (WS-QTD-TAB-NOM)
           END-IF.
      *
       0460-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0480-00-CARGA-TAB-CREDITOS  SECTION.
      *****************************************************************
      *
           READ    CADFCRJ         INTO    REG-FCRJ.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADFCRJ   EQUAL   00
                   ADD 001         TO      WS-LID-CADFCRJ

                   IF      WS-QTD-TAB-CRJ  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-CRJ
                   MOVE    REG-FCRJ        TO
                           TAB-CRJ-REGISTRO   (WS-QTD-TAB-CRJ)
                   MOVE    SPACES          TO
                           TAB-CRJ-SW-RETORNO (WS-QTD-TAB-CRJ)
           END-IF.
      *
       0480-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0490-00-CHAMA-COBBB010      SECTION.
      *****************************************************************
      *    REGISTRA A GERACAO DO CADFCRJN NO CATALOGO DE GERACOES     *
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
       0500-00-LEITURA-CADBRET     SECTION.
      *****************************************************************
      *
           READ    CADBRET         INTO    REG-BRET.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADBRET   EQUAL   00
                   ADD 001         TO      WS-LID-CADBRET
           END-IF.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0800-00-TRATA-HEADER        SECTION.
      *****************************************************************
      *    O HEADER DO RETORNO DEVE RESPONDER A REMESSA DA FOLHA,     *
      *    CASO CONTRARIO O OPERADOR APONTOU ARQUIVOS DE CICLOS       *
      *    DIFERENTES                                                 *
      *
           IF      BRET-NUM-REMESSA NOT EQUAL WS-NUM-REMESSA
                   PERFORM         0991-00-ABEND-REMESSA-DIVERG
           END-IF.

           MOVE    BRET-DAT-RETORNO        TO      WS-DAT-RETORNO.
      *
       0800-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *
           IF      BRET-DETALHE
                   ADD     001     TO      WS-DET-CADBRET
                   ADD     BRET-VLR-PAGTO  TO      WS-HASH-VLR
                   PERFORM         1100-00-TRATA-DETALHE
           ELSE
             IF    BRET-TRAILER
                   PERFORM         1500-00-TESTA-TRAILER
             END-IF
           END-IF.

           PERFORM 0500-00-LEITURA-CADBRET.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-TRATA-DETALHE       SECTION.
      *****************************************************************
      *    CREDITO REJEITADO: CASA COM A REMESSA (EMPRESA E BANCO) E  *
      *    COM O DOMICILIO DO FUNCIONARIO; O QUE NAO CASA E SO        *
      *    LISTADO, POIS NAO HA A QUEM DEVER O VALOR                  *
      *
           IF      BRET-EFETIVADO
                   ADD     001     TO      WS-QTD-EFETIVADOS
                   GO      TO      1100-99-EXIT
           END-IF.

           ADD     001             TO      WS-QTD-REJEITADOS.

           PERFORM 1150-00-PROCURA-REMESSA.

           IF      WS-REM-NAO-ACHOU
                   ADD     001     TO      WS-QTD-SEM-REMESSA
                   MOVE    ZEROS   TO      WS-FUNC-CODIGO
                   MOVE    'SEM CREDITO NA REMESSA'        TO
                           WS-SITUACAO-IMP
                   PERFORM 1400-00-IMPRIME-NAO-CASADO
                   GO      TO      1100-99-EXIT
           END-IF.

           PERFORM 1200-00-PROCURA-FUNCIONARIO.

           IF      WS-BNK-NAO-ACHOU
                   ADD     001     TO      WS-QTD-SEM-FUNC
                   MOVE    ZEROS   TO      WS-FUNC-CODIGO
                   MOVE    'CONTA FORA DO CADFBNK'         TO
                           WS-SITUACAO-IMP
                   PERFORM 1400-00-IMPRIME-NAO-CASADO
                   GO      TO      1100-99-EXIT
           END-IF.

           MOVE    TAB-BNK-FUNC (WS-IND-TAB-BNK)
                                   TO      WS-FUNC-CODIGO.

           PERFORM 1300-00-ATUALIZA-CREDITO.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1150-00-PROCURA-REMESSA     SECTION.
      *****************************************************************
      *    CREDITO DA REMESSA NA MESMA CONTA E DE MESMO VALOR (A      *
      *    CONTA PODE TER O SALARIO E UM CREDITO DEVIDO REENVIADO);   *
      *    SEM VALOR IGUAL, O PRIMEIRO CREDITO DA CONTA               *
      *
           SET     WS-REM-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-REM FROM 1 BY 1
                   UNTIL   WS-IND-TAB-REM GREATER WS-QTD-TAB-REM
                   OR      WS-REM-ACHOU

             IF    BRET-AGENCIA    EQUAL
                   TAB-REM-AGENCIA  (WS-IND-TAB-REM)           AND
                   BRET-OPERACAO   EQUAL
                   TAB-REM-OPERACAO (WS-IND-TAB-REM)           AND
                   BRET-CONTA      EQUAL
                   TAB-REM-CONTA    (WS-IND-TAB-REM)           AND
                   BRET-VLR-PAGTO  EQUAL
                   TAB-REM-VLR-PAGTO (WS-IND-TAB-REM)
                   SET     WS-REM-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-REM-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-REM
                   GO      TO      1150-99-EXIT
           END-IF.

           PERFORM VARYING WS-IND-TAB-REM FROM 1 BY 1
                   UNTIL   WS-IND-TAB-REM GREATER WS-QTD-TAB-REM
                   OR      WS-REM-ACHOU

             IF    BRET-AGENCIA    EQUAL
                   TAB-REM-AGENCIA  (WS-IND-TAB-REM)           AND
                   BRET-OPERACAO   EQUAL
                   TAB-REM-OPERACAO (WS-IND-TAB-REM)           AND
                   BRET-CONTA      EQUAL
                   TAB-REM-CONTA    (WS-IND-TAB-REM)
                   SET     WS-REM-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-REM-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-REM
           END-IF.
      *
       1150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-PROCURA-FUNCIONARIO SECTION.
      *****************************************************************
      *    FUNCIONARIO DONO DO DOMICILIO DO CREDITO REJEITADO         *
      *
           SET     WS-BNK-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-BNK FROM 1 BY 1
                   UNTIL   WS-IND-TAB-BNK GREATER WS-QTD-TAB-BNK
                   OR      WS-BNK-ACHOU

             IF    TAB-REM-BANCO    (WS-IND-TAB-REM) EQUAL
                   TAB-BNK-BANCO    (WS-IND-TAB-BNK)           AND
                   BRET-AGENCIA    EQUAL
                   TAB-BNK-AGENCIA  (WS-IND-TAB-BNK)           AND
                   BRET-OPERACAO   EQUAL
                   TAB-BNK-OPERACAO (WS-IND-TAB-BNK)           AND
                   BRET-CONTA      EQUAL
                   TAB-BNK-CONTA    (WS-IND-TAB-BNK)
                   SET     WS-BNK-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-BNK-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-BNK
           END-IF.
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1300-00-ATUALIZA-CREDITO    SECTION.
      *****************************************************************
      *    CREDITO DEVIDO JA REENVIADO DE MESMO VALOR VOLTA A         *
      *    PENDENTE; REJEICAO JA REGISTRADA (MESMO RETORNO PROCESSADO *
      *    DE NOVO) E IGNORADA; SENAO E UM NOVO CREDITO DEVIDO        *
      *
           SET     WS-CRJ-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-CRJ FROM 1 BY 1
                   UNTIL   WS-IND-TAB-CRJ GREATER WS-QTD-TAB-CRJ
                   OR      WS-CRJ-ACHOU

             MOVE  TAB-CRJ-REGISTRO (WS-IND-TAB-CRJ)       TO
                   REG-FCRJ
             IF    FCRJ-FUNC-CODIGO EQUAL  WS-FUNC-CODIGO  AND
                   FCRJ-VLR-CREDITO EQUAL  BRET-VLR-PAGTO  AND
                   (FCRJ-REENVIADO                      OR
                    FCRJ-DAT-RETORNO EQUAL WS-DAT-RETORNO)
                   SET     WS-CRJ-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-CRJ-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-CRJ
                   IF      FCRJ-PENDENTE
                           ADD     001     TO      WS-QTD-DUPLICADOS
                           GO      TO      1300-99-EXIT
                   END-IF
                   ADD     001     TO      WS-QTD-REENV-REJ
                   ADD     001     TO      FCRJ-QTD-REENVIOS
                   SET     TAB-CRJ-REJ-DE-NOVO (WS-IND-TAB-CRJ)
                                   TO      TRUE
           ELSE
                   IF      WS-QTD-TAB-CRJ  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-NOVOS
                   ADD     001     TO      WS-QTD-TAB-CRJ
                   MOVE    WS-QTD-TAB-CRJ  TO      WS-IND-TAB-CRJ
                   SET     TAB-CRJ-NOVO (WS-IND-TAB-CRJ)   TO      TRUE
                   MOVE    SPACES          TO      REG-FCRJ
                   MOVE    WS-FUNC-CODIGO  TO      FCRJ-FUNC-CODIGO
                   MOVE    BRET-VLR-PAGTO  TO      FCRJ-VLR-CREDITO
                   MOVE    ZEROS           TO      FCRJ-QTD-REENVIOS
                   PERFORM 1350-00-PROCURA-NOME
           END-IF.

           MOVE    TAB-REM-COD-EMPRESA (WS-IND-TAB-REM)    TO
                   FCRJ-COD-EMPRESA.
           MOVE    TAB-REM-BANCO (WS-IND-TAB-REM)          TO
                   FCRJ-BANCO.
           MOVE    BRET-AGENCIA    TO      FCRJ-AGENCIA.
           MOVE    BRET-OPERACAO   TO      FCRJ-OPERACAO.
           MOVE    BRET-CONTA      TO      FCRJ-CONTA.
           MOVE    BRET-COD-REJEICAO       TO      FCRJ-COD-REJEICAO.
           MOVE    WS-DAT-RETORNO  TO      FCRJ-DAT-RETORNO.
           MOVE    'P'             TO      FCRJ-SITUACAO.
           MOVE    ZEROS           TO      FCRJ-DAT-REENVIO.

           MOVE    REG-FCRJ        TO
                   TAB-CRJ-REGISTRO (WS-IND-TAB-CRJ).
      *
       1300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1350-00-PROCURA-NOME        SECTION.
      *****************************************************************
      *
           PERFORM VARYING WS-IND-TAB-NOM FROM 1 BY 1
                   UNTIL   WS-IND-TAB-NOM GREATER WS-QTD-TAB-NOM

             IF    WS-FUNC-CODIGO  EQUAL
                   TAB-NOM-FUNC (WS-IND-TAB-NOM)
                   MOVE    TAB-NOM-NOME (WS-IND-TAB-NOM)   TO
                           FCRJ-NOME
             END-IF

           END-PERFORM.
      *
       1350-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1400-00-IMPRIME-NAO-CASADO  SECTION.
      *****************************************************************
      *    REJEICAO SEM CREDITO NA REMESSA OU SEM FUNCIONARIO DONO    *
      *    DA CONTA - SO LISTADA                                      *
      *
           MOVE    SPACES          TO      REG-FCRJ.
           MOVE    ZEROS           TO      FCRJ-FUNC-CODIGO
                                           FCRJ-COD-EMPRESA
                                           FCRJ-BANCO.
           IF      WS-REM-ACHOU
                   MOVE    TAB-REM-COD-EMPRESA (WS-IND-TAB-REM)    TO
                           FCRJ-COD-EMPRESA
                   MOVE    TAB-REM-BANCO (WS-IND-TAB-REM)          TO
                           FCRJ-BANCO
           END-IF.
           MOVE    BRET-AGENCIA    TO      FCRJ-AGENCIA.
           MOVE    BRET-OPERACAO   TO      FCRJ-OPERACAO.
           MOVE    BRET-CONTA      TO      FCRJ-CONTA.
           MOVE    BRET-VLR-PAGTO  TO      FCRJ-VLR-CREDITO.
           MOVE    BRET-COD-REJEICAO       TO      FCRJ-COD-REJEICAO.
           MOVE    WS-DAT-RETORNO  TO      FCRJ-DAT-RETORNO.

           PERFORM 2100-00-IMPRIME-CREDITO.
      *
       1400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1500-00-TESTA-TRAILER       SECTION.
      *****************************************************************
      *    CONFERE A QTDE DE DETALHES E O HASH-TOTAL INFORMADOS PELO  *
      *    BANCO COM OS ACUMULADOS NA LEITURA                         *
      *
           IF      BRET-QTD-REG    NOT EQUAL WS-DET-CADBRET
                   PERFORM         0992-00-ABEND-BRET-QTD-INCOP
           END-IF.

           IF      BRET-HASH-VLR   NOT EQUAL WS-HASH-VLR
                   PERFORM         0994-00-ABEND-BRET-HASH-INCOP
           END-IF.

           SET     WS-TRAILER-BRET-OK      TO      TRUE.
      *
       1500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2000-00-GRAVA-CREDITOS      SECTION.
      *****************************************************************
      *    CREDITO REENVIADO QUE NAO VOLTOU REJEITADO NESTE RETORNO   *
      *    FOI PAGO E SAI DO ARQUIVO; OS DEMAIS SAO REGRAVADOS.       *
      *    SEM RETORNO PROCESSADO, TUDO E REGRAVADO COMO ESTA         *
      *
           MOVE    TAB-CRJ-REGISTRO (WS-IND-TAB-CRJ)       TO
                   REG-FCRJ.

           IF      FCRJ-REENVIADO                          AND
                   TAB-CRJ-ANTERIOR (WS-IND-TAB-CRJ)       AND
                   WS-LID-CADBRET  GREATER ZEROS
                   ADD     001     TO      WS-QTD-REENV-PAGOS
                   MOVE    'NOVO CREDITO EFETIVADO'        TO
                           WS-SITUACAO-IMP
                   PERFORM 2100-00-IMPRIME-CREDITO
                   GO      TO      2000-99-EXIT
           END-IF.

           IF      TAB-CRJ-NOVO (WS-IND-TAB-CRJ)
                   MOVE    'REJEITADO NESTE RETORNO'       TO
                           WS-SITUACAO-IMP
           ELSE
             IF    TAB-CRJ-REJ-DE-NOVO (WS-IND-TAB-CRJ)
                   MOVE    'NOVO CREDITO REJEITADO'        TO
                           WS-SITUACAO-IMP
             ELSE
               IF  FCRJ-REENVIADO
                   MOVE    'NOVO CREDITO ENVIADO'          TO
                           WS-SITUACAO-IMP
               ELSE
                   MOVE    'PENDENTE CORRIGIR CADFBNK'     TO
                           WS-SITUACAO-IMP
               END-IF
             END-IF
           END-IF.

           PERFORM 2100-00-IMPRIME-CREDITO.

           ADD     001             TO      WS-QTD-PENDENTES.
           ADD     FCRJ-VLR-CREDITO
                                   TO      WS-VLR-PENDENTE.

           WRITE   REG-CADFCRJN    FROM    REG-FCRJ.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADFCRJN.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-FCRJ        TO      WGC-REG-IMAGEM.
           MOVE    100             TO      WGC-TAM-REG.

           PERFORM 0490-00-CHAMA-COBBB010.
      *
       2000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2100-00-IMPRIME-CREDITO     SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           ADD     001             TO      WS-LINHAS.

           MOVE    FCRJ-FUNC-CODIGO        TO      DET1-CODIGO.
           MOVE    FCRJ-NOME       TO      DET1-NOME.
           MOVE    FCRJ-COD-EMPRESA        TO      DET1-EMPRESA.
           MOVE    FCRJ-BANCO      TO      DET1-BANCO.
           MOVE    FCRJ-AGENCIA    TO      DET1-AGENCIA.
           MOVE    FCRJ-OPERACAO   TO      DET1-OPERACAO.
           MOVE    FCRJ-CONTA      TO      DET1-CONTA.
           MOVE    FCRJ-VLR-CREDITO        TO      DET1-VALOR.
           MOVE    FCRJ-COD-REJEICAO       TO      DET1-MOTIVO.
           MOVE    FCRJ-DAT-RETORNO        TO      WS-DT-AAAAMMDD.
           MOVE    WS-DT-DIA       TO      WS-DIA.
           MOVE    WS-DT-MES       TO      WS-MES.
           MOVE    WS-DT-ANO       TO      WS-ANO.
           MOVE    WS-DATA         TO      DET1-RETORNO.
           MOVE    WS-SITUACAO-IMP TO      DET1-SITUACAO.

           MOVE    DET1            TO      REG-RELFCRJ.
           PERFORM 2700-00-GRAVACAO-RELFCRJ.
      *
       2100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2500-00-IMPRIME-TOTAIS      SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 52
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    CAB4            TO      REG-RELFCRJ.
           PERFORM 2700-00-GRAVACAO-RELFCRJ.

           MOVE    WS-QTD-PENDENTES        TO      TOT1-QTD.
           MOVE    WS-VLR-PENDENTE TO      TOT1-VALOR.

           MOVE    TOT1            TO      REG-RELFCRJ.
           PERFORM 2700-00-GRAVACAO-RELFCRJ.
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

           MOVE    CAB1            TO      REG-RELFCRJ.
           PERFORM 2700-00-GRAVACAO-RELFCRJ.

           MOVE    WS-NUM-REMESSA  TO      CAB3-REMESSA.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELFCRJ.
           PERFORM 2700-00-GRAVACAO-RELFCRJ.

           MOVE    CAB4            TO      REG-RELFCRJ.
           PERFORM 2700-00-GRAVACAO-RELFCRJ.

           MOVE    SPACES          TO      REG-RELFCRJ.
           PERFORM 2700-00-GRAVACAO-RELFCRJ.

           MOVE    CAB6            TO      REG-RELFCRJ.
           PERFORM 2700-00-GRAVACAO-RELFCRJ.

           MOVE    006             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-GRAVACAO-RELFCRJ    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELFCRJ.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-RELFCRJ.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           IF      WS-LID-CADBRET  GREATER ZEROS AND
                   NOT             WS-TRAILER-BRET-OK
                   PERFORM         0993-00-ABEND-BRET-S-TRAILER
           END-IF.

           PERFORM 2000-00-GRAVA-CREDITOS
             VARYING WS-IND-TAB-CRJ FROM 1 BY 1
             UNTIL WS-IND-TAB-CRJ GREATER WS-QTD-TAB-CRJ.

           PERFORM 2500-00-IMPRIME-TOTAIS.

           CLOSE   CADBRET
                   CADBREF
                   CADFBNK
                   CADRESP
                   CADFCRJ
                   CADFCRJN
                   RELFCRJ.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    009             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB172'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    010             TO      WS-PTO-ERRO.

           PERFORM 0490-00-CHAMA-COBBB010.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB172'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           MOVE    ZEROS           TO      WRL-RETCODE.
           MOVE    WS-LID-CADBRET  TO      WRL-QTD-PROC.

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
           DISPLAY '******************* GPFPB172 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB172 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADBRET  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADBRET.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADBREF  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADBREF.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADFCRJ  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADFCRJ.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-EFETIVADOS
                                   TO      WS-EDICAO.
           DISPLAY '* CREDITOS EFETIVADOS..............: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-REJEITADOS
                                   TO      WS-EDICAO.
           DISPLAY '* CREDITOS REJEITADOS PELO BANCO...: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-NOVOS    TO      WS-EDICAO.
           DISPLAY '* NOVOS CREDITOS DEVIDOS...........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-REENV-REJ
                                   TO      WS-EDICAO.
           DISPLAY '* CREDITOS REENVIADOS REJEITADOS...: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-REENV-PAGOS
                                   TO      WS-EDICAO.
           DISPLAY '* CREDITOS REENVIADOS EFETIVADOS...: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-DUPLICADOS
                                   TO      WS-EDICAO.
           DISPLAY '* REJEICOES JA REGISTRADAS.........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-REMESSA
                                   TO      WS-EDICAO.
           DISPLAY '* REJEICOES SEM CREDITO NA REMESSA.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-FUNC TO      WS-EDICAO.
           DISPLAY '* REJEICOES DE CONTA FORA CADFBNK..: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADFCRJN TO      WS-EDICAO.
           DISPLAY '* CREDITOS DEVIDOS......- CADFCRJN: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADFCRJN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADFCRJN.: ' WS-EDICAO
           ' *'.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADFCRJ.: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB172 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0995-00-ABEND-BRET-S-HEADER SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB172 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '*   ARQUIVO CADBRET SEM REGISTRO DE HEADER    *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB172 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB172 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0995-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0994-00-ABEND-BRET-HASH-INCOP SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB172 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* HASH-TOTAL NAO CONFERE COM O TRAILER        *'.
           DISPLAY '*   POSSIVEL CORRUPCAO NA TRANSMISSAO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB172 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB172 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0994-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0993-00-ABEND-BRET-S-TRAILER SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB172 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '*   ARQUIVO CADBRET SEM REGISTRO DE TRAILER   *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB172 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB172 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0993-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0992-00-ABEND-BRET-QTD-INCOP SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB172 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* QTDE DE DETALHES NAO CONFERE COM O TRAILER  *'.
           DISPLAY '*                                             *'.
           MOVE    WS-DET-CADBRET  TO      WS-EDICAO.
           DISPLAY '*  QTDE LIDA..........: ' WS-EDICAO
           '           *'.
           MOVE    BRET-QTD-REG    TO      WS-EDICAO.
           DISPLAY '*  QTDE NO TRAILER....: ' WS-EDICAO
           '           *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB172 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB172 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0992-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0991-00-ABEND-REMESSA-DIVERG SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB172 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* O RETORNO NAO RESPONDE A REMESSA DA FOLHA   *'.
           DISPLAY '*                                             *'.
           MOVE    WS-NUM-REMESSA  TO      WS-EDICAO.
           DISPLAY '*  REMESSA GERADA.....: ' WS-EDICAO
           '           *'.
           MOVE    BRET-NUM-REMESSA
                                   TO      WS-EDICAO.
           DISPLAY '*  REMESSA NO RETORNO.: ' WS-EDICAO
           '           *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB172 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB172 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0991-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB172 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB172 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB172 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0989-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB172 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB172 ******************'.
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
           DISPLAY '******************* GPFPB172 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB172 ******************'.

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

           DISPLAY '******************* GPFPB172 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB172 ******************'.
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
           DISPLAY '******************* GPFPB172 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB172 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB172                  *
      *****************************************************************
