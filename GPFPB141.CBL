      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB141.
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
      * OBJETIVO.....: EXECUTAR AS ORDENS DE MONTAGEM E DESMONTAGEM   *
      *                DE KITS (CADKITS) PEDIDAS PELO PLANEJAMENTO    *
      *                (CADOMKS) E AS AINDA ABERTAS DE RODADAS        *
      *                ANTERIORES (CADOMKT):                          *
      *                - MONTAGEM BAIXA OS COMPONENTES DA MATRIZ      *
      *                  CHAVEADA (CADMATRK) E DA ENTRADA NO KIT COMO *
      *                  PECA PROPRIA, AO CUSTO DA SOMA DOS           *
      *                  MATR-VLR-UNIT DOS COMPONENTES (MEDIA MOVEL   *
      *                  COM O SALDO DE KITS JA MONTADOS)             *
      *                - DESMONTAGEM BAIXA O KIT E DEVOLVE OS         *
      *                  COMPONENTES AO ESTOQUE                       *
      *                SO SAO EXECUTADOS KITS COMPLETOS; O SALDO NAO  *
      *                ATENDIDO POR FALTA DE ESTOQUE FICA ABERTO PARA *
      *                A PROXIMA RODADA. TODA ALTERACAO DA MATRIZ VAI *
      *                PARA O TRILHO DE AUDITORIA (CADPLOG), O        *
      *                CADASTRO DE ORDENS E REGRAVADO (CADOMKN) E     *
      *                TODAS AS ORDENS SAEM COM A SITUACAO NO         *
      *                RELATORIO RELOMKT.                             *
      *****************************************************************
      * OBSERVACAO...: O KIT PRECISA ESTAR CADASTRADO NA MATRIZ PELO  *
      *                FLUXO NORMAL DE MANUTENCAO (GPFPB041) PARA     *
      *                RECEBER ESTOQUE                                *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 15/10/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - O TRILHO DE AUDITORIA (CADPLOG) PASSA A     *
      *                   LEVAR A ORDEM DE MONTAGEM/DESMONTAGEM       *
      *                   COMO DOCUMENTO DE ORIGEM                    *
      * 15/10/2026 - US - CADA REGRAVACAO DA MATRIZ CHAVEADA PASSA A  *
      *                   GRAVAR ANTES A IMAGEM ANTERIOR NO DIARIO    *
      *                   CADJMTK (ROTINA COBBB011), IDENTIFICADA     *
      *                   PELO PROGRAMA E EXECUCAO, PARA QUE UMA      *
      *                   EXECUCAO CANCELADA POSSA SER REVERTIDA PELO *
      *                   GPFPB180 E REEXECUTADA                      *
      * 15/10/2026 - US - CADA CADOMKN GRAVADO PASSA A SER CATALOGADO *
      *                   NO CADGCAT (ROTINA COBBB010) COMO GERACAO   *
      *                   DO CADOMKT, COM A QTDE DE REGISTROS E O     *
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
      * INPUT..: CADKITS - COMPOSICAO DOS KITS           - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADKITS  ASSIGN  TO  UT-S-CADKITS
                   FILE     STATUS  IS  WS-FS-CADKITS.
      *
      *****************************************************************
      * INPUT..: CADOMKT - ORDENS DE KIT ATUAL           - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADOMKT  ASSIGN  TO  UT-S-CADOMKT
                   FILE     STATUS  IS  WS-FS-CADOMKT.
      *
      *****************************************************************
      * INPUT..: CADOMKS - SOLICITACOES DE ORDEM DE KIT  - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADOMKS  ASSIGN  TO  UT-S-CADOMKS
                   FILE     STATUS  IS  WS-FS-CADOMKS.
      *
      *****************************************************************
      * I-O....: CADMATRK - MATRIZ CHAVEADA (KSDS)       - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADMATRK ASSIGN  TO  CADMATRK
                   ORGANIZATION IS  INDEXED
                   ACCESS MODE  IS  RANDOM
                   RECORD KEY   IS  MATRK-COD-PEC
                   FILE     STATUS  IS  WS-FS-CADMATRK.
      *
      *****************************************************************
      * OUTPUT.: CADOMKN - ORDENS DE KIT ATUALIZADO      - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADOMKN  ASSIGN  TO  UT-S-CADOMKN
                   FILE     STATUS  IS  WS-FS-CADOMKN.
      *
      *****************************************************************
      * OUTPUT.: CADPLOG - TRILHO DE AUDITORIA DA MATRIZ - LRECL=250  *
      *****************************************************************
      *
           SELECT  CADPLOG  ASSIGN  TO  UT-S-CADPLOG
                   FILE     STATUS  IS  WS-FS-CADPLOG.
      *
      *****************************************************************
      * OUTPUT.: RELOMKT - ORDENS DE MONTAGEM DE KITS    - LRECL=133  *
      *****************************************************************
      *
           SELECT  RELOMKT  ASSIGN  TO  UT-S-RELOMKT
                   FILE     STATUS  IS  WS-FS-RELOMKT.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *****************************************************************
      * INPUT..: CADKITS - COMPOSICAO DOS KITS           - LRECL=050  *
      *****************************************************************
      *
       FD  CADKITS
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADKITS         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADOMKT - ORDENS DE KIT ATUAL           - LRECL=100  *
      *****************************************************************
      *
       FD  CADOMKT
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADOMKT         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADOMKS - SOLICITACOES DE ORDEM DE KIT  - LRECL=050  *
      *****************************************************************
      *
       FD  CADOMKS
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADOMKS         PIC     X(050).
      *
      *****************************************************************
      * I-O....: CADMATRK - MATRIZ CHAVEADA (KSDS)       - LRECL=100  *
      *****************************************************************
      *
       FD  CADMATRK
           LABEL      RECORD    IS  STANDARD.
      *
       01      REG-CADMATRK.
           03  MATRK-COD-PEC       PIC     9(005).
           03  FILLER              PIC     X(095).
      *
      *****************************************************************
      * OUTPUT.: CADOMKN - ORDENS DE KIT ATUALIZADO      - LRECL=100  *
      *****************************************************************
      *
       FD  CADOMKN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADOMKN         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: CADPLOG - TRILHO DE AUDITORIA DA MATRIZ - LRECL=250  *
      *****************************************************************
      *
       FD  CADPLOG
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPLOG         PIC     X(250).
      *
      *****************************************************************
      * OUTPUT.: RELOMKT - ORDENS DE MONTAGEM DE KITS    - LRECL=133  *
      *****************************************************************
      *
       FD  RELOMKT
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELOMKT         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADKITS       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADOMKT       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADOMKS       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADMATRK      PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADOMKN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPLOG       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELOMKT       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADKITS      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADOMKT      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADOMKS      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADMATRK     PIC     9(018) VALUE ZEROS.
       01      WS-REG-CADMATRK     PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADOMKN      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADPLOG      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELOMKT      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-KITS-MONTADOS
                                   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-KITS-DESMONT PIC     9(018) VALUE ZEROS.
       01      WS-QTD-ORD-CONCLUIDAS
                                   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-ORD-ABERTAS  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-ORD-RECUSADAS
                                   PIC     9(018) VALUE ZEROS.
      *
       01      WS-ULT-NUM-ORDEM    PIC     9(007) VALUE ZEROS.
      *
       01      WS-QTD-PENDENTE     PIC     9(005) VALUE ZEROS.
       01      WS-QTD-POSSIVEL     PIC     9(005) VALUE ZEROS.
       01      WS-QTD-COMP-POSS    PIC     9(007) VALUE ZEROS.
       01      WS-QTD-MOVTO        PIC     9(007) VALUE ZEROS.
       01      WS-QTD-LIVRE        PIC     9(005) VALUE ZEROS.
       01      WS-QTD-EXEC-RODADA  PIC     9(005) VALUE ZEROS.
       01      WS-QTD-COMP-KIT     PIC     9(005) VALUE ZEROS.
       01      WS-ETQ-KIT          PIC     9(005) VALUE ZEROS.
       01      WS-COD-MOTIVO       PIC     9(003) VALUE ZEROS.
       01      WS-COD-PEC-LER      PIC     9(005) VALUE ZEROS.
      *
       01      WS-VLR-CUSTO-KIT    PIC     9(013)V9(002) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
      *
       01      WS-IMAGEM-ANTES     PIC     X(100) VALUE SPACES.
       01      WS-IMAGEM-DEPOIS    PIC     X(100) VALUE SPACES.
       01      WS-SEQ-TRANS        PIC     9(007) VALUE ZEROS.
      *
       01      WS-SW-MATRK         PIC     X(001) VALUE 'N'.
         88    WS-MATRK-ACHOU              VALUE 'S'.
         88    WS-MATRK-NAO-ACHOU          VALUE 'N'.
      *
      *****************************************************************
      *        TABELA INTERNA COM A COMPOSICAO DOS KITS               *
      *****************************************************************
      *
       01      WS-QTD-TAB-KIT      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-KIT      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-KITS.
         03    TAB-KIT-ITEM        OCCURS  01000  TIMES.
           05  TAB-KIT-COD-KIT     PIC     9(005).
           05  TAB-KIT-COD-COMP    PIC     9(005).
           05  TAB-KIT-QTD-COMP    PIC     9(003).
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
      *    LAY-OUT DO RELATORIO DE ORDENS DE MONTAGEM DE KITS         *
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
         03    FILLER              PIC     X(040) VALUE SPACES.
         03    FILLER              PIC     X(047) VALUE
              'O R D E N S  D E  M O N T A G E M  D E  K I T S'.
         03    FILLER              PIC     X(034) VALUE SPACES.
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
         03    FILLER              PIC     X(007) VALUE 'ORDEM  '.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(011) VALUE 'TIPO'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'KIT  '.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'PEDIDA'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE ' EXEC.'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'RODADA'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(016) VALUE
              ' CUSTO UNIT. KIT'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'SITUACAO'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(022) VALUE 'OBSERVACAO'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(008) VALUE 'PLANEJ. '.
         03    FILLER              PIC     X(011) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-NUM-ORDEM      PIC     9(007).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-TIPO           PIC     X(011).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-COD-KIT        PIC     9(005).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-QTD-SOLIC      PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-QTD-EXEC       PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-QTD-RODADA     PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-VLR-CUSTO      PIC     Z.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-SITUACAO       PIC     X(010).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-OBSERVACAO     PIC     X(022).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-COD-PLANEJ     PIC     X(008).
         03    FILLER              PIC     X(011) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADKITS - COMPOSICAO DOS KITS                        *
      *****************************************************************
      *
           COPY    COBI1053.
      *
      *****************************************************************
      * INPUT..: CADOMKS - SOLICITACOES DE ORDEM DE KIT               *
      *****************************************************************
      *
           COPY    COBI1096.
      *
      *****************************************************************
      * I-O....: CADOMKT/CADOMKN - CADASTRO DE ORDENS DE KIT          *
      *****************************************************************
      *
           COPY    COBO1097.
      *
      *****************************************************************
      * I-O....: CADMATRK - MATRIZ CHAVEADA                           *
      *****************************************************************
      *
           COPY    COBO1010.
      *
      *****************************************************************
      * OUTPUT.: CADPLOG - TRILHO DE AUDITORIA DA MATRIZ              *
      *****************************************************************
      *
           COPY    COBO1037.
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
      * INTERFACE.: DIARIO DE ATUALIZACOES DO CADMATRK (COBBB011)     *
      *****************************************************************
      *
           COPY    RUCWS011.
      *
       01      WS-SUB-ROTINA       PIC     X(008) VALUE SPACES.
       01      WS-SUB-RETORNO      PIC     9(002) VALUE ZEROS.
      *
      *****************************************************************
      * INTERFACE.: CATALOGO DE GERACOES (COBBB010)                   *
      *****************************************************************
      *
           COPY    RUCWS010.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************
       PROCEDURE                   DIVISION.
      *****************************************************************
      *
           PERFORM 0100-00-PROCED-INICIAIS.

           PERFORM 1000-00-ORDENS-ANTERIORES
             UNTIL WS-FS-CADOMKT   EQUAL   10.

           PERFORM 0550-00-LEITURA-CADOMKS.

           PERFORM 1500-00-ORDENS-NOVAS
             UNTIL WS-FS-CADOMKS   EQUAL   10.

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

           OPEN    INPUT   CADKITS
                           CADOMKT
                           CADOMKS
                   I-O     CADMATRK
                   OUTPUT  CADOMKN
                           CADPLOG
                           RELOMKT.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADOMKT'       TO      WGC-ARQUIVO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    'I'             TO      WJM-CODOPE.
           MOVE    'GPFPB141'      TO      WJM-PROGRAMA.

           PERFORM 0480-00-CHAMA-COBBB011.

           PERFORM 0400-00-CARGA-TAB-KITS
             UNTIL WS-FS-CADKITS   EQUAL   10.

           PERFORM 0500-00-LEITURA-CADOMKT.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           PERFORM 0300-00-TESTA-FS-CADKITS.

           PERFORM 0310-00-TESTA-FS-CADOMKT.

           PERFORM 0320-00-TESTA-FS-CADOMKS.

           PERFORM 0330-00-TESTA-FS-CADMATRK.

           PERFORM 0350-00-TESTA-FS-CADOMKN.

           PERFORM 0360-00-TESTA-FS-CADPLOG.

           PERFORM 0370-00-TESTA-FS-RELOMKT.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0300-00-TESTA-FS-CADKITS    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADKITS NOT EQUAL 00 AND 10
                   MOVE 'CADKITS'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADKITS
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0310-00-TESTA-FS-CADOMKT    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADOMKT NOT EQUAL 00 AND 10
                   MOVE 'CADOMKT'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADOMKT
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0310-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0320-00-TESTA-FS-CADOMKS    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADOMKS NOT EQUAL 00 AND 10
                   MOVE 'CADOMKS'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADOMKS
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0320-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0330-00-TESTA-FS-CADMATRK   SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADMATRK NOT EQUAL 00 AND 23
                   MOVE 'CADMATRK' TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMATRK
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0330-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0340-00-TESTA-REW-CADMATRK  SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADMATRK NOT EQUAL 00
                   MOVE 'CADMATRK' TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMATRK
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0340-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0350-00-TESTA-FS-CADOMKN    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADOMKN NOT EQUAL 00
                   MOVE 'CADOMKN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADOMKN
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0350-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0360-00-TESTA-FS-CADPLOG    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADPLOG NOT EQUAL 00
                   MOVE 'CADPLOG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPLOG
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0360-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0370-00-TESTA-FS-RELOMKT    SECTION.
      *****************************************************************
      *
           IF      WS-FS-RELOMKT NOT EQUAL 00
                   MOVE 'RELOMKT'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELOMKT
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0370-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-TAB-KITS      SECTION.
      *****************************************************************
      *
           READ    CADKITS         INTO    REG-KITS.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0300-00-TESTA-FS-CADKITS.

           IF      WS-FS-CADKITS   EQUAL   00
                   ADD 001         TO      WS-LID-CADKITS

                   IF      WS-QTD-TAB-KIT  GREATER OR EQUAL 01000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-KIT
                   MOVE    KITS-COD-KIT    TO
                           TAB-KIT-COD-KIT  (WS-QTD-TAB-KIT)
                   MOVE    KITS-COD-COMP   TO
                           TAB-KIT-COD-COMP (WS-QTD-TAB-KIT)
                   MOVE    KITS-QTD-COMP   TO
                           TAB-KIT-QTD-COMP (WS-QTD-TAB-KIT)
           END-IF.
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0480-00-CHAMA-COBBB011      SECTION.
      *****************************************************************
      *    REGISTRA A EXECUCAO E AS IMAGENS ANTERIORES DO CADMATRK NO *
      *    DIARIO CADJMTK. EXECUCAO ANTERIOR INCOMPLETA (CODRET 91)   *
      *    PRECISA SER REVERTIDA PELO GPFPB180 ANTES DA REEXECUCAO    *
      *
           MOVE    'COBBB011'      TO      WS-SUB-ROTINA.

           CALL    WS-SUB-ROTINA   USING   WJM-GRUPO
           END-CALL.

           IF      WJM-EXECUCAO-PENDENTE
                   DISPLAY 'GPFPB141 - EXECUCAO ANTERIOR INCOMPLETA EM '
                           WJM-DATA-EXEC ' ' WJM-HORA-EXEC
                   DISPLAY 'GPFPB141 - REVERTER PELO GPFPB180 ANTES DE '
                           'REEXECUTAR'
           END-IF.

           IF      NOT WJM-OPERACAO-OK
                   MOVE    WJM-CODRET      TO      WS-SUB-RETORNO
                   PERFORM         0998-00-ABEND-SUB
           END-IF.
      *
       0480-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0490-00-CHAMA-COBBB010      SECTION.
      *****************************************************************
      *    REGISTRA A GERACAO DO CADOMKN NO CATALOGO DE GERACOES      *
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
       0500-00-LEITURA-CADOMKT     SECTION.
      *****************************************************************
      *
           READ    CADOMKT         INTO    REG-OMKT.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0310-00-TESTA-FS-CADOMKT.

           IF      WS-FS-CADOMKT   EQUAL   00
                   ADD 001         TO      WS-LID-CADOMKT
           END-IF.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0550-00-LEITURA-CADOMKS     SECTION.
      *****************************************************************
      *
           READ    CADOMKS         INTO    REG-OMKS.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0320-00-TESTA-FS-CADOMKS.

           IF      WS-FS-CADOMKS   EQUAL   00
                   ADD 001         TO      WS-LID-CADOMKS
           END-IF.
      *
       0550-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-ORDENS-ANTERIORES   SECTION.
      *****************************************************************
      *    ORDENS ABERTAS OU EXECUTADAS EM PARTE VOLTAM A SER         *
      *    TENTADAS; AS DEMAIS SO SAO REGRAVADAS E LISTADAS           *
      *
           MOVE    ZEROS           TO      WS-QTD-EXEC-RODADA.

           IF      OMKT-NUM-ORDEM  GREATER WS-ULT-NUM-ORDEM
                   MOVE    OMKT-NUM-ORDEM  TO      WS-ULT-NUM-ORDEM
           END-IF.

           IF      OMKT-ABERTA     OR      OMKT-PARCIAL
                   PERFORM         2000-00-EXECUTA-ORDEM
           END-IF.

           PERFORM 2800-00-GRAVACAO-CADOMKN.

           PERFORM 0500-00-LEITURA-CADOMKT.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1500-00-ORDENS-NOVAS        SECTION.
      *****************************************************************
      *    NUMERA A SOLICITACAO EM SEQUENCIA AO CADASTRO DE ORDENS E  *
      *    EXECUTA A ORDEM NA MESMA RODADA                            *
      *
           MOVE    ZEROS           TO      WS-QTD-EXEC-RODADA.

           ADD     001             TO      WS-ULT-NUM-ORDEM.

           MOVE    SPACES          TO      REG-OMKT.

           MOVE    WS-ULT-NUM-ORDEM
                                   TO      OMKT-NUM-ORDEM.
           MOVE    OMKS-TP-ORDEM   TO      OMKT-TP-ORDEM.
           MOVE    OMKS-COD-KIT    TO      OMKT-COD-KIT.
           MOVE    OMKS-QTD-KITS   TO      OMKT-QTD-SOLIC.
           MOVE    ZEROS           TO      OMKT-QTD-EXEC
                                           OMKT-COD-MOTIVO
                                           OMKT-DAT-ULT-EXEC
                                           OMKT-VLR-CUSTO-KIT.
           MOVE    OMKS-DAT-SOLIC  TO      OMKT-DAT-SOLIC.
           MOVE    OMKS-COD-PLANEJ TO      OMKT-COD-PLANEJ.

           SET     OMKT-ABERTA             TO      TRUE.

           IF     (NOT OMKS-MONTAGEM       AND
                   NOT OMKS-DESMONTAGEM)           OR
                   OMKS-COD-KIT    NOT NUMERIC     OR
                   OMKS-QTD-KITS   NOT NUMERIC     OR
                   OMKS-QTD-KITS   EQUAL   ZEROS
                   MOVE    ZEROS   TO      OMKT-COD-KIT
                                           OMKT-QTD-SOLIC
                   SET     OMKT-RECUSADA   TO      TRUE
                   MOVE    603     TO      OMKT-COD-MOTIVO
           ELSE
                   PERFORM         2000-00-EXECUTA-ORDEM
           END-IF.

           PERFORM 2800-00-GRAVACAO-CADOMKN.

           PERFORM 0550-00-LEITURA-CADOMKS.
      *
       1500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2000-00-EXECUTA-ORDEM       SECTION.
      *****************************************************************
      *    SO EXECUTA KITS COMPLETOS: A QUANTIDADE POSSIVEL E LIMITADA*
      *    PELO SALDO DA ORDEM, PELO ESTOQUE E PELA CAPACIDADE DO     *
      *    CAMPO DE ESTOQUE DA MATRIZ                                 *
      *
           MOVE    ZEROS           TO      WS-QTD-COMP-KIT
                                           WS-COD-MOTIVO.

           PERFORM VARYING WS-IND-TAB-KIT FROM 1 BY 1
                   UNTIL   WS-IND-TAB-KIT GREATER WS-QTD-TAB-KIT

             IF    OMKT-COD-KIT EQUAL TAB-KIT-COD-KIT (WS-IND-TAB-KIT)
                   ADD     001     TO      WS-QTD-COMP-KIT
             END-IF

           END-PERFORM.

           IF      WS-QTD-COMP-KIT EQUAL   ZEROS
                   SET     OMKT-RECUSADA   TO      TRUE
                   MOVE    601     TO      OMKT-COD-MOTIVO
                   GO      TO      2000-99-EXIT
           END-IF.

           MOVE    OMKT-COD-KIT    TO      WS-COD-PEC-LER.

           PERFORM 2100-00-LEITURA-CADMATRK.

           IF      WS-MATRK-NAO-ACHOU
                   SET     OMKT-RECUSADA   TO      TRUE
                   MOVE    602     TO      OMKT-COD-MOTIVO
                   GO      TO      2000-99-EXIT
           END-IF.

           MOVE    MATR-QTD-ETQ    TO      WS-ETQ-KIT.

           COMPUTE WS-QTD-PENDENTE = OMKT-QTD-SOLIC - OMKT-QTD-EXEC.

           MOVE    WS-QTD-PENDENTE TO      WS-QTD-POSSIVEL.

           IF      OMKT-MONTAGEM
                   PERFORM         2200-00-MONTAGEM
           ELSE
                   PERFORM         2300-00-DESMONTAGEM
           END-IF.

           IF      WS-QTD-EXEC-RODADA      EQUAL   ZEROS
                   MOVE    WS-COD-MOTIVO   TO      OMKT-COD-MOTIVO
                   GO      TO      2000-99-EXIT
           END-IF.

           ADD     WS-QTD-EXEC-RODADA      TO      OMKT-QTD-EXEC.

           MOVE    WS-DATA-PROC    TO      OMKT-DAT-ULT-EXEC.
           MOVE    WS-VLR-CUSTO-KIT
                                   TO      OMKT-VLR-CUSTO-KIT.

           IF      OMKT-QTD-EXEC   NOT LESS OMKT-QTD-SOLIC
                   SET     OMKT-CONCLUIDA  TO      TRUE
                   MOVE    ZEROS   TO      OMKT-COD-MOTIVO
           ELSE
                   SET     OMKT-PARCIAL    TO      TRUE
                   MOVE    WS-COD-MOTIVO   TO      OMKT-COD-MOTIVO
           END-IF.
      *
       2000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2100-00-LEITURA-CADMATRK    SECTION.
      *****************************************************************
      *    LE A PECA EM WS-COD-PEC-LER E DEIXA A IMAGEM EM REG-MATR   *
      *
           MOVE    WS-COD-PEC-LER  TO      MATRK-COD-PEC.

           READ    CADMATRK.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0330-00-TESTA-FS-CADMATRK.

           IF      WS-FS-CADMATRK  EQUAL   23
                   SET     WS-MATRK-NAO-ACHOU      TO      TRUE
                   GO      TO      2100-99-EXIT
           END-IF.

           SET     WS-MATRK-ACHOU          TO      TRUE.

           ADD     001             TO      WS-LID-CADMATRK.

           MOVE    REG-CADMATRK    TO      REG-MATR.
      *
       2100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2150-00-REGRAVA-CADMATRK    SECTION.
      *****************************************************************
      *    REGRAVA A IMAGEM ALTERADA EM REG-MATR E REGISTRA A         *
      *    ALTERACAO NO TRILHO DE AUDITORIA                           *
      *
           MOVE    REG-MATR        TO      WS-IMAGEM-DEPOIS.

           MOVE    'B'             TO      WJM-CODOPE.
           MOVE    REG-CADMATRK    TO      WJM-REG-IMAGEM.

           PERFORM 0480-00-CHAMA-COBBB011.

           REWRITE REG-CADMATRK    FROM    REG-MATR.

           MOVE   ' NA REGRAVACAO' TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0340-00-TESTA-REW-CADMATRK.

           ADD     001             TO      WS-REG-CADMATRK.

           MOVE    SPACES          TO      REG-PLOG.

           MOVE    MATR-COD-PEC    TO      PLOG-COD-PEC.
           MOVE    'A'             TO      PLOG-TP-SOL.
           MOVE    WS-IMAGEM-ANTES TO      PLOG-IMAGEM-ANTES.
           MOVE    WS-IMAGEM-DEPOIS
                                   TO      PLOG-IMAGEM-DEPOIS.
           MOVE    WS-DATA-PROC    TO      PLOG-DAT-MOV.
           ADD     001             TO      WS-SEQ-TRANS.
           MOVE    WS-SEQ-TRANS    TO      PLOG-SEQ-TRANS.
           MOVE    'GPFPB141'      TO      PLOG-PROGRAMA.
           MOVE    OMKT-NUM-ORDEM  TO      PLOG-NUM-DOC.

           WRITE   REG-CADPLOG     FROM    REG-PLOG.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0360-00-TESTA-FS-CADPLOG.

           ADD     001             TO      WS-GRV-CADPLOG.
      *
       2150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2200-00-MONTAGEM            SECTION.
      *****************************************************************
      *
           COMPUTE WS-QTD-LIVRE = 99999 - WS-ETQ-KIT.

           IF      WS-QTD-LIVRE    LESS    WS-QTD-POSSIVEL
                   MOVE    WS-QTD-LIVRE    TO      WS-QTD-POSSIVEL
                   MOVE    605     TO      WS-COD-MOTIVO
           END-IF.

      *    PRIMEIRA PASSADA - QUANTOS KITS OS COMPONENTES PERMITEM
           PERFORM VARYING WS-IND-TAB-KIT FROM 1 BY 1
                   UNTIL   WS-IND-TAB-KIT GREATER WS-QTD-TAB-KIT

             IF    OMKT-COD-KIT EQUAL TAB-KIT-COD-KIT (WS-IND-TAB-KIT)
                   PERFORM 2210-00-LIMITA-COMPONENTE
             END-IF

           END-PERFORM.

           IF      WS-QTD-POSSIVEL EQUAL   ZEROS
                   GO      TO      2200-99-EXIT
           END-IF.

      *    SEGUNDA PASSADA - BAIXA OS COMPONENTES E APURA O CUSTO
           MOVE    ZEROS           TO      WS-VLR-CUSTO-KIT.

           PERFORM VARYING WS-IND-TAB-KIT FROM 1 BY 1
                   UNTIL   WS-IND-TAB-KIT GREATER WS-QTD-TAB-KIT

             IF    OMKT-COD-KIT EQUAL TAB-KIT-COD-KIT (WS-IND-TAB-KIT)
                   PERFORM 2220-00-BAIXA-COMPONENTE
             END-IF

           END-PERFORM.

      *    ENTRADA DO KIT MONTADO AO CUSTO MEDIO MOVEL
           MOVE    OMKT-COD-KIT    TO      WS-COD-PEC-LER.

           PERFORM 2100-00-LEITURA-CADMATRK.

           MOVE    REG-MATR        TO      WS-IMAGEM-ANTES.

           COMPUTE MATR-VLR-UNIT ROUNDED =
                  (MATR-QTD-ETQ    * MATR-VLR-UNIT     +
                   WS-QTD-POSSIVEL * WS-VLR-CUSTO-KIT) /
                  (MATR-QTD-ETQ    + WS-QTD-POSSIVEL).

           ADD     WS-QTD-POSSIVEL TO      MATR-QTD-ETQ.

           PERFORM 2150-00-REGRAVA-CADMATRK.

           MOVE    WS-QTD-POSSIVEL TO      WS-QTD-EXEC-RODADA.

           ADD     WS-QTD-POSSIVEL TO      WS-QTD-KITS-MONTADOS.
      *
       2200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2210-00-LIMITA-COMPONENTE   SECTION.
      *****************************************************************
      *
           IF      TAB-KIT-QTD-COMP (WS-IND-TAB-KIT) EQUAL ZEROS
                   GO      TO      2210-99-EXIT
           END-IF.

           MOVE    TAB-KIT-COD-COMP (WS-IND-TAB-KIT)
                                   TO      WS-COD-PEC-LER.

           PERFORM 2100-00-LEITURA-CADMATRK.

           IF      WS-MATRK-NAO-ACHOU
                   MOVE    ZEROS   TO      WS-QTD-POSSIVEL
                   MOVE    602     TO      WS-COD-MOTIVO
                   GO      TO      2210-99-EXIT
           END-IF.

           COMPUTE WS-QTD-COMP-POSS =
                   MATR-QTD-ETQ / TAB-KIT-QTD-COMP (WS-IND-TAB-KIT).

           IF      WS-QTD-COMP-POSS LESS   WS-QTD-POSSIVEL
                   MOVE    WS-QTD-COMP-POSS
                                   TO      WS-QTD-POSSIVEL
                   MOVE    604     TO      WS-COD-MOTIVO
           END-IF.
      *
       2210-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2220-00-BAIXA-COMPONENTE    SECTION.
      *****************************************************************
      *
           MOVE    TAB-KIT-COD-COMP (WS-IND-TAB-KIT)
                                   TO      WS-COD-PEC-LER.

           PERFORM 2100-00-LEITURA-CADMATRK.

           COMPUTE WS-QTD-MOVTO =
                   WS-QTD-POSSIVEL * TAB-KIT-QTD-COMP (WS-IND-TAB-KIT).

           COMPUTE WS-VLR-CUSTO-KIT = WS-VLR-CUSTO-KIT +
                   TAB-KIT-QTD-COMP (WS-IND-TAB-KIT) * MATR-VLR-UNIT.

           IF      WS-QTD-MOVTO    EQUAL   ZEROS
                   GO      TO      2220-99-EXIT
           END-IF.

           MOVE    REG-MATR        TO      WS-IMAGEM-ANTES.

           SUBTRACT WS-QTD-MOVTO   FROM    MATR-QTD-ETQ.

           PERFORM 2150-00-REGRAVA-CADMATRK.
      *
       2220-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2300-00-DESMONTAGEM         SECTION.
      *****************************************************************
      *
           IF      WS-ETQ-KIT      LESS    WS-QTD-POSSIVEL
                   MOVE    WS-ETQ-KIT      TO      WS-QTD-POSSIVEL
                   MOVE    604     TO      WS-COD-MOTIVO
           END-IF.

      *    PRIMEIRA PASSADA - QUANTOS KITS OS COMPONENTES COMPORTAM
           PERFORM VARYING WS-IND-TAB-KIT FROM 1 BY 1
                   UNTIL   WS-IND-TAB-KIT GREATER WS-QTD-TAB-KIT

             IF    OMKT-COD-KIT EQUAL TAB-KIT-COD-KIT (WS-IND-TAB-KIT)
                   PERFORM 2310-00-LIMITA-RETORNO
             END-IF

           END-PERFORM.

           IF      WS-QTD-POSSIVEL EQUAL   ZEROS
                   GO      TO      2300-99-EXIT
           END-IF.

      *    BAIXA DO KIT - O CUSTO DA ORDEM E O CUSTO MEDIO DO KIT
           MOVE    OMKT-COD-KIT    TO      WS-COD-PEC-LER.

           PERFORM 2100-00-LEITURA-CADMATRK.

           MOVE    REG-MATR        TO      WS-IMAGEM-ANTES.

           MOVE    MATR-VLR-UNIT   TO      WS-VLR-CUSTO-KIT.

           SUBTRACT WS-QTD-POSSIVEL FROM   MATR-QTD-ETQ.

           PERFORM 2150-00-REGRAVA-CADMATRK.

      *    SEGUNDA PASSADA - DEVOLVE OS COMPONENTES AO ESTOQUE
           PERFORM VARYING WS-IND-TAB-KIT FROM 1 BY 1
                   UNTIL   WS-IND-TAB-KIT GREATER WS-QTD-TAB-KIT

             IF    OMKT-COD-KIT EQUAL TAB-KIT-COD-KIT (WS-IND-TAB-KIT)
                   PERFORM 2320-00-RETORNA-COMPONENTE
             END-IF

           END-PERFORM.

           MOVE    WS-QTD-POSSIVEL TO      WS-QTD-EXEC-RODADA.

           ADD     WS-QTD-POSSIVEL TO      WS-QTD-KITS-DESMONT.
      *
       2300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2310-00-LIMITA-RETORNO      SECTION.
      *****************************************************************
      *
           IF      TAB-KIT-QTD-COMP (WS-IND-TAB-KIT) EQUAL ZEROS
                   GO      TO      2310-99-EXIT
           END-IF.

           MOVE    TAB-KIT-COD-COMP (WS-IND-TAB-KIT)
                                   TO      WS-COD-PEC-LER.

           PERFORM 2100-00-LEITURA-CADMATRK.

           IF      WS-MATRK-NAO-ACHOU
                   MOVE    ZEROS   TO      WS-QTD-POSSIVEL
                   MOVE    602     TO      WS-COD-MOTIVO
                   GO      TO      2310-99-EXIT
           END-IF.

           COMPUTE WS-QTD-COMP-POSS =
                  (99999 - MATR-QTD-ETQ) /
                   TAB-KIT-QTD-COMP (WS-IND-TAB-KIT).

           IF      WS-QTD-COMP-POSS LESS   WS-QTD-POSSIVEL
                   MOVE    WS-QTD-COMP-POSS
                                   TO      WS-QTD-POSSIVEL
                   MOVE    605     TO      WS-COD-MOTIVO
           END-IF.
      *
       2310-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2320-00-RETORNA-COMPONENTE  SECTION.
      *****************************************************************
      *
           COMPUTE WS-QTD-MOVTO =
                   WS-QTD-POSSIVEL * TAB-KIT-QTD-COMP (WS-IND-TAB-KIT).

           IF      WS-QTD-MOVTO    EQUAL   ZEROS
                   GO      TO      2320-99-EXIT
           END-IF.

           MOVE    TAB-KIT-COD-COMP (WS-IND-TAB-KIT)
                                   TO      WS-COD-PEC-LER.

           PERFORM 2100-00-LEITURA-CADMATRK.

           MOVE    REG-MATR        TO      WS-IMAGEM-ANTES.

           ADD     WS-QTD-MOVTO    TO      MATR-QTD-ETQ.

           PERFORM 2150-00-REGRAVA-CADMATRK.
      *
       2320-99-EXIT.
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

           MOVE    CAB1            TO      REG-RELOMKT.
           PERFORM 2700-00-GRAVACAO-RELOMKT.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELOMKT.
           PERFORM 2700-00-GRAVACAO-RELOMKT.

           MOVE    CAB4            TO      REG-RELOMKT.
           PERFORM 2700-00-GRAVACAO-RELOMKT.

           MOVE    CAB6            TO      REG-RELOMKT.
           PERFORM 2700-00-GRAVACAO-RELOMKT.

           MOVE    004             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-GRAVACAO-RELOMKT    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELOMKT.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0370-00-TESTA-FS-RELOMKT.

           ADD     001             TO      WS-GRV-RELOMKT.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2800-00-GRAVACAO-CADOMKN    SECTION.
      *****************************************************************
      *    REGRAVA A ORDEM NO CADASTRO NOVO E LISTA A ORDEM COM A     *
      *    SITUACAO NO RELATORIO                                      *
      *
           WRITE   REG-CADOMKN     FROM    REG-OMKT.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    009             TO      WS-PTO-ERRO.

           PERFORM 0350-00-TESTA-FS-CADOMKN.

           ADD     001             TO      WS-GRV-CADOMKN.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-OMKT        TO      WGC-REG-IMAGEM.
           MOVE    100             TO      WGC-TAM-REG.

           PERFORM 0490-00-CHAMA-COBBB010.

           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           ADD     001             TO      WS-LINHAS.

           MOVE    OMKT-NUM-ORDEM  TO      DET1-NUM-ORDEM.
           MOVE    OMKT-COD-KIT    TO      DET1-COD-KIT.
           MOVE    OMKT-QTD-SOLIC  TO      DET1-QTD-SOLIC.
           MOVE    OMKT-QTD-EXEC   TO      DET1-QTD-EXEC.
           MOVE    WS-QTD-EXEC-RODADA
                                   TO      DET1-QTD-RODADA.
           MOVE    OMKT-VLR-CUSTO-KIT
                                   TO      DET1-VLR-CUSTO.
           MOVE    OMKT-COD-PLANEJ TO      DET1-COD-PLANEJ.

           EVALUATE TRUE
             WHEN  OMKT-MONTAGEM
                   MOVE    'MONTAGEM'      TO      DET1-TIPO
             WHEN  OMKT-DESMONTAGEM
                   MOVE    'DESMONTAGEM'   TO      DET1-TIPO
             WHEN  OTHER
                   MOVE    OMKT-TP-ORDEM   TO      DET1-TIPO
           END-EVALUATE.

           EVALUATE TRUE
             WHEN  OMKT-ABERTA
                   MOVE    'ABERTA    '    TO      DET1-SITUACAO
                   ADD     001     TO      WS-QTD-ORD-ABERTAS
             WHEN  OMKT-PARCIAL
                   MOVE    'PARCIAL   '    TO      DET1-SITUACAO
                   ADD     001     TO      WS-QTD-ORD-ABERTAS
             WHEN  OMKT-CONCLUIDA
                   MOVE    'CONCLUIDA '    TO      DET1-SITUACAO
                   ADD     001     TO      WS-QTD-ORD-CONCLUIDAS
             WHEN  OMKT-RECUSADA
                   MOVE    'RECUSADA  '    TO      DET1-SITUACAO
                   ADD     001     TO      WS-QTD-ORD-RECUSADAS
             WHEN  OTHER
                   MOVE    OMKT-SITUACAO   TO      DET1-SITUACAO
           END-EVALUATE.

           EVALUATE OMKT-COD-MOTIVO
             WHEN  601
                   MOVE    'KIT SEM COMPOSICAO'    TO DET1-OBSERVACAO
             WHEN  602
                   MOVE    'SEM CADASTRO NA MATRIZ' TO DET1-OBSERVACAO
             WHEN  603
                   MOVE    'TIPO/QTDE INVALIDA'    TO DET1-OBSERVACAO
             WHEN  604
                   MOVE    'FALTA DE ESTOQUE'      TO DET1-OBSERVACAO
             WHEN  605
                   MOVE    'ESTOURO DE ESTOQUE'    TO DET1-OBSERVACAO
             WHEN  OTHER
                   MOVE    SPACES                  TO DET1-OBSERVACAO
           END-EVALUATE.

           MOVE    DET1            TO      REG-RELOMKT.
           PERFORM 2700-00-GRAVACAO-RELOMKT.
      *
       2800-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           CLOSE   CADKITS
                   CADOMKT
                   CADOMKS
                   CADMATRK
                   CADOMKN
                   CADPLOG
                   RELOMKT.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    010             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB141'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    011             TO      WS-PTO-ERRO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    'F'             TO      WJM-CODOPE.

           PERFORM 0480-00-CHAMA-COBBB011.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB141'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           MOVE    ZEROS           TO      WRL-RETCODE.
           MOVE    WS-GRV-CADOMKN  TO      WRL-QTD-PROC.

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
           DISPLAY '******************* GPFPB141 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB141 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADKITS  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADKITS.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADOMKT  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADOMKT.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADOMKS  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADOMKS.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADMATRK TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADMATRK: ' WS-EDICAO
           ' *'.
           MOVE    WS-REG-CADMATRK TO      WS-EDICAO.
           DISPLAY '* REGISTROS REGRAVADOS..- CADMATRK: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADOMKN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADOMKN.: ' WS-EDICAO
           ' *'.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADOMKT.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADPLOG  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADPLOG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-KITS-MONTADOS
                                   TO      WS-EDICAO.
           DISPLAY '* KITS MONTADOS....................: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-KITS-DESMONT
                                   TO      WS-EDICAO.
           DISPLAY '* KITS DESMONTADOS.................: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-ORD-CONCLUIDAS
                                   TO      WS-EDICAO.
           DISPLAY '* ORDENS CONCLUIDAS................: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-ORD-ABERTAS
                                   TO      WS-EDICAO.
           DISPLAY '* ORDENS EM ABERTO.................: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-ORD-RECUSADAS
                                   TO      WS-EDICAO.
           DISPLAY '* ORDENS RECUSADAS.................: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB141 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB141 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '*           PONTO COM ERRO...: ' WS-PTO-ERRO
           '            *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB141 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB141 ******************'.

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

           DISPLAY '******************* GPFPB141 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB141 ******************'.
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
           DISPLAY '******************* GPFPB141 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB141 ******************'.

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

           DISPLAY '******************* GPFPB141 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB141 ******************'.
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
           DISPLAY '******************* GPFPB141 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB141 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB141                  *
      *****************************************************************
