      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB136.
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
      * OBJETIVO.....: CONSULTA DE RASTREIO DE NUMEROS DE SERIE DAS   *
      *                PECAS SERIALIZADAS: PARA CADA SERIE DO         *
      *                CADASTRO DE SERIES (CADSERI) SELECIONADA NO    *
      *                CADSERQ, IMPRIME NO RELSERI A ORIGEM (PEDIDO   *
      *                DE COMPRA, FORNECEDOR E DATA DO RECEBIMENTO -  *
      *                GPFPB039), O DESTINO (SOLICITACAO, ENTIDADE    *
      *                SOLICITANTE E DATA DO EMBARQUE - GPFPB094), A  *
      *                ENTREGA CONFIRMADA E AS RECUSAS QUE DEVOLVERAM *
      *                A UNIDADE AO ESTOQUE DA MATRIZ (GPFPB095).     *
      *                SELECOES SEM SERIE NO CADASTRO SAO LISTADAS NO *
      *                FIM DO RELATORIO.                              *
      *****************************************************************
      * PARAMETRO....: CADSERQ - UMA SELECAO POR REGISTRO (PECA E/OU  *
      *                SERIE); ARQUIVO VAZIO LISTA O CADASTRO INTEIRO *
      *****************************************************************
      * OBSERVACAO...: LER A GERACAO MAIS RECENTE DO CADASTRO DE      *
      *                SERIES (CADSERN DO ULTIMO GPFPB039/094/095     *
      *                EXECUTADO)                                     *
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
      *****************************************************************
      * INPUT..: CADSERQ - SELECAO DA CONSULTA            - LRECL=050 *
      *****************************************************************
      *
           SELECT  CADSERQ  ASSIGN  TO  UT-S-CADSERQ
                   FILE     STATUS  IS  WS-FS-CADSERQ.
      *
      *****************************************************************
      * INPUT..: CADSERI - CADASTRO DE SERIES             - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADSERI  ASSIGN  TO  UT-S-CADSERI
                   FILE     STATUS  IS  WS-FS-CADSERI.
      *
      *****************************************************************
      * OUTPUT.: RELSERI - RASTREIO DE NUMEROS DE SERIE   - LRECL=133 *
      *****************************************************************
      *
           SELECT  RELSERI  ASSIGN  TO  UT-S-RELSERI
                   FILE     STATUS  IS  WS-FS-RELSERI.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *****************************************************************
      * INPUT..: CADSERQ - SELECAO DA CONSULTA            - LRECL=050 *
      *****************************************************************
      *
       FD  CADSERQ
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADSERQ         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADSERI - CADASTRO DE SERIES             - LRECL=100 *
      *****************************************************************
      *
       FD  CADSERI
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADSERI         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: RELSERI - RASTREIO DE NUMEROS DE SERIE   - LRECL=133 *
      *****************************************************************
      *
       FD  RELSERI
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELSERI         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADSERQ       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADSERI       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELSERI       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADSERQ      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADSERI      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELSERI      PIC     9(018) VALUE ZEROS.
       01      WS-QTD-LISTADAS     PIC     9(018) VALUE ZEROS.
       01      WS-QTD-EM-ESTOQUE   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-EMBARCADAS   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-ENTREGUES    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-NAO-CADASTR  PIC     9(018) VALUE ZEROS.
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-DATA-EDITAR      PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DATA-EDITAR.
        03     WS-EDT-ANO          PIC     9(004).
        03     WS-EDT-MES          PIC     9(002).
        03     WS-EDT-DIA          PIC     9(002).
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA DAS SELECOES DA CONSULTA (CADSERQ)              *
      *****************************************************************
      *
       01      WS-QTD-TAB-SEL      PIC     9(004) VALUE ZEROS.
       01      WS-IDX-SEL          PIC     9(004) VALUE ZEROS.
      *
       01      WS-SW-SELECIONADA   PIC     X(001) VALUE 'N'.
         88    WS-SERIE-SELECIONADA        VALUE 'S'.
         88    WS-SERIE-NAO-SELECIONADA    VALUE 'N'.
      *
       01      TAB-SELECOES.
         03    TAB-SEL-OCCURS      OCCURS  100   TIMES.
           05  TAB-SEL-COD-PEC     PIC     9(005).
           05  TAB-SEL-NUM-SERIE   PIC     X(012).
           05  TAB-SEL-ACHADA      PIC     X(001).
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
      *    LAY-OUT DO RELATORIO DE RASTREIO DE NUMEROS DE SERIE       *
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
         03    FILLER              PIC     X(030) VALUE
               'R A S T R E I O  D E  N U M E'.
         03    FILLER              PIC     X(030) VALUE
               'R O S  D E  S E R I E'.
         03    FILLER              PIC     X(031) VALUE SPACES.
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
         03    FILLER              PIC     X(033) VALUE
               '<---------- UNIDADE ---------->  '.
         03    FILLER              PIC     X(036) VALUE
               '<------ ORIGEM (COMPRA) ------>     '.
         03    FILLER              PIC     X(037) VALUE
               '<------ DESTINO (SOLICITACAO) ---->  '.
         03    FILLER              PIC     X(025) VALUE
               '<--- RETORNO AO ESTOQUE->'.
      *
       01      CAB6.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'PECA '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(012) VALUE 'NUMERO SERIE'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'SITUACAO  '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(007) VALUE 'PEDIDO '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'FORNECEDOR'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'RECEBIMENT'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(013) VALUE 'SOLICITACAO  '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(007) VALUE 'ENTID. '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'EMBARQUE  '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'ENTREGA   '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(003) VALUE 'QTD'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'ULT.RETORN'.
         03    FILLER              PIC     X(002) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-COD-PEC        PIC     9(005).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NUM-SERIE      PIC     X(012).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-SITUACAO       PIC     X(010).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NUM-PEDIDO     PIC     9(007).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-FORNECEDOR     PIC     9(010).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-DAT-RECEB      PIC     X(010).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NR-SOLI        PIC     X(013).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-CD-ENTI        PIC     X(007).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-DAT-EMBARQUE   PIC     X(010).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-DAT-ENTREGA    PIC     X(010).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-QTD-DEVOL      PIC     ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-DAT-DEVOL      PIC     X(010).
         03    FILLER              PIC     X(002) VALUE SPACES.
      *
       01      DET2.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-COD-PEC        PIC     9(005).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-NUM-SERIE      PIC     X(012).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(040) VALUE
               'SELECAO SEM SERIE NO CADASTRO DE SERIES '.
         03    FILLER              PIC     X(070) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADSERQ - SELECAO DA CONSULTA                        *
      *****************************************************************
      *
           COPY    COBI1093.
      *
      *****************************************************************
      * INPUT..: CADSERI - CADASTRO DE SERIES                         *
      *****************************************************************
      *
           COPY    COBO1095.
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
       PROCEDURE                   DIVISION.
      *****************************************************************
      *
           PERFORM 0100-00-PROCED-INICIAIS.

           PERFORM 1000-00-PROCED-PRINCIPAIS
             UNTIL WS-FS-CADSERI   EQUAL   10.

           PERFORM 2500-00-SELECOES-SEM-SERIE.

           PERFORM 3000-00-PROCED-FINAIS.

           GOBACK.
      *
      *****************************************************************
       0100-00-PROCED-INICIAIS     SECTION.
      *****************************************************************
      *
           MOVE    FUNCTION CURRENT-DATE (9:6)
                                   TO      WS-HORA-INICIO.

           OPEN    INPUT   CADSERQ
                           CADSERI
                   OUTPUT  RELSERI.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 0400-00-CARGA-TAB-SELECAO
             UNTIL WS-FS-CADSERQ   EQUAL   10.

           PERFORM 0500-00-LEITURA-CADSERI.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADSERQ NOT EQUAL 00 AND 10
                   MOVE 'CADSERQ'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADSERQ     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADSERI NOT EQUAL 00 AND 10
                   MOVE 'CADSERI'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADSERI     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-RELSERI NOT EQUAL 00
                   MOVE 'RELSERI'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELSERI     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-TAB-SELECAO   SECTION.
      *****************************************************************
      *
           READ    CADSERQ         INTO    REG-SERQ.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADSERQ   NOT EQUAL 00
                   GO      TO      0400-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADSERQ.

           IF      WS-QTD-TAB-SEL  NOT LESS  100
                   MOVE    003     TO      WS-PTO-ERRO
                   PERFORM 0997-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-SEL.

           MOVE    SERQ-COD-PEC    TO      TAB-SEL-COD-PEC
                                            (WS-QTD-TAB-SEL).
           MOVE    SERQ-NUM-SERIE  TO      TAB-SEL-NUM-SERIE
                                            (WS-QTD-TAB-SEL).
           MOVE    'N'             TO      TAB-SEL-ACHADA
                                            (WS-QTD-TAB-SEL).
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-LEITURA-CADSERI     SECTION.
      *****************************************************************
      *
           READ    CADSERI         INTO    REG-SERI.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADSERI   EQUAL   00
                   ADD 001         TO      WS-LID-CADSERI
           END-IF.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *
           PERFORM 1100-00-VERIFICA-SELECAO.

           IF      WS-SERIE-SELECIONADA
                   PERFORM 2700-00-IMPRIME-SERIE
           END-IF.

           PERFORM 0500-00-LEITURA-CADSERI.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-VERIFICA-SELECAO    SECTION.
      *****************************************************************
      *    SEM SELECAO NO CADSERQ TODAS AS SERIES SAO LISTADAS. PECA  *
      *    ZERADA OU SERIE EM BRANCO NA SELECAO VALEM PARA QUALQUER   *
      *    PECA/SERIE                                                 *
      *
           IF      WS-QTD-TAB-SEL  EQUAL   ZEROS
                   SET     WS-SERIE-SELECIONADA    TO      TRUE
                   GO      TO      1100-99-EXIT
           END-IF.

           SET     WS-SERIE-NAO-SELECIONADA        TO      TRUE.

           PERFORM VARYING WS-IDX-SEL FROM 001 BY 001
             UNTIL   WS-IDX-SEL    GREATER WS-QTD-TAB-SEL
                   IF     (TAB-SEL-COD-PEC (WS-IDX-SEL) EQUAL ZEROS OR
                           TAB-SEL-COD-PEC (WS-IDX-SEL) EQUAL
                           SERI-COD-PEC)                         AND
                          (TAB-SEL-NUM-SERIE (WS-IDX-SEL) EQUAL
                           SPACES                                OR
                           TAB-SEL-NUM-SERIE (WS-IDX-SEL) EQUAL
                           SERI-NUM-SERIE)
                           SET     WS-SERIE-SELECIONADA    TO  TRUE
                           MOVE    'S'     TO      TAB-SEL-ACHADA
                                                    (WS-IDX-SEL)
                   END-IF
           END-PERFORM.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2500-00-SELECOES-SEM-SERIE  SECTION.
      *****************************************************************
      *    SELECOES QUE NAO ENCONTRARAM NENHUMA SERIE NO CADASTRO     *
      *
           PERFORM VARYING WS-IDX-SEL FROM 001 BY 001
             UNTIL   WS-IDX-SEL    GREATER WS-QTD-TAB-SEL
                   IF      TAB-SEL-ACHADA (WS-IDX-SEL) EQUAL 'N'
                           PERFORM 2750-00-IMPRIME-SEM-SERIE
                   END-IF
           END-PERFORM.
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

           MOVE    CAB1            TO      REG-RELSERI.
           PERFORM 2800-00-GRAVACAO-RELSERI.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELSERI.
           PERFORM 2800-00-GRAVACAO-RELSERI.

           MOVE    CAB4            TO      REG-RELSERI.
           PERFORM 2800-00-GRAVACAO-RELSERI.

           MOVE    CAB5            TO      REG-RELSERI.
           PERFORM 2800-00-GRAVACAO-RELSERI.

           MOVE    CAB6            TO      REG-RELSERI.
           PERFORM 2800-00-GRAVACAO-RELSERI.

           MOVE    CAB4            TO      REG-RELSERI.
           PERFORM 2800-00-GRAVACAO-RELSERI.

           MOVE    006             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2650-00-EDITA-DATA          SECTION.
      *****************************************************************
      *    WS-DATA-EDITAR (AAAAMMDD) PARA WS-DATA (DD/MM/AAAA); DATA  *
      *    ZERADA SAI EM BRANCO                                       *
      *
           IF      WS-DATA-EDITAR  EQUAL   ZEROS
                   MOVE    SPACES  TO      WS-DATA
                   GO      TO      2650-99-EXIT
           END-IF.

           MOVE    '99/99/9999'    TO      WS-DATA.
           MOVE    WS-EDT-DIA      TO      WS-DIA.
           MOVE    WS-EDT-MES      TO      WS-MES.
           MOVE    WS-EDT-ANO      TO      WS-ANO.
      *
       2650-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-IMPRIME-SERIE       SECTION.
      *****************************************************************
      *    UMA LINHA POR SERIE: ORIGEM NA COMPRA, DESTINO NA          *
      *    SOLICITACAO E ULTIMO RETORNO AO ESTOQUE                    *
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           ADD     001             TO      WS-LINHAS.
           ADD     001             TO      WS-QTD-LISTADAS.

           MOVE    SERI-COD-PEC    TO      DET1-COD-PEC.
           MOVE    SERI-NUM-SERIE  TO      DET1-NUM-SERIE.

           EVALUATE TRUE
             WHEN  SERI-EM-ESTOQUE
                   MOVE    'EM ESTOQUE'    TO      DET1-SITUACAO
                   ADD     001     TO      WS-QTD-EM-ESTOQUE
             WHEN  SERI-EMBARCADA
                   MOVE    'EMBARCADA '    TO      DET1-SITUACAO
                   ADD     001     TO      WS-QTD-EMBARCADAS
             WHEN  SERI-ENTREGUE
                   MOVE    'ENTREGUE  '    TO      DET1-SITUACAO
                   ADD     001     TO      WS-QTD-ENTREGUES
             WHEN  OTHER
                   MOVE    SERI-SITUACAO   TO      DET1-SITUACAO
           END-EVALUATE.

           MOVE    SERI-NUM-PEDIDO TO      DET1-NUM-PEDIDO.
           MOVE    SERI-FORNECEDOR TO      DET1-FORNECEDOR.

           MOVE    SERI-DAT-RECEB  TO      WS-DATA-EDITAR.
           PERFORM 2650-00-EDITA-DATA.
           MOVE    WS-DATA         TO      DET1-DAT-RECEB.

           IF      SERI-NR-SOLI    EQUAL   ZEROS
                   MOVE    SPACES  TO      DET1-NR-SOLI
                                           DET1-CD-ENTI
           ELSE
                   MOVE    SERI-NR-SOLI    TO      DET1-NR-SOLI
                   MOVE    SERI-CD-ENTI    TO      DET1-CD-ENTI
           END-IF.

           MOVE    SERI-DAT-EMBARQUE
                                   TO      WS-DATA-EDITAR.
           PERFORM 2650-00-EDITA-DATA.
           MOVE    WS-DATA         TO      DET1-DAT-EMBARQUE.

           MOVE    SERI-DAT-ENTREGA
                                   TO      WS-DATA-EDITAR.
           PERFORM 2650-00-EDITA-DATA.
           MOVE    WS-DATA         TO      DET1-DAT-ENTREGA.

           MOVE    SERI-QTD-DEVOL  TO      DET1-QTD-DEVOL.

           MOVE    SERI-DAT-DEVOL  TO      WS-DATA-EDITAR.
           PERFORM 2650-00-EDITA-DATA.
           MOVE    WS-DATA         TO      DET1-DAT-DEVOL.

           MOVE    DET1            TO      REG-RELSERI.
           PERFORM 2800-00-GRAVACAO-RELSERI.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2750-00-IMPRIME-SEM-SERIE   SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           ADD     001             TO      WS-LINHAS.
           ADD     001             TO      WS-QTD-NAO-CADASTR.

           MOVE    TAB-SEL-COD-PEC   (WS-IDX-SEL)
                                   TO      DET2-COD-PEC.
           MOVE    TAB-SEL-NUM-SERIE (WS-IDX-SEL)
                                   TO      DET2-NUM-SERIE.

           MOVE    DET2            TO      REG-RELSERI.
           PERFORM 2800-00-GRAVACAO-RELSERI.
      *
       2750-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2800-00-GRAVACAO-RELSERI    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELSERI.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-RELSERI.
      *
       2800-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           CLOSE   CADSERQ
                   CADSERI
                   RELSERI.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB136'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           MOVE    ZEROS           TO      WRL-RETCODE.
           MOVE    WS-LID-CADSERI  TO      WRL-QTD-PROC.

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
           DISPLAY '******************* GPFPB136 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB136 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADSERQ  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADSERQ.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADSERI  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADSERI.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-RELSERI  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- RELSERI.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-LISTADAS TO      WS-EDICAO.
           DISPLAY '* SERIES LISTADAS..................: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-EM-ESTOQUE
                                   TO      WS-EDICAO.
           DISPLAY '* SERIES EM ESTOQUE NA MATRIZ......: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-EMBARCADAS
                                   TO      WS-EDICAO.
           DISPLAY '* SERIES EMBARCADAS................: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-ENTREGUES
                                   TO      WS-EDICAO.
           DISPLAY '* SERIES ENTREGUES.................: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-NAO-CADASTR
                                   TO      WS-EDICAO.
           DISPLAY '* SELECOES SEM SERIE NO CADASTRO...: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB136 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0997-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB136 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '*           PONTO COM ERRO...: ' WS-PTO-ERRO
           '            *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB136 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB136 ******************'.

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

           DISPLAY '******************* GPFPB136 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB136 ******************'.
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
           DISPLAY '******************* GPFPB136 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB136 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB136                  *
      *****************************************************************
