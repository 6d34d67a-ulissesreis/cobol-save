      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB177.
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
      * OBJETIVO.....: VERIFICADOR DE GERACAO CATALOGADA DE ARQUIVO   *
      *                MESTRE: LOCALIZA NO CATALOGO CADGCAT A GERACAO *
      *                PEDIDA NO PARM, RELE A GERACAO INFORMADA NA    *
      *                JCL RECALCULANDO O SELO COM A ROTINA COMUM     *
      *                COBBB010 (A MESMA DO PROGRAMA GRAVADOR) E      *
      *                CONFERE A QTDE DE REGISTROS E O SELO COM O     *
      *                CATALOGO. DEVE RODAR ANTES DE UMA GERACAO      *
      *                CATALOGADA SER USADA COMO ENTRADA (RESTAURACAO *
      *                OU REEXECUCAO). GERACAO INTEGRA ENCERRA COM    *
      *                RETURN-CODE 0; GERACAO DIVERGENTE OU NAO       *
      *                CATALOGADA ENCERRA COM RETURN-CODE 8, BARRANDO *
      *                O USO DA GERACAO.                              *
      *                                                               *
      *                ARQUIVO MESTRE E O ARQUIVO PERMANENTE LIDO NO  *
      *                INICIO DO CICLO E REGRAVADO POR INTEIRO PELO   *
      *                PROGRAMA (ANTIGO PARA NOVO, COMO CADMATR PARA  *
      *                CADMATN); A GERACAO E CATALOGADA COM O NOME DO *
      *                MESTRE DE ENTRADA. NAO SAO MESTRES, E NAO SAO  *
      *                CATALOGADOS: MOVIMENTOS, REMESSAS, INTERFACES  *
      *                E RELATORIOS (EX.: CADBREN, CADGFIN); ARQUIVOS *
      *                PARCIAIS ACRESCENTADOS OU CONCATENADOS A UM    *
      *                ACUMULADO OU MESTRE (EX.: CADMLQN, CADMLQC E   *
      *                CADMLQP DO CADMLIQ, PEDIDOS NOVOS DO GPFPB038  *
      *                NO CADPORD); REJEICOES E OCORRENCIAS; EXTRATOS *
      *                DE HISTORICO GRAVADOS POR EXTENSAO (EX.:       *
      *                CADTRNH, CADPERH); E ARQUIVOS CRIADOS DO ZERO  *
      *                A CADA EXECUCAO.                               *
      *****************************************************************
      * PARAMETRO....: PARM='AAAAAAAANNNNNNN'                         *
      *                AAAAAAAA - ARQUIVO MESTRE CATALOGADO (TABELA   *
      *                           TAB-MESTRES DESTE PROGRAMA)         *
      *                NNNNNNN  - NUMERO DA GERACAO (OPCIONAL); SE    *
      *                           OMITIDO OU ZEROS, A ULTIMA GERACAO  *
      *                           CATALOGADA DO ARQUIVO               *
      *****************************************************************
      * OBSERVACAO...: A GERACAO E INFORMADA NA JCL NO DDNAME DO      *
      *                TAMANHO DE REGISTRO DO ARQUIVO MESTRE PEDIDO   *
      *                (GERAC050, GERAC100, GERAC105, GERAC120,       *
      *                GERAC150, GERAC200 OU GERAC250). SO ESSE       *
      *                DDNAME E ABERTO - OS DEMAIS PODEM SER OMITIDOS *
      *                NA JCL                                         *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 15/10/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - VERIFICA TODOS OS ARQUIVOS MESTRES          *
      *                   CATALOGADOS (TABELA TAB-MESTRES COM O       *
      *                   TAMANHO DE REGISTRO); A GERACAO E LIDA PELO *
      *                   DDNAME DO TAMANHO (GERAC050 A GERAC200). O  *
      *                   CADSALC PASSA A CADSLCT                     *
      * 15/10/2026 - US - INCLUIDOS NA TABELA TAB-MESTRES OS DEMAIS   *
      *                   ARQUIVOS MESTRES REGRAVADOS PELO BATCH      *
      *                   (CADPORD A CADPREV) E OS DDNAMES GERAC150 E *
      *                   GERAC250; O OBJETIVO PASSA A DESCREVER O    *
      *                   CRITERIO DE ARQUIVO MESTRE                  *
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
      * INPUT..: CADGCAT - CATALOGO DE GERACOES           - LRECL=100 *
      *****************************************************************
      *
           SELECT  CADGCAT  ASSIGN  TO  UT-S-CADGCAT
                   FILE     STATUS  IS  WS-FS-CADGCAT.
      *
      *****************************************************************
      * INPUT..: GERAC050 - GERACAO DE MESTRE COM LRECL=050           *
      *****************************************************************
      *
           SELECT  GERAC050 ASSIGN  TO  UT-S-GERAC050
                   FILE     STATUS  IS  WS-FS-GERAC050.
      *
      *****************************************************************
      * INPUT..: GERAC100 - GERACAO DE MESTRE COM LRECL=100           *
      *****************************************************************
      *
           SELECT  GERAC100 ASSIGN  TO  UT-S-GERAC100
                   FILE     STATUS  IS  WS-FS-GERAC100.
      *
      *****************************************************************
      * INPUT..: GERAC105 - GERACAO DE MESTRE COM LRECL=105           *
      *****************************************************************
      *
           SELECT  GERAC105 ASSIGN  TO  UT-S-GERAC105
                   FILE     STATUS  IS  WS-FS-GERAC105.
      *
      *****************************************************************
      * INPUT..: GERAC120 - GERACAO DE MESTRE COM LRECL=120           *
      *****************************************************************
      *
           SELECT  GERAC120 ASSIGN  TO  UT-S-GERAC120
                   FILE     STATUS  IS  WS-FS-GERAC120.
      *
      *****************************************************************
      * INPUT..: GERAC150 - GERACAO DE MESTRE COM LRECL=150           *
      *****************************************************************
      *
           SELECT  GERAC150 ASSIGN  TO  UT-S-GERAC150
                   FILE     STATUS  IS  WS-FS-GERAC150.
      *
      *****************************************************************
      * INPUT..: GERAC200 - GERACAO DE MESTRE COM LRECL=200           *
      *****************************************************************
      *
           SELECT  GERAC200 ASSIGN  TO  UT-S-GERAC200
                   FILE     STATUS  IS  WS-FS-GERAC200.
      *
      *****************************************************************
      * INPUT..: GERAC250 - GERACAO DE MESTRE COM LRECL=250           *
      *****************************************************************
      *
           SELECT  GERAC250 ASSIGN  TO  UT-S-GERAC250
                   FILE     STATUS  IS  WS-FS-GERAC250.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *****************************************************************
      * INPUT..: CADGCAT - CATALOGO DE GERACOES           - LRECL=100 *
      *****************************************************************
      *
       FD  CADGCAT
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADGCAT         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: GERAC050 - GERACAO DE MESTRE COM LRECL=050           *
      *****************************************************************
      *
       FD  GERAC050
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-GERAC050        PIC     X(050).
      *
      *****************************************************************
      * INPUT..: GERAC100 - GERACAO DE MESTRE COM LRECL=100           *
      *****************************************************************
      *
       FD  GERAC100
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-GERAC100        PIC     X(100).
      *
      *****************************************************************
      * INPUT..: GERAC105 - GERACAO DE MESTRE COM LRECL=105           *
      *****************************************************************
      *
       FD  GERAC105
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-GERAC105        PIC     X(105).
      *
      *****************************************************************
      * INPUT..: GERAC120 - GERACAO DE MESTRE COM LRECL=120           *
      *****************************************************************
      *
       FD  GERAC120
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-GERAC120        PIC     X(120).
      *
      *****************************************************************
      * INPUT..: GERAC150 - GERACAO DE MESTRE COM LRECL=150           *
      *****************************************************************
      *
       FD  GERAC150
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-GERAC150        PIC     X(150).
      *
      *****************************************************************
      * INPUT..: GERAC200 - GERACAO DE MESTRE COM LRECL=200           *
      *****************************************************************
      *
       FD  GERAC200
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-GERAC200        PIC     X(200).
      *
      *****************************************************************
      * INPUT..: GERAC250 - GERACAO DE MESTRE COM LRECL=250           *
      *****************************************************************
      *
       FD  GERAC250
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-GERAC250        PIC     X(250).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADGCAT       PIC     9(002) VALUE ZEROS.
       01      WS-FS-GERAC050      PIC     9(002) VALUE ZEROS.
       01      WS-FS-GERAC100      PIC     9(002) VALUE ZEROS.
       01      WS-FS-GERAC105      PIC     9(002) VALUE ZEROS.
       01      WS-FS-GERAC120      PIC     9(002) VALUE ZEROS.
       01      WS-FS-GERAC150      PIC     9(002) VALUE ZEROS.
       01      WS-FS-GERAC200      PIC     9(002) VALUE ZEROS.
       01      WS-FS-GERAC250      PIC     9(002) VALUE ZEROS.
      *
      *    STATUS DA LEITURA DO ARQUIVO MESTRE PEDIDO NO PARM
       01      WS-FS-GERACAO       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADGCAT      PIC     9(018) VALUE ZEROS.
       01      WS-LID-GERACAO      PIC     9(018) VALUE ZEROS.
       01      WS-QTD-DIVERG       PIC     9(018) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
       01      WS-EDICAO-VLR       PIC     ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01      WS-ARQUIVO          PIC     X(008) VALUE SPACES.
       01      WS-GERACAO-PEDIDA   PIC     9(007) VALUE ZEROS.
      *
      *    TAMANHO DO REGISTRO DO ARQUIVO PEDIDO - ZEROS SE O ARQUIVO
      *    NAO CONSTA DA TABELA DE MESTRES
       01      WS-TAM-GERACAO      PIC     9(003) VALUE ZEROS.
      *
      *****************************************************************
      *        ARQUIVOS MESTRES CATALOGADOS E TAMANHO DO REGISTRO     *
      *****************************************************************
      *
       01      TAB-MESTRES-VALORES.
         03    FILLER              PIC     X(011) VALUE 'CADMATR 100'.
         03    FILLER              PIC     X(011) VALUE 'CADFATU 200'.
         03    FILLER              PIC     X(011) VALUE 'CADSALD 100'.
         03    FILLER              PIC     X(011) VALUE 'CADSLCT 100'.
         03    FILLER              PIC     X(011) VALUE 'CADFATN 105'.
         03    FILLER              PIC     X(011) VALUE 'CADFERI 050'.
         03    FILLER              PIC     X(011) VALUE 'CADPCTL 050'.
         03    FILLER              PIC     X(011) VALUE 'CADENTI 050'.
         03    FILLER              PIC     X(011) VALUE 'CADREGI 050'.
         03    FILLER              PIC     X(011) VALUE 'CADDEPT 050'.
         03    FILLER              PIC     X(011) VALUE 'CADPARM 050'.
         03    FILLER              PIC     X(011) VALUE 'CADLOCA 050'.
         03    FILLER              PIC     X(011) VALUE 'CADLOTE 050'.
         03    FILLER              PIC     X(011) VALUE 'CADSERI 100'.
         03    FILLER              PIC     X(011) VALUE 'CADQUAR 050'.
         03    FILLER              PIC     X(011) VALUE 'CADADIA 100'.
         03    FILLER              PIC     X(011) VALUE 'CADNFRG 100'.
         03    FILLER              PIC     X(011) VALUE 'CADDEBM 100'.
         03    FILLER              PIC     X(011) VALUE 'CADAPAG 100'.
         03    FILLER              PIC     X(011) VALUE 'CADCAMB 050'.
         03    FILLER              PIC     X(011) VALUE 'CADCSIG 050'.
         03    FILLER              PIC     X(011) VALUE 'CADDUNC 050'.
         03    FILLER              PIC     X(011) VALUE 'CADBREG 050'.
         03    FILLER              PIC     X(011) VALUE 'CADOMKT 100'.
         03    FILLER              PIC     X(011) VALUE 'CADPCAP 100'.
         03    FILLER              PIC     X(011) VALUE 'CADCNSG 120'.
         03    FILLER              PIC     X(011) VALUE 'CADFCRJ 100'.
         03    FILLER              PIC     X(011) VALUE 'CADPROV 050'.
         03    FILLER              PIC     X(011) VALUE 'CADPORD 100'.
         03    FILLER              PIC     X(011) VALUE 'CADPAPR 150'.
         03    FILLER              PIC     X(011) VALUE 'CADFPHS 100'.
         03    FILLER              PIC     X(011) VALUE 'CADORRP 100'.
         03    FILLER              PIC     X(011) VALUE 'CADRMAR 100'.
         03    FILLER              PIC     X(011) VALUE 'CADRMCT 050'.
         03    FILLER              PIC     X(011) VALUE 'CADCRDN 050'.
         03    FILLER              PIC     X(011) VALUE 'CADRNEG 100'.
         03    FILLER              PIC     X(011) VALUE 'CADMLIQ 050'.
         03    FILLER              PIC     X(011) VALUE 'CADPDDG 100'.
         03    FILLER              PIC     X(011) VALUE 'CADPERD 100'.
         03    FILLER              PIC     X(011) VALUE 'CADCOTU 050'.
         03    FILLER              PIC     X(011) VALUE 'CADNFCT 050'.
         03    FILLER              PIC     X(011) VALUE 'CADFERQ 050'.
         03    FILLER              PIC     X(011) VALUE 'CADOPER 050'.
         03    FILLER              PIC     X(011) VALUE 'CADOPEX 050'.
         03    FILLER              PIC     X(011) VALUE 'CADSPEN 100'.
         03    FILLER              PIC     X(011) VALUE 'CADRCTL 050'.
         03    FILLER              PIC     X(011) VALUE 'CADVCTL 050'.
         03    FILLER              PIC     X(011) VALUE 'CADBCTL 050'.
         03    FILLER              PIC     X(011) VALUE 'CADBXAP 100'.
         03    FILLER              PIC     X(011) VALUE 'CADCNTR 100'.
         03    FILLER              PIC     X(011) VALUE 'CADGREG 050'.
         03    FILLER              PIC     X(011) VALUE 'CADFLOG 250'.
         03    FILLER              PIC     X(011) VALUE 'CADBVER 100'.
         03    FILLER              PIC     X(011) VALUE 'CADOCTL 050'.
         03    FILLER              PIC     X(011) VALUE 'CADHIST 050'.
         03    FILLER              PIC     X(011) VALUE 'CADFHIS 050'.
         03    FILLER              PIC     X(011) VALUE 'CADFISC 050'.
         03    FILLER              PIC     X(011) VALUE 'CADVHIS 050'.
         03    FILLER              PIC     X(011) VALUE 'CADFEXC 200'.
         03    FILLER              PIC     X(011) VALUE 'CADRHIS 050'.
         03    FILLER              PIC     X(011) VALUE 'CADPREC 050'.
         03    FILLER              PIC     X(011) VALUE 'CADBACU 050'.
         03    FILLER              PIC     X(011) VALUE 'CADIMOB 100'.
         03    FILLER              PIC     X(011) VALUE 'CADFLOT 050'.
         03    FILLER              PIC     X(011) VALUE 'CADTRNP 050'.
         03    FILLER              PIC     X(011) VALUE 'CADRESV 050'.
         03    FILLER              PIC     X(011) VALUE 'CADMUNI 050'.
         03    FILLER              PIC     X(011) VALUE 'CADPREV 050'.
       01      FILLER              REDEFINES       TAB-MESTRES-VALORES.
         03    TAB-MST-ITEM        OCCURS  68   TIMES.
           05  TAB-MST-ARQUIVO     PIC     X(008).
           05  TAB-MST-TAM-REG     PIC     9(003).
      *
       01      WS-QTD-TAB-MST      PIC     9(005) COMP    VALUE 68.
       01      WS-IND-TAB-MST      PIC     9(005) COMP    VALUE ZEROS.
      *
      *    IMAGEM SELADA - OS 200 PRIMEIROS BYTES DO REGISTRO, COMO NA
      *    INTERFACE DO COBBB010 (O CADFLOG, DE 250, E SELADO ATE 200)
       01      WS-REG-GERACAO      PIC     X(200) VALUE SPACES.
      *
      *****************************************************************
      *        ENTRADA DO CATALOGO SELECIONADA PARA A CONFERENCIA     *
      *****************************************************************
      *
       01      WS-SW-GER-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-GER-ACHOU                VALUE 'S'.
         88    WS-GER-NAO-ACHOU            VALUE 'N'.
      *
       01      WS-CAT-GERACAO.
         03    WS-CAT-NUM-GERACAO  PIC     9(007) VALUE ZEROS.
         03    WS-CAT-DATA-NEGOCIO PIC     9(008) VALUE ZEROS.
         03    WS-CAT-PROGRAMA     PIC     X(008) VALUE SPACES.
         03    WS-CAT-QTD-REG      PIC     9(009) VALUE ZEROS.
         03    WS-CAT-SELO-QTD     PIC     9(009) VALUE ZEROS.
         03    WS-CAT-SELO-VLR     PIC     9(015)V9(002) VALUE ZEROS.
         03    WS-CAT-SELO-CHECKSUM
                                   PIC     9(009) VALUE ZEROS.
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
       01      WS-SUB-ROTINA       PIC     X(008) VALUE SPACES.
       01      WS-SUB-RETORNO      PIC     9(002) VALUE ZEROS.
      *
      *****************************************************************
      * INPUT..: CADGCAT - CATALOGO DE GERACOES                       *
      *****************************************************************
      *
           COPY    COBO9104.
      *
      *****************************************************************
      * INTERFACE.: CATALOGO DE GERACOES (COBBB010)                   *
      *****************************************************************
      *
           COPY    RUCWS010.
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
         03    LKG-ARQUIVO         PIC     X(008).
         03    LKG-GERACAO         PIC     9(007).
      *****************************************************************
       PROCEDURE   DIVISION        USING LKG-PARM.
      *****************************************************************
      *
           PERFORM 0100-00-PROCED-INICIAIS.

           IF      WS-GER-ACHOU
                   PERFORM 1000-00-PROCED-PRINCIPAIS
                     UNTIL WS-FS-GERACAO   EQUAL 10
                   PERFORM 2000-00-CONFERE-GERACAO
           END-IF.

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

           PERFORM 0400-00-LOCALIZA-GERACAO.

           IF      WS-GER-NAO-ACHOU
                   ADD     001     TO      WS-QTD-DIVERG
                   GO      TO      0100-99-EXIT
           END-IF.

           PERFORM 0450-00-ABRE-GERACAO.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    WS-ARQUIVO      TO      WGC-ARQUIVO.

           PERFORM 0480-00-CHAMA-COBBB010.

           PERFORM 0500-00-LEITURA-GERACAO.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0150-00-CRITICA-PARM        SECTION.
      *****************************************************************
      *    O NUMERO DA GERACAO SO E LIDO QUANDO INFORMADO NO PARM     *
      *
           IF      LKG-TAM         LESS    7
                   PERFORM         0997-00-ABEND-PARM
           END-IF.

           MOVE    LKG-ARQUIVO     TO      WS-ARQUIVO.

           MOVE    ZEROS           TO      WS-TAM-GERACAO.

           PERFORM 0160-00-PROCURA-MESTRE
             VARYING WS-IND-TAB-MST FROM 1 BY 1
             UNTIL WS-IND-TAB-MST GREATER WS-QTD-TAB-MST
             OR    WS-TAM-GERACAO NOT EQUAL ZEROS.

           IF      WS-TAM-GERACAO  EQUAL   ZEROS
                   PERFORM         0997-00-ABEND-PARM
           END-IF.

           MOVE    ZEROS           TO      WS-GERACAO-PEDIDA.

           IF      LKG-TAM         GREATER 8
                   IF      LKG-TAM         LESS    15       OR
                           LKG-GERACAO     NOT NUMERIC
                           PERFORM         0997-00-ABEND-PARM
                   END-IF
                   MOVE    LKG-GERACAO     TO      WS-GERACAO-PEDIDA
           END-IF.
      *
       0150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0160-00-PROCURA-MESTRE      SECTION.
      *****************************************************************
      *
           IF      TAB-MST-ARQUIVO (WS-IND-TAB-MST) EQUAL WS-ARQUIVO
                   MOVE    TAB-MST-TAM-REG (WS-IND-TAB-MST)
                                   TO      WS-TAM-GERACAO
           END-IF.
      *
       0160-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0300-00-TESTA-FS-CADGCAT    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADGCAT NOT EQUAL 00 AND 10
                   MOVE 'CADGCAT'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADGCAT
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0350-00-TESTA-FS-GERACAO    SECTION.
      *****************************************************************
      *    TESTA O STATUS DO ARQUIVO MESTRE PEDIDO NO PARM, O UNICO   *
      *    ABERTO ALEM DO CATALOGO                                    *
      *
           EVALUATE WS-TAM-GERACAO
             WHEN  050
                   MOVE    WS-FS-GERAC050  TO      WS-FS-GERACAO
             WHEN  100
                   MOVE    WS-FS-GERAC100  TO      WS-FS-GERACAO
             WHEN  105
                   MOVE    WS-FS-GERAC105  TO      WS-FS-GERACAO
             WHEN  120
                   MOVE    WS-FS-GERAC120  TO      WS-FS-GERACAO
             WHEN  150
                   MOVE    WS-FS-GERAC150  TO      WS-FS-GERACAO
             WHEN  200
                   MOVE    WS-FS-GERAC200  TO      WS-FS-GERACAO
             WHEN  250
                   MOVE    WS-FS-GERAC250  TO      WS-FS-GERACAO
           END-EVALUATE.

           IF      WS-FS-GERACAO NOT EQUAL 00 AND 10
                   MOVE 'GERAC'    TO      WS-DDNAME-ARQ
                   MOVE  WS-TAM-GERACAO    TO      WS-DDNAME-ARQ (6:3)
                   MOVE  WS-FS-GERACAO
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0350-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-LOCALIZA-GERACAO    SECTION.
      *****************************************************************
      *    PERCORRE O CATALOGO E GUARDA A GERACAO PEDIDA DO ARQUIVO,  *
      *    OU A DE MAIOR NUMERO QUANDO O PARM NAO INFORMA A GERACAO   *
      *
           OPEN    INPUT   CADGCAT.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0300-00-TESTA-FS-CADGCAT.

           PERFORM 0420-00-LEITURA-CADGCAT.

           PERFORM 0410-00-TRATA-CADGCAT
             UNTIL WS-FS-CADGCAT   EQUAL 10.

           CLOSE   CADGCAT.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0300-00-TESTA-FS-CADGCAT.
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0410-00-TRATA-CADGCAT       SECTION.
      *****************************************************************
      *
           IF      GCAT-ARQUIVO    NOT EQUAL WS-ARQUIVO
                   GO      TO      0410-90-LEITURA
           END-IF.

           IF      WS-GERACAO-PEDIDA NOT EQUAL ZEROS
           AND     GCAT-NUM-GERACAO  NOT EQUAL WS-GERACAO-PEDIDA
                   GO      TO      0410-90-LEITURA
           END-IF.

           IF      WS-GER-ACHOU
           AND     GCAT-NUM-GERACAO  NOT GREATER WS-CAT-NUM-GERACAO
                   GO      TO      0410-90-LEITURA
           END-IF.

           SET     WS-GER-ACHOU    TO      TRUE.

           MOVE    GCAT-NUM-GERACAO        TO      WS-CAT-NUM-GERACAO.
           MOVE    GCAT-DATA-NEGOCIO       TO      WS-CAT-DATA-NEGOCIO.
           MOVE    GCAT-PROGRAMA           TO      WS-CAT-PROGRAMA.
           MOVE    GCAT-QTD-REG            TO      WS-CAT-QTD-REG.
           MOVE    GCAT-SELO-QTD           TO      WS-CAT-SELO-QTD.
           MOVE    GCAT-SELO-VLR           TO      WS-CAT-SELO-VLR.
           MOVE    GCAT-SELO-CHECKSUM      TO      WS-CAT-SELO-CHECKSUM.
      *
       0410-90-LEITURA.

           PERFORM 0420-00-LEITURA-CADGCAT.
      *
       0410-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0420-00-LEITURA-CADGCAT     SECTION.
      *****************************************************************
      *
           READ    CADGCAT         INTO    REG-GCAT.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0300-00-TESTA-FS-CADGCAT.

           IF      WS-FS-CADGCAT   EQUAL   00
                   ADD 001         TO      WS-LID-CADGCAT
           END-IF.
      *
       0420-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0450-00-ABRE-GERACAO        SECTION.
      *****************************************************************
      *
           EVALUATE WS-TAM-GERACAO
             WHEN  050
                   OPEN    INPUT   GERAC050
             WHEN  100
                   OPEN    INPUT   GERAC100
             WHEN  105
                   OPEN    INPUT   GERAC105
             WHEN  120
                   OPEN    INPUT   GERAC120
             WHEN  150
                   OPEN    INPUT   GERAC150
             WHEN  200
                   OPEN    INPUT   GERAC200
             WHEN  250
                   OPEN    INPUT   GERAC250
           END-EVALUATE.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0350-00-TESTA-FS-GERACAO.
      *
       0450-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0480-00-CHAMA-COBBB010      SECTION.
      *****************************************************************
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
       0500-00-LEITURA-GERACAO     SECTION.
      *****************************************************************
      *
           MOVE    SPACES          TO      WS-REG-GERACAO.

           EVALUATE WS-TAM-GERACAO
             WHEN  050
                   READ    GERAC050 INTO    WS-REG-GERACAO
             WHEN  100
                   READ    GERAC100 INTO    WS-REG-GERACAO
             WHEN  105
                   READ    GERAC105 INTO    WS-REG-GERACAO
             WHEN  120
                   READ    GERAC120 INTO    WS-REG-GERACAO
             WHEN  150
                   READ    GERAC150 INTO    WS-REG-GERACAO
             WHEN  200
                   READ    GERAC200 INTO    WS-REG-GERACAO
             WHEN  250
                   READ    GERAC250 INTO    WS-REG-GERACAO
           END-EVALUATE.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0350-00-TESTA-FS-GERACAO.

           IF      WS-FS-GERACAO   EQUAL   00
                   ADD 001         TO      WS-LID-GERACAO
           END-IF.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *    RESELA CADA REGISTRO DA GERACAO COMO O GRAVADOR O SELOU    *
      *
           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    WS-REG-GERACAO  TO      WGC-REG-IMAGEM.
           MOVE    WS-TAM-GERACAO  TO      WGC-TAM-REG.

           PERFORM 0480-00-CHAMA-COBBB010.

           PERFORM 0500-00-LEITURA-GERACAO.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2000-00-CONFERE-GERACAO     SECTION.
      *****************************************************************
      *
           MOVE    'F'             TO      WGC-CODOPE.

           PERFORM 0480-00-CHAMA-COBBB010.

           IF      WGC-QTD-REG     NOT EQUAL WS-CAT-QTD-REG
                   ADD     001     TO      WS-QTD-DIVERG
                   DISPLAY '* DIVERGENCIA NA QTDE DE REGISTROS *'
                   MOVE    WS-CAT-QTD-REG  TO      WS-EDICAO
                   DISPLAY '*   CATALOGO...: ' WS-EDICAO
                   MOVE    WGC-QTD-REG     TO      WS-EDICAO
                   DISPLAY '*   RECALCULADO: ' WS-EDICAO
           END-IF.

           IF      WGC-SELO-QTD    NOT EQUAL WS-CAT-SELO-QTD
                   ADD     001     TO      WS-QTD-DIVERG
                   DISPLAY '* DIVERGENCIA NA QTDE SELADA DO ARQUIVO *'
           END-IF.

           IF      WGC-SOMA-VLR    NOT EQUAL WS-CAT-SELO-VLR
                   ADD     001     TO      WS-QTD-DIVERG
                   DISPLAY '* DIVERGENCIA NO HASH DOS VALORES *'
                   MOVE    WS-CAT-SELO-VLR TO      WS-EDICAO-VLR
                   DISPLAY '*   CATALOGO...: ' WS-EDICAO-VLR
                   MOVE    WGC-SOMA-VLR    TO      WS-EDICAO-VLR
                   DISPLAY '*   RECALCULADO: ' WS-EDICAO-VLR
           END-IF.

           IF      WGC-CHECKSUM    NOT EQUAL WS-CAT-SELO-CHECKSUM
                   ADD     001     TO      WS-QTD-DIVERG
                   DISPLAY '* DIVERGENCIA NO CHECKSUM DO ARQUIVO *'
           END-IF.
      *
       2000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           IF      WS-GER-ACHOU
                   EVALUATE WS-TAM-GERACAO
                     WHEN  050
                           CLOSE   GERAC050
                     WHEN  100
                           CLOSE   GERAC100
                     WHEN  105
                           CLOSE   GERAC105
                     WHEN  120
                           CLOSE   GERAC120
                     WHEN  150
                           CLOSE   GERAC150
                     WHEN  200
                           CLOSE   GERAC200
                     WHEN  250
                           CLOSE   GERAC250
                   END-EVALUATE
                   MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ
                   MOVE    006             TO      WS-PTO-ERRO
                   PERFORM 0350-00-TESTA-FS-GERACAO
           END-IF.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB177'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.

           IF      WS-QTD-DIVERG   GREATER ZEROS
                   MOVE    0008    TO      WRL-RETCODE
           ELSE
                   MOVE    ZEROS   TO      WRL-RETCODE
           END-IF.

           MOVE    WS-LID-GERACAO  TO      WRL-QTD-PROC.

           CALL    'COBBB100'      USING   WRL-GRUPO
           END-CALL.

      *    O RETURN-CODE E COLOCADO DEPOIS DA CHAMADA AO COBBB100 -
      *    O RETORNO DA SUBROTINA SUBSTITUI O REGISTRADOR DO
      *    CHAMADOR E LIMPARIA O CODIGO JA COLOCADO
           IF      WS-QTD-DIVERG   GREATER ZEROS
                   MOVE    8       TO      RETURN-CODE
           END-IF.
      *
       3000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3100-00-MONTA-ESTATISTICA   SECTION.
      *****************************************************************
      *
           DISPLAY '******************* GPFPB177 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*   VERIFICACAO DE GERACAO DE ARQUIVO MESTRE  *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB177 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '* ARQUIVO MESTRE....................: '
                   WS-ARQUIVO '  *'.
           IF      WS-GER-NAO-ACHOU
                   MOVE    WS-GERACAO-PEDIDA       TO      WS-EDICAO
                   DISPLAY '* GERACAO PEDIDA (0 = ULTIMA).....: '
                           WS-EDICAO ' *'
                   DISPLAY
                   '*                                             *'
                   DISPLAY
                   '*  GERACAO NAO CATALOGADA NO CADGCAT          *'
           ELSE
                   MOVE    WS-CAT-NUM-GERACAO      TO      WS-EDICAO
                   DISPLAY '* GERACAO VERIFICADA...............: '
                           WS-EDICAO ' *'
                   DISPLAY '* DATA DE NEGOCIO..................: '
                           WS-CAT-DATA-NEGOCIO '  *'
                   DISPLAY '* PROGRAMA GRAVADOR................: '
                           WS-CAT-PROGRAMA '  *'
                   MOVE    WS-LID-GERACAO  TO      WS-EDICAO
                   DISPLAY '* REGISTROS LIDOS..................: '
                           WS-EDICAO ' *'
           END-IF.
           MOVE    WS-LID-CADGCAT  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADGCAT.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-DIVERG   TO      WS-EDICAO.
           DISPLAY '* DIVERGENCIAS APONTADAS...........: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           IF      WS-QTD-DIVERG   GREATER ZEROS
                   DISPLAY
                   '*  GERACAO REPROVADA - USO COMO ENTRADA BARRADO*'
           ELSE
                   DISPLAY
                   '*  GERACAO INTEGRA - SELO CONFERE COM CATALOGO*'
           END-IF.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB177 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0997-00-ABEND-PARM          SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY
           '******************* GPFPB177 ******************'
           DISPLAY
           '*                                             *'
           DISPLAY
           '*    PARAMETRO PARM ESTA INVALIDO             *'
           DISPLAY
           '*    INFORMAR ARQUIVO MESTRE + GERACAO OPCIONAL*'
           DISPLAY
           '*                                             *'
           DISPLAY
           '******************* GPFPB177 ******************'
           DISPLAY
           '*     P R O G R A M A  C A N C E L A D O      *'
           DISPLAY
           '******************* GPFPB177 ******************'

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

           DISPLAY '******************* GPFPB177 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB177 ******************'.
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
           DISPLAY '******************* GPFPB177 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB177 ******************'.

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

           DISPLAY '******************* GPFPB177 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB177 ******************'.
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
           DISPLAY '******************* GPFPB177 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB177 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB177                  *
      *****************************************************************
