      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB161.
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
      * OBJETIVO.....: PROCESSAR O RETORNO DO GATEWAY FISCAL (CADNFRT)*
      *                SOBRE O REGISTRO DAS NF-E DOS EMBARQUES        *
      *                (CADNFEM, GPFPB160), GRAVANDO O REGISTRO       *
      *                ATUALIZADO (CADNFEA):                          *
      *                - AUTORIZADA: GUARDA CHAVE DE ACESSO E         *
      *                  PROTOCOLO; O EMBARQUE ESTA LIBERADO          *
      *                - REJEITADA: GUARDA O MOTIVO; O EMBARQUE FICA  *
      *                  RETIDO NO PLANEJAMENTO DAS CARGAS (GPFPB150) *
      *                A NOTA JA AUTORIZADA NAO VOLTA A REJEITADA     *
      *                (RETORNO REPETIDO DO GATEWAY). O RELNFRT LISTA *
      *                AS NOTAS QUE RETEM EMBARQUE, AS AINDA SEM      *
      *                RETORNO E OS RETORNOS SEM NOTA NO REGISTRO.    *
      *****************************************************************
      * OBSERVACAO...: COM NOTA REJEITADA OU RETORNO SEM NOTA O       *
      *                PROGRAMA TERMINA COM RETURN-CODE 04            *
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
      * INPUT..: CADNFEM - REGISTRO DAS NF-E EMITIDAS    - LRECL=150  *
      *****************************************************************
      *
           SELECT  CADNFEM  ASSIGN  TO  UT-S-CADNFEM
                   FILE     STATUS  IS  WS-FS-CADNFEM.
      *
      *****************************************************************
      * INPUT..: CADNFRT - RETORNO DO GATEWAY FISCAL     - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADNFRT  ASSIGN  TO  UT-S-CADNFRT
                   FILE     STATUS  IS  WS-FS-CADNFRT.
      *
      *****************************************************************
      * OUTPUT.: CADNFEA - REGISTRO DAS NF-E ATUALIZADO  - LRECL=150  *
      *****************************************************************
      *
           SELECT  CADNFEA  ASSIGN  TO  UT-S-CADNFEA
                   FILE     STATUS  IS  WS-FS-CADNFEA.
      *
      *****************************************************************
      * OUTPUT.: RELNFRT - RETORNO DAS NF-E              - LRECL=133  *
      *****************************************************************
      *
           SELECT  RELNFRT  ASSIGN  TO  UT-S-RELNFRT
                   FILE     STATUS  IS  WS-FS-RELNFRT.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *****************************************************************
      * INPUT..: CADNFEM - REGISTRO DAS NF-E EMITIDAS    - LRECL=150  *
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
      * INPUT..: CADNFRT - RETORNO DO GATEWAY FISCAL     - LRECL=100  *
      *****************************************************************
      *
       FD  CADNFRT
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADNFRT         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: CADNFEA - REGISTRO DAS NF-E ATUALIZADO  - LRECL=150  *
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
      * OUTPUT.: RELNFRT - RETORNO DAS NF-E              - LRECL=133  *
      *****************************************************************
      *
       FD  RELNFRT
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELNFRT         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADNFEM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADNFRT       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADNFEA       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELNFRT       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADNFEM      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADNFRT      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADNFEA      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELNFRT      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-AUTORIZADAS  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-REJEITADAS   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-PENDENTES    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-NAO-EMITIDAS PIC     9(018) VALUE ZEROS.
       01      WS-QTD-RET-SEM-NOTA PIC     9(018) VALUE ZEROS.
       01      WS-QTD-RET-IGNORADO PIC     9(018) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA DO REGISTRO DAS NOTAS                           *
      *****************************************************************
      *
       01      WS-QTD-TAB-NFE      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-NFE      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-NOTAS.
         03    TAB-NFE-ITEM        OCCURS  05000  TIMES.
           05  TAB-NFE-CHAVE.
             07 TAB-NFE-SERIE      PIC     9(003).
             07 TAB-NFE-NUMERO     PIC     9(009).
           05  TAB-NFE-REGISTRO    PIC     X(150).
      *
       01      WS-CHAVE-RETORNO.
         03    WS-CHV-SERIE        PIC     9(003).
         03    WS-CHV-NUMERO       PIC     9(009).
      *
       01      WS-SW-NFE-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-NFE-ACHOU                VALUE 'S'.
         88    WS-NFE-NAO-ACHOU            VALUE 'N'.
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
      *    LAY-OUT DO RELATORIO DO RETORNO DAS NF-E                   *
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
         03    FILLER              PIC     X(036) VALUE SPACES.
         03    FILLER              PIC     X(057) VALUE
              'R E T O R N O  D O  G A T E W A Y  -  N F - E'.
         03    FILLER              PIC     X(028) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'PAGINA.: '.
         03    CAB3-PAGINA         PIC     ZZ9.
      *
       01      CAB4.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(131) VALUE ALL '-'.
         03    FILLER              PIC     X(001) VALUE SPACES.
      *
       01      CAB6.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(003) VALUE 'SER'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(011) VALUE '     NUMERO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(007) VALUE 'ENTID.'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'EMBARQUE'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(040) VALUE
               'SITUACAO / OCORRENCIA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'MOTIVO'.
         03    FILLER              PIC     X(044) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-SERIE          PIC     9(003).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NUMERO         PIC     ZZZ.ZZZ.ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-CD-ENTI        PIC     X(007).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-DAT-EMBARQUE   PIC     X(010).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-SITUACAO       PIC     X(040).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-COD-MOTIVO     PIC     X(003).
         03    FILLER              PIC     X(044) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADNFEM - REGISTRO DAS NF-E EMITIDAS                 *
      *****************************************************************
      *
           COPY    COBO1228.
      *
      *****************************************************************
      * INPUT..: CADNFRT - RETORNO DO GATEWAY FISCAL                  *
      *****************************************************************
      *
           COPY    COBI1228.
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
             UNTIL WS-FS-CADNFRT   EQUAL 10.

           PERFORM 2000-00-GRAVA-REGISTRO
             VARYING WS-IND-TAB-NFE FROM 1 BY 1
             UNTIL WS-IND-TAB-NFE  GREATER WS-QTD-TAB-NFE.

           PERFORM 3000-00-PROCED-FINAIS.

           GOBACK.
      *
      *****************************************************************
       0100-00-PROCED-INICIAIS     SECTION.
      *****************************************************************
      *
           MOVE    FUNCTION CURRENT-DATE (9:6)
                                   TO      WS-HORA-INICIO.

           OPEN    INPUT   CADNFEM
                           CADNFRT
                   OUTPUT  CADNFEA
                           RELNFRT.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 0400-00-CARGA-TAB-NOTAS
             UNTIL WS-FS-CADNFEM   EQUAL   10.

           PERFORM 0500-00-LEITURA-CADNFRT.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADNFEM NOT EQUAL 00 AND 10
                   MOVE 'CADNFEM'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADNFEM     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADNFRT NOT EQUAL 00 AND 10
                   MOVE 'CADNFRT'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADNFRT     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADNFEA NOT EQUAL 00
                   MOVE 'CADNFEA'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADNFEA     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-RELNFRT NOT EQUAL 00
                   MOVE 'RELNFRT'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELNFRT     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-TAB-NOTAS     SECTION.
      *****************************************************************
      *
           READ    CADNFEM         INTO    REG-NFEM.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADNFEM   NOT EQUAL       00
                   GO      TO      0400-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADNFEM.

           IF      WS-QTD-TAB-NFE  GREATER OR EQUAL 05000
                   PERFORM 0989-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-NFE.

           MOVE    NFEM-SERIE      TO
                   TAB-NFE-SERIE      (WS-QTD-TAB-NFE).
           MOVE    NFEM-NUMERO     TO
                   TAB-NFE-NUMERO     (WS-QTD-TAB-NFE).
           MOVE    REG-NFEM        TO
                   TAB-NFE-REGISTRO   (WS-QTD-TAB-NFE).
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-LEITURA-CADNFRT     SECTION.
      *****************************************************************
      *
           READ    CADNFRT         INTO    REG-RTNF.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADNFRT   EQUAL   00
                   ADD 001         TO      WS-LID-CADNFRT
           END-IF.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *    APLICA UM RETORNO DO GATEWAY SOBRE A NOTA DO REGISTRO      *
      *
           MOVE    RTNF-SERIE      TO      WS-CHV-SERIE.
           MOVE    RTNF-NUMERO     TO      WS-CHV-NUMERO.

           PERFORM 1100-00-PROCURA-NOTA.

           IF      WS-NFE-NAO-ACHOU
                   ADD     001     TO      WS-QTD-RET-SEM-NOTA
                   MOVE    'RETORNO SEM NOTA NO REGISTRO (CADNFEM)'
                                   TO      DET1-SITUACAO
                   PERFORM 1500-00-IMPRIME-RETORNO
                   GO      TO      1000-90-LEITURA
           END-IF.

           MOVE    TAB-NFE-REGISTRO (WS-IND-TAB-NFE)
                                   TO      REG-NFEM.

           EVALUATE TRUE
             WHEN  NOT RTNF-AUTORIZADA AND NOT RTNF-REJEITADA
                   ADD     001     TO      WS-QTD-RET-IGNORADO
                   MOVE    'RETORNO COM SITUACAO INVALIDA-IGNORADO'
                                   TO      DET1-SITUACAO
                   PERFORM 1500-00-IMPRIME-RETORNO
             WHEN  RTNF-REJEITADA AND NFEM-AUTORIZADA
                   ADD     001     TO      WS-QTD-RET-IGNORADO
                   MOVE    'REJEICAO DE NOTA JA AUTORIZADA-IGNORADA'
                                   TO      DET1-SITUACAO
                   PERFORM 1500-00-IMPRIME-RETORNO
             WHEN  OTHER
                   MOVE    RTNF-SITUACAO   TO      NFEM-SITUACAO
                   MOVE    RTNF-CHAVE-ACESSO
                                   TO      NFEM-CHAVE-ACESSO
                   MOVE    RTNF-PROTOCOLO  TO      NFEM-PROTOCOLO
                   MOVE    RTNF-DAT-RETORNO
                                   TO      NFEM-DAT-RETORNO
                   IF      RTNF-REJEITADA
                           MOVE    RTNF-COD-MOTIVO
                                   TO      NFEM-COD-MOTIVO
                   ELSE
                           MOVE    ZEROS   TO      NFEM-COD-MOTIVO
                   END-IF
                   MOVE    REG-NFEM        TO
                           TAB-NFE-REGISTRO (WS-IND-TAB-NFE)
           END-EVALUATE.
      *
       1000-90-LEITURA.

           PERFORM 0500-00-LEITURA-CADNFRT.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-PROCURA-NOTA        SECTION.
      *****************************************************************
      *    A NOTA NAO EMITIDA (NUMERO ZEROS) NUNCA CASA COM RETORNO   *
      *
           SET     WS-NFE-NAO-ACHOU        TO      TRUE.

           IF      WS-CHV-NUMERO   NOT NUMERIC
             OR    WS-CHV-NUMERO   EQUAL   ZEROS
                   GO      TO      1100-99-EXIT
           END-IF.

           PERFORM VARYING WS-IND-TAB-NFE FROM 1 BY 1
                   UNTIL   WS-IND-TAB-NFE GREATER WS-QTD-TAB-NFE
                   OR      WS-NFE-ACHOU

             IF    TAB-NFE-CHAVE (WS-IND-TAB-NFE)
                                   EQUAL   WS-CHAVE-RETORNO
                   SET     WS-NFE-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-NFE-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-NFE
           END-IF.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1500-00-IMPRIME-RETORNO     SECTION.
      *****************************************************************
      *    OCORRENCIA DO RETORNO; A ENTIDADE VEM DA NOTA, QUANDO HA   *
      *
           MOVE    RTNF-SERIE      TO      DET1-SERIE.
           MOVE    RTNF-NUMERO     TO      DET1-NUMERO.
           MOVE    RTNF-COD-MOTIVO TO      DET1-COD-MOTIVO.

           IF      WS-NFE-ACHOU
                   MOVE    NFEM-CD-ENTI    TO      DET1-CD-ENTI
                   PERFORM 1560-00-EDITA-EMBARQUE
           ELSE
                   MOVE    SPACES  TO      DET1-CD-ENTI
                                           DET1-DAT-EMBARQUE
           END-IF.

           PERFORM 1600-00-IMPRIME-LINHA.
      *
       1500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1560-00-EDITA-EMBARQUE      SECTION.
      *****************************************************************
      *
           MOVE    NFEM-DAT-EMBARQUE (7:2) TO      WS-DIA.
           MOVE    NFEM-DAT-EMBARQUE (5:2) TO      WS-MES.
           MOVE    NFEM-DAT-EMBARQUE (1:4) TO      WS-ANO.
           MOVE    WS-DATA         TO      DET1-DAT-EMBARQUE.
      *
       1560-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1600-00-IMPRIME-LINHA       SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM 1650-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    DET1            TO      REG-RELNFRT.
           PERFORM 1690-00-GRAVACAO-RELNFRT.

           ADD     001             TO      WS-LINHAS.
      *
       1600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1650-00-GRAVACAO-CABECALHO  SECTION.
      *****************************************************************
      *    A DATA DO CABECALHO USA AREA PROPRIA - WS-DATA TAMBEM      *
      *    EDITA A DATA DO EMBARQUE DA LINHA                          *
      *
           MOVE    FUNCTION CURRENT-DATE
                                   TO      WS-TIME.

           MOVE    WS-TIME-DIA     TO      CAB1-DATA (1:2).
           MOVE    '/'             TO      CAB1-DATA (3:1).
           MOVE    WS-TIME-MES     TO      CAB1-DATA (4:2).
           MOVE    '/'             TO      CAB1-DATA (6:1).
           MOVE    WS-TIME-ANO     TO      CAB1-DATA (7:4).

           MOVE    CAB1            TO      REG-RELNFRT.
           PERFORM 1690-00-GRAVACAO-RELNFRT.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELNFRT.
           PERFORM 1690-00-GRAVACAO-RELNFRT.

           MOVE    CAB4            TO      REG-RELNFRT.
           PERFORM 1690-00-GRAVACAO-RELNFRT.

           MOVE    CAB6            TO      REG-RELNFRT.
           PERFORM 1690-00-GRAVACAO-RELNFRT.

           MOVE    CAB4            TO      REG-RELNFRT.
           PERFORM 1690-00-GRAVACAO-RELNFRT.

           MOVE    005             TO      WS-LINHAS.
      *
       1650-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1690-00-GRAVACAO-RELNFRT    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELNFRT.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-RELNFRT.
      *
       1690-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2000-00-GRAVA-REGISTRO      SECTION.
      *****************************************************************
      *    GRAVA O REGISTRO ATUALIZADO E LISTA AS NOTAS QUE NAO       *
      *    ESTAO AUTORIZADAS                                          *
      *
           MOVE    TAB-NFE-REGISTRO (WS-IND-TAB-NFE)
                                   TO      REG-NFEM.

           WRITE   REG-CADNFEA     FROM    REG-NFEM.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADNFEA.

           MOVE    NFEM-SERIE      TO      DET1-SERIE.
           MOVE    NFEM-NUMERO     TO      DET1-NUMERO.
           MOVE    NFEM-CD-ENTI    TO      DET1-CD-ENTI.
           PERFORM 1560-00-EDITA-EMBARQUE.
           MOVE    NFEM-COD-MOTIVO TO      DET1-COD-MOTIVO.

           EVALUATE TRUE
             WHEN  NFEM-AUTORIZADA
                   ADD     001     TO      WS-QTD-AUTORIZADAS
             WHEN  NFEM-REJEITADA
                   ADD     001     TO      WS-QTD-REJEITADAS
                   MOVE    'REJEITADA - EMBARQUE RETIDO'
                                   TO      DET1-SITUACAO
                   PERFORM 1600-00-IMPRIME-LINHA
             WHEN  NFEM-NAO-EMITIDA
                   ADD     001     TO      WS-QTD-NAO-EMITIDAS
                   MOVE    'NAO EMITIDA - EMBARQUE RETIDO'
                                   TO      DET1-SITUACAO
                   PERFORM 1600-00-IMPRIME-LINHA
             WHEN  OTHER
                   ADD     001     TO      WS-QTD-PENDENTES
                   MOVE    SPACES  TO      DET1-COD-MOTIVO
                   MOVE    'TRANSMITIDA - SEM RETORNO DO GATEWAY'
                                   TO      DET1-SITUACAO
                   PERFORM 1600-00-IMPRIME-LINHA
           END-EVALUATE.
      *
       2000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           CLOSE   CADNFEM
                   CADNFRT
                   CADNFEA
                   RELNFRT.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB161'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           IF      WS-QTD-REJEITADAS       GREATER ZEROS
              OR   WS-QTD-RET-SEM-NOTA     GREATER ZEROS
                   MOVE    0004    TO      WRL-RETCODE
           ELSE
                   MOVE    ZEROS   TO      WRL-RETCODE
           END-IF.
           MOVE    WS-LID-CADNFRT  TO      WRL-QTD-PROC.

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
           DISPLAY '******************* GPFPB161 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB161 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADNFEM  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADNFEM.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADNFRT  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADNFRT.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADNFEA  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADNFEA.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-RELNFRT  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- RELNFRT.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-AUTORIZADAS
                                   TO      WS-EDICAO.
           DISPLAY '* NOTAS AUTORIZADAS................: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-REJEITADAS
                                   TO      WS-EDICAO.
           DISPLAY '* NOTAS REJEITADAS (RETIDAS).......: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-NAO-EMITIDAS
                                   TO      WS-EDICAO.
           DISPLAY '* NOTAS NAO EMITIDAS (RETIDAS).....: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-PENDENTES
                                   TO      WS-EDICAO.
           DISPLAY '* NOTAS SEM RETORNO DO GATEWAY.....: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-RET-SEM-NOTA
                                   TO      WS-EDICAO.
           DISPLAY '* RETORNOS SEM NOTA NO REGISTRO....: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-RET-IGNORADO
                                   TO      WS-EDICAO.
           DISPLAY '* RETORNOS IGNORADOS...............: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB161 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB161 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB161 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB161 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0989-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB161 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB161 ******************'.
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
           DISPLAY '******************* GPFPB161 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB161 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB161                  *
      *****************************************************************
