      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB149.
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
      * OBJETIVO.....: ABATER OS CREDITOS DE DEVOLUCAO DAS ENTIDADES  *
      *                (CADCRED, GERADOS PELO GPFPB148, MAIS O SALDO  *
      *                NAO USADO DA EXECUCAO ANTERIOR) DAS GUIAS EM   *
      *                ABERTO DO CADMFIN (SEM BAIXA NO CADMLIQ). A    *
      *                GUIA SO E BAIXADA QUANDO O CREDITO DA ENTIDADE *
      *                COBRE O SEU VALOR INTEIRO: A BAIXA SAI NO      *
      *                CADMLQC, NO LAY-OUT DO CADMLIQ COM ORIGEM 'C'. *
      *                O CREDITO QUE SOBRA VOLTA NO CADCRDN E AS      *
      *                BAIXAS E SALDOS SAEM NO RELATORIO RELCRED.     *
      *****************************************************************
      * OBSERVACAO...: O CADCRDN DEVE SER CONCATENADO AO CADCRED DA   *
      *                PROXIMA EXECUCAO E O CADMLQC ACRESCENTADO AO   *
      *                CADMLIQ CUMULATIVO. AS GUIAS SAO CONSUMIDAS NA *
      *                ORDEM DO CADMFIN                               *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 15/10/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - CADA CADCRDN GRAVADO PASSA A SER CATALOGADO *
      *                   NO CADGCAT (ROTINA COBBB010) COM A QTDE DE  *
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
      *****************************************************************
      * INPUT..: CADCRED - CREDITOS DAS ENTIDADES        - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADCRED  ASSIGN  TO  UT-S-CADCRED
                   FILE     STATUS  IS  WS-FS-CADCRED.
      *
      *****************************************************************
      * INPUT..: CADMFIN - GUIAS POSTADAS                - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADMFIN  ASSIGN  TO  UT-S-CADMFIN
                   FILE     STATUS  IS  WS-FS-CADMFIN.
      *
      *****************************************************************
      * INPUT..: CADMLIQ - GUIAS LIQUIDADAS              - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADMLIQ  ASSIGN  TO  UT-S-CADMLIQ
                   FILE     STATUS  IS  WS-FS-CADMLIQ.
      *
      *****************************************************************
      * OUTPUT.: CADMLQC - GUIAS BAIXADAS COM CREDITO    - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADMLQC  ASSIGN  TO  UT-S-CADMLQC
                   FILE     STATUS  IS  WS-FS-CADMLQC.
      *
      *****************************************************************
      * OUTPUT.: CADCRDN - SALDO DOS CREDITOS            - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADCRDN  ASSIGN  TO  UT-S-CADCRDN
                   FILE     STATUS  IS  WS-FS-CADCRDN.
      *
      *****************************************************************
      * OUTPUT.: RELCRED - CREDITOS DE DEVOLUCAO         - LRECL=133  *
      *****************************************************************
      *
           SELECT  RELCRED  ASSIGN  TO  UT-S-RELCRED
                   FILE     STATUS  IS  WS-FS-RELCRED.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *****************************************************************
      * INPUT..: CADCRED - CREDITOS DAS ENTIDADES        - LRECL=050  *
      *****************************************************************
      *
       FD  CADCRED
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCRED         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADMFIN - GUIAS POSTADAS                - LRECL=100  *
      *****************************************************************
      *
       FD  CADMFIN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADMFIN         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADMLIQ - GUIAS LIQUIDADAS              - LRECL=050  *
      *****************************************************************
      *
       FD  CADMLIQ
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADMLIQ         PIC     X(050).
      *
      *****************************************************************
      * OUTPUT.: CADMLQC - GUIAS BAIXADAS COM CREDITO    - LRECL=050  *
      *****************************************************************
      *
       FD  CADMLQC
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADMLQC         PIC     X(050).
      *
      *****************************************************************
      * OUTPUT.: CADCRDN - SALDO DOS CREDITOS            - LRECL=050  *
      *****************************************************************
      *
       FD  CADCRDN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADCRDN         PIC     X(050).
      *
      *****************************************************************
      * OUTPUT.: RELCRED - CREDITOS DE DEVOLUCAO         - LRECL=133  *
      *****************************************************************
      *
       FD  RELCRED
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELCRED         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADCRED       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADMFIN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADMLIQ       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADMLQC       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADCRDN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELCRED       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADCRED      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADMFIN      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADMLIQ      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADMLQC      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADCRDN      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELCRED      PIC     9(018) VALUE ZEROS.
      *
       01      WS-VLR-TOT-CREDITO  PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-VLR-TOT-ABATIDO  PIC     9(015)V9(002) VALUE ZEROS.
       01      WS-VLR-TOT-SALDO    PIC     9(015)V9(002) VALUE ZEROS.
      *
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
      *
       01      WS-CHAVE-GUIA       PIC     X(025) VALUE SPACES.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
       01      WS-EDICAO-VLR       PIC     ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA COM O CREDITO DISPONIVEL POR ENTIDADE           *
      *****************************************************************
      *
       01      WS-QTD-TAB-CRD      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-CRD      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-CREDITOS.
         03    TAB-CRD-ITEM        OCCURS  05000  TIMES.
           05  TAB-CRD-COD-ENTIDAT PIC     9(007).
           05  TAB-CRD-VLR-SALDO   PIC     9(013)V9(002).
      *
       01      WS-SW-CRD-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-CRD-ACHOU                VALUE 'S'.
         88    WS-CRD-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA COM AS GUIAS LIQUIDADAS                         *
      *****************************************************************
      *
       01      WS-QTD-TAB-LIQ      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-LIQ      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-LIQUIDADAS.
         03    TAB-LIQ-ITEM        OCCURS  05000  TIMES.
           05  TAB-LIQ-CHAVE       PIC     X(025).
      *
       01      WS-SW-LIQ-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-LIQ-ACHOU                VALUE 'S'.
         88    WS-LIQ-NAO-ACHOU            VALUE 'N'.
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
      *    LAY-OUT DO RELATORIO DE CREDITOS DE DEVOLUCAO              *
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
         03    FILLER              PIC     X(035) VALUE SPACES.
         03    FILLER              PIC     X(058) VALUE
              'C R E D I T O S  D E  D E V O L U C A O'.
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
         03    FILLER              PIC     X(012) VALUE 'LANCAMENTO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(007) VALUE 'ENTID.'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(004) VALUE 'AG. '.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'CONTA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(012) VALUE 'GUIA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(018) VALUE
               '     VALOR ABATIDO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(018) VALUE
               '  SALDO DO CREDITO'.
         03    FILLER              PIC     X(039) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-LANCAMENTO     PIC     X(012).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-COD-ENTIDAT    PIC     9(007).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-AGENCIA        PIC     X(004).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-CONTA          PIC     X(009).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NUM-GUIA       PIC     X(012).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-VLR-ABATIDO    PIC     ZZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-VLR-SALDO      PIC     ZZZ.ZZZ.ZZZ.ZZ9,99.
         03    FILLER              PIC     X(039) VALUE SPACES.
      *
      *****************************************************************
      * I-O....: CADCRED/CADCRDN - CREDITOS DAS ENTIDADES             *
      *****************************************************************
      *
           COPY    COBO1102.
      *
      *****************************************************************
      * INPUT..: CADMFIN - GUIAS POSTADAS                             *
      *****************************************************************
      *
           COPY    COBO4002.
      *
      *****************************************************************
      * I-O....: CADMLIQ/CADMLQC - GUIAS LIQUIDADAS                   *
      *****************************************************************
      *
           COPY    COBI1061.
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
       01      WS-GCAT-CADCRDN     PIC     X(300) VALUE SPACES.
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
             UNTIL WS-FS-CADMFIN   EQUAL 10.

           PERFORM 2000-00-GRAVACAO-CADCRDN.

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

           OPEN    INPUT   CADCRED
                           CADMFIN
                           CADMLIQ
                   OUTPUT  CADMLQC
                           CADCRDN
                           RELCRED.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADCRDN'       TO      WGC-ARQUIVO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADCRDN.

           PERFORM 0400-00-CARGA-TAB-LIQUID
             UNTIL WS-FS-CADMLIQ   EQUAL   10.

           PERFORM 0420-00-CARGA-TAB-CREDITO
             UNTIL WS-FS-CADCRED   EQUAL   10.

           PERFORM 0500-00-LEITURA-CADMFIN.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADCRED NOT EQUAL 00 AND 10
                   MOVE 'CADCRED'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCRED     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADMFIN NOT EQUAL 00 AND 10
                   MOVE 'CADMFIN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMFIN     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADMLIQ NOT EQUAL 00 AND 10
                   MOVE 'CADMLIQ'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMLIQ     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADMLQC NOT EQUAL 00
                   MOVE 'CADMLQC'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMLQC     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADCRDN NOT EQUAL 00
                   MOVE 'CADCRDN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADCRDN     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-RELCRED NOT EQUAL 00
                   MOVE 'RELCRED'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELCRED     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-TAB-LIQUID    SECTION.
      *****************************************************************
      *
           READ    CADMLIQ         INTO    REG-MLIQ.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADMLIQ   EQUAL   00
                   ADD 001         TO      WS-LID-CADMLIQ

                   IF      WS-QTD-TAB-LIQ  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-LIQ
                   MOVE    MLIQ-CHAVE      TO
                           TAB-LIQ-CHAVE (WS-QTD-TAB-LIQ)
           END-IF.
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0420-00-CARGA-TAB-CREDITO   SECTION.
      *****************************************************************
      *    SOMA OS CREDITOS (NOVOS E SALDO ANTERIOR) POR ENTIDADE     *
      *
           READ    CADCRED         INTO    REG-CRED.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADCRED   NOT EQUAL       00
                   GO      TO      0420-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADCRED.

           ADD     CRED-VLR        TO      WS-VLR-TOT-CREDITO.

           SET     WS-CRD-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-CRD FROM 1 BY 1
                   UNTIL   WS-IND-TAB-CRD GREATER WS-QTD-TAB-CRD
                   OR      WS-CRD-ACHOU

             IF    CRED-COD-ENTIDAT EQUAL
                   TAB-CRD-COD-ENTIDAT (WS-IND-TAB-CRD)
                   SET     WS-CRD-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-CRD-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-CRD
                   ADD     CRED-VLR        TO
                           TAB-CRD-VLR-SALDO (WS-IND-TAB-CRD)
           ELSE
                   IF      WS-QTD-TAB-CRD  GREATER OR EQUAL 05000
                           PERFORM 0989-00-ABEND-TABELA
                   END-IF
                   ADD     001     TO      WS-QTD-TAB-CRD
                   MOVE    CRED-COD-ENTIDAT        TO
                           TAB-CRD-COD-ENTIDAT (WS-QTD-TAB-CRD)
                   MOVE    CRED-VLR        TO
                           TAB-CRD-VLR-SALDO   (WS-QTD-TAB-CRD)
           END-IF.
      *
       0420-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0490-00-CHAMA-COBBB010      SECTION.
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
       0490-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-LEITURA-CADMFIN     SECTION.
      *****************************************************************
      *
           READ    CADMFIN         INTO    REG-MFIN.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADMFIN   EQUAL   00
                   ADD 001         TO      WS-LID-CADMFIN
           END-IF.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *
           PERFORM 1100-00-AVALIA-GUIA.

           PERFORM 0500-00-LEITURA-CADMFIN.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-AVALIA-GUIA         SECTION.
      *****************************************************************
      *    GUIA EM ABERTO DE ENTIDADE COM CREDITO SUFICIENTE PARA O   *
      *    VALOR INTEIRO E BAIXADA (A BAIXA PARCIAL NAO EXISTE NO     *
      *    CADMLIQ - A CHAVE PRESENTE QUITA A GUIA)                   *
      *
           IF      MFIN-VLR-LANCTO EQUAL   ZEROS
                   GO      TO      1100-99-EXIT
           END-IF.

           SET     WS-CRD-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-CRD FROM 1 BY 1
                   UNTIL   WS-IND-TAB-CRD GREATER WS-QTD-TAB-CRD
                   OR      WS-CRD-ACHOU

             IF    MFIN-COD-ENT    EQUAL
                   TAB-CRD-COD-ENTIDAT (WS-IND-TAB-CRD)
                   SET     WS-CRD-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-CRD-NAO-ACHOU
                   GO      TO      1100-99-EXIT
           END-IF.

           SUBTRACT 001            FROM    WS-IND-TAB-CRD.

           IF      TAB-CRD-VLR-SALDO (WS-IND-TAB-CRD)
                                   LESS    MFIN-VLR-LANCTO
                   GO      TO      1100-99-EXIT
           END-IF.

           MOVE    SPACES          TO      WS-CHAVE-GUIA.
           MOVE    MFIN-AGENCIA    TO      WS-CHAVE-GUIA (1:4).
           MOVE    MFIN-CONTA      TO      WS-CHAVE-GUIA (5:9).
           MOVE    MFIN-NUM-GUIA   TO      WS-CHAVE-GUIA (14:12).

           SET     WS-LIQ-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-LIQ FROM 1 BY 1
                   UNTIL   WS-IND-TAB-LIQ GREATER WS-QTD-TAB-LIQ
                   OR      WS-LIQ-ACHOU

             IF    WS-CHAVE-GUIA   EQUAL
                   TAB-LIQ-CHAVE (WS-IND-TAB-LIQ)
                   SET     WS-LIQ-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-LIQ-ACHOU
                   GO      TO      1100-99-EXIT
           END-IF.

           SUBTRACT MFIN-VLR-LANCTO        FROM
                   TAB-CRD-VLR-SALDO (WS-IND-TAB-CRD).

           ADD     MFIN-VLR-LANCTO TO      WS-VLR-TOT-ABATIDO.

           PERFORM 1200-00-GRAVACAO-CADMLQC.

           MOVE    'GUIA ABATIDA'  TO      DET1-LANCAMENTO.
           MOVE    MFIN-COD-ENT    TO      DET1-COD-ENTIDAT.
           MOVE    MFIN-AGENCIA    TO      DET1-AGENCIA.
           MOVE    MFIN-CONTA      TO      DET1-CONTA.
           MOVE    MFIN-NUM-GUIA   TO      DET1-NUM-GUIA.
           MOVE    MFIN-VLR-LANCTO TO      DET1-VLR-ABATIDO.
           MOVE    TAB-CRD-VLR-SALDO (WS-IND-TAB-CRD)
                                   TO      DET1-VLR-SALDO.

           PERFORM 2750-00-IMPRIME-DETALHE.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-GRAVACAO-CADMLQC    SECTION.
      *****************************************************************
      *
           MOVE    SPACES          TO      REG-MLIQ.

           MOVE    MFIN-AGENCIA    TO      MLIQ-AGENCIA.
           MOVE    MFIN-CONTA      TO      MLIQ-CONTA.
           MOVE    MFIN-NUM-GUIA   TO      MLIQ-NUM-GUIA.
           MOVE    MFIN-VLR-LANCTO TO      MLIQ-VLR-PAGO.
           MOVE    WS-DATA-PROC    TO      MLIQ-DAT-PAGTO.
           SET     MLIQ-ORIGEM-CREDITO     TO      TRUE.

           WRITE   REG-CADMLQC     FROM    REG-MLIQ.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADMLQC.
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2000-00-GRAVACAO-CADCRDN    SECTION.
      *****************************************************************
      *    O CREDITO QUE NAO COBRIU NENHUMA GUIA FICA PARA A PROXIMA  *
      *    EXECUCAO                                                   *
      *
           MOVE    WS-GCAT-CADCRDN TO      WGC-GRUPO.

           PERFORM VARYING WS-IND-TAB-CRD FROM 1 BY 1
                   UNTIL   WS-IND-TAB-CRD GREATER WS-QTD-TAB-CRD

             IF    TAB-CRD-VLR-SALDO (WS-IND-TAB-CRD) GREATER ZEROS

                   MOVE  SPACES            TO      REG-CRED
                   MOVE  TAB-CRD-COD-ENTIDAT (WS-IND-TAB-CRD) TO
                         CRED-COD-ENTIDAT
                   MOVE  ZEROS             TO      CRED-NUM-AUTORIZ
                   MOVE  TAB-CRD-VLR-SALDO (WS-IND-TAB-CRD)   TO
                         CRED-VLR
                   MOVE  WS-DATA-PROC      TO      CRED-DAT-CREDITO

                   WRITE REG-CADCRDN       FROM    REG-CRED

                   MOVE ' NA GRAVACAO '    TO      WS-ACESSO-ARQ
                   MOVE  006               TO      WS-PTO-ERRO
                   PERFORM 0200-00-TESTA-FILE-STATUS

                   ADD   001               TO      WS-GRV-CADCRDN
                   ADD   CRED-VLR          TO      WS-VLR-TOT-SALDO

                   MOVE 'A'                TO      WGC-CODOPE
                   MOVE  REG-CADCRDN       TO      WGC-REG-IMAGEM
                   MOVE  050               TO      WGC-TAM-REG
                   PERFORM 0490-00-CHAMA-COBBB010

                   MOVE  'SALDO CREDOR'    TO      DET1-LANCAMENTO
                   MOVE  CRED-COD-ENTIDAT  TO      DET1-COD-ENTIDAT
                   MOVE  SPACES            TO      DET1-AGENCIA
                                                   DET1-CONTA
                                                   DET1-NUM-GUIA
                   MOVE  ZEROS             TO      DET1-VLR-ABATIDO
                   MOVE  CRED-VLR          TO      DET1-VLR-SALDO

                   PERFORM 2750-00-IMPRIME-DETALHE

             END-IF

           END-PERFORM.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADCRDN.
      *
       2000-99-EXIT.
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

           MOVE    CAB1            TO      REG-RELCRED.
           PERFORM 2700-00-GRAVACAO-RELCRED.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELCRED.
           PERFORM 2700-00-GRAVACAO-RELCRED.

           MOVE    CAB4            TO      REG-RELCRED.
           PERFORM 2700-00-GRAVACAO-RELCRED.

           MOVE    CAB6            TO      REG-RELCRED.
           PERFORM 2700-00-GRAVACAO-RELCRED.

           MOVE    004             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-GRAVACAO-RELCRED    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELCRED.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-RELCRED.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2750-00-IMPRIME-DETALHE     SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           ADD     001             TO      WS-LINHAS.

           MOVE    DET1            TO      REG-RELCRED.
           PERFORM 2700-00-GRAVACAO-RELCRED.
      *
       2750-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           CLOSE   CADCRED
                   CADMFIN
                   CADMLIQ
                   CADMLQC
                   CADCRDN
                   RELCRED.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    WS-GCAT-CADCRDN TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB149'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    009             TO      WS-PTO-ERRO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADCRDN.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB149'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           MOVE    ZEROS           TO      WRL-RETCODE.
           MOVE    WS-LID-CADMFIN  TO      WRL-QTD-PROC.

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
           DISPLAY '******************* GPFPB149 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB149 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADCRED  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADCRED.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADMFIN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADMFIN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADMLIQ  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADMLIQ.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADMLQC  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADMLQC.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADCRDN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADCRDN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADCRDN TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADCRDN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-RELCRED  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- RELCRED.: ' WS-EDICAO
           ' *'.
           MOVE    WS-VLR-TOT-CREDITO
                                   TO      WS-EDICAO-VLR.
           DISPLAY '* CREDITO DISPONIVEL: ' WS-EDICAO-VLR
           '      *'.
           MOVE    WS-VLR-TOT-ABATIDO
                                   TO      WS-EDICAO-VLR.
           DISPLAY '* ABATIDO DAS GUIAS.: ' WS-EDICAO-VLR
           '      *'.
           MOVE    WS-VLR-TOT-SALDO
                                   TO      WS-EDICAO-VLR.
           DISPLAY '* SALDO REMANESCENTE: ' WS-EDICAO-VLR
           '      *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB149 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB149 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB149 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB149 ******************'.

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

           DISPLAY '******************* GPFPB149 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB149 ******************'.
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
           DISPLAY '******************* GPFPB149 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB149 ******************'.

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

           DISPLAY '******************* GPFPB149 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB149 ******************'.
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
           DISPLAY '******************* GPFPB149 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB149 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB149                  *
      *****************************************************************
