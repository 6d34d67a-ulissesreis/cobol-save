      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB147.
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
      * OBJETIVO.....: FECHAR AS ORDENS DE REPOSICAO DA MATRIZ        *
      *                (CADORRP, EMITIDAS PELO GPFPB146) CUJO         *
      *                RECEBIMENTO FOI CONFIRMADO PELA FILIAL         *
      *                (CADRCRP). A ORDEM FECHA COMO 'F' QUANDO A     *
      *                FILIAL RECEBE TUDO O QUE FOI ENVIADO E COMO    *
      *                'D' QUANDO RECEBE MENOS (A DIFERENCA SAI NO    *
      *                RELATORIO PARA APURACAO). O RECEBIDO VIRA UM   *
      *                REGISTRO DE REPOSICAO DA MATRIZ (TIPO 'M') NO  *
      *                CADTRRP, NO LAY-OUT DO CADTRAN, QUE CREDITA A  *
      *                FILIAL NO GPFPB024. GERA O CADASTRO DE ORDENS  *
      *                ATUALIZADO (CADORRN) E O RELATORIO RELRCRP.    *
      *****************************************************************
      * OBSERVACAO...: CADORRP E CADRCRP CLASSIFICADOS POR NUMERO DA  *
      *                ORDEM. O CADTRRP SAI NA ORDEM DAS ORDENS E     *
      *                DEVE SER CLASSIFICADO POR CODIGO DA PECA ANTES *
      *                DO GPFPB024 (HEADER 00000 E TRAILER 99999      *
      *                CONTINUAM NAS PONTAS). COM CONFIRMACAO         *
      *                REJEITADA OU RECEBIMENTO DIVERGENTE O PROGRAMA *
      *                TERMINA COM RETURN-CODE 04                     *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 15/10/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - CADA CADORRN GRAVADO PASSA A SER CATALOGADO *
      *                   NO CADGCAT (ROTINA COBBB010) COMO GERACAO   *
      *                   DO CADORRP, COM A QTDE DE REGISTROS E O     *
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
      * INPUT..: CADORRP - ORDENS DE REPOSICAO ATUAL     - LRECL=100  *
      *****************************************************************
      *
           SELECT  CADORRP  ASSIGN  TO  UT-S-CADORRP
                   FILE     STATUS  IS  WS-FS-CADORRP.
      *
      *****************************************************************
      * INPUT..: CADRCRP - CONFIRMACOES DE RECEBIMENTO   - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADRCRP  ASSIGN  TO  UT-S-CADRCRP
                   FILE     STATUS  IS  WS-FS-CADRCRP.
      *
      *****************************************************************
      * OUTPUT.: CADORRN - ORDENS DE REPOSICAO ATUALIZADO- LRECL=100  *
      *****************************************************************
      *
           SELECT  CADORRN  ASSIGN  TO  UT-S-CADORRN
                   FILE     STATUS  IS  WS-FS-CADORRN.
      *
      *****************************************************************
      * OUTPUT.: CADTRRP - REPOSICOES RECEBIDAS (CADTRAN)- LRECL=100  *
      *****************************************************************
      *
           SELECT  CADTRRP  ASSIGN  TO  UT-S-CADTRRP
                   FILE     STATUS  IS  WS-FS-CADTRRP.
      *
      *****************************************************************
      * OUTPUT.: RELRCRP - RECEBIMENTOS DE REPOSICAO     - LRECL=133  *
      *****************************************************************
      *
           SELECT  RELRCRP  ASSIGN  TO  UT-S-RELRCRP
                   FILE     STATUS  IS  WS-FS-RELRCRP.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *****************************************************************
      * INPUT..: CADORRP - ORDENS DE REPOSICAO ATUAL     - LRECL=100  *
      *****************************************************************
      *
       FD  CADORRP
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADORRP         PIC     X(100).
      *
      *****************************************************************
      * INPUT..: CADRCRP - CONFIRMACOES DE RECEBIMENTO   - LRECL=050  *
      *****************************************************************
      *
       FD  CADRCRP
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADRCRP         PIC     X(050).
      *
      *****************************************************************
      * OUTPUT.: CADORRN - ORDENS DE REPOSICAO ATUALIZADO- LRECL=100  *
      *****************************************************************
      *
       FD  CADORRN
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADORRN         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: CADTRRP - REPOSICOES RECEBIDAS (CADTRAN)- LRECL=100  *
      *****************************************************************
      *
       FD  CADTRRP
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADTRRP         PIC     X(100).
      *
      *****************************************************************
      * OUTPUT.: RELRCRP - RECEBIMENTOS DE REPOSICAO     - LRECL=133  *
      *****************************************************************
      *
       FD  RELRCRP
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELRCRP         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADORRP       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADRCRP       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADORRN       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADTRRP       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELRCRP       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADORRP      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADRCRP      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADORRN      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADTRRP      PIC     9(018) VALUE ZEROS.
       01      WS-DET-CADTRRP      PIC     9(007) VALUE ZEROS.
       01      WS-GRV-RELRCRP      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-FECHADAS     PIC     9(018) VALUE ZEROS.
       01      WS-QTD-DIVERGENTES  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-REJEITADAS   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-EM-TRANSITO  PIC     9(018) VALUE ZEROS.
      *
       01      WS-CHAVE-ORRP       PIC     X(007) VALUE SPACES.
       01      WS-CHAVE-RCRP       PIC     X(007) VALUE SPACES.
      *
       01      WS-QTD-ENVIADA      PIC     9(005) VALUE ZEROS.
       01      WS-QTD-DIFERENCA    PIC     9(005) VALUE ZEROS.
       01      WS-DAT-RECEB        PIC     9(008) VALUE ZEROS.
       01      WS-DAT-EMISSAO      PIC     9(008) VALUE ZEROS.
       01      WS-SITUACAO         PIC     X(010) VALUE SPACES.
       01      WS-MOTIVO           PIC     X(025) VALUE SPACES.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
      *
       01      WS-DATA-AUX         PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DATA-AUX.
        03     WS-AUX-ANO          PIC     9(004).
        03     WS-AUX-MES          PIC     9(002).
        03     WS-AUX-DIA          PIC     9(002).
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
      *    LAY-OUT DO RELATORIO DE RECEBIMENTOS DE REPOSICAO          *
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
              'R E C E B I M E N T O S  D E  R E P O'.
         03    FILLER              PIC     X(027) VALUE
              'S I C A O  D A  M A T R I Z'.
         03    FILLER              PIC     X(026) VALUE SPACES.
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
         03    FILLER              PIC     X(007) VALUE '  ORDEM'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'PECA '.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'FIL. '.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'EMISSAO'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'DATA RECEB'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'ENVIA.'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'RECEB.'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'DIFER.'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'SITUACAO'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(025) VALUE 'OBSERVACAO'.
         03    FILLER              PIC     X(009) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-NUM-ORDEM      PIC     9(007).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-COD-PEC        PIC     9(005).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-COD-FIL        PIC     9(005).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-EMI-DIA        PIC     9(002).
         03    FILLER              PIC     X(001) VALUE '/'.
         03    DET1-EMI-MES        PIC     9(002).
         03    FILLER              PIC     X(001) VALUE '/'.
         03    DET1-EMI-ANO        PIC     9(004).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-REC-DIA        PIC     9(002).
         03    FILLER              PIC     X(001) VALUE '/'.
         03    DET1-REC-MES        PIC     9(002).
         03    FILLER              PIC     X(001) VALUE '/'.
         03    DET1-REC-ANO        PIC     9(004).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-QTD-ENVIADA    PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-QTD-RECEB      PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-QTD-DIFERENCA  PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-SITUACAO       PIC     X(010).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-OBSERVACAO     PIC     X(025).
         03    FILLER              PIC     X(009) VALUE SPACES.
      *
      *****************************************************************
      * I-O....: CADORRP/CADORRN - CADASTRO DE ORDENS DE REPOSICAO    *
      *****************************************************************
      *
           COPY    COBO1100.
      *
      *****************************************************************
      * INPUT..: CADRCRP - CONFIRMACOES DE RECEBIMENTO                *
      *****************************************************************
      *
           COPY    COBI1099.
      *
      *****************************************************************
      * OUTPUT.: CADTRRP - REPOSICOES RECEBIDAS NO LAY-OUT DO CADTRAN *
      *****************************************************************
      *
           COPY    COBI3010.
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
       01      WS-GCAT-CADORRP     PIC     X(300) VALUE SPACES.
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
             UNTIL WS-CHAVE-ORRP   EQUAL   HIGH-VALUES
               AND WS-CHAVE-RCRP   EQUAL   HIGH-VALUES.

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

           OPEN    INPUT   CADORRP
                           CADRCRP
                   OUTPUT  CADORRN
                           CADTRRP
                           RELRCRP.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADORRP'       TO      WGC-ARQUIVO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADORRP.

           PERFORM 1700-00-GRAVACAO-HEADER.

           PERFORM 0500-00-LEITURA-CADORRP.

           PERFORM 0550-00-LEITURA-CADRCRP.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           PERFORM 0300-00-TESTA-FS-CADORRP.

           PERFORM 0310-00-TESTA-FS-CADRCRP.

           PERFORM 0350-00-TESTA-FS-CADORRN.

           PERFORM 0360-00-TESTA-FS-CADTRRP.

           PERFORM 0370-00-TESTA-FS-RELRCRP.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0300-00-TESTA-FS-CADORRP    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADORRP NOT EQUAL 00 AND 10
                   MOVE 'CADORRP'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADORRP
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0310-00-TESTA-FS-CADRCRP    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADRCRP NOT EQUAL 00 AND 10
                   MOVE 'CADRCRP'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADRCRP
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0310-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0350-00-TESTA-FS-CADORRN    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADORRN NOT EQUAL 00
                   MOVE 'CADORRN'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADORRN
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0350-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0360-00-TESTA-FS-CADTRRP    SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADTRRP NOT EQUAL 00
                   MOVE 'CADTRRP'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADTRRP
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0360-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0370-00-TESTA-FS-RELRCRP    SECTION.
      *****************************************************************
      *
           IF      WS-FS-RELRCRP NOT EQUAL 00
                   MOVE 'RELRCRP'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELRCRP
                                   TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0370-99-EXIT.
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
       0500-00-LEITURA-CADORRP     SECTION.
      *****************************************************************
      *
           READ    CADORRP         INTO    REG-ORRP.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0300-00-TESTA-FS-CADORRP.

           IF      WS-FS-CADORRP   EQUAL   00
                   ADD 001         TO      WS-LID-CADORRP
                   MOVE    ORRP-NUM-ORDEM  TO      WS-CHAVE-ORRP
           ELSE
                   MOVE    HIGH-VALUES     TO      WS-CHAVE-ORRP
           END-IF.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0550-00-LEITURA-CADRCRP     SECTION.
      *****************************************************************
      *
           READ    CADRCRP         INTO    REG-RCRP.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0310-00-TESTA-FS-CADRCRP.

           IF      WS-FS-CADRCRP   EQUAL   00
                   ADD 001         TO      WS-LID-CADRCRP
                   MOVE    RCRP-NUM-ORDEM  TO      WS-CHAVE-RCRP
           ELSE
                   MOVE    HIGH-VALUES     TO      WS-CHAVE-RCRP
           END-IF.
      *
       0550-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *    BALANCE-LINE PELO NUMERO DA ORDEM. A ORDEM SO E GRAVADA    *
      *    QUANDO NAO HA MAIS CONFIRMACOES PARA ELA - UMA SEGUNDA     *
      *    CONFIRMACAO DA MESMA ORDEM ENCONTRA A ORDEM JA FECHADA     *
      *
           EVALUATE TRUE
             WHEN  WS-CHAVE-RCRP   LESS    WS-CHAVE-ORRP
                   PERFORM         1100-00-CONFIRMACAO-SEM-ORDEM
                   PERFORM         0550-00-LEITURA-CADRCRP
             WHEN  WS-CHAVE-RCRP   EQUAL   WS-CHAVE-ORRP
                   PERFORM         1200-00-FECHA-ORDEM
                   PERFORM         0550-00-LEITURA-CADRCRP
             WHEN  OTHER
                   PERFORM         1300-00-REGRAVA-ORDEM
                   PERFORM         0500-00-LEITURA-CADORRP
           END-EVALUATE.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-CONFIRMACAO-SEM-ORDEM SECTION.
      *****************************************************************
      *
           MOVE    ZEROS           TO      WS-QTD-ENVIADA
                                           WS-DAT-EMISSAO.

           MOVE    'ORDEM INEXISTENTE'     TO      WS-MOTIVO.

           PERFORM 1250-00-REJEITA-CONFIRMACAO.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-FECHA-ORDEM         SECTION.
      *****************************************************************
      *    CONFERE A CONFIRMACAO COM A ORDEM; SE VALIDA, FECHA A      *
      *    ORDEM E GERA O CREDITO DA FILIAL PARA O GPFPB024           *
      *
           MOVE    ORRP-QTD-ENVIADA        TO      WS-QTD-ENVIADA.
           MOVE    ORRP-DAT-EMISSAO        TO      WS-DAT-EMISSAO.

           IF      NOT ORRP-ABERTA
                   MOVE    'ORDEM JA FECHADA'      TO      WS-MOTIVO
                   PERFORM 1250-00-REJEITA-CONFIRMACAO
                   GO      TO      1200-99-EXIT
           END-IF.

           IF      RCRP-COD-FIL    NOT EQUAL       ORRP-COD-FIL    OR
                   RCRP-COD-PEC    NOT EQUAL       ORRP-COD-PEC
                   MOVE    'FILIAL/PECA NAO CONFERE'
                                           TO      WS-MOTIVO
                   PERFORM 1250-00-REJEITA-CONFIRMACAO
                   GO      TO      1200-99-EXIT
           END-IF.

           IF      RCRP-QTD-RECEB  NOT NUMERIC     OR
                   RCRP-QTD-RECEB  GREATER ORRP-QTD-ENVIADA
                   MOVE    'QTDE RECEBIDA INVALIDA'
                                           TO      WS-MOTIVO
                   PERFORM 1250-00-REJEITA-CONFIRMACAO
                   GO      TO      1200-99-EXIT
           END-IF.

      *    SEM DATA INFORMADA VALE A DATA DO PROCESSAMENTO
           IF      RCRP-DAT-RECEB  NUMERIC         AND
                   RCRP-DAT-RECEB  NOT EQUAL       ZEROS
                   MOVE    RCRP-DAT-RECEB  TO      ORRP-DAT-RECEB
           ELSE
                   MOVE    WS-DATA-PROC    TO      ORRP-DAT-RECEB
           END-IF.

           MOVE    RCRP-QTD-RECEB  TO      ORRP-QTD-RECEB.

           COMPUTE WS-QTD-DIFERENCA =
                   ORRP-QTD-ENVIADA - ORRP-QTD-RECEB.

           IF      WS-QTD-DIFERENCA        EQUAL   ZEROS
                   SET     ORRP-FECHADA    TO      TRUE
                   MOVE    'FECHADA'       TO      WS-SITUACAO
                   MOVE    SPACES          TO      WS-MOTIVO
                   ADD     001     TO      WS-QTD-FECHADAS
           ELSE
                   SET     ORRP-DIVERGENTE TO      TRUE
                   MOVE    'DIVERGENTE'    TO      WS-SITUACAO
                   MOVE    'RECEBIDO A MENOR'
                                           TO      WS-MOTIVO
                   ADD     001     TO      WS-QTD-DIVERGENTES
           END-IF.

           IF      ORRP-QTD-RECEB  GREATER ZEROS
                   PERFORM         1750-00-GRAVACAO-DETALHE
           END-IF.

           MOVE    ORRP-DAT-RECEB  TO      WS-DAT-RECEB.

           PERFORM 2750-00-IMPRIME-CONFIRMACAO.
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1250-00-REJEITA-CONFIRMACAO SECTION.
      *****************************************************************
      *
           ADD     001             TO      WS-QTD-REJEITADAS.

           MOVE    'REJEITADA'     TO      WS-SITUACAO.

           MOVE    ZEROS           TO      WS-QTD-DIFERENCA.

           IF      RCRP-DAT-RECEB  NUMERIC
                   MOVE    RCRP-DAT-RECEB  TO      WS-DAT-RECEB
           ELSE
                   MOVE    ZEROS           TO      WS-DAT-RECEB
           END-IF.

           PERFORM 2750-00-IMPRIME-CONFIRMACAO.
      *
       1250-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1300-00-REGRAVA-ORDEM       SECTION.
      *****************************************************************
      *
           IF      ORRP-ABERTA
                   ADD     001     TO      WS-QTD-EM-TRANSITO
           END-IF.

           WRITE   REG-CADORRN     FROM    REG-ORRP.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0350-00-TESTA-FS-CADORRN.

           ADD     001             TO      WS-GRV-CADORRN.

           MOVE    WS-GCAT-CADORRP TO      WGC-GRUPO.

           MOVE    'A'             TO      WGC-CODOPE.
           MOVE    REG-CADORRN     TO      WGC-REG-IMAGEM.
           MOVE    100             TO      WGC-TAM-REG.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADORRP.
      *
       1300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1700-00-GRAVACAO-HEADER     SECTION.
      *****************************************************************
      *
           MOVE    SPACES          TO      REG-TRAN.

           MOVE    00000           TO      TRAN-COD-PEC.
           MOVE    ZEROS           TO      TRAN-FIL-ORIGEM.
           MOVE    ZEROS           TO      TRAN-FIL-DESTINO.
           MOVE    ZEROS           TO      TRAN-QTD-TRANSF.
           MOVE    ZEROS           TO      TRAN-FIL-ORIG-N.
           MOVE    ZEROS           TO      TRAN-FIL-DEST-N.

           PERFORM 1790-00-GRAVACAO-CADTRRP.
      *
       1700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1750-00-GRAVACAO-DETALHE    SECTION.
      *****************************************************************
      *    REPOSICAO DA MATRIZ: SEM FILIAL DE ORIGEM; A FILIAL DE     *
      *    DESTINO VAI NO CAMPO DE 5 DIGITOS E TAMBEM NO DE 1 DIGITO  *
      *    QUANDO CABE NELE (COMPATIBILIDADE COM LEITORES ANTIGOS)    *
      *
           MOVE    SPACES          TO      REG-TRAN.

           MOVE    ORRP-COD-PEC    TO      TRAN-COD-PEC.
           MOVE    ORRP-QTD-RECEB  TO      TRAN-QTD-TRANSF.
           MOVE    ZEROS           TO      TRAN-FIL-ORIGEM
                                           TRAN-FIL-ORIG-N.
           MOVE    ORRP-COD-FIL    TO      TRAN-FIL-DEST-N.
           MOVE    ORRP-NUM-ORDEM  TO      TRAN-NUM-ORDEM.

           SET     TRAN-REPOSICAO-MATRIZ   TO      TRUE.

           IF      ORRP-COD-FIL    NOT GREATER 9
                   MOVE    ORRP-COD-FIL    TO      TRAN-FIL-DESTINO
           ELSE
                   MOVE    ZEROS   TO      TRAN-FIL-DESTINO
           END-IF.

           PERFORM 1790-00-GRAVACAO-CADTRRP.

           ADD     001             TO      WS-DET-CADTRRP.
      *
       1750-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1780-00-GRAVACAO-TRAILER    SECTION.
      *****************************************************************
      *
           MOVE    SPACES          TO      REG-TRAN.

           MOVE    99999           TO      TRAN-COD-PEC.
           MOVE    WS-DET-CADTRRP  TO      TRAN-QTD-REG.

           PERFORM 1790-00-GRAVACAO-CADTRRP.
      *
       1780-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1790-00-GRAVACAO-CADTRRP    SECTION.
      *****************************************************************
      *
           WRITE   REG-CADTRRP     FROM    REG-TRAN.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0360-00-TESTA-FS-CADTRRP.

           ADD     001             TO      WS-GRV-CADTRRP.
      *
       1790-99-EXIT.
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

           MOVE    CAB1            TO      REG-RELRCRP.
           PERFORM 2700-00-GRAVACAO-RELRCRP.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELRCRP.
           PERFORM 2700-00-GRAVACAO-RELRCRP.

           MOVE    CAB4            TO      REG-RELRCRP.
           PERFORM 2700-00-GRAVACAO-RELRCRP.

           MOVE    CAB6            TO      REG-RELRCRP.
           PERFORM 2700-00-GRAVACAO-RELRCRP.

           MOVE    004             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-GRAVACAO-RELRCRP    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELRCRP.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0370-00-TESTA-FS-RELRCRP.

           ADD     001             TO      WS-GRV-RELRCRP.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2750-00-IMPRIME-CONFIRMACAO SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           ADD     001             TO      WS-LINHAS.

           MOVE    RCRP-NUM-ORDEM  TO      DET1-NUM-ORDEM.
           MOVE    RCRP-COD-PEC    TO      DET1-COD-PEC.
           MOVE    RCRP-COD-FIL    TO      DET1-COD-FIL.

           MOVE    WS-DAT-EMISSAO  TO      WS-DATA-AUX.
           MOVE    WS-AUX-DIA      TO      DET1-EMI-DIA.
           MOVE    WS-AUX-MES      TO      DET1-EMI-MES.
           MOVE    WS-AUX-ANO      TO      DET1-EMI-ANO.

           MOVE    WS-DAT-RECEB    TO      WS-DATA-AUX.
           MOVE    WS-AUX-DIA      TO      DET1-REC-DIA.
           MOVE    WS-AUX-MES      TO      DET1-REC-MES.
           MOVE    WS-AUX-ANO      TO      DET1-REC-ANO.

           MOVE    WS-QTD-ENVIADA  TO      DET1-QTD-ENVIADA.

           IF      RCRP-QTD-RECEB  NUMERIC
                   MOVE    RCRP-QTD-RECEB  TO      DET1-QTD-RECEB
           ELSE
                   MOVE    ZEROS           TO      DET1-QTD-RECEB
           END-IF.

           MOVE    WS-QTD-DIFERENCA
                                   TO      DET1-QTD-DIFERENCA.
           MOVE    WS-SITUACAO     TO      DET1-SITUACAO.
           MOVE    WS-MOTIVO       TO      DET1-OBSERVACAO.

           MOVE    DET1            TO      REG-RELRCRP.
           PERFORM 2700-00-GRAVACAO-RELRCRP.
      *
       2750-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           PERFORM 1780-00-GRAVACAO-TRAILER.

           CLOSE   CADORRP
                   CADRCRP
                   CADORRN
                   CADTRRP
                   RELRCRP.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    WS-GCAT-CADORRP TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB147'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0490-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADORRP.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB147'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           IF      WS-QTD-REJEITADAS       GREATER ZEROS   OR
                   WS-QTD-DIVERGENTES      GREATER ZEROS
                   MOVE    0004    TO      WRL-RETCODE
           ELSE
                   MOVE    ZEROS   TO      WRL-RETCODE
           END-IF.
           MOVE    WS-LID-CADRCRP  TO      WRL-QTD-PROC.

           CALL    'COBBB100'      USING   WRL-GRUPO
           END-CALL.

      *    O RETURN-CODE E COLOCADO DEPOIS DA CHAMADA AO COBBB100 -
      *    O RETORNO DA SUBROTINA SUBSTITUI O REGISTRADOR DO
      *    CHAMADOR E LIMPARIA O CODIGO JA COLOCADO
           IF      WS-QTD-REJEITADAS       GREATER ZEROS   OR
                   WS-QTD-DIVERGENTES      GREATER ZEROS
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
           DISPLAY '******************* GPFPB147 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB147 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADORRP  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADORRP.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADRCRP  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADRCRP.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADORRN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADORRN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADORRP TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADORRP.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADTRRP  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADTRRP.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-RELRCRP  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- RELRCRP.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-FECHADAS TO      WS-EDICAO.
           DISPLAY '* ORDENS FECHADAS..................: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-DIVERGENTES
                                   TO      WS-EDICAO.
           DISPLAY '* ORDENS FECHADAS COM DIVERGENCIA..: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-REJEITADAS
                                   TO      WS-EDICAO.
           DISPLAY '* CONFIRMACOES REJEITADAS..........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-EM-TRANSITO
                                   TO      WS-EDICAO.
           DISPLAY '* ORDENS AINDA EM TRANSITO.........: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB147 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB147 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB147 ******************'.
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
           DISPLAY '******************* GPFPB147 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB147 ******************'.

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

           DISPLAY '******************* GPFPB147 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB147 ******************'.
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
           DISPLAY '******************* GPFPB147 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB147 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB147                  *
      *****************************************************************
