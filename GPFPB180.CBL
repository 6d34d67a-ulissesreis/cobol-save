      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB180.
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
      * OBJETIVO.....: REVERSAO DE EXECUCAO INCOMPLETA SOBRE A MATRIZ *
      *                CHAVEADA CADMATRK. LOCALIZA NO DIARIO CADJMTK  *
      *                A ULTIMA EXECUCAO DO PROGRAMA INFORMADO NO     *
      *                PARM; SE ELA NAO TIVER O REGISTRO DE FIM       *
      *                NORMAL, REGRAVA NO CADMATRK A PRIMEIRA IMAGEM  *
      *                ANTERIOR DE CADA PECA ALTERADA PELA EXECUCAO   *
      *                (O ESTADO DA PECA ANTES DA EXECUCAO), LISTA AS *
      *                PECAS RESTAURADAS NO RELREVT E REGISTRA A      *
      *                REVERSAO NO DIARIO (ROTINA COBBB011), PARA QUE *
      *                O PROGRAMA POSSA SER SIMPLESMENTE REEXECUTADO. *
      *                SE OUTRO PROGRAMA ALTEROU DEPOIS DO INICIO DA  *
      *                EXECUCAO INCOMPLETA UMA PECA ALTERADA POR ELA, *
      *                NADA E REVERTIDO: AS PECAS EM CONFLITO E AS    *
      *                EXECUCOES QUE AS ALTERARAM SAO LISTADAS NO     *
      *                RELREVT E O RETORNO E 8                        *
      *****************************************************************
      * PARAMETRO....: PARM='PPPPPPPP' - PROGRAMA CANCELADO (GPFPB039,*
      *                GPFPB084, GPFPB085, GPFPB094, GPFPB095,        *
      *                GPFPB117, GPFPB140, GPFPB141, GPFPB142 OU      *
      *                GPFPB146)                                      *
      *****************************************************************
      * OBSERVACAO...: SEM EXECUCAO INCOMPLETA DO PROGRAMA NO DIARIO  *
      *                NADA E ALTERADO E O RETORNO E ZERO, PARA QUE O *
      *                PASSO POSSA FICAR FIXO NA JCL DE REINICIO.     *
      *                PECA DO DIARIO INEXISTENTE NO CADMATRK NAO E   *
      *                RESTAURADA E O RETORNO E 4. NAO EXECUTAR APOS  *
      *                RECARGA DO CADMATRK PELO GPFPB075 - A RECARGA  *
      *                JA DESCARTA A ATUALIZACAO PELA METADE. COM     *
      *                RETORNO 8 (CONFLITO) O CADMATRK DEVE SER       *
      *                RECUPERADO PELA RECARGA DO GPFPB075            *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 15/10/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - NAO REVERTE A EXECUCAO SE PECA ALTERADA POR *
      *                   ELA FOI ALTERADA DEPOIS POR OUTRO PROGRAMA -*
      *                   LISTA O CONFLITO E TERMINA COM RETORNO 8.   *
      *                   INCLUIDOS GPFPB140, 141, 142 E 146 NO PARM  *
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
           SELECT  CADJMTK  ASSIGN  TO  UT-S-CADJMTK
                   FILE     STATUS  IS  WS-FS-CADJMTK.
      *
           SELECT  CADMATRK ASSIGN  TO  CADMATRK
                   ORGANIZATION IS  INDEXED
                   ACCESS MODE  IS  RANDOM
                   RECORD KEY   IS  MATRK-COD-PEC
                   FILE     STATUS  IS  WS-FS-CADMATRK.
      *
           SELECT  RELREVT  ASSIGN  TO  UT-S-RELREVT
                   FILE     STATUS  IS  WS-FS-RELREVT.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *
       FD  CADJMTK
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADJMTK         PIC     X(150).
      *
       FD  CADMATRK
           LABEL      RECORD    IS  STANDARD.
      *
       01      REG-CADMATRK.
           03  MATRK-COD-PEC       PIC     9(005).
           03  FILLER              PIC     X(095).
      *
       FD  RELREVT
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELREVT         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADJMTK       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADMATRK      PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELREVT       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADJMTK      PIC     9(018) VALUE ZEROS.
       01      WS-REG-CADMATRK     PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELREVT      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-IMAGENS-EXEC PIC     9(009) VALUE ZEROS.
       01      WS-QTD-IMAGENS-LIDAS
                                   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SUPERADAS    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-INEXISTENTES PIC     9(018) VALUE ZEROS.
       01      WS-QTD-CONFLITOS    PIC     9(018) VALUE ZEROS.
       01      WS-QTD-IMAGENS-CONFL
                                   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-EXEC-POSTERIORES
                                   PIC     9(018) VALUE ZEROS.
      *
       01      WS-PROGRAMA         PIC     X(008) VALUE SPACES.
      *
       01      WS-ULT-DATA-EXEC    PIC     9(008) VALUE ZEROS.
       01      WS-ULT-HORA-EXEC    PIC     9(008) VALUE ZEROS.
      *
       01      WS-SIT-EXECUCAO     PIC     X(001) VALUE 'N'.
           88  WS-SEM-EXECUCAO                     VALUE 'N'.
           88  WS-EXECUCAO-COMPLETA                VALUE 'C'.
           88  WS-EXECUCAO-INCOMPLETA              VALUE 'P'.
           88  WS-EXECUCAO-CONFLITANTE             VALUE 'X'.
      *
       01      WS-SW-INICIO-EXEC   PIC     X(001) VALUE 'N'.
           88  WS-APOS-INICIO-EXEC                 VALUE 'S'.
      *
       01      WS-QTD-ATUAL        PIC     9(005) VALUE ZEROS.
      *
       01      WS-DT-AUX           PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-DT-AUX.
        03     WS-AUX-ANO          PIC     9(004).
        03     WS-AUX-MES          PIC     9(002).
        03     WS-AUX-DIA          PIC     9(002).
      *
       01      WS-HR-AUX           PIC     9(008) VALUE ZEROS.
       01      FILLER              REDEFINES       WS-HR-AUX.
        03     WS-AUX-HORA         PIC     9(002).
        03     WS-AUX-MINUTO       PIC     9(002).
        03     WS-AUX-SEGUNDO      PIC     9(002).
        03     WS-AUX-CENTESIMO    PIC     9(002).
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
      *****************************************************************
      *        PECAS JA RESTAURADAS (INDICE = CODIGO DA PECA + 1) -   *
      *        SO A PRIMEIRA IMAGEM DE CADA PECA NA EXECUCAO VOLTA    *
      *****************************************************************
      *
       01      WS-IND-PECA         PIC     9(006) COMP    VALUE ZEROS.
      *
       01      TAB-PECAS-REVERTIDAS.
         03    TAB-PECA-SW         PIC     X(001)
                                   OCCURS  100000 TIMES.
           88  TAB-PECA-REVERTIDA          VALUE 'S'.
      *
      *****************************************************************
      *        PECAS ALTERADAS DESDE O INICIO DA EXECUCAO INCOMPLETA  *
      *        (INDICE = CODIGO DA PECA + 1) - PECA ALTERADA PELA     *
      *        EXECUCAO E POR OUTRO PROGRAMA FICA EM CONFLITO         *
      *****************************************************************
      *
       01      TAB-PECAS-DIARIO.
         03    TAB-DIA-SW          PIC     X(001)
                                   OCCURS  100000 TIMES.
           88  TAB-DIA-LIVRE               VALUE 'N'.
           88  TAB-DIA-EXECUCAO            VALUE 'E'.
           88  TAB-DIA-OUTRO-PGM           VALUE 'O'.
           88  TAB-DIA-CONFLITO            VALUE 'C'.
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
      *    LAY-OUT DO RELATORIO DE REVERSAO DO CADMATRK               *
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
         03    FILLER              PIC     X(043) VALUE SPACES.
         03    FILLER              PIC     X(043) VALUE
         'R E V E R S A O  D A  M A T R I Z  K S D S'.
         03    FILLER              PIC     X(035) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'PAGINA.: '.
         03    CAB3-PAGINA         PIC     ZZ9.
      *
       01      CAB4.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(131) VALUE ALL '-'.
         03    FILLER              PIC     X(001) VALUE SPACES.
      *
       01      CAB5.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE 'PROGRAMA: '.
         03    CAB5-PROGRAMA       PIC     X(008).
         03    FILLER              PIC     X(003) VALUE ' - '.
         03    FILLER              PIC     X(022) VALUE
               'EXECUCAO INICIADA EM: '.
         03    CAB5-DIA            PIC     9(002).
         03    FILLER              PIC     X(001) VALUE '/'.
         03    CAB5-MES            PIC     9(002).
         03    FILLER              PIC     X(001) VALUE '/'.
         03    CAB5-ANO            PIC     9(004).
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    CAB5-HORA           PIC     9(002).
         03    FILLER              PIC     X(001) VALUE ':'.
         03    CAB5-MINUTO         PIC     9(002).
         03    FILLER              PIC     X(001) VALUE ':'.
         03    CAB5-SEGUNDO        PIC     9(002).
         03    FILLER              PIC     X(003) VALUE ' - '.
         03    FILLER              PIC     X(020) VALUE
               'IMAGENS NO DIARIO: '.
         03    CAB5-QTD-IMAGENS    PIC     ZZZ.ZZZ.ZZ9.
         03    FILLER              PIC     X(034) VALUE SPACES.
      *
       01      CAB6.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'PECA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(030) VALUE
               'NOME DA PECA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(011) VALUE
               ' SEQ.IMAGEM'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(012) VALUE
               'ETQ.DESFEITO'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(014) VALUE
               'ETQ.RESTAURADO'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(045) VALUE
               'OBSERVACAO'.
      *
       01      DET1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-COD-PEC        PIC     9(005).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NOME           PIC     X(030).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-SEQ            PIC     ZZZ.ZZZ.ZZ9.
         03    FILLER              PIC     X(009) VALUE SPACES.
         03    DET1-QTD-DESFEITA   PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(011) VALUE SPACES.
         03    DET1-QTD-RESTAURADA PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-OBSERVACAO     PIC     X(045).
      *
       01      DET2.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(060) VALUE
         '*** NENHUMA EXECUCAO INCOMPLETA DO PROGRAMA NO DIARIO ***'.
         03    FILLER              PIC     X(070) VALUE SPACES.
      *
       01      CAB7.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'PECA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(030) VALUE
               'NOME DA PECA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(008) VALUE 'PROGRAMA'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(019) VALUE
               'INICIO DA EXECUCAO'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(011) VALUE
               ' SEQ.IMAGEM'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(044) VALUE
               'OBSERVACAO'.
      *
       01      DET3.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET3-COD-PEC        PIC     9(005).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET3-NOME           PIC     X(030).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET3-PROGRAMA       PIC     X(008).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET3-DIA            PIC     9(002).
         03    FILLER              PIC     X(001) VALUE '/'.
         03    DET3-MES            PIC     9(002).
         03    FILLER              PIC     X(001) VALUE '/'.
         03    DET3-ANO            PIC     9(004).
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    DET3-HORA           PIC     9(002).
         03    FILLER              PIC     X(001) VALUE ':'.
         03    DET3-MINUTO         PIC     9(002).
         03    FILLER              PIC     X(001) VALUE ':'.
         03    DET3-SEGUNDO        PIC     9(002).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET3-SEQ            PIC     ZZZ.ZZZ.ZZ9.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET3-OBSERVACAO     PIC     X(044).
      *
       01      ROD1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(060) VALUE
         'REVERSAO REGISTRADA NO DIARIO CADJMTK - O PROGRAMA PODE SER'.
         03    FILLER              PIC     X(070) VALUE
         ' REEXECUTADO'.
      *
       01      ROD2.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(060) VALUE
         'EXECUCAO NAO REVERTIDA - PECAS ALTERADAS DEPOIS POR OUTRO PR'.
         03    FILLER              PIC     X(070) VALUE
         'OGRAMA. RECUPERAR O CADMATRK PELA RECARGA (GPFPB075)'.
      *
      *****************************************************************
      * INPUT..: CADJMTK - DIARIO DE ATUALIZACOES DO CADMATRK         *
      *****************************************************************
      *
           COPY    COBO9106.
      *
      *****************************************************************
      * I-O....: CADMATRK - MATRIZ CHAVEADA (LAY-OUT CADMATR)         *
      *****************************************************************
      *
           COPY    COBO1010.
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
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************
      *
       01      LKG-PARM.
         03    LKG-TAM             PIC    S9(004) COMP.
         03    LKG-PROGRAMA        PIC     X(008).
      *****************************************************************
       PROCEDURE   DIVISION        USING LKG-PARM.
      *****************************************************************
      *
           PERFORM 0100-00-PROCED-INICIAIS.

           IF      WS-EXECUCAO-INCOMPLETA
                   PERFORM 1000-00-PROCED-PRINCIPAIS
                     UNTIL WS-FS-CADJMTK   EQUAL 10
           END-IF.

           IF      WS-EXECUCAO-CONFLITANTE
                   PERFORM 1500-00-LISTA-CONFLITOS
                     UNTIL WS-FS-CADJMTK   EQUAL 10
           END-IF.

           PERFORM 3000-00-PROCED-FINAIS.

           GOBACK.
      *
      *****************************************************************
       0100-00-PROCED-INICIAIS     SECTION.
      *****************************************************************
      *    PRIMEIRA PASSADA NO DIARIO: LOCALIZA A ULTIMA EXECUCAO DO  *
      *    PROGRAMA. SO SE ELA ESTIVER INCOMPLETA O DIARIO E RELIDO   *
      *    E O CADMATRK E ABERTO PARA A REVERSAO - OU, COM PECAS EM   *
      *    CONFLITO, SO O DIARIO E RELIDO PARA LISTA-LAS              *
      *
           MOVE    FUNCTION CURRENT-DATE (9:6)
                                   TO      WS-HORA-INICIO.

           PERFORM 0150-00-CRITICA-PARM.

           MOVE    ALL 'N'         TO      TAB-PECAS-REVERTIDAS.
           MOVE    ALL 'N'         TO      TAB-PECAS-DIARIO.

           OPEN    INPUT   CADJMTK
                   OUTPUT  RELREVT.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 0500-00-LEITURA-CADJMTK.

           PERFORM 0400-00-LOCALIZA-EXECUCAO
             UNTIL WS-FS-CADJMTK   EQUAL 10.

           CLOSE   CADJMTK.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    WS-PROGRAMA     TO      CAB5-PROGRAMA.

           MOVE    WS-ULT-DATA-EXEC        TO      WS-DT-AUX.
           MOVE    WS-AUX-DIA      TO      CAB5-DIA.
           MOVE    WS-AUX-MES      TO      CAB5-MES.
           MOVE    WS-AUX-ANO      TO      CAB5-ANO.

           MOVE    WS-ULT-HORA-EXEC        TO      WS-HR-AUX.
           MOVE    WS-AUX-HORA     TO      CAB5-HORA.
           MOVE    WS-AUX-MINUTO   TO      CAB5-MINUTO.
           MOVE    WS-AUX-SEGUNDO  TO      CAB5-SEGUNDO.

           MOVE    WS-QTD-IMAGENS-EXEC     TO      CAB5-QTD-IMAGENS.

           IF      NOT WS-EXECUCAO-INCOMPLETA
                   PERFORM 2600-00-GRAVACAO-CABECALHO
                   MOVE    DET2    TO      REG-RELREVT
                   PERFORM 2700-00-GRAVACAO-RELREVT
                   GO      TO      0100-99-EXIT
           END-IF.

           IF      WS-QTD-CONFLITOS        GREATER ZEROS
                   SET     WS-EXECUCAO-CONFLITANTE TO      TRUE
                   OPEN    INPUT   CADJMTK
                   MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ
                   MOVE    010     TO      WS-PTO-ERRO
                   PERFORM 0200-00-TESTA-FILE-STATUS
                   PERFORM 0500-00-LEITURA-CADJMTK
                   GO      TO      0100-99-EXIT
           END-IF.

           OPEN    INPUT   CADJMTK
                   I-O     CADMATRK.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 0350-00-TESTA-FS-CADMATRK.

           PERFORM 0500-00-LEITURA-CADJMTK.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0150-00-CRITICA-PARM        SECTION.
      *****************************************************************
      *
           IF      LKG-TAM         LESS        8           OR
                   LKG-PROGRAMA    EQUAL       SPACES
                   PERFORM         0997-00-ABEND-PARM
           END-IF.

           MOVE    LKG-PROGRAMA    TO      WS-PROGRAMA.
      *
       0150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADJMTK NOT EQUAL 00 AND 10
                   MOVE 'CADJMTK'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADJMTK     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-RELREVT NOT EQUAL 00
                   MOVE 'RELREVT'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELREVT     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0350-00-TESTA-FS-CADMATRK   SECTION.
      *****************************************************************
      *    O STATUS 23 (CHAVE NAO ENCONTRADA) E TRATADO NO PONTO DA   *
      *    LEITURA - OS DEMAIS CANCELAM O PROGRAMA                    *
      *
           IF      WS-FS-CADMATRK NOT EQUAL 00 AND 23
                   MOVE 'CADMATRK' TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMATRK    TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0350-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-LOCALIZA-EXECUCAO   SECTION.
      *****************************************************************
      *    A ULTIMA EXECUCAO E A DO ULTIMO REGISTRO DE INICIO DO      *
      *    PROGRAMA; FICA COMPLETA COM O FIM NORMAL OU A REVERSAO.    *
      *    ENQUANTO ELA ESTA INCOMPLETA, AS EXECUCOES E AS IMAGENS DE *
      *    OUTROS PROGRAMAS GRAVADAS DEPOIS DO SEU INICIO SAO         *
      *    MARCADAS PARA A CRITICA DE CONFLITO                        *
      *
           IF      JMTK-PROGRAMA   NOT EQUAL WS-PROGRAMA
                   IF      WS-EXECUCAO-INCOMPLETA
                           PERFORM 0420-00-MARCA-OUTRO-PGM
                   END-IF
                   GO  TO  0400-88-LE-PROXIMO
           END-IF.

           IF      JMTK-INICIO
                   MOVE    JMTK-DATA-EXEC  TO      WS-ULT-DATA-EXEC
                   MOVE    JMTK-HORA-EXEC  TO      WS-ULT-HORA-EXEC
                   MOVE    ZEROS           TO      WS-QTD-IMAGENS-EXEC
                   MOVE    ZEROS           TO      WS-QTD-CONFLITOS
                   MOVE    ZEROS   TO      WS-QTD-EXEC-POSTERIORES
                   MOVE    ALL 'N'         TO      TAB-PECAS-DIARIO
                   SET     WS-EXECUCAO-INCOMPLETA  TO      TRUE
                   GO  TO  0400-88-LE-PROXIMO
           END-IF.

           IF      JMTK-DATA-EXEC  NOT EQUAL WS-ULT-DATA-EXEC
           OR      JMTK-HORA-EXEC  NOT EQUAL WS-ULT-HORA-EXEC
                   GO  TO  0400-88-LE-PROXIMO
           END-IF.

           IF      JMTK-IMAGEM-ANTERIOR
                   ADD     001     TO      WS-QTD-IMAGENS-EXEC
                   PERFORM 0430-00-MARCA-EXECUCAO
           END-IF.

           IF      JMTK-FIM-NORMAL OR JMTK-REVERTIDA
                   SET     WS-EXECUCAO-COMPLETA    TO      TRUE
           END-IF.
      *
       0400-88-LE-PROXIMO.

           PERFORM 0500-00-LEITURA-CADJMTK.
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0420-00-MARCA-OUTRO-PGM     SECTION.
      *****************************************************************
      *    EXECUCAO DE OUTRO PROGRAMA INICIADA DEPOIS DA EXECUCAO     *
      *    INCOMPLETA, OU IMAGEM DE PECA GRAVADA POR OUTRO PROGRAMA   *
      *    DEPOIS DO INICIO DELA                                      *
      *
           IF      JMTK-INICIO
                   ADD     001     TO      WS-QTD-EXEC-POSTERIORES
                   GO      TO      0420-99-EXIT
           END-IF.

           IF      NOT JMTK-IMAGEM-ANTERIOR
                   GO      TO      0420-99-EXIT
           END-IF.

           COMPUTE WS-IND-PECA     =       JMTK-COD-PEC + 1.

           IF      TAB-DIA-EXECUCAO (WS-IND-PECA)
                   SET     TAB-DIA-CONFLITO (WS-IND-PECA)  TO TRUE
                   ADD     001     TO      WS-QTD-CONFLITOS
           END-IF.

           IF      TAB-DIA-LIVRE (WS-IND-PECA)
                   SET     TAB-DIA-OUTRO-PGM (WS-IND-PECA) TO TRUE
           END-IF.
      *
       0420-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0430-00-MARCA-EXECUCAO      SECTION.
      *****************************************************************
      *    PECA ALTERADA PELA EXECUCAO INCOMPLETA - SE OUTRO PROGRAMA *
      *    JA A ALTEROU DEPOIS DO INICIO DA EXECUCAO, FICA EM CONFLITO*
      *
           COMPUTE WS-IND-PECA     =       JMTK-COD-PEC + 1.

           IF      TAB-DIA-OUTRO-PGM (WS-IND-PECA)
                   SET     TAB-DIA-CONFLITO (WS-IND-PECA)  TO TRUE
                   ADD     001     TO      WS-QTD-CONFLITOS
           END-IF.

           IF      TAB-DIA-LIVRE (WS-IND-PECA)
                   SET     TAB-DIA-EXECUCAO (WS-IND-PECA)  TO TRUE
           END-IF.
      *
       0430-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-LEITURA-CADJMTK     SECTION.
      *****************************************************************
      *
           READ    CADJMTK         INTO    REG-JMTK.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADJMTK   EQUAL   00
                   ADD 001         TO      WS-LID-CADJMTK
           END-IF.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *    SEGUNDA PASSADA: SO AS IMAGENS ANTERIORES DA EXECUCAO      *
      *    INCOMPLETA LOCALIZADA NA PRIMEIRA                          *
      *
           IF      JMTK-PROGRAMA   EQUAL   WS-PROGRAMA
           AND     JMTK-DATA-EXEC  EQUAL   WS-ULT-DATA-EXEC
           AND     JMTK-HORA-EXEC  EQUAL   WS-ULT-HORA-EXEC
           AND     JMTK-IMAGEM-ANTERIOR
                   PERFORM 1100-00-REVERTE-IMAGEM
           END-IF.

           PERFORM 0500-00-LEITURA-CADJMTK.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-REVERTE-IMAGEM      SECTION.
      *****************************************************************
      *    A PRIMEIRA IMAGEM DA PECA NA EXECUCAO E O ESTADO ANTERIOR  *
      *    A ELA; AS SEGUINTES REFLETEM ALTERACOES DA PROPRIA         *
      *    EXECUCAO E SAO DESPREZADAS                                 *
      *
           ADD     001             TO      WS-QTD-IMAGENS-LIDAS.

           COMPUTE WS-IND-PECA     =       JMTK-COD-PEC + 1.

           IF      TAB-PECA-REVERTIDA (WS-IND-PECA)
                   ADD     001     TO      WS-QTD-SUPERADAS
                   GO      TO      1100-99-EXIT
           END-IF.

           SET     TAB-PECA-REVERTIDA (WS-IND-PECA)        TO TRUE.

           MOVE    JMTK-COD-PEC    TO      MATRK-COD-PEC.

           READ    CADMATRK.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0350-00-TESTA-FS-CADMATRK.

           MOVE    JMTK-SEQ        TO      DET1-SEQ.

           IF      WS-FS-CADMATRK  EQUAL   23
                   ADD     001     TO      WS-QTD-INEXISTENTES
                   MOVE    JMTK-IMAGEM     TO      REG-MATR
                   MOVE    ZEROS   TO      WS-QTD-ATUAL
                   MOVE    'PECA INEXISTENTE NA MATRIZ - NAO RESTAURADA'
                                   TO      DET1-OBSERVACAO
                   PERFORM 1200-00-IMPRIME-PECA
                   GO      TO      1100-99-EXIT
           END-IF.

           MOVE    REG-CADMATRK    TO      REG-MATR.
           MOVE    MATR-QTD-ETQ    TO      WS-QTD-ATUAL.

           MOVE    JMTK-IMAGEM     TO      REG-MATR.

           REWRITE REG-CADMATRK    FROM    REG-MATR.

           MOVE   ' NA REGRAVACAO' TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           IF      WS-FS-CADMATRK NOT EQUAL 00
                   MOVE 'CADMATRK' TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMATRK    TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           ADD     001             TO      WS-REG-CADMATRK.

           MOVE    'RESTAURADA A IMAGEM ANTERIOR A EXECUCAO'
                                   TO      DET1-OBSERVACAO.

           PERFORM 1200-00-IMPRIME-PECA.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-IMPRIME-PECA        SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 55
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    MATR-COD-PEC    TO      DET1-COD-PEC.
           MOVE    MATR-NOME       TO      DET1-NOME.
           MOVE    WS-QTD-ATUAL    TO      DET1-QTD-DESFEITA.
           MOVE    MATR-QTD-ETQ    TO      DET1-QTD-RESTAURADA.

           MOVE    DET1            TO      REG-RELREVT.
           PERFORM 2700-00-GRAVACAO-RELREVT.
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1500-00-LISTA-CONFLITOS     SECTION.
      *****************************************************************
      *    SEGUNDA PASSADA COM CONFLITO: LISTA AS IMAGENS GRAVADAS    *
      *    POR OUTROS PROGRAMAS, DEPOIS DO INICIO DA EXECUCAO         *
      *    INCOMPLETA, DAS PECAS EM CONFLITO                          *
      *
           IF      JMTK-PROGRAMA   EQUAL   WS-PROGRAMA
           AND     JMTK-DATA-EXEC  EQUAL   WS-ULT-DATA-EXEC
           AND     JMTK-HORA-EXEC  EQUAL   WS-ULT-HORA-EXEC
           AND     JMTK-INICIO
                   SET     WS-APOS-INICIO-EXEC     TO      TRUE
                   GO      TO      1500-88-LE-PROXIMO
           END-IF.

           IF      NOT WS-APOS-INICIO-EXEC
           OR      JMTK-PROGRAMA   EQUAL   WS-PROGRAMA
           OR      NOT JMTK-IMAGEM-ANTERIOR
                   GO      TO      1500-88-LE-PROXIMO
           END-IF.

           COMPUTE WS-IND-PECA     =       JMTK-COD-PEC + 1.

           IF      NOT TAB-DIA-CONFLITO (WS-IND-PECA)
                   GO      TO      1500-88-LE-PROXIMO
           END-IF.

           ADD     001             TO      WS-QTD-IMAGENS-CONFL.

           IF      WS-LINHAS       GREATER 55
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    JMTK-IMAGEM     TO      REG-MATR.

           MOVE    JMTK-COD-PEC    TO      DET3-COD-PEC.
           MOVE    MATR-NOME       TO      DET3-NOME.
           MOVE    JMTK-PROGRAMA   TO      DET3-PROGRAMA.

           MOVE    JMTK-DATA-EXEC  TO      WS-DT-AUX.
           MOVE    WS-AUX-DIA      TO      DET3-DIA.
           MOVE    WS-AUX-MES      TO      DET3-MES.
           MOVE    WS-AUX-ANO      TO      DET3-ANO.

           MOVE    JMTK-HORA-EXEC  TO      WS-HR-AUX.
           MOVE    WS-AUX-HORA     TO      DET3-HORA.
           MOVE    WS-AUX-MINUTO   TO      DET3-MINUTO.
           MOVE    WS-AUX-SEGUNDO  TO      DET3-SEGUNDO.

           MOVE    JMTK-SEQ        TO      DET3-SEQ.
           MOVE    'PECA TAMBEM ALTERADA PELA EXECUCAO INCOMPLETA'
                                   TO      DET3-OBSERVACAO.

           MOVE    DET3            TO      REG-RELREVT.
           PERFORM 2700-00-GRAVACAO-RELREVT.
      *
       1500-88-LE-PROXIMO.

           PERFORM 0500-00-LEITURA-CADJMTK.
      *
       1500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2000-00-REGISTRA-REVERSAO   SECTION.
      *****************************************************************
      *    GRAVA NO DIARIO O REGISTRO DE REVERSAO DA EXECUCAO, QUE    *
      *    LIBERA A REEXECUCAO DO PROGRAMA                            *
      *
           MOVE    'R'             TO      WJM-CODOPE.
           MOVE    WS-PROGRAMA     TO      WJM-PROGRAMA.
           MOVE    WS-ULT-DATA-EXEC        TO      WJM-DATA-EXEC.
           MOVE    WS-ULT-HORA-EXEC        TO      WJM-HORA-EXEC.
           MOVE    WS-REG-CADMATRK TO      WJM-QTD-IMAGENS.

           MOVE    'COBBB011'      TO      WS-SUB-ROTINA.

           CALL    WS-SUB-ROTINA   USING   WJM-GRUPO
           END-CALL.

           IF      NOT WJM-OPERACAO-OK
                   MOVE    WJM-CODRET      TO      WS-SUB-RETORNO
                   PERFORM         0998-00-ABEND-SUB
           END-IF.

           IF      WS-LINHAS       GREATER 53
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    CAB4            TO      REG-RELREVT.
           PERFORM 2700-00-GRAVACAO-RELREVT.

           MOVE    ROD1            TO      REG-RELREVT.
           PERFORM 2700-00-GRAVACAO-RELREVT.
      *
       2000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2100-00-IMPRIME-CONFLITO    SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 53
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    CAB4            TO      REG-RELREVT.
           PERFORM 2700-00-GRAVACAO-RELREVT.

           MOVE    ROD2            TO      REG-RELREVT.
           PERFORM 2700-00-GRAVACAO-RELREVT.
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

           MOVE    CAB1            TO      REG-RELREVT.
           PERFORM 2700-00-GRAVACAO-RELREVT.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELREVT.
           PERFORM 2700-00-GRAVACAO-RELREVT.

           MOVE    CAB4            TO      REG-RELREVT.
           PERFORM 2700-00-GRAVACAO-RELREVT.

           MOVE    CAB5            TO      REG-RELREVT.
           PERFORM 2700-00-GRAVACAO-RELREVT.

           MOVE    CAB4            TO      REG-RELREVT.
           PERFORM 2700-00-GRAVACAO-RELREVT.

           IF      WS-EXECUCAO-CONFLITANTE
                   MOVE    CAB7    TO      REG-RELREVT
           ELSE
                   MOVE    CAB6    TO      REG-RELREVT
           END-IF.
           PERFORM 2700-00-GRAVACAO-RELREVT.

           MOVE    SPACES          TO      REG-RELREVT.
           PERFORM 2700-00-GRAVACAO-RELREVT.

           MOVE    007             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-GRAVACAO-RELREVT    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELREVT.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-RELREVT.
           ADD     001             TO      WS-LINHAS.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *    O DIARIO SO RECEBE A REVERSAO DEPOIS QUE O CADMATRK FOI    *
      *    FECHADO COM TODAS AS IMAGENS REGRAVADAS                    *
      *
           IF      WS-EXECUCAO-INCOMPLETA
                   CLOSE   CADJMTK
                           CADMATRK
                   MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ
                   MOVE    008     TO      WS-PTO-ERRO
                   PERFORM 0200-00-TESTA-FILE-STATUS
                   PERFORM 0350-00-TESTA-FS-CADMATRK
                   PERFORM 2000-00-REGISTRA-REVERSAO
           END-IF.

           IF      WS-EXECUCAO-CONFLITANTE
                   CLOSE   CADJMTK
                   MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ
                   MOVE    011     TO      WS-PTO-ERRO
                   PERFORM 0200-00-TESTA-FILE-STATUS
                   PERFORM 2100-00-IMPRIME-CONFLITO
           END-IF.

           CLOSE   RELREVT.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    009             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB180'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           EVALUATE TRUE
             WHEN  WS-EXECUCAO-CONFLITANTE
                   MOVE    0008    TO      WRL-RETCODE
             WHEN  WS-QTD-INEXISTENTES     GREATER ZEROS
                   MOVE    0004    TO      WRL-RETCODE
             WHEN  OTHER
                   MOVE    ZEROS   TO      WRL-RETCODE
           END-EVALUATE.
           MOVE    WS-LID-CADJMTK  TO      WRL-QTD-PROC.

           CALL    'COBBB100'      USING   WRL-GRUPO
           END-CALL.

      *    O RETURN-CODE E COLOCADO DEPOIS DA CHAMADA AO COBBB100 -
      *    O RETORNO DA SUBROTINA SUBSTITUI O REGISTRADOR DO
      *    CHAMADOR E LIMPARIA O CODIGO JA COLOCADO
           EVALUATE TRUE
             WHEN  WS-EXECUCAO-CONFLITANTE
                   MOVE    08      TO      RETURN-CODE
             WHEN  WS-QTD-INEXISTENTES     GREATER ZEROS
                   MOVE    04      TO      RETURN-CODE
           END-EVALUATE.
      *
       3000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3100-00-MONTA-ESTATISTICA   SECTION.
      *****************************************************************
      *
           DISPLAY '******************* GPFPB180 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB180 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '* PROGRAMA REVERTIDO...............: '
           WS-PROGRAMA '  *'.
           MOVE    WS-LID-CADJMTK  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADJMTK.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-IMAGENS-LIDAS    TO      WS-EDICAO.
           DISPLAY '* IMAGENS DA EXECUCAO INCOMPLETA...: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SUPERADAS        TO      WS-EDICAO.
           DISPLAY '* IMAGENS POSTERIORES DESPREZADAS..: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-INEXISTENTES     TO      WS-EDICAO.
           DISPLAY '* PECAS INEXISTENTES NA MATRIZ.....: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-EXEC-POSTERIORES TO      WS-EDICAO.
           DISPLAY '* EXECUCOES POSTERIORES OUTROS PGM.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-CONFLITOS        TO      WS-EDICAO.
           DISPLAY '* PECAS EM CONFLITO (NAO REVERTIDO): ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-IMAGENS-CONFL    TO      WS-EDICAO.
           DISPLAY '* IMAGENS DE OUTROS PGMS LISTADAS..: ' WS-EDICAO
           ' *'.
           MOVE    WS-REG-CADMATRK TO      WS-EDICAO.
           DISPLAY '* REGISTROS REGRAVADOS..- CADMATRK: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-RELREVT  TO      WS-EDICAO.
           DISPLAY '* LINHAS GRAVADAS.......- RELREVT.: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB180 ******************'.
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
           '******************* GPFPB180 ******************'
           DISPLAY
           '*                                             *'
           DISPLAY
           '*    PARAMETRO PARM ESTA INVALIDO 'LKG-PARM'    *'
           DISPLAY
           '*                                             *'
           DISPLAY
           '******************* GPFPB180 ******************'
           DISPLAY
           '*     P R O G R A M A  C A N C E L A D O      *'
           DISPLAY
           '******************* GPFPB180 ******************'

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

           DISPLAY '******************* GPFPB180 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB180 ******************'.
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
           DISPLAY '******************* GPFPB180 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB180 ******************'.

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

           DISPLAY '******************* GPFPB180 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB180 ******************'.
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
           DISPLAY '******************* GPFPB180 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB180 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB180                  *
      *****************************************************************
