      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB181.
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
      * OBJETIVO.....: REVISAO TRIMESTRAL DE ACESSOS DOS OPERADORES.  *
      *                LISTA NO RELACES CADA AUTORIZACAO CONCEDIDA NO *
      *                CADOPER - MANUTENCAO DOS CADASTROS BASICOS     *
      *                (BANF, FERI, PCTL, ENTI, REGI, DEPT, PARM E    *
      *                MUNI) E ALCADAS DE APROVACAO (PORD COM O NIVEL *
      *                DE ALCADA, BUDG, PMAN, DUPL, CBCK E BAIX) - E  *
      *                NO CADOPEX (PERD), COM O ULTIMO USO REGISTRADO *
      *                NO LOG CADOLOG, APONTANDO A AUTORIZACAO SEM USO*
      *                DESDE A DATA DE CORTE, A DE OPERADOR INATIVO E *
      *                OS PARES DE AUTORIZACOES QUE A TABELA DE       *
      *                SEGREGACAO DE FUNCOES (CADRSOD) PROIBE AO      *
      *                MESMO OPERADOR. GERA A FOLHA DE ASSINATURA     *
      *                CADSACE, UM REGISTRO POR AUTORIZACAO, COM A    *
      *                DECISAO EM BRANCO PARA O REVISOR PREENCHER     *
      *****************************************************************
      * PARAMETRO....: PARM='AAAAMMDD' - DATA DE CORTE DA REVISAO     *
      *                (NORMALMENTE O INICIO DO TRIMESTRE REVISADO)   *
      *****************************************************************
      * OBSERVACAO...: A FOLHA PREENCHIDA E PROCESSADA PELO GPFPB182, *
      *                QUE GERA AS REVOGACOES DO CADOPER. O CADOLOG   *
      *                SO TEM OS USOS A PARTIR DA SUA IMPLANTACAO -   *
      *                ANTES DISSO A AUTORIZACAO APARECE COMO NUNCA   *
      *                USADA. REGRA DO CADRSOD COM AUTORIZACAO        *
      *                DESCONHECIDA E DESPREZADA E O RETORNO E 4; O   *
      *                RETORNO TAMBEM E 4 QUANDO HA CONFLITO DE       *
      *                SEGREGACAO DE FUNCOES                          *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 15/10/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - REVISAO DAS ALCADAS DE APROVACAO (PORD COM  *
      *                   NIVEL, BUDG, PMAN, DUPL, CBCK, BAIX) E DA   *
      *                   PERD LIDA DO CADOPEX                        *
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
           SELECT  CADOPEX  ASSIGN  TO  UT-S-CADOPEX
                   FILE     STATUS  IS  WS-FS-CADOPEX.
      *
           SELECT  CADOLOG  ASSIGN  TO  UT-S-CADOLOG
                   FILE     STATUS  IS  WS-FS-CADOLOG.
      *
           SELECT  CADRSOD  ASSIGN  TO  UT-S-CADRSOD
                   FILE     STATUS  IS  WS-FS-CADRSOD.
      *
           SELECT  CADSACE  ASSIGN  TO  UT-S-CADSACE
                   FILE     STATUS  IS  WS-FS-CADSACE.
      *
           SELECT  RELACES  ASSIGN  TO  UT-S-RELACES
                   FILE     STATUS  IS  WS-FS-RELACES.
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
       FD  CADOPEX
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADOPEX         PIC     X(050).
      *
       FD  CADOLOG
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADOLOG         PIC     X(050).
      *
       FD  CADRSOD
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADRSOD         PIC     X(050).
      *
       FD  CADSACE
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADSACE         PIC     X(050).
      *
       FD  RELACES
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELACES         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADOPER       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADOPEX       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADOLOG       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADRSOD       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADSACE       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELACES       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADOPER      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADOPEX      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADOLOG      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADRSOD      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-CADSACE      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELACES      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-LOG-DESPREZADOS
                                   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-OPEX-DESPREZADOS
                                   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-REGRAS-INVALIDAS
                                   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-AUTORIZACOES PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-USO      PIC     9(018) VALUE ZEROS.
       01      WS-QTD-INATIVOS     PIC     9(018) VALUE ZEROS.
       01      WS-QTD-CONFLITOS    PIC     9(018) VALUE ZEROS.
      *
       01      WS-DATA-CORTE       PIC     9(008) VALUE ZEROS.
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
      *        AUTORIZACAO COMPLEMENTAR, LIDA DO CADOPEX              *
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
      *
       01      WS-IND-AUT          PIC     9(005) COMP    VALUE ZEROS.
       01      WS-QTD-FLAGS        PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-AUT-1        PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-AUT-2        PIC     9(005) COMP    VALUE ZEROS.
      *
       01      WS-COD-PROCURADO    PIC     X(004) VALUE SPACES.
       01      WS-IND-ACHADO       PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-BUSCA        PIC     9(005) COMP    VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA DE OPERADORES COM AS AUTORIZACOES, O ULTIMO USO *
      *        E A OCORRENCIA APONTADA PARA CADA UMA                  *
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
           05  TAB-OPER-NIVEL      PIC     9(001).
           05  TAB-OPER-FLAGS.
             07 TAB-OPER-AUT       PIC     X(001)
                                   OCCURS  015 TIMES.
           05  TAB-OPER-ULT-USO    PIC     9(008)
                                   OCCURS  015 TIMES.
           05  TAB-OPER-OCORR      PIC     X(001)
                                   OCCURS  015 TIMES.
           05  TAB-OPER-REGRA      PIC     X(004)
                                   OCCURS  015 TIMES.
      *
      *****************************************************************
      *        TABELA DE REGRAS DE SEGREGACAO DE FUNCOES (CADRSOD)    *
      *****************************************************************
      *
       01      WS-QTD-TAB-REGRA    PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-REGRA    PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-REGRAS.
         03    TAB-REGRA           OCCURS  00100 TIMES.
           05  TAB-REGRA-COD       PIC     X(004).
           05  TAB-REGRA-IND-1     PIC     9(005) COMP.
           05  TAB-REGRA-IND-2     PIC     9(005) COMP.
           05  TAB-REGRA-DESCRICAO PIC     X(036).
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
      *    LAY-OUT DO RELATORIO DE REVISAO DE ACESSOS                 *
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
         'R E V I S A O  D E  A C E S S O S  -  O P E R A D O R'.
         03    FILLER              PIC     X(030) VALUE SPACES.
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
         03    FILLER              PIC     X(026) VALUE
               'DATA DE CORTE DA REVISAO: '.
         03    CAB5-DATA-CORTE     PIC     X(010).
         03    FILLER              PIC     X(003) VALUE ' - '.
         03    FILLER              PIC     X(060) VALUE
         'AUTORIZACAO SEM USO DESDE A DATA DE CORTE E APONTADA'.
         03    FILLER              PIC     X(031) VALUE SPACES.
      *
       01      CAB6.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(004) VALUE 'OPER'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(030) VALUE
               'NOME DO OPERADOR'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(003) VALUE 'SIT'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(007) VALUE 'AUT  NV'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(010) VALUE
               'ULTIMO USO'.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(045) VALUE
               'OCORRENCIA'.
         03    FILLER              PIC     X(005) VALUE 'REGRA'.
         03    FILLER              PIC     X(015) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-ID-OPERADOR    PIC     X(004).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NOME           PIC     X(030).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-SITUACAO       PIC     X(001).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-AUTORIZACAO    PIC     X(004).
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    DET1-NIVEL.
           05  DET1-NIV-TEXTO      PIC     X(001).
           05  DET1-NIV-APROV      PIC     9(001).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-ULT-USO        PIC     X(010).
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    DET1-OCORRENCIA     PIC     X(045).
         03    DET1-REGRA          PIC     X(004).
         03    FILLER              PIC     X(016) VALUE SPACES.
      *
       01      DET2.
         03    FILLER              PIC     X(009) VALUE SPACES.
         03    FILLER              PIC     X(035) VALUE
               '*** CONFLITO DE SEGREGACAO - REGRA '.
         03    DET2-REGRA          PIC     X(004).
         03    FILLER              PIC     X(002) VALUE ': '.
         03    DET2-AUT-1          PIC     X(004).
         03    FILLER              PIC     X(003) VALUE ' X '.
         03    DET2-AUT-2          PIC     X(004).
         03    FILLER              PIC     X(003) VALUE ' - '.
         03    DET2-DESCRICAO      PIC     X(036).
         03    FILLER              PIC     X(033) VALUE SPACES.
      *
       01      ROD1.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(024) VALUE
               'AUTORIZACOES REVISADAS: '.
         03    ROD1-QTD-AUTORIZACOES
                                   PIC     ZZZ.ZZ9.
         03    FILLER              PIC     X(012) VALUE
               ' - SEM USO: '.
         03    ROD1-QTD-SEM-USO    PIC     ZZZ.ZZ9.
         03    FILLER              PIC     X(021) VALUE
               ' - OPERADOR INATIVO: '.
         03    ROD1-QTD-INATIVOS   PIC     ZZZ.ZZ9.
         03    FILLER              PIC     X(026) VALUE
               ' - CONFLITOS DE SEGREG.: '.
         03    ROD1-QTD-CONFLITOS  PIC     ZZZ.ZZ9.
         03    FILLER              PIC     X(019) VALUE SPACES.
      *
       01      ROD2.
         03    FILLER              PIC     X(003) VALUE SPACES.
         03    FILLER              PIC     X(059) VALUE
         'REGISTRAR A DECISAO DE CADA AUTORIZACAO NA FOLHA CADSACE (M'.
         03    FILLER              PIC     X(071) VALUE
         ' = MANTER / R = REVOGAR) E PROCESSAR PELO GPFPB182'.
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
      * INPUT..: CADOLOG - LOG DE USO DAS AUTORIZACOES                *
      *****************************************************************
      *
           COPY    COBO9107.
      *
      *****************************************************************
      * INPUT..: CADRSOD - REGRAS DE SEGREGACAO DE FUNCOES            *
      *****************************************************************
      *
           COPY    COBI9109.
      *
      *****************************************************************
      * OUTPUT.: CADSACE - FOLHA DE ASSINATURA DA REVISAO             *
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
       LINKAGE                     SECTION.
      *****************************************************************
      *
       01      LKG-PARM.
         03    LKG-TAM             PIC    S9(004) COMP.
         03    LKG-DATA-CORTE      PIC     9(008).
      *****************************************************************
       PROCEDURE   DIVISION        USING LKG-PARM.
      *****************************************************************
      *
           PERFORM 0100-00-PROCED-INICIAIS.

           PERFORM 1000-00-PROCED-PRINCIPAIS
             VARYING WS-IND-TAB-OPER FROM 1 BY 1
             UNTIL WS-IND-TAB-OPER GREATER WS-QTD-TAB-OPER.

           PERFORM 3000-00-PROCED-FINAIS.

           GOBACK.
      *
      *****************************************************************
       0100-00-PROCED-INICIAIS     SECTION.
      *****************************************************************
      *    CARREGA OS OPERADORES E AS REGRAS E APURA NO CADOLOG O     *
      *    ULTIMO USO DE CADA AUTORIZACAO DE CADA OPERADOR            *
      *
           MOVE    FUNCTION CURRENT-DATE (9:6)
                                   TO      WS-HORA-INICIO.

           PERFORM 0150-00-CRITICA-PARM.

           OPEN    INPUT   CADOPER
                           CADOPEX
                           CADOLOG
                           CADRSOD
                   OUTPUT  CADSACE
                           RELACES.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 0500-00-CARGA-TAB-OPER
             UNTIL WS-FS-CADOPER   EQUAL   10.

           PERFORM 0520-00-CARGA-CADOPEX
             UNTIL WS-FS-CADOPEX   EQUAL   10.

           PERFORM 0550-00-CARGA-TAB-REGRA
             UNTIL WS-FS-CADRSOD   EQUAL   10.

           PERFORM 0600-00-LEITURA-CADOLOG.

           PERFORM 0650-00-APURA-ULTIMO-USO
             UNTIL WS-FS-CADOLOG   EQUAL   10.

           MOVE    WS-DATA-CORTE   TO      WS-DT-AUX.
           PERFORM 0800-00-EDITA-DATA.
           MOVE    WS-DATA-EDITADA TO      CAB5-DATA-CORTE.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0150-00-CRITICA-PARM        SECTION.
      *****************************************************************
      *
           IF      LKG-TAM         LESS        8           OR
                   LKG-DATA-CORTE  NOT NUMERIC             OR
                   LKG-DATA-CORTE  EQUAL       ZEROS
                   PERFORM         0997-00-ABEND-PARM
           END-IF.

           MOVE    LKG-DATA-CORTE  TO      WS-DATA-CORTE.
      *
       0150-99-EXIT.
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

           IF      WS-FS-CADOLOG NOT EQUAL 00 AND 10
                   MOVE 'CADOLOG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADOLOG     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADRSOD NOT EQUAL 00 AND 10
                   MOVE 'CADRSOD'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADRSOD     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADSACE NOT EQUAL 00
                   MOVE 'CADSACE'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADSACE     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-RELACES NOT EQUAL 00
                   MOVE 'RELACES'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELACES     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0200-99-EXIT.
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

           MOVE    OPER-ID         TO
                   TAB-OPER-ID        (WS-QTD-TAB-OPER).
           MOVE    OPER-NOME       TO
                   TAB-OPER-NOME      (WS-QTD-TAB-OPER).
           MOVE    OPER-SITUACAO   TO
                   TAB-OPER-SITUACAO  (WS-QTD-TAB-OPER).
           IF      OPER-NIV-APROV  NUMERIC
                   MOVE    OPER-NIV-APROV  TO
                           TAB-OPER-NIVEL (WS-QTD-TAB-OPER)
           ELSE
                   MOVE    ZEROS           TO
                           TAB-OPER-NIVEL (WS-QTD-TAB-OPER)
           END-IF.

           PERFORM 0510-00-LIMPA-AUTORIZACAO
             VARYING WS-IND-AUT FROM 1 BY 1
             UNTIL WS-IND-AUT GREATER WS-QTD-AUT.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0510-00-LIMPA-AUTORIZACAO   SECTION.
      *****************************************************************
      *    A AUTORIZACAO DO CADOPEX COMECA NEGADA E E ATUALIZADA NA   *
      *    CARGA DAQUELE ARQUIVO                                      *
      *
           IF      WS-POS-AUT (WS-IND-AUT) GREATER ZEROS
                   MOVE    REG-OPER (WS-POS-AUT (WS-IND-AUT):1) TO
                           TAB-OPER-AUT (WS-QTD-TAB-OPER WS-IND-AUT)
           ELSE
                   MOVE    'N'             TO
                           TAB-OPER-AUT (WS-QTD-TAB-OPER WS-IND-AUT)
           END-IF.

           MOVE    ZEROS           TO
                   TAB-OPER-ULT-USO (WS-QTD-TAB-OPER WS-IND-AUT).
           MOVE    SPACES          TO
                   TAB-OPER-OCORR   (WS-QTD-TAB-OPER WS-IND-AUT)
                   TAB-OPER-REGRA   (WS-QTD-TAB-OPER WS-IND-AUT).
      *
       0510-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0520-00-CARGA-CADOPEX       SECTION.
      *****************************************************************
      *    REGISTRO DE OPERADOR AUSENTE DO CADOPER E APENAS CONTADO   *
      *
           READ    CADOPEX         INTO    REG-OPEX.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADOPEX   NOT EQUAL 00
                   GO      TO      0520-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADOPEX.

           MOVE    'PERD'          TO      WS-COD-PROCURADO.
           PERFORM 0700-00-PROCURA-AUTORIZACAO.
           MOVE    WS-IND-ACHADO   TO      WS-IND-AUT.

           MOVE    ZEROS           TO      WS-IND-ACHADO.

           PERFORM VARYING WS-IND-TAB-OPER FROM 1 BY 1
                   UNTIL   WS-IND-TAB-OPER GREATER WS-QTD-TAB-OPER
                      OR   WS-IND-ACHADO   GREATER ZEROS
             IF    OPEX-ID                 EQUAL
                   TAB-OPER-ID (WS-IND-TAB-OPER)
                   MOVE    WS-IND-TAB-OPER TO      WS-IND-ACHADO
             END-IF
           END-PERFORM.

           IF      WS-IND-ACHADO   EQUAL   ZEROS
                   ADD     001     TO      WS-QTD-OPEX-DESPREZADOS
                   GO      TO      0520-99-EXIT
           END-IF.

           IF      OPEX-APROVA-PERDA
                   MOVE    'S'             TO
                           TAB-OPER-AUT (WS-IND-ACHADO WS-IND-AUT)
           END-IF.
      *
       0520-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0550-00-CARGA-TAB-REGRA     SECTION.
      *****************************************************************
      *    AS DUAS AUTORIZACOES DA REGRA DEVEM SER CONHECIDAS E       *
      *    DIFERENTES; REGRA INVALIDA E LISTADA E DESPREZADA          *
      *
           READ    CADRSOD         INTO    REG-RSOD.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADRSOD   NOT EQUAL 00
                   GO      TO      0550-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADRSOD.

           MOVE    RSOD-AUT-1      TO      WS-COD-PROCURADO.
           PERFORM 0700-00-PROCURA-AUTORIZACAO.
           MOVE    WS-IND-ACHADO   TO      WS-IND-AUT-1.

           MOVE    RSOD-AUT-2      TO      WS-COD-PROCURADO.
           PERFORM 0700-00-PROCURA-AUTORIZACAO.
           MOVE    WS-IND-ACHADO   TO      WS-IND-AUT-2.

           IF      WS-IND-AUT-1    EQUAL   ZEROS
               OR  WS-IND-AUT-2    EQUAL   ZEROS
               OR  WS-IND-AUT-1    EQUAL   WS-IND-AUT-2
                   ADD     001     TO      WS-QTD-REGRAS-INVALIDAS
                   DISPLAY 'GPFPB181 - REGRA INVALIDA DESPREZADA: '
                           REG-RSOD
                   GO      TO      0550-99-EXIT
           END-IF.

           IF      WS-QTD-TAB-REGRA GREATER OR EQUAL 00100
                   MOVE    'REGRAS SOD'    TO      WS-TAB-ESTOURO
                   PERFORM 0989-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-REGRA.

           MOVE    RSOD-COD-REGRA  TO
                   TAB-REGRA-COD       (WS-QTD-TAB-REGRA).
           MOVE    WS-IND-AUT-1    TO
                   TAB-REGRA-IND-1     (WS-QTD-TAB-REGRA).
           MOVE    WS-IND-AUT-2    TO
                   TAB-REGRA-IND-2     (WS-QTD-TAB-REGRA).
           MOVE    RSOD-DESCRICAO  TO
                   TAB-REGRA-DESCRICAO (WS-QTD-TAB-REGRA).
      *
       0550-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0600-00-LEITURA-CADOLOG     SECTION.
      *****************************************************************
      *
           READ    CADOLOG         INTO    REG-OLOG.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADOLOG   EQUAL   00
                   ADD 001         TO      WS-LID-CADOLOG
           END-IF.
      *
       0600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0650-00-APURA-ULTIMO-USO    SECTION.
      *****************************************************************
      *    USO DE OPERADOR JA EXCLUIDO DO CADOPER OU DE AUTORIZACAO   *
      *    FORA DA REVISAO E APENAS CONTADO                           *
      *
           MOVE    OLOG-AUTORIZACAO        TO      WS-COD-PROCURADO.
           PERFORM 0700-00-PROCURA-AUTORIZACAO.
           MOVE    WS-IND-ACHADO   TO      WS-IND-AUT.

           MOVE    ZEROS           TO      WS-IND-ACHADO.

           PERFORM VARYING WS-IND-TAB-OPER FROM 1 BY 1
                   UNTIL   WS-IND-TAB-OPER GREATER WS-QTD-TAB-OPER
                      OR   WS-IND-ACHADO   GREATER ZEROS
             IF    OLOG-ID-OPERADOR        EQUAL
                   TAB-OPER-ID (WS-IND-TAB-OPER)
                   MOVE    WS-IND-TAB-OPER TO      WS-IND-ACHADO
             END-IF
           END-PERFORM.

           IF      WS-IND-AUT      EQUAL   ZEROS
               OR  WS-IND-ACHADO   EQUAL   ZEROS
                   ADD     001     TO      WS-QTD-LOG-DESPREZADOS
                   GO      TO      0650-88-LE-PROXIMO
           END-IF.

           IF      OLOG-DATA-USO   GREATER
                   TAB-OPER-ULT-USO (WS-IND-ACHADO WS-IND-AUT)
                   MOVE    OLOG-DATA-USO   TO
                           TAB-OPER-ULT-USO (WS-IND-ACHADO WS-IND-AUT)
           END-IF.
      *
       0650-88-LE-PROXIMO.

           PERFORM 0600-00-LEITURA-CADOLOG.
      *
       0650-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0700-00-PROCURA-AUTORIZACAO SECTION.
      *****************************************************************
      *    DEVOLVE EM WS-IND-ACHADO A POSICAO DA AUTORIZACAO, OU      *
      *    ZEROS SE ELA NAO FOR REVISADA                              *
      *
           MOVE    ZEROS           TO      WS-IND-ACHADO.

           PERFORM VARYING WS-IND-BUSCA FROM 1 BY 1
                   UNTIL   WS-IND-BUSCA    GREATER WS-QTD-AUT
                      OR   WS-IND-ACHADO   GREATER ZEROS
             IF    WS-COD-PROCURADO        EQUAL
                   WS-COD-AUT (WS-IND-BUSCA)
                   MOVE    WS-IND-BUSCA    TO      WS-IND-ACHADO
             END-IF
           END-PERFORM.
      *
       0700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0800-00-EDITA-DATA          SECTION.
      *****************************************************************
      *
           MOVE    WS-AUX-DIA      TO      WS-EDT-DIA.
           MOVE    WS-AUX-MES      TO      WS-EDT-MES.
           MOVE    WS-AUX-ANO      TO      WS-EDT-ANO.
      *
       0800-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *    AVALIA E LISTA AS AUTORIZACOES DO OPERADOR; OPERADOR SEM   *
      *    NENHUMA AUTORIZACAO NAO ENTRA NA REVISAO                   *
      *
           MOVE    ZEROS           TO      WS-QTD-FLAGS.

           INSPECT TAB-OPER-FLAGS (WS-IND-TAB-OPER)
                   TALLYING WS-QTD-FLAGS   FOR ALL 'S'.

           IF      WS-QTD-FLAGS    EQUAL   ZEROS
                   GO      TO      1000-99-EXIT
           END-IF.

           PERFORM 1100-00-AVALIA-USO
             VARYING WS-IND-AUT FROM 1 BY 1
             UNTIL WS-IND-AUT GREATER WS-QTD-AUT.

           PERFORM 1200-00-CONFRONTA-REGRA
             VARYING WS-IND-TAB-REGRA FROM 1 BY 1
             UNTIL WS-IND-TAB-REGRA GREATER WS-QTD-TAB-REGRA.

           PERFORM 1300-00-LISTA-AUTORIZACAO
             VARYING WS-IND-AUT FROM 1 BY 1
             UNTIL WS-IND-AUT GREATER WS-QTD-AUT.

           PERFORM 1400-00-LISTA-CONFLITO
             VARYING WS-IND-TAB-REGRA FROM 1 BY 1
             UNTIL WS-IND-TAB-REGRA GREATER WS-QTD-TAB-REGRA.

           MOVE    SPACES          TO      REG-RELACES.
           PERFORM 2700-00-GRAVACAO-RELACES.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-AVALIA-USO          SECTION.
      *****************************************************************
      *    OPERADOR INATIVO NAO DEVERIA MANTER AUTORIZACAO; O ATIVO   *
      *    E APONTADO QUANDO NAO USOU A AUTORIZACAO DESDE O CORTE     *
      *
           IF      TAB-OPER-AUT (WS-IND-TAB-OPER WS-IND-AUT)
                                   NOT EQUAL 'S'
                   GO      TO      1100-99-EXIT
           END-IF.

           IF      TAB-OPER-SITUACAO (WS-IND-TAB-OPER)
                                   NOT EQUAL 'A'
                   MOVE    'I'     TO
                           TAB-OPER-OCORR (WS-IND-TAB-OPER WS-IND-AUT)
                   GO      TO      1100-99-EXIT
           END-IF.

           IF      TAB-OPER-ULT-USO (WS-IND-TAB-OPER WS-IND-AUT)
                                   LESS    WS-DATA-CORTE
                   MOVE    'N'     TO
                           TAB-OPER-OCORR (WS-IND-TAB-OPER WS-IND-AUT)
           END-IF.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1200-00-CONFRONTA-REGRA     SECTION.
      *****************************************************************
      *    O CONFLITO PREVALECE SOBRE O NAO USO NA OCORRENCIA; A      *
      *    PRIMEIRA REGRA VIOLADA E A QUE FICA ANOTADA                *
      *
           MOVE    TAB-REGRA-IND-1 (WS-IND-TAB-REGRA)
                                   TO      WS-IND-AUT-1.
           MOVE    TAB-REGRA-IND-2 (WS-IND-TAB-REGRA)
                                   TO      WS-IND-AUT-2.

           IF      TAB-OPER-AUT (WS-IND-TAB-OPER WS-IND-AUT-1)
                                   NOT EQUAL 'S'
               OR  TAB-OPER-AUT (WS-IND-TAB-OPER WS-IND-AUT-2)
                                   NOT EQUAL 'S'
                   GO      TO      1200-99-EXIT
           END-IF.

           MOVE    WS-IND-AUT-1    TO      WS-IND-AUT.
           PERFORM 1250-00-ANOTA-CONFLITO.

           MOVE    WS-IND-AUT-2    TO      WS-IND-AUT.
           PERFORM 1250-00-ANOTA-CONFLITO.
      *
       1200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1250-00-ANOTA-CONFLITO      SECTION.
      *****************************************************************
      *
           IF      TAB-OPER-OCORR (WS-IND-TAB-OPER WS-IND-AUT)
                                   EQUAL   'I' OR 'C'
                   GO      TO      1250-99-EXIT
           END-IF.

           MOVE    'C'             TO
                   TAB-OPER-OCORR (WS-IND-TAB-OPER WS-IND-AUT).
           MOVE    TAB-REGRA-COD (WS-IND-TAB-REGRA)
                                   TO
                   TAB-OPER-REGRA (WS-IND-TAB-OPER WS-IND-AUT).
      *
       1250-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1300-00-LISTA-AUTORIZACAO   SECTION.
      *****************************************************************
      *    UMA LINHA NO RELATORIO E UM REGISTRO NA FOLHA DE           *
      *    ASSINATURA PARA CADA AUTORIZACAO CONCEDIDA                 *
      *
           IF      TAB-OPER-AUT (WS-IND-TAB-OPER WS-IND-AUT)
                                   NOT EQUAL 'S'
                   GO      TO      1300-99-EXIT
           END-IF.

           ADD     001             TO      WS-QTD-AUTORIZACOES.

           MOVE    TAB-OPER-ID       (WS-IND-TAB-OPER)
                                   TO      DET1-ID-OPERADOR.
           MOVE    TAB-OPER-NOME     (WS-IND-TAB-OPER)
                                   TO      DET1-NOME.
           MOVE    TAB-OPER-SITUACAO (WS-IND-TAB-OPER)
                                   TO      DET1-SITUACAO.
           MOVE    WS-COD-AUT (WS-IND-AUT) TO      DET1-AUTORIZACAO.
           MOVE    TAB-OPER-REGRA (WS-IND-TAB-OPER WS-IND-AUT)
                                   TO      DET1-REGRA.

           IF      WS-COD-AUT (WS-IND-AUT) EQUAL   'PORD'
                   MOVE    'N'             TO      DET1-NIV-TEXTO
                   MOVE    TAB-OPER-NIVEL (WS-IND-TAB-OPER)
                                   TO      DET1-NIV-APROV
           ELSE
                   MOVE    SPACES          TO      DET1-NIVEL
           END-IF.

           IF      TAB-OPER-ULT-USO (WS-IND-TAB-OPER WS-IND-AUT)
                                   EQUAL   ZEROS
                   MOVE    'NUNCA'         TO      DET1-ULT-USO
           ELSE
                   MOVE    TAB-OPER-ULT-USO (WS-IND-TAB-OPER WS-IND-AUT)
                                   TO      WS-DT-AUX
                   PERFORM 0800-00-EDITA-DATA
                   MOVE    WS-DATA-EDITADA TO      DET1-ULT-USO
           END-IF.

           EVALUATE TAB-OPER-OCORR (WS-IND-TAB-OPER WS-IND-AUT)
             WHEN   'I'
                   ADD     001     TO      WS-QTD-INATIVOS
                   MOVE    'OPERADOR INATIVO COM AUTORIZACAO'
                                   TO      DET1-OCORRENCIA
             WHEN   'C'
                   IF      TAB-OPER-ULT-USO (WS-IND-TAB-OPER WS-IND-AUT)
                                   LESS    WS-DATA-CORTE
                           ADD     001     TO      WS-QTD-SEM-USO
                           MOVE    'CONFLITO DE SEGREGACAO E SEM USO'
                                   TO      DET1-OCORRENCIA
                   ELSE
                           MOVE    'CONFLITO DE SEGREGACAO DE FUNCOES'
                                   TO      DET1-OCORRENCIA
                   END-IF
             WHEN   'N'
                   ADD     001     TO      WS-QTD-SEM-USO
                   MOVE    'SEM USO DESDE A DATA DE CORTE'
                                   TO      DET1-OCORRENCIA
             WHEN   OTHER
                   MOVE    SPACES  TO      DET1-OCORRENCIA
           END-EVALUATE.

           IF      WS-LINHAS       GREATER 55
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    DET1            TO      REG-RELACES.
           PERFORM 2700-00-GRAVACAO-RELACES.

           PERFORM 1500-00-GRAVACAO-CADSACE.
      *
       1300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1400-00-LISTA-CONFLITO      SECTION.
      *****************************************************************
      *
           IF      TAB-OPER-AUT (WS-IND-TAB-OPER
                                 TAB-REGRA-IND-1 (WS-IND-TAB-REGRA))
                                   NOT EQUAL 'S'
               OR  TAB-OPER-AUT (WS-IND-TAB-OPER
                                 TAB-REGRA-IND-2 (WS-IND-TAB-REGRA))
                                   NOT EQUAL 'S'
                   GO      TO      1400-99-EXIT
           END-IF.

           ADD     001             TO      WS-QTD-CONFLITOS.

           MOVE    TAB-REGRA-COD (WS-IND-TAB-REGRA)
                                   TO      DET2-REGRA.
           MOVE    WS-COD-AUT (TAB-REGRA-IND-1 (WS-IND-TAB-REGRA))
                                   TO      DET2-AUT-1.
           MOVE    WS-COD-AUT (TAB-REGRA-IND-2 (WS-IND-TAB-REGRA))
                                   TO      DET2-AUT-2.
           MOVE    TAB-REGRA-DESCRICAO (WS-IND-TAB-REGRA)
                                   TO      DET2-DESCRICAO.

           IF      WS-LINHAS       GREATER 55
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    DET2            TO      REG-RELACES.
           PERFORM 2700-00-GRAVACAO-RELACES.
      *
       1400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1500-00-GRAVACAO-CADSACE    SECTION.
      *****************************************************************
      *
           MOVE    SPACES          TO      REG-SACE.

           MOVE    TAB-OPER-ID (WS-IND-TAB-OPER)
                                   TO      SACE-ID-OPERADOR.
           MOVE    WS-COD-AUT (WS-IND-AUT) TO      SACE-AUTORIZACAO.
           MOVE    TAB-OPER-OCORR (WS-IND-TAB-OPER WS-IND-AUT)
                                   TO      SACE-OCORRENCIA.
           MOVE    TAB-OPER-ULT-USO (WS-IND-TAB-OPER WS-IND-AUT)
                                   TO      SACE-DATA-ULT-USO.
           MOVE    TAB-OPER-REGRA (WS-IND-TAB-OPER WS-IND-AUT)
                                   TO      SACE-COD-REGRA.
           MOVE    ZEROS           TO      SACE-DATA-REVISAO.
           MOVE    WS-DATA-CORTE   TO      SACE-DATA-CORTE.

           IF      WS-COD-AUT (WS-IND-AUT) EQUAL   'PORD'
                   MOVE    TAB-OPER-NIVEL (WS-IND-TAB-OPER)
                                   TO      SACE-NIV-APROV
           ELSE
                   MOVE    ZEROS           TO      SACE-NIV-APROV
           END-IF.

           WRITE   REG-CADSACE     FROM    REG-SACE.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-CADSACE.
      *
       1500-99-EXIT.
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

           MOVE    CAB1            TO      REG-RELACES.
           PERFORM 2700-00-GRAVACAO-RELACES.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELACES.
           PERFORM 2700-00-GRAVACAO-RELACES.

           MOVE    CAB4            TO      REG-RELACES.
           PERFORM 2700-00-GRAVACAO-RELACES.

           MOVE    CAB5            TO      REG-RELACES.
           PERFORM 2700-00-GRAVACAO-RELACES.

           MOVE    CAB4            TO      REG-RELACES.
           PERFORM 2700-00-GRAVACAO-RELACES.

           MOVE    CAB6            TO      REG-RELACES.
           PERFORM 2700-00-GRAVACAO-RELACES.

           MOVE    SPACES          TO      REG-RELACES.
           PERFORM 2700-00-GRAVACAO-RELACES.

           MOVE    007             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-GRAVACAO-RELACES    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELACES.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-RELACES.
           ADD     001             TO      WS-LINHAS.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2800-00-GRAVACAO-RODAPE     SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 52
                   PERFORM         2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    WS-QTD-AUTORIZACOES     TO
                   ROD1-QTD-AUTORIZACOES.
           MOVE    WS-QTD-SEM-USO  TO      ROD1-QTD-SEM-USO.
           MOVE    WS-QTD-INATIVOS TO      ROD1-QTD-INATIVOS.
           MOVE    WS-QTD-CONFLITOS        TO      ROD1-QTD-CONFLITOS.

           MOVE    CAB4            TO      REG-RELACES.
           PERFORM 2700-00-GRAVACAO-RELACES.

           MOVE    ROD1            TO      REG-RELACES.
           PERFORM 2700-00-GRAVACAO-RELACES.

           MOVE    ROD2            TO      REG-RELACES.
           PERFORM 2700-00-GRAVACAO-RELACES.
      *
       2800-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           PERFORM 2800-00-GRAVACAO-RODAPE.

           CLOSE   CADOPER
                   CADOPEX
                   CADOLOG
                   CADRSOD
                   CADSACE
                   RELACES.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB181'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           IF      WS-QTD-CONFLITOS        GREATER ZEROS
               OR  WS-QTD-REGRAS-INVALIDAS GREATER ZEROS
                   MOVE    0004    TO      WRL-RETCODE
           ELSE
                   MOVE    ZEROS   TO      WRL-RETCODE
           END-IF.
           MOVE    WS-QTD-AUTORIZACOES     TO      WRL-QTD-PROC.

           CALL    'COBBB100'      USING   WRL-GRUPO
           END-CALL.

      *    O RETURN-CODE E COLOCADO DEPOIS DA CHAMADA AO COBBB100 -
      *    O RETORNO DA SUBROTINA SUBSTITUI O REGISTRADOR DO
      *    CHAMADOR E LIMPARIA O CODIGO JA COLOCADO
           IF      WS-QTD-CONFLITOS        GREATER ZEROS
               OR  WS-QTD-REGRAS-INVALIDAS GREATER ZEROS
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
           DISPLAY '******************* GPFPB181 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB181 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADOPER  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADOPER..: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADOPEX  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADOPEX..: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-OPEX-DESPREZADOS TO      WS-EDICAO.
           DISPLAY '* SEM OPERADOR NO CADOPER - CADOPEX: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADOLOG  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADOLOG..: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-LOG-DESPREZADOS  TO      WS-EDICAO.
           DISPLAY '* USOS DESPREZADOS......- CADOLOG..: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADRSOD  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADRSOD..: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-REGRAS-INVALIDAS TO      WS-EDICAO.
           DISPLAY '* REGRAS INVALIDAS......- CADRSOD..: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-AUTORIZACOES     TO      WS-EDICAO.
           DISPLAY '* AUTORIZACOES REVISADAS...........: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-USO  TO      WS-EDICAO.
           DISPLAY '* AUTORIZACOES SEM USO.............: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-INATIVOS TO      WS-EDICAO.
           DISPLAY '* AUTORIZACOES DE OPER. INATIVOS...: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-CONFLITOS        TO      WS-EDICAO.
           DISPLAY '* CONFLITOS DE SEGREGACAO..........: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-CADSACE  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADSACE..: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-RELACES  TO      WS-EDICAO.
           DISPLAY '* LINHAS GRAVADAS.......- RELACES..: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB181 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB181 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '* ESTOURO DA TABELA INTERNA DE APOIO......... *'.
           DISPLAY '*   TABELA....: ' WS-TAB-ESTOURO
           '              *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB181 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB181 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0989-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0997-00-ABEND-PARM          SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY
           '******************* GPFPB181 ******************'
           DISPLAY
           '*                                             *'
           DISPLAY
           '*    PARAMETRO PARM ESTA INVALIDO 'LKG-PARM'    *'
           DISPLAY
           '*                                             *'
           DISPLAY
           '******************* GPFPB181 ******************'
           DISPLAY
           '*     P R O G R A M A  C A N C E L A D O      *'
           DISPLAY
           '******************* GPFPB181 ******************'

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

           DISPLAY '******************* GPFPB181 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB181 ******************'.
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
           DISPLAY '******************* GPFPB181 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB181 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB181                  *
      *****************************************************************
