      *****************************************************************
       IDENTIFICATION              DIVISION.
      *****************************************************************
      *
       PROGRAM-ID.                 GPFPB150.
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
      * OBJETIVO.....: PLANEJAR AS CARGAS DE ENTREGA DO DIA A PARTIR  *
      *                DO MANIFESTO DE EMBARQUE (CADMANI, GPFPB094):  *
      *                AGRUPA AS LINHAS PELO MUNICIPIO DA ENTIDADE    *
      *                (ENTI-COD-CIDADE NO CADMUNI), SOMA PESO E      *
      *                VOLUME PELOS DADOS UNITARIOS DA PECA (CADPDIM) *
      *                E DIVIDE CADA MUNICIPIO EM CARGAS QUE CABEM    *
      *                NOS VEICULOS DA FROTA (CADVEIC), UMA VIAGEM    *
      *                POR VEICULO. PARA CADA CARGA O VEICULO E O     *
      *                MENOR QUE LEVA TODO O SALDO DO MUNICIPIO OU,   *
      *                NAO HAVENDO, O MAIOR AINDA LIVRE; UMA LINHA    *
      *                QUE NAO CABE INTEIRA E DIVIDIDA POR UNIDADES.  *
      *                O RELATORIO RELCARG TRAZ O ROMANEIO DE CADA    *
      *                VEICULO COM A SEQUENCIA DE ENTREGA E, NO FIM,  *
      *                AS OCORRENCIAS: ENTIDADE SEM MUNICIPIO, PECA   *
      *                QUE NAO CABE EM NENHUM VEICULO, FALTA DE       *
      *                VEICULO E PECA SEM PESO/VOLUME CADASTRADO      *
      *****************************************************************
      * OBSERVACAO...: A SEQUENCIA DE ENTREGA SEGUE O CODIGO DA       *
      *                ENTIDADE DENTRO DO MUNICIPIO (NAO HA ENDERECO  *
      *                NO CADENTI). COM OCORRENCIA QUE IMPEDE O       *
      *                EMBARQUE O PROGRAMA TERMINA COM RETURN-CODE 04 *
      *****************************************************************
      * MODIFICACOES.:                                                *
      * 15/10/2026 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - EMBARQUE RETIDO PELA NF-E: A ENTIDADE/DATA  *
      *                   DE EMBARQUE CUJA NOTA FOI REJEITADA PELO    *
      *                   GATEWAY OU NAO EMITIDA (REGISTRO ATUALIZADO *
      *                   CADNFEA, GPFPB161) NAO ENTRA NAS CARGAS E   *
      *                   SAI NAS OCORRENCIAS                         *
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
      * INPUT..: CADMANI - MANIFESTO DE EMBARQUE         - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADMANI  ASSIGN  TO  UT-S-CADMANI
                   FILE     STATUS  IS  WS-FS-CADMANI.
      *
      *****************************************************************
      * INPUT..: CADENTI - CADASTRO DE ENTIDADES         - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADENTI  ASSIGN  TO  UT-S-CADENTI
                   FILE     STATUS  IS  WS-FS-CADENTI.
      *
      *****************************************************************
      * INPUT..: CADMUNI - CADASTRO DE MUNICIPIOS        - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADMUNI  ASSIGN  TO  UT-S-CADMUNI
                   FILE     STATUS  IS  WS-FS-CADMUNI.
      *
      *****************************************************************
      * INPUT..: CADPDIM - PESO E VOLUME DAS PECAS       - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADPDIM  ASSIGN  TO  UT-S-CADPDIM
                   FILE     STATUS  IS  WS-FS-CADPDIM.
      *
      *****************************************************************
      * INPUT..: CADVEIC - FROTA DE ENTREGA              - LRECL=050  *
      *****************************************************************
      *
           SELECT  CADVEIC  ASSIGN  TO  UT-S-CADVEIC
                   FILE     STATUS  IS  WS-FS-CADVEIC.
      *
      *****************************************************************
      * INPUT..: CADNFEA - REGISTRO DAS NF-E ATUALIZADO  - LRECL=150  *
      *****************************************************************
      *
           SELECT  CADNFEA  ASSIGN  TO  UT-S-CADNFEA
                   FILE     STATUS  IS  WS-FS-CADNFEA.
      *
      *****************************************************************
      * OUTPUT.: RELCARG - ROMANEIO DAS CARGAS           - LRECL=133  *
      *****************************************************************
      *
           SELECT  RELCARG  ASSIGN  TO  UT-S-RELCARG
                   FILE     STATUS  IS  WS-FS-RELCARG.
      *
      *****************************************************************
       DATA                        DIVISION.
      *****************************************************************
       FILE                        SECTION.
      *****************************************************************
      * INPUT..: CADMANI - MANIFESTO DE EMBARQUE         - LRECL=050  *
      *****************************************************************
      *
       FD  CADMANI
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADMANI         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADENTI - CADASTRO DE ENTIDADES         - LRECL=050  *
      *****************************************************************
      *
       FD  CADENTI
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADENTI         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADMUNI - CADASTRO DE MUNICIPIOS        - LRECL=050  *
      *****************************************************************
      *
       FD  CADMUNI
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADMUNI         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADPDIM - PESO E VOLUME DAS PECAS       - LRECL=050  *
      *****************************************************************
      *
       FD  CADPDIM
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADPDIM         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADVEIC - FROTA DE ENTREGA              - LRECL=050  *
      *****************************************************************
      *
       FD  CADVEIC
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-CADVEIC         PIC     X(050).
      *
      *****************************************************************
      * INPUT..: CADNFEA - REGISTRO DAS NF-E ATUALIZADO  - LRECL=150  *
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
      * OUTPUT.: RELCARG - ROMANEIO DAS CARGAS           - LRECL=133  *
      *****************************************************************
      *
       FD  RELCARG
           RECORDING  MODE      IS  F
           LABEL      RECORD    IS  STANDARD
           BLOCK      CONTAINS  0   RECORDS.
      *
       01      REG-RELCARG         PIC     X(133).
      *
      *****************************************************************
       WORKING-STORAGE             SECTION.
      *****************************************************************
      *
       01      WS-FS-CADMANI       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADENTI       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADMUNI       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADPDIM       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADVEIC       PIC     9(002) VALUE ZEROS.
       01      WS-FS-CADNFEA       PIC     9(002) VALUE ZEROS.
       01      WS-FS-RELCARG       PIC     9(002) VALUE ZEROS.
      *
       01      WS-LID-CADMANI      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADENTI      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADMUNI      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADPDIM      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADVEIC      PIC     9(018) VALUE ZEROS.
       01      WS-LID-CADNFEA      PIC     9(018) VALUE ZEROS.
       01      WS-GRV-RELCARG      PIC     9(018) VALUE ZEROS.
      *
       01      WS-QTD-CARGAS       PIC     9(003) VALUE ZEROS.
       01      WS-QTD-LIN-CARREG   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-CIDADE   PIC     9(018) VALUE ZEROS.
       01      WS-QTD-EXCEDE       PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-VEICULO  PIC     9(018) VALUE ZEROS.
       01      WS-QTD-SEM-DIMENSAO PIC     9(018) VALUE ZEROS.
       01      WS-QTD-RETIDA-NFE   PIC     9(018) VALUE ZEROS.
      *
       01      WS-DATA-PROC        PIC     9(008) VALUE ZEROS.
      *
       01      WS-EDICAO           PIC     Z.ZZZ.ZZ9.
      *
       01      WS-LINHAS           PIC     9(003) VALUE 99.
       01      WS-PAGI             PIC     9(003) VALUE ZEROS.
      *
       01      WS-SECAO            PIC     X(001) VALUE 'C'.
         88    WS-SECAO-CARGAS             VALUE 'C'.
         88    WS-SECAO-OCORRENCIAS        VALUE 'O'.
      *
      *****************************************************************
      *        AREAS DE CALCULO DA MONTAGEM DAS CARGAS                *
      *****************************************************************
      *
       01      WS-CIDADE-ATU       PIC     X(004) VALUE SPACES.
       01      WS-NOME-CIDADE      PIC     X(025) VALUE SPACES.
       01      WS-CD-ENTI-ANT      PIC     9(007) VALUE ZEROS.
       01      WS-SEQ-ENTREGA      PIC     9(003) VALUE ZEROS.
      *
       01      WS-IND-INI          PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-FIM          PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-AUX          PIC     9(005) COMP    VALUE ZEROS.
      *
       01      WS-SW-FIM-CIDADE    PIC     X(001) VALUE 'N'.
         88    WS-FIM-CIDADE               VALUE 'S'.
         88    WS-FIM-CIDADE-NAO           VALUE 'N'.
      *
       01      WS-QTD-LIN-PEND     PIC     9(005) VALUE ZEROS.
       01      WS-PESO-PEND        PIC     9(011)V9(003) VALUE ZEROS.
       01      WS-VOL-PEND         PIC     9(011)V9(003) VALUE ZEROS.
      *
       01      WS-PESO-CRG         PIC     9(007)V9(003) VALUE ZEROS.
       01      WS-VOL-CRG          PIC     9(007)V9(003) VALUE ZEROS.
       01      WS-QTD-CABE         PIC     9(009) VALUE ZEROS.
       01      WS-QTD-AUX          PIC     9(009) VALUE ZEROS.
       01      WS-PESO-LINHA       PIC     9(011)V9(003) VALUE ZEROS.
       01      WS-VOL-LINHA        PIC     9(011)V9(003) VALUE ZEROS.
      *
       01      WS-MAX-CAP-PESO     PIC     9(005)V9(003) VALUE ZEROS.
       01      WS-MAX-CAP-VOL      PIC     9(005)V9(003) VALUE ZEROS.
      *
      *****************************************************************
      *        TABELA DAS ENTIDADES (MUNICIPIO E NOME)                *
      *****************************************************************
      *
       01      WS-QTD-TAB-ENT      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-ENT      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-ENTIDADES.
         03    TAB-ENT-ITEM        OCCURS  05000  TIMES.
           05  TAB-ENT-COD-ENT     PIC     9(007).
           05  TAB-ENT-NOME        PIC     X(030).
           05  TAB-ENT-COD-CIDADE  PIC     X(004).
      *
       01      WS-SW-ENT-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-ENT-ACHOU                VALUE 'S'.
         88    WS-ENT-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DOS MUNICIPIOS ATIVOS                           *
      *****************************************************************
      *
       01      WS-QTD-TAB-MUN      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-MUN      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-MUNICIPIOS.
         03    TAB-MUN-ITEM        OCCURS  00500  TIMES.
           05  TAB-MUN-COD-CIDADE  PIC     X(004).
           05  TAB-MUN-NOME        PIC     X(025).
      *
       01      WS-SW-MUN-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-MUN-ACHOU                VALUE 'S'.
         88    WS-MUN-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DO PESO E VOLUME UNITARIOS DAS PECAS            *
      *****************************************************************
      *
       01      WS-QTD-TAB-DIM      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-DIM      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-DIMENSOES.
         03    TAB-DIM-ITEM        OCCURS  05000  TIMES.
           05  TAB-DIM-COD-PEC     PIC     9(005).
           05  TAB-DIM-PESO-UNIT   PIC     9(005)V9(003).
           05  TAB-DIM-VOL-UNIT    PIC     9(005)V9(003).
      *
       01      WS-SW-DIM-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-DIM-ACHOU                VALUE 'S'.
         88    WS-DIM-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DOS VEICULOS ATIVOS DA FROTA                    *
      *****************************************************************
      *
       01      WS-QTD-TAB-VEI      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-VEI      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-VEI-CABE     PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-VEI-MAIOR    PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-VEI          PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-VEICULOS.
         03    TAB-VEI-ITEM        OCCURS  00100  TIMES.
           05  TAB-VEI-COD-VEICULO PIC     X(007).
           05  TAB-VEI-DESCRICAO   PIC     X(020).
           05  TAB-VEI-CAP-PESO    PIC     9(005)V9(003).
           05  TAB-VEI-CAP-VOLUME  PIC     9(005)V9(003).
           05  TAB-VEI-SITUACAO    PIC     X(001).
             88 TAB-VEI-LIVRE              VALUE ' '.
             88 TAB-VEI-USADO              VALUE 'U'.
             88 TAB-VEI-TENTADO            VALUE 'T'.
      *
      *****************************************************************
      *        TABELA DOS EMBARQUES RETIDOS PELA NF-E (ENTIDADE E     *
      *        DATA DE EMBARQUE DA NOTA REJEITADA OU NAO EMITIDA)     *
      *****************************************************************
      *
       01      WS-QTD-TAB-RET      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-RET      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-RETIDOS.
         03    TAB-RET-ITEM        OCCURS  05000  TIMES.
           05  TAB-RET-CD-ENTI     PIC     9(007).
           05  TAB-RET-DAT-EMBARQUE
                                   PIC     9(008).
           05  TAB-RET-SITUACAO    PIC     X(001).
      *
       01      WS-SW-RET-ACHOU     PIC     X(001) VALUE 'N'.
         88    WS-RET-ACHOU                VALUE 'S'.
         88    WS-RET-NAO-ACHOU            VALUE 'N'.
      *
      *****************************************************************
      *        TABELA DAS LINHAS DO MANIFESTO, EM ORDEM DE MUNICIPIO  *
      *        E ENTIDADE (INSERCAO ORDENADA)                         *
      *****************************************************************
      *
       01      WS-QTD-TAB-LIN      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-LIN      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-INS          PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-DES          PIC     9(005) COMP    VALUE ZEROS.
      *
       01      WS-CHAVE-LINHA.
         03    WS-CHV-COD-CIDADE   PIC     X(004).
         03    WS-CHV-CD-ENTI      PIC     9(007).
      *
       01      TAB-LINHAS.
         03    TAB-LIN-ITEM        OCCURS  05000  TIMES.
           05  TAB-LIN-CHAVE.
             07 TAB-LIN-COD-CIDADE PIC     X(004).
             07 TAB-LIN-CD-ENTI    PIC     9(007).
           05  TAB-LIN-NR-SOLI     PIC     9(013).
           05  TAB-LIN-CD-PECA     PIC     9(005).
           05  TAB-LIN-QTD         PIC     9(005).
           05  TAB-LIN-QTD-PEND    PIC     9(005).
           05  TAB-LIN-PESO-UNIT   PIC     9(005)V9(003).
           05  TAB-LIN-VOL-UNIT    PIC     9(005)V9(003).
           05  TAB-LIN-IND-DIM     PIC     X(001).
             88 TAB-LIN-SEM-DIMENSAO       VALUE 'N'.
           05  TAB-LIN-SITUACAO    PIC     X(001).
             88 TAB-LIN-PENDENTE           VALUE ' '.
             88 TAB-LIN-CARREGADA          VALUE 'C'.
             88 TAB-LIN-SEM-CIDADE         VALUE 'S'.
             88 TAB-LIN-EXCEDE             VALUE 'X'.
             88 TAB-LIN-SEM-VEICULO        VALUE 'V'.
             88 TAB-LIN-NFE-REJEITADA      VALUE 'R'.
             88 TAB-LIN-NFE-NAO-EMITIDA    VALUE 'E'.
      *
      *****************************************************************
      *        TABELA DOS ITENS DA CARGA EM MONTAGEM                  *
      *****************************************************************
      *
       01      WS-QTD-TAB-CRG      PIC     9(005) COMP    VALUE ZEROS.
       01      WS-IND-TAB-CRG      PIC     9(005) COMP    VALUE ZEROS.
      *
       01      TAB-CARGA.
         03    TAB-CRG-ITEM        OCCURS  00500  TIMES.
           05  TAB-CRG-IND-LIN     PIC     9(005) COMP.
           05  TAB-CRG-QTD         PIC     9(005).
           05  TAB-CRG-SEQ         PIC     9(003).
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
      *    LAY-OUT DO ROMANEIO DAS CARGAS DE ENTREGA                  *
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
              'R O M A N E I O  D A S  C A R G A S  D E  E N T R E G A'.
         03    FILLER              PIC     X(028) VALUE SPACES.
         03    FILLER              PIC     X(009) VALUE 'PAGINA.: '.
         03    CAB3-PAGINA         PIC     ZZ9.
      *
       01      CAB4.
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    FILLER              PIC     X(131) VALUE ALL '-'.
         03    FILLER              PIC     X(001) VALUE SPACES.
      *
       01      CRG1.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(011) VALUE 'CARGA....: '.
         03    CRG1-NUM-CARGA      PIC     9(003).
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    FILLER              PIC     X(011) VALUE 'VEICULO..: '.
         03    CRG1-COD-VEICULO    PIC     X(007).
         03    FILLER              PIC     X(001) VALUE SPACES.
         03    CRG1-DESCRICAO      PIC     X(020).
         03    FILLER              PIC     X(004) VALUE SPACES.
         03    FILLER              PIC     X(011) VALUE 'DESTINO..: '.
         03    CRG1-COD-CIDADE     PIC     X(004).
         03    FILLER              PIC     X(003) VALUE ' - '.
         03    CRG1-NOME-CIDADE    PIC     X(025).
         03    FILLER              PIC     X(027) VALUE SPACES.
      *
       01      CRG2.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(011) VALUE 'PESO.....: '.
         03    CRG2-PESO           PIC     ZZ.ZZ9,999.
         03    FILLER              PIC     X(007) VALUE ' KG DE '.
         03    CRG2-CAP-PESO       PIC     ZZ.ZZ9,999.
         03    FILLER              PIC     X(007) VALUE ' KG    '.
         03    FILLER              PIC     X(011) VALUE 'VOLUME...: '.
         03    CRG2-VOLUME         PIC     ZZ.ZZ9,999.
         03    FILLER              PIC     X(008) VALUE ' DM3 DE '.
         03    CRG2-CAP-VOLUME     PIC     ZZ.ZZ9,999.
         03    FILLER              PIC     X(008) VALUE ' DM3    '.
         03    FILLER              PIC     X(011) VALUE 'PARADAS..: '.
         03    CRG2-PARADAS        PIC     ZZ9.
         03    FILLER              PIC     X(025) VALUE SPACES.
      *
       01      CAB6.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(003) VALUE 'SEQ'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(007) VALUE 'ENTID.'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(030) VALUE
               'NOME DA ENTIDADE'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(013) VALUE 'SOLICITACAO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'PECA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE ' QTDE'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(014) VALUE
               '       PESO KG'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(014) VALUE
               '    VOLUME DM3'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(008) VALUE 'CONFERE'.
         03    FILLER              PIC     X(015) VALUE SPACES.
      *
       01      DET1.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-SEQ            PIC     ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-CD-ENTI        PIC     9(007).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NOME-ENTI      PIC     X(030).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-NR-SOLI        PIC     9(013).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-CD-PECA        PIC     9(005).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-QTD            PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-PESO           PIC     ZZ.ZZZ.ZZ9,999.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET1-VOLUME         PIC     ZZ.ZZZ.ZZ9,999.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(008) VALUE '(    )'.
         03    FILLER              PIC     X(015) VALUE SPACES.
      *
       01      OCO1.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(050) VALUE
               'OCORRENCIAS - LINHAS DO MANIFESTO NAO EMBARCADAS E'.
         03    FILLER              PIC     X(040) VALUE
               ' PECAS SEM PESO/VOLUME CADASTRADO'.
         03    FILLER              PIC     X(041) VALUE SPACES.
      *
       01      CAB7.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(007) VALUE 'ENTID.'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(030) VALUE
               'NOME DA ENTIDADE'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE 'CIDADE'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(013) VALUE 'SOLICITACAO'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(005) VALUE 'PECA'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(006) VALUE ' QTDE'.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    FILLER              PIC     X(030) VALUE 'OCORRENCIA'.
         03    FILLER              PIC     X(022) VALUE SPACES.
      *
       01      DET2.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-CD-ENTI        PIC     9(007).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-NOME-ENTI      PIC     X(030).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-COD-CIDADE     PIC     X(006).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-NR-SOLI        PIC     9(013).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-CD-PECA        PIC     9(005).
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-QTD            PIC     ZZ.ZZ9.
         03    FILLER              PIC     X(002) VALUE SPACES.
         03    DET2-OCORRENCIA     PIC     X(030).
         03    FILLER              PIC     X(022) VALUE SPACES.
      *
      *****************************************************************
      * INPUT..: CADMANI - MANIFESTO DE EMBARQUE                      *
      *****************************************************************
      *
           COPY    COBO1062.
      *
      *****************************************************************
      * INPUT..: CADENTI - CADASTRO DE ENTIDADES                      *
      *****************************************************************
      *
           COPY    COBO2103.
      *
      *****************************************************************
      * INPUT..: CADMUNI - CADASTRO DE MUNICIPIOS                     *
      *****************************************************************
      *
           COPY    COBO1085.
      *
      *****************************************************************
      * INPUT..: CADPDIM - PESO E VOLUME DAS PECAS                    *
      *****************************************************************
      *
           COPY    COBI1102.
      *
      *****************************************************************
      * INPUT..: CADVEIC - FROTA DE ENTREGA                           *
      *****************************************************************
      *
           COPY    COBI1103.
      *
      *****************************************************************
      * INPUT..: CADNFEA - REGISTRO DAS NF-E ATUALIZADO               *
      *****************************************************************
      *
           COPY    COBO1228.
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
             UNTIL WS-FS-CADMANI   EQUAL 10.

           PERFORM 2000-00-MONTA-CARGAS.

           PERFORM 2400-00-IMPRIME-OCORRENCIAS.

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

           OPEN    INPUT   CADMANI
                           CADENTI
                           CADMUNI
                           CADPDIM
                           CADVEIC
                           CADNFEA
                   OUTPUT  RELCARG.

           MOVE   ' NA ABERTURA '  TO      WS-ACESSO-ARQ.

           MOVE    001             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 0400-00-CARGA-TAB-ENTIDADES
             UNTIL WS-FS-CADENTI   EQUAL   10.

           PERFORM 0420-00-CARGA-TAB-MUNICIPIOS
             UNTIL WS-FS-CADMUNI   EQUAL   10.

           PERFORM 0440-00-CARGA-TAB-DIMENSOES
             UNTIL WS-FS-CADPDIM   EQUAL   10.

           PERFORM 0460-00-CARGA-TAB-VEICULOS
             UNTIL WS-FS-CADVEIC   EQUAL   10.

           PERFORM 0480-00-CARGA-TAB-RETIDOS
             UNTIL WS-FS-CADNFEA   EQUAL   10.

           PERFORM 0500-00-LEITURA-CADMANI.
      *
       0100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0200-00-TESTA-FILE-STATUS   SECTION.
      *****************************************************************
      *
           IF      WS-FS-CADMANI NOT EQUAL 00 AND 10
                   MOVE 'CADMANI'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMANI     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADENTI NOT EQUAL 00 AND 10
                   MOVE 'CADENTI'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADENTI     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADMUNI NOT EQUAL 00 AND 10
                   MOVE 'CADMUNI'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADMUNI     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADPDIM NOT EQUAL 00 AND 10
                   MOVE 'CADPDIM'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADPDIM     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADVEIC NOT EQUAL 00 AND 10
                   MOVE 'CADVEIC'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADVEIC     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-CADNFEA NOT EQUAL 00 AND 10
                   MOVE 'CADNFEA'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-CADNFEA     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.

           IF      WS-FS-RELCARG NOT EQUAL 00
                   MOVE 'RELCARG'  TO      WS-DDNAME-ARQ
                   MOVE  WS-FS-RELCARG     TO      WS-FS-ARQ
                   PERFORM         0999-00-ABEND-ARQ
           END-IF.
      *
       0200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CARGA-TAB-ENTIDADES SECTION.
      *****************************************************************
      *
           READ    CADENTI         INTO    REG-ENTI.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    002             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADENTI   NOT EQUAL       00
                   GO      TO      0400-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADENTI.

           IF      WS-QTD-TAB-ENT  GREATER OR EQUAL 05000
                   PERFORM 0989-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-ENT.

           MOVE    ENTI-COD-ENT    TO
                   TAB-ENT-COD-ENT    (WS-QTD-TAB-ENT).
           MOVE    ENTI-NOME       TO
                   TAB-ENT-NOME       (WS-QTD-TAB-ENT).
           MOVE    ENTI-COD-CIDADE TO
                   TAB-ENT-COD-CIDADE (WS-QTD-TAB-ENT).
      *
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0420-00-CARGA-TAB-MUNICIPIOS SECTION.
      *****************************************************************
      *    GUARDA CADA MUNICIPIO ATIVO UMA SO VEZ (O CADMUNI TEM UM   *
      *    REGISTRO POR VIGENCIA DA ALIQUOTA DE ISS)                  *
      *
           READ    CADMUNI         INTO    REG-MUNI.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    003             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADMUNI   NOT EQUAL       00
                   GO      TO      0420-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADMUNI.

           IF      NOT MUNI-ATIVO
                   GO      TO      0420-99-EXIT
           END-IF.

           MOVE    MUNI-COD-CIDADE TO      WS-CIDADE-ATU.

           PERFORM 1150-00-PROCURA-MUNICIPIO.

           IF      WS-MUN-ACHOU
                   GO      TO      0420-99-EXIT
           END-IF.

           IF      WS-QTD-TAB-MUN  GREATER OR EQUAL 00500
                   PERFORM 0989-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-MUN.

           MOVE    MUNI-COD-CIDADE TO
                   TAB-MUN-COD-CIDADE (WS-QTD-TAB-MUN).
           MOVE    MUNI-NOME       TO
                   TAB-MUN-NOME       (WS-QTD-TAB-MUN).
      *
       0420-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0440-00-CARGA-TAB-DIMENSOES SECTION.
      *****************************************************************
      *
           READ    CADPDIM         INTO    REG-PDIM.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    004             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADPDIM   NOT EQUAL       00
                   GO      TO      0440-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADPDIM.

           IF      WS-QTD-TAB-DIM  GREATER OR EQUAL 05000
                   PERFORM 0989-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-DIM.

           MOVE    PDIM-COD-PEC    TO
                   TAB-DIM-COD-PEC    (WS-QTD-TAB-DIM).
           MOVE    PDIM-PESO-UNIT  TO
                   TAB-DIM-PESO-UNIT  (WS-QTD-TAB-DIM).
           MOVE    PDIM-VOL-UNIT   TO
                   TAB-DIM-VOL-UNIT   (WS-QTD-TAB-DIM).
      *
       0440-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0460-00-CARGA-TAB-VEICULOS  SECTION.
      *****************************************************************
      *    SO OS VEICULOS ATIVOS; GUARDA A MAIOR CAPACIDADE DE PESO E *
      *    DE VOLUME PARA APONTAR A PECA QUE NAO CABE EM NENHUM       *
      *
           READ    CADVEIC         INTO    REG-VEIC.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    005             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADVEIC   NOT EQUAL       00
                   GO      TO      0460-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADVEIC.

           IF      NOT VEIC-ATIVO
                   GO      TO      0460-99-EXIT
           END-IF.

           IF      WS-QTD-TAB-VEI  GREATER OR EQUAL 00100
                   PERFORM 0989-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-VEI.

           MOVE    VEIC-COD-VEICULO        TO
                   TAB-VEI-COD-VEICULO (WS-QTD-TAB-VEI).
           MOVE    VEIC-DESCRICAO  TO
                   TAB-VEI-DESCRICAO   (WS-QTD-TAB-VEI).
           MOVE    VEIC-CAP-PESO   TO
                   TAB-VEI-CAP-PESO    (WS-QTD-TAB-VEI).
           MOVE    VEIC-CAP-VOLUME TO
                   TAB-VEI-CAP-VOLUME  (WS-QTD-TAB-VEI).
           MOVE    SPACES          TO
                   TAB-VEI-SITUACAO    (WS-QTD-TAB-VEI).

           IF      VEIC-CAP-PESO   GREATER WS-MAX-CAP-PESO
                   MOVE    VEIC-CAP-PESO   TO      WS-MAX-CAP-PESO
           END-IF.

           IF      VEIC-CAP-VOLUME GREATER WS-MAX-CAP-VOL
                   MOVE    VEIC-CAP-VOLUME TO      WS-MAX-CAP-VOL
           END-IF.
      *
       0460-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0480-00-CARGA-TAB-RETIDOS   SECTION.
      *****************************************************************
      *    SO AS NOTAS QUE RETEM O EMBARQUE (REJEITADA/NAO EMITIDA)   *
      *
           READ    CADNFEA         INTO    REG-NFEM.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    009             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADNFEA   NOT EQUAL       00
                   GO      TO      0480-99-EXIT
           END-IF.

           ADD     001             TO      WS-LID-CADNFEA.

           IF      NOT NFEM-RETEM-EMBARQUE
                   GO      TO      0480-99-EXIT
           END-IF.

           IF      WS-QTD-TAB-RET  GREATER OR EQUAL 05000
                   PERFORM 0989-00-ABEND-TABELA
           END-IF.

           ADD     001             TO      WS-QTD-TAB-RET.

           MOVE    NFEM-CD-ENTI    TO
                   TAB-RET-CD-ENTI      (WS-QTD-TAB-RET).
           MOVE    NFEM-DAT-EMBARQUE       TO
                   TAB-RET-DAT-EMBARQUE (WS-QTD-TAB-RET).
           MOVE    NFEM-SITUACAO   TO
                   TAB-RET-SITUACAO     (WS-QTD-TAB-RET).
      *
       0480-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-LEITURA-CADMANI     SECTION.
      *****************************************************************
      *
           READ    CADMANI         INTO    REG-MANI.

           MOVE   ' NA LEITURA '   TO      WS-ACESSO-ARQ.

           MOVE    006             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           IF      WS-FS-CADMANI   EQUAL   00
                   ADD 001         TO      WS-LID-CADMANI
           END-IF.
      *
       0500-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1000-00-PROCED-PRINCIPAIS   SECTION.
      *****************************************************************
      *
           IF      MANI-QTD-EMBARCADA      GREATER ZEROS
                   PERFORM 1100-00-CARGA-LINHA
           END-IF.

           PERFORM 0500-00-LEITURA-CADMANI.
      *
       1000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1100-00-CARGA-LINHA         SECTION.
      *****************************************************************
      *    CLASSIFICA A LINHA DO MANIFESTO E A INSERE NA TABELA EM    *
      *    ORDEM DE MUNICIPIO E ENTIDADE                              *
      *
           MOVE    SPACES          TO      WS-CHV-COD-CIDADE.
           MOVE    MANI-CD-ENTI    TO      WS-CHV-CD-ENTI.

           PERFORM 1120-00-PROCURA-ENTIDADE.

           IF      WS-ENT-ACHOU
                   MOVE    TAB-ENT-COD-CIDADE (WS-IND-TAB-ENT)
                                   TO      WS-CIDADE-ATU
                   PERFORM 1150-00-PROCURA-MUNICIPIO
                   IF      WS-MUN-ACHOU
                           MOVE    WS-CIDADE-ATU   TO
                                   WS-CHV-COD-CIDADE
                   END-IF
           END-IF.

           SET     WS-DIM-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-DIM FROM 1 BY 1
                   UNTIL   WS-IND-TAB-DIM GREATER WS-QTD-TAB-DIM
                   OR      WS-DIM-ACHOU

             IF    MANI-CD-PECA    EQUAL
                   TAB-DIM-COD-PEC (WS-IND-TAB-DIM)
                   SET     WS-DIM-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-QTD-TAB-LIN  GREATER OR EQUAL 05000
                   PERFORM 0989-00-ABEND-TABELA
           END-IF.

           MOVE    001             TO      WS-IND-INS.

           PERFORM UNTIL WS-IND-INS GREATER WS-QTD-TAB-LIN
                   OR    TAB-LIN-CHAVE (WS-IND-INS)
                         GREATER WS-CHAVE-LINHA
                   ADD     001     TO      WS-IND-INS
           END-PERFORM.

           PERFORM VARYING WS-IND-DES FROM WS-QTD-TAB-LIN BY -1
                   UNTIL   WS-IND-DES LESS WS-IND-INS

             COMPUTE WS-IND-AUX = WS-IND-DES + 1
             MOVE  TAB-LIN-ITEM (WS-IND-DES) TO
                   TAB-LIN-ITEM (WS-IND-AUX)

           END-PERFORM.

           ADD     001             TO      WS-QTD-TAB-LIN.

           MOVE    WS-CHAVE-LINHA  TO
                   TAB-LIN-CHAVE      (WS-IND-INS).
           MOVE    MANI-NR-SOLI    TO
                   TAB-LIN-NR-SOLI    (WS-IND-INS).
           MOVE    MANI-CD-PECA    TO
                   TAB-LIN-CD-PECA    (WS-IND-INS).
           MOVE    MANI-QTD-EMBARCADA      TO
                   TAB-LIN-QTD        (WS-IND-INS)
                   TAB-LIN-QTD-PEND   (WS-IND-INS).
           MOVE    SPACES          TO
                   TAB-LIN-IND-DIM    (WS-IND-INS)
                   TAB-LIN-SITUACAO   (WS-IND-INS).

           IF      WS-DIM-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-DIM
                   MOVE    TAB-DIM-PESO-UNIT (WS-IND-TAB-DIM) TO
                           TAB-LIN-PESO-UNIT (WS-IND-INS)
                   MOVE    TAB-DIM-VOL-UNIT  (WS-IND-TAB-DIM) TO
                           TAB-LIN-VOL-UNIT  (WS-IND-INS)
           ELSE
      *            SEM PESO/VOLUME A PECA EMBARCA, MAS SAI NAS
      *            OCORRENCIAS PARA O CADASTRO SER COMPLETADO
                   MOVE    ZEROS   TO
                           TAB-LIN-PESO-UNIT (WS-IND-INS)
                           TAB-LIN-VOL-UNIT  (WS-IND-INS)
                   MOVE    'N'     TO
                           TAB-LIN-IND-DIM   (WS-IND-INS)
                   ADD     001     TO      WS-QTD-SEM-DIMENSAO
           END-IF.

           SET     WS-RET-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-RET FROM 1 BY 1
                   UNTIL   WS-IND-TAB-RET GREATER WS-QTD-TAB-RET
                   OR      WS-RET-ACHOU

             IF    MANI-CD-ENTI    EQUAL
                   TAB-RET-CD-ENTI      (WS-IND-TAB-RET)
               AND MANI-DAT-EMBARQUE       EQUAL
                   TAB-RET-DAT-EMBARQUE (WS-IND-TAB-RET)
                   SET     WS-RET-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           EVALUATE TRUE
      *      EMBARQUE SEM NF-E AUTORIZAVEL NAO SAI DO ALMOXARIFADO
             WHEN  WS-RET-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-RET
                   MOVE    TAB-RET-SITUACAO (WS-IND-TAB-RET) TO
                           TAB-LIN-SITUACAO  (WS-IND-INS)
                   ADD     001     TO      WS-QTD-RETIDA-NFE
             WHEN  WS-CHV-COD-CIDADE       EQUAL   SPACES
                   MOVE    'S'     TO
                           TAB-LIN-SITUACAO  (WS-IND-INS)
                   ADD     001     TO      WS-QTD-SEM-CIDADE
             WHEN  TAB-LIN-PESO-UNIT (WS-IND-INS)
                                   GREATER WS-MAX-CAP-PESO
               OR  TAB-LIN-VOL-UNIT  (WS-IND-INS)
                                   GREATER WS-MAX-CAP-VOL
                   MOVE    'X'     TO
                           TAB-LIN-SITUACAO  (WS-IND-INS)
                   ADD     001     TO      WS-QTD-EXCEDE
           END-EVALUATE.
      *
       1100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1120-00-PROCURA-ENTIDADE    SECTION.
      *****************************************************************
      *
           SET     WS-ENT-NAO-ACHOU        TO      TRUE.

           PERFORM VARYING WS-IND-TAB-ENT FROM 1 BY 1
                   UNTIL   WS-IND-TAB-ENT GREATER WS-QTD-TAB-ENT
                   OR      WS-ENT-ACHOU

             IF    WS-CHV-CD-ENTI  EQUAL
                   TAB-ENT-COD-ENT (WS-IND-TAB-ENT)
                   SET     WS-ENT-ACHOU    TO      TRUE
             END-IF

           END-PERFORM.

           IF      WS-ENT-ACHOU
                   SUBTRACT 001    FROM    WS-IND-TAB-ENT
           END-IF.
      *
       1120-99-EXIT.
           EXIT.
      *
      *****************************************************************
       1150-00-PROCURA-MUNICIPIO   SECTION.
      *****************************************************************
      *
           SET     WS-MUN-NAO-ACHOU        TO      TRUE.
           MOVE    SPACES          TO      WS-NOME-CIDADE.

           IF      WS-CIDADE-ATU   EQUAL   SPACES
                   GO      TO      1150-99-EXIT
           END-IF.

           PERFORM VARYING WS-IND-TAB-MUN FROM 1 BY 1
                   UNTIL   WS-IND-TAB-MUN GREATER WS-QTD-TAB-MUN
                   OR      WS-MUN-ACHOU

             IF    WS-CIDADE-ATU   EQUAL
                   TAB-MUN-COD-CIDADE (WS-IND-TAB-MUN)
                   SET     WS-MUN-ACHOU    TO      TRUE
                   MOVE    TAB-MUN-NOME (WS-IND-TAB-MUN) TO
                           WS-NOME-CIDADE
             END-IF

           END-PERFORM.
      *
       1150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2000-00-MONTA-CARGAS        SECTION.
      *****************************************************************
      *    PERCORRE A TABELA UM MUNICIPIO POR VEZ (FAIXA WS-IND-INI   *
      *    A WS-IND-FIM); AS LINHAS SEM MUNICIPIO FICAM DE FORA       *
      *
           MOVE    001             TO      WS-IND-INI.

           PERFORM UNTIL WS-IND-INI GREATER WS-QTD-TAB-LIN

             MOVE  TAB-LIN-COD-CIDADE (WS-IND-INI) TO WS-CIDADE-ATU
             MOVE  WS-IND-INI      TO      WS-IND-FIM
             SET   WS-FIM-CIDADE-NAO       TO      TRUE

             PERFORM VARYING WS-IND-AUX FROM WS-IND-INI BY 1
                     UNTIL   WS-IND-AUX GREATER WS-QTD-TAB-LIN
                     OR      WS-FIM-CIDADE
               IF  TAB-LIN-COD-CIDADE (WS-IND-AUX)
                                   NOT EQUAL       WS-CIDADE-ATU
                   SET     WS-FIM-CIDADE   TO      TRUE
               ELSE
                   MOVE    WS-IND-AUX      TO      WS-IND-FIM
               END-IF
             END-PERFORM

             IF    WS-CIDADE-ATU   NOT EQUAL       SPACES
                   PERFORM         2100-00-CARGAS-DA-CIDADE
             END-IF

             COMPUTE WS-IND-INI    =       WS-IND-FIM + 1

           END-PERFORM.
      *
       2000-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2100-00-CARGAS-DA-CIDADE    SECTION.
      *****************************************************************
      *    MONTA CARGAS ATE EMBARCAR TODO O MUNICIPIO OU ACABAREM OS  *
      *    VEICULOS; O QUE SOBRA FICA COMO 'SEM VEICULO DISPONIVEL'   *
      *
           PERFORM 1150-00-PROCURA-MUNICIPIO.

           PERFORM 2110-00-SOMA-PENDENTE.

           PERFORM UNTIL WS-QTD-LIN-PEND EQUAL ZEROS

             PERFORM 2150-00-ESCOLHE-VEICULO

             IF    WS-IND-VEI      EQUAL   ZEROS
                   PERFORM 2190-00-MARCA-SEM-VEICULO
                   MOVE    ZEROS   TO      WS-QTD-LIN-PEND
             ELSE
                   PERFORM 2200-00-MONTA-UMA-CARGA
                   PERFORM 2110-00-SOMA-PENDENTE
             END-IF

           END-PERFORM.

      *    O VEICULO QUE NAO LEVOU NADA DESTE MUNICIPIO VOLTA A FICAR
      *    LIVRE PARA O PROXIMO
           PERFORM VARYING WS-IND-TAB-VEI FROM 1 BY 1
                   UNTIL   WS-IND-TAB-VEI GREATER WS-QTD-TAB-VEI
             IF    TAB-VEI-TENTADO (WS-IND-TAB-VEI)
                   MOVE    SPACES  TO
                           TAB-VEI-SITUACAO (WS-IND-TAB-VEI)
             END-IF
           END-PERFORM.
      *
       2100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2110-00-SOMA-PENDENTE       SECTION.
      *****************************************************************
      *
           MOVE    ZEROS           TO      WS-QTD-LIN-PEND
                                           WS-PESO-PEND
                                           WS-VOL-PEND.

           PERFORM VARYING WS-IND-TAB-LIN FROM WS-IND-INI BY 1
                   UNTIL   WS-IND-TAB-LIN GREATER WS-IND-FIM

             IF    TAB-LIN-PENDENTE (WS-IND-TAB-LIN)
                   ADD     001     TO      WS-QTD-LIN-PEND
                   COMPUTE WS-PESO-PEND    =       WS-PESO-PEND +
                           TAB-LIN-QTD-PEND  (WS-IND-TAB-LIN) *
                           TAB-LIN-PESO-UNIT (WS-IND-TAB-LIN)
                   COMPUTE WS-VOL-PEND     =       WS-VOL-PEND  +
                           TAB-LIN-QTD-PEND  (WS-IND-TAB-LIN) *
                           TAB-LIN-VOL-UNIT  (WS-IND-TAB-LIN)
             END-IF

           END-PERFORM.
      *
       2110-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2150-00-ESCOLHE-VEICULO     SECTION.
      *****************************************************************
      *    O MENOR VEICULO LIVRE QUE LEVA TODO O SALDO DO MUNICIPIO;  *
      *    SE NENHUM LEVA, O MAIOR LIVRE (ZEROS = NAO HA VEICULO)     *
      *
           MOVE    ZEROS           TO      WS-IND-VEI
                                           WS-IND-VEI-CABE
                                           WS-IND-VEI-MAIOR.

           PERFORM VARYING WS-IND-TAB-VEI FROM 1 BY 1
                   UNTIL   WS-IND-TAB-VEI GREATER WS-QTD-TAB-VEI

             IF    TAB-VEI-LIVRE (WS-IND-TAB-VEI)

                   IF      TAB-VEI-CAP-PESO   (WS-IND-TAB-VEI)
                                   NOT LESS        WS-PESO-PEND
                     AND   TAB-VEI-CAP-VOLUME (WS-IND-TAB-VEI)
                                   NOT LESS        WS-VOL-PEND
                           IF      WS-IND-VEI-CABE EQUAL   ZEROS
                             OR    TAB-VEI-CAP-PESO (WS-IND-TAB-VEI)
                                   LESS
                                   TAB-VEI-CAP-PESO (WS-IND-VEI-CABE)
                                   MOVE    WS-IND-TAB-VEI  TO
                                           WS-IND-VEI-CABE
                           END-IF
                   END-IF

                   IF      WS-IND-VEI-MAIOR        EQUAL   ZEROS
                     OR    TAB-VEI-CAP-PESO (WS-IND-TAB-VEI)
                                   GREATER
                           TAB-VEI-CAP-PESO (WS-IND-VEI-MAIOR)
                           MOVE    WS-IND-TAB-VEI  TO
                                   WS-IND-VEI-MAIOR
                   END-IF

             END-IF

           END-PERFORM.

           IF      WS-IND-VEI-CABE GREATER ZEROS
                   MOVE    WS-IND-VEI-CABE         TO      WS-IND-VEI
           ELSE
                   MOVE    WS-IND-VEI-MAIOR        TO      WS-IND-VEI
           END-IF.
      *
       2150-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2190-00-MARCA-SEM-VEICULO   SECTION.
      *****************************************************************
      *
           PERFORM VARYING WS-IND-TAB-LIN FROM WS-IND-INI BY 1
                   UNTIL   WS-IND-TAB-LIN GREATER WS-IND-FIM

             IF    TAB-LIN-PENDENTE (WS-IND-TAB-LIN)
                   MOVE    'V'     TO
                           TAB-LIN-SITUACAO (WS-IND-TAB-LIN)
                   ADD     001     TO      WS-QTD-SEM-VEICULO
             END-IF

           END-PERFORM.
      *
       2190-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2200-00-MONTA-UMA-CARGA     SECTION.
      *****************************************************************
      *    ENCHE O VEICULO ESCOLHIDO COM AS LINHAS PENDENTES DO       *
      *    MUNICIPIO, NA ORDEM DAS ENTIDADES (A PRIMEIRA QUE CABE)    *
      *
           MOVE    ZEROS           TO      WS-QTD-TAB-CRG
                                           WS-PESO-CRG
                                           WS-VOL-CRG
                                           WS-SEQ-ENTREGA
                                           WS-CD-ENTI-ANT.

           PERFORM VARYING WS-IND-TAB-LIN FROM WS-IND-INI BY 1
                   UNTIL   WS-IND-TAB-LIN GREATER WS-IND-FIM

             IF    TAB-LIN-PENDENTE (WS-IND-TAB-LIN)
                   PERFORM 2210-00-ENCAIXA-LINHA
             END-IF

           END-PERFORM.

           IF      WS-QTD-TAB-CRG  EQUAL   ZEROS
                   MOVE    'T'     TO
                           TAB-VEI-SITUACAO (WS-IND-VEI)
                   GO      TO      2200-99-EXIT
           END-IF.

           MOVE    'U'             TO
                   TAB-VEI-SITUACAO (WS-IND-VEI).

           ADD     001             TO      WS-QTD-CARGAS.

           PERFORM 2300-00-IMPRIME-CARGA.
      *
       2200-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2210-00-ENCAIXA-LINHA       SECTION.
      *****************************************************************
      *    QUANTAS UNIDADES DA LINHA AINDA CABEM NO VEICULO, PELO     *
      *    PESO E PELO VOLUME; O RESTO FICA PARA A PROXIMA CARGA      *
      *
           MOVE    TAB-LIN-QTD-PEND (WS-IND-TAB-LIN)
                                   TO      WS-QTD-CABE.

           IF      TAB-LIN-PESO-UNIT (WS-IND-TAB-LIN) GREATER ZEROS
                   COMPUTE WS-QTD-AUX      =
                           (TAB-VEI-CAP-PESO (WS-IND-VEI) -
                            WS-PESO-CRG) /
                           TAB-LIN-PESO-UNIT (WS-IND-TAB-LIN)
                   IF      WS-QTD-AUX      LESS    WS-QTD-CABE
                           MOVE    WS-QTD-AUX      TO      WS-QTD-CABE
                   END-IF
           END-IF.

           IF      TAB-LIN-VOL-UNIT (WS-IND-TAB-LIN)  GREATER ZEROS
                   COMPUTE WS-QTD-AUX      =
                           (TAB-VEI-CAP-VOLUME (WS-IND-VEI) -
                            WS-VOL-CRG) /
                           TAB-LIN-VOL-UNIT (WS-IND-TAB-LIN)
                   IF      WS-QTD-AUX      LESS    WS-QTD-CABE
                           MOVE    WS-QTD-AUX      TO      WS-QTD-CABE
                   END-IF
           END-IF.

           IF      WS-QTD-CABE     EQUAL   ZEROS
                   GO      TO      2210-99-EXIT
           END-IF.

           IF      WS-QTD-TAB-CRG  GREATER OR EQUAL 00500
                   PERFORM 0989-00-ABEND-TABELA
           END-IF.

           IF      TAB-LIN-CD-ENTI (WS-IND-TAB-LIN)
                                   NOT EQUAL       WS-CD-ENTI-ANT
                   ADD     001     TO      WS-SEQ-ENTREGA
                   MOVE    TAB-LIN-CD-ENTI (WS-IND-TAB-LIN) TO
                           WS-CD-ENTI-ANT
           END-IF.

           ADD     001             TO      WS-QTD-TAB-CRG.

           MOVE    WS-IND-TAB-LIN  TO
                   TAB-CRG-IND-LIN (WS-QTD-TAB-CRG).
           MOVE    WS-QTD-CABE     TO
                   TAB-CRG-QTD     (WS-QTD-TAB-CRG).
           MOVE    WS-SEQ-ENTREGA  TO
                   TAB-CRG-SEQ     (WS-QTD-TAB-CRG).

           COMPUTE WS-PESO-CRG     =       WS-PESO-CRG +
                   WS-QTD-CABE     *       TAB-LIN-PESO-UNIT
                                           (WS-IND-TAB-LIN).
           COMPUTE WS-VOL-CRG      =       WS-VOL-CRG  +
                   WS-QTD-CABE     *       TAB-LIN-VOL-UNIT
                                           (WS-IND-TAB-LIN).

           SUBTRACT WS-QTD-CABE    FROM
                   TAB-LIN-QTD-PEND (WS-IND-TAB-LIN).

           IF      TAB-LIN-QTD-PEND (WS-IND-TAB-LIN) EQUAL ZEROS
                   MOVE    'C'     TO
                           TAB-LIN-SITUACAO (WS-IND-TAB-LIN)
                   ADD     001     TO      WS-QTD-LIN-CARREG
           END-IF.
      *
       2210-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2300-00-IMPRIME-CARGA       SECTION.
      *****************************************************************
      *    CADA CARGA COMECA EM FOLHA NOVA (ROMANEIO DO MOTORISTA)    *
      *
           MOVE    WS-QTD-CARGAS   TO      CRG1-NUM-CARGA.
           MOVE    TAB-VEI-COD-VEICULO (WS-IND-VEI)
                                   TO      CRG1-COD-VEICULO.
           MOVE    TAB-VEI-DESCRICAO   (WS-IND-VEI)
                                   TO      CRG1-DESCRICAO.
           MOVE    WS-CIDADE-ATU   TO      CRG1-COD-CIDADE.
           MOVE    WS-NOME-CIDADE  TO      CRG1-NOME-CIDADE.

           MOVE    WS-PESO-CRG     TO      CRG2-PESO.
           MOVE    TAB-VEI-CAP-PESO    (WS-IND-VEI)
                                   TO      CRG2-CAP-PESO.
           MOVE    WS-VOL-CRG      TO      CRG2-VOLUME.
           MOVE    TAB-VEI-CAP-VOLUME  (WS-IND-VEI)
                                   TO      CRG2-CAP-VOLUME.
           MOVE    WS-SEQ-ENTREGA  TO      CRG2-PARADAS.

           SET     WS-SECAO-CARGAS TO      TRUE.
           MOVE    99              TO      WS-LINHAS.

           PERFORM VARYING WS-IND-TAB-CRG FROM 1 BY 1
                   UNTIL   WS-IND-TAB-CRG GREATER WS-QTD-TAB-CRG

             IF    WS-LINHAS       GREATER 54
                   PERFORM 2600-00-GRAVACAO-CABECALHO
             END-IF

             MOVE  TAB-CRG-IND-LIN (WS-IND-TAB-CRG) TO WS-IND-TAB-LIN
             MOVE  TAB-LIN-CD-ENTI (WS-IND-TAB-LIN) TO WS-CHV-CD-ENTI
             PERFORM 1120-00-PROCURA-ENTIDADE

             MOVE  TAB-CRG-SEQ (WS-IND-TAB-CRG)     TO DET1-SEQ
             MOVE  WS-CHV-CD-ENTI                   TO DET1-CD-ENTI
             MOVE  TAB-ENT-NOME (WS-IND-TAB-ENT)    TO DET1-NOME-ENTI
             MOVE  TAB-LIN-NR-SOLI (WS-IND-TAB-LIN) TO DET1-NR-SOLI
             MOVE  TAB-LIN-CD-PECA (WS-IND-TAB-LIN) TO DET1-CD-PECA
             MOVE  TAB-CRG-QTD (WS-IND-TAB-CRG)     TO DET1-QTD
             COMPUTE DET1-PESO     =       TAB-CRG-QTD (WS-IND-TAB-CRG)
                                   *       TAB-LIN-PESO-UNIT
                                                   (WS-IND-TAB-LIN)
             COMPUTE DET1-VOLUME   =       TAB-CRG-QTD (WS-IND-TAB-CRG)
                                   *       TAB-LIN-VOL-UNIT
                                                   (WS-IND-TAB-LIN)

             MOVE  DET1            TO      REG-RELCARG
             PERFORM 2700-00-GRAVACAO-RELCARG
             ADD   001             TO      WS-LINHAS

           END-PERFORM.
      *
       2300-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2400-00-IMPRIME-OCORRENCIAS SECTION.
      *****************************************************************
      *    LINHAS QUE NAO EMBARCAM (SEM MUNICIPIO, PECA MAIOR QUE     *
      *    QUALQUER VEICULO, SEM VEICULO) E PECAS SEM PESO/VOLUME     *
      *
           SET     WS-SECAO-OCORRENCIAS    TO      TRUE.
           MOVE    99              TO      WS-LINHAS.

           PERFORM VARYING WS-IND-TAB-LIN FROM 1 BY 1
                   UNTIL   WS-IND-TAB-LIN GREATER WS-QTD-TAB-LIN

             EVALUATE TRUE
               WHEN TAB-LIN-SEM-CIDADE  (WS-IND-TAB-LIN)
                    MOVE 'ENTIDADE SEM MUNICIPIO'  TO
                         DET2-OCORRENCIA
                    PERFORM 2450-00-IMPRIME-OCORRENCIA
               WHEN TAB-LIN-EXCEDE      (WS-IND-TAB-LIN)
                    MOVE 'PECA EXCEDE TODOS OS VEICULOS' TO
                         DET2-OCORRENCIA
                    PERFORM 2450-00-IMPRIME-OCORRENCIA
               WHEN TAB-LIN-SEM-VEICULO (WS-IND-TAB-LIN)
                    MOVE 'SEM VEICULO DISPONIVEL'  TO
                         DET2-OCORRENCIA
                    PERFORM 2450-00-IMPRIME-OCORRENCIA
               WHEN TAB-LIN-NFE-REJEITADA (WS-IND-TAB-LIN)
                    MOVE 'RETIDA - NF-E REJEITADA' TO
                         DET2-OCORRENCIA
                    PERFORM 2450-00-IMPRIME-OCORRENCIA
               WHEN TAB-LIN-NFE-NAO-EMITIDA (WS-IND-TAB-LIN)
                    MOVE 'RETIDA - NF-E NAO EMITIDA' TO
                         DET2-OCORRENCIA
                    PERFORM 2450-00-IMPRIME-OCORRENCIA
               WHEN TAB-LIN-SEM-DIMENSAO (WS-IND-TAB-LIN)
                    MOVE 'EMBARCADA - PECA SEM PESO/VOL' TO
                         DET2-OCORRENCIA
                    PERFORM 2450-00-IMPRIME-OCORRENCIA
             END-EVALUATE

           END-PERFORM.
      *
       2400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2450-00-IMPRIME-OCORRENCIA  SECTION.
      *****************************************************************
      *
           IF      WS-LINHAS       GREATER 54
                   PERFORM 2600-00-GRAVACAO-CABECALHO
           END-IF.

           MOVE    TAB-LIN-CD-ENTI (WS-IND-TAB-LIN)
                                   TO      WS-CHV-CD-ENTI.

           PERFORM 1120-00-PROCURA-ENTIDADE.

           MOVE    WS-CHV-CD-ENTI  TO      DET2-CD-ENTI.

           IF      WS-ENT-ACHOU
                   MOVE    TAB-ENT-NOME (WS-IND-TAB-ENT)
                                   TO      DET2-NOME-ENTI
                   MOVE    TAB-ENT-COD-CIDADE (WS-IND-TAB-ENT)
                                   TO      DET2-COD-CIDADE
           ELSE
                   MOVE    'ENTIDADE NAO CADASTRADA'
                                   TO      DET2-NOME-ENTI
                   MOVE    SPACES  TO      DET2-COD-CIDADE
           END-IF.

           MOVE    TAB-LIN-NR-SOLI (WS-IND-TAB-LIN)
                                   TO      DET2-NR-SOLI.
           MOVE    TAB-LIN-CD-PECA (WS-IND-TAB-LIN)
                                   TO      DET2-CD-PECA.

           IF      TAB-LIN-CARREGADA (WS-IND-TAB-LIN)
                   MOVE    TAB-LIN-QTD      (WS-IND-TAB-LIN)
                                   TO      DET2-QTD
           ELSE
                   MOVE    TAB-LIN-QTD-PEND (WS-IND-TAB-LIN)
                                   TO      DET2-QTD
           END-IF.

           MOVE    DET2            TO      REG-RELCARG.
           PERFORM 2700-00-GRAVACAO-RELCARG.

           ADD     001             TO      WS-LINHAS.
      *
       2450-99-EXIT.
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

           MOVE    CAB1            TO      REG-RELCARG.
           PERFORM 2700-00-GRAVACAO-RELCARG.

           ADD     001             TO      WS-PAGI.
           MOVE    WS-PAGI         TO      CAB3-PAGINA.

           MOVE    CAB3            TO      REG-RELCARG.
           PERFORM 2700-00-GRAVACAO-RELCARG.

           MOVE    CAB4            TO      REG-RELCARG.
           PERFORM 2700-00-GRAVACAO-RELCARG.

           IF      WS-SECAO-CARGAS
                   MOVE    CRG1    TO      REG-RELCARG
                   PERFORM 2700-00-GRAVACAO-RELCARG
                   MOVE    CRG2    TO      REG-RELCARG
                   PERFORM 2700-00-GRAVACAO-RELCARG
                   MOVE    CAB4    TO      REG-RELCARG
                   PERFORM 2700-00-GRAVACAO-RELCARG
                   MOVE    CAB6    TO      REG-RELCARG
                   PERFORM 2700-00-GRAVACAO-RELCARG
           ELSE
                   MOVE    OCO1    TO      REG-RELCARG
                   PERFORM 2700-00-GRAVACAO-RELCARG
                   MOVE    CAB4    TO      REG-RELCARG
                   PERFORM 2700-00-GRAVACAO-RELCARG
                   MOVE    CAB7    TO      REG-RELCARG
                   PERFORM 2700-00-GRAVACAO-RELCARG
           END-IF.

           MOVE    007             TO      WS-LINHAS.
      *
       2600-99-EXIT.
           EXIT.
      *
      *****************************************************************
       2700-00-GRAVACAO-RELCARG    SECTION.
      *****************************************************************
      *
           WRITE   REG-RELCARG.

           MOVE   ' NA GRAVACAO '  TO      WS-ACESSO-ARQ.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           ADD     001             TO      WS-GRV-RELCARG.
      *
       2700-99-EXIT.
           EXIT.
      *
      *****************************************************************
       3000-00-PROCED-FINAIS       SECTION.
      *****************************************************************
      *
           CLOSE   CADMANI
                   CADENTI
                   CADMUNI
                   CADPDIM
                   CADVEIC
                   CADNFEA
                   RELCARG.

           MOVE   'NO FECHAMENTO'  TO      WS-ACESSO-ARQ.

           MOVE    008             TO      WS-PTO-ERRO.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB150'      TO      WRL-PROGRAMA.
           MOVE    WS-HORA-INICIO  TO      WRL-HORA-INICIO.
           IF      WS-QTD-SEM-CIDADE       GREATER ZEROS
              OR   WS-QTD-EXCEDE           GREATER ZEROS
              OR   WS-QTD-SEM-VEICULO      GREATER ZEROS
              OR   WS-QTD-RETIDA-NFE       GREATER ZEROS
                   MOVE    0004    TO      WRL-RETCODE
           ELSE
                   MOVE    ZEROS   TO      WRL-RETCODE
           END-IF.
           MOVE    WS-LID-CADMANI  TO      WRL-QTD-PROC.

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
           DISPLAY '******************* GPFPB150 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*        ESTATISTICA DE PROCESSAMENTO         *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB150 ******************'.
           DISPLAY '*                                             *'.
           MOVE    WS-LID-CADMANI  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADMANI.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADENTI  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADENTI.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADMUNI  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADMUNI.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADPDIM  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADPDIM.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADVEIC  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADVEIC.: ' WS-EDICAO
           ' *'.
           MOVE    WS-LID-CADNFEA  TO      WS-EDICAO.
           DISPLAY '* REGISTROS LIDOS.......- CADNFEA.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GRV-RELCARG  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- RELCARG.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-CARGAS   TO      WS-EDICAO.
           DISPLAY '* CARGAS MONTADAS..................: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-LIN-CARREG
                                   TO      WS-EDICAO.
           DISPLAY '* LINHAS EMBARCADAS................: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-CIDADE
                                   TO      WS-EDICAO.
           DISPLAY '* LINHAS DE ENTIDADE SEM MUNICIPIO.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-EXCEDE   TO      WS-EDICAO.
           DISPLAY '* LINHAS ACIMA DA CAPACIDADE.......: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-VEICULO
                                   TO      WS-EDICAO.
           DISPLAY '* LINHAS SEM VEICULO DISPONIVEL....: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-SEM-DIMENSAO
                                   TO      WS-EDICAO.
           DISPLAY '* LINHAS DE PECA SEM PESO/VOLUME...: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-RETIDA-NFE
                                   TO      WS-EDICAO.
           DISPLAY '* LINHAS RETIDAS PELA NF-E.........: ' WS-EDICAO
           ' *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB150 ******************'.
      *
       3100-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0989-00-ABEND-TABELA        SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB150 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '* CAPACIDADE DE TABELA INTERNA EXCEDIDA       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB150 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB150 ******************'.

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

           DISPLAY '******************* GPFPB150 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB150 ******************'.
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
           DISPLAY '******************* GPFPB150 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB150 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0999-00-EXIT.
           EXIT.
      *
      *****************************************************************
      *                   FIM DO PROGRAMA - GPFPB150                  *
      *****************************************************************
