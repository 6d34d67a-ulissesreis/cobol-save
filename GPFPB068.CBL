      *****************************************************************
      * MODIFICACOES.:                                                *
      * 20/07/2015 - US - PROGRAMA CRIADO                             *
      * 15/10/2026 - US - CADA CADRHIN GRAVADO PASSA A SER CATALOGADO *
      *                   NO CADGCAT (ROTINA COBBB010) COMO GERACAO   *
      *                   DO CADRHIS, COM A QTDE DE REGISTROS E O     *
      *                   SELO DE INTEGRIDADE                         *
      *****************************************************************
      *
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
       01      WS-GCAT-CADRHIS     PIC     X(300) VALUE SPACES.
      *
       01      WS-SUB-ROTINA       PIC     X(008) VALUE SPACES.
       01      WS-SUB-RETORNO      PIC     9(002) VALUE ZEROS.
      *
      *****************************************************************
       LINKAGE                     SECTION.
      *****************************************************************

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    'I'             TO      WGC-CODOPE.
           MOVE    'CADRHIS'       TO      WGC-ARQUIVO.

           PERFORM 0400-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADRHIS.

           MOVE    FUNCTION CURRENT-DATE(1:8)
                                   TO      WS-DATA-PROC.

       0330-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0400-00-CHAMA-COBBB010      SECTION.
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
       0400-99-EXIT.
           EXIT.
      *
      *****************************************************************
       0500-00-LEITURA-CADFOCO     SECTION.
      *****************************************************************
      *    O HISTORICO ATUALIZADO CARREGA APENAS OS AINDA PENDENTES   *
      *    E OS RECUPERADOS NESTE CICLO (PARA APURACAO)               *
      *
           MOVE    WS-GCAT-CADRHIS TO      WGC-GRUPO.

           PERFORM VARYING WS-IND-TAB-HIS FROM 1 BY 1
                   UNTIL   WS-IND-TAB-HIS GREATER WS-QTD-TAB-HIS


             ADD   001             TO      WS-GRV-CADRHIN

             MOVE 'A'              TO      WGC-CODOPE
             MOVE  REG-CADRHIN     TO      WGC-REG-IMAGEM
             MOVE  050             TO      WGC-TAM-REG
             PERFORM 0400-00-CHAMA-COBBB010

           END-PERFORM.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADRHIS.
      *
       1600-99-EXIT.
           EXIT.

           PERFORM 0200-00-TESTA-FILE-STATUS.

           MOVE    WS-GCAT-CADRHIS TO      WGC-GRUPO.

           MOVE    'C'             TO      WGC-CODOPE.
           MOVE    'GPFPB068'      TO      WGC-PROGRAMA.
           MOVE    ZEROS           TO      WGC-DATA-NEGOCIO.

           MOVE    007             TO      WS-PTO-ERRO.

           PERFORM 0400-00-CHAMA-COBBB010.

           MOVE    WGC-GRUPO       TO      WS-GCAT-CADRHIS.

           PERFORM 3100-00-MONTA-ESTATISTICA.

           MOVE    'GPFPB068'      TO      WRL-PROGRAMA.
           MOVE    WS-GRV-CADRHIN  TO      WS-EDICAO.
           DISPLAY '* REGISTROS GRAVADOS....- CADRHIN.: ' WS-EDICAO
           ' *'.
           MOVE    WS-GCAT-CADRHIS TO      WGC-GRUPO.
           MOVE    WGC-NUM-GERACAO TO      WS-EDICAO.
           DISPLAY '* GERACAO CATALOGADA....- CADRHIS.: ' WS-EDICAO
           ' *'.
           MOVE    WS-QTD-RECUPERADOS
                                   TO      WS-EDICAO.
           DISPLAY '* FUNCIONARIOS RECUPERADOS.........: ' WS-EDICAO
       0989-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0998-00-ABEND-SUB           SECTION.
      *****************************************************************
      *
           MOVE    12              TO      RETURN-CODE.

           DISPLAY '******************* GPFPB068 ******************'.
           DISPLAY '*                                             *'.
           DISPLAY '*      TERMINO ANORMAL DE PROCESSAMENTO       *'.
           DISPLAY '*                                             *'.
           DISPLAY '******************* GPFPB068 ******************'.
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
           DISPLAY '******************* GPFPB068 ******************'.
           DISPLAY '*     P R O G R A M A  C A N C E L A D O      *'.
           DISPLAY '******************* GPFPB068 ******************'.

           CALL    'IBM'.

           GOBACK.
      *
       0998-00-EXIT.
           EXIT.
      *
      *****************************************************************
       0999-00-ABEND-ARQ           SECTION.
      *****************************************************************
