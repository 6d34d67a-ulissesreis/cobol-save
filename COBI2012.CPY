      * MOVF-TP-SOL     - PIC X(001)        - TIPO SOLICITACAO I/A/E   *
      * MOVF-VLR-SALARIO- PIC 9(007)V9(002) - SALARIO MENSAL           *
      ******************************************************************
      * REDEFINES PARA A EXCLUSAO (MOVF-TP-SOL = 'E') - DADOS DO       *
      * DESLIGAMENTO NA AREA DO ENDERECO, QUE A EXCLUSAO NAO USA       *
      * MOVF-EXC-MOTIVO - PIC X(002)        - MOTIVO DO DESLIGAMENTO   *
      *                   '01' DISPENSA SEM JUSTA CAUSA                *
      *                   '02' DISPENSA POR JUSTA CAUSA                *
      *                   '03' PEDIDO DE DEMISSAO                      *
      *                   '04' TERMINO DE CONTRATO A PRAZO             *
      *                   '05' ACORDO ENTRE AS PARTES                  *
      *                   BRANCOS - EXCLUSAO SEM RESCISAO A CALCULAR   *
      * MOVF-EXC-DT-DESLIG PIC 9(008)       - DATA DO DESLIGAMENTO     *
      *                                       (AAAAMMDD)               *
      * MOVF-EXC-AVISO  - PIC X(001)        - AVISO PREVIO 'I' INDENI- *
      *                                       ZADO / 'T' TRABALHADO    *
      ******************************************************************
      *
       01          REG-MOVF.
           03      MOVF-CODIGO     PIC     9(005).
           03      MOVF-TP-SOL     PIC     X(001).
           03      MOVF-VLR-SALARIO
                                   PIC     9(007)V9(002).
      *
       01          REG-MOVF-EXCLUSAO REDEFINES REG-MOVF.
           03      FILLER          PIC     X(061).
           03      MOVF-EXC-MOTIVO PIC     X(002).
           03      MOVF-EXC-DT-DESLIG
                                   PIC     9(008).
           03      MOVF-EXC-AVISO  PIC     X(001).
           03      FILLER          PIC     X(128).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - MOVFUNC *
