      *           IMPRIME A POSICAO DE ESTOQUE POR DEPARTAMENTO E
      *           GRAVA OS TOTAIS DE CONTROLE (P2MOVCTL) PARA UM
      *           BATIMENTO NO ESTILO DO V2051BAL.
      *           TODO MOVIMENTO APLICADO FICA GUARDADO NO HISTORICO
      *           DE MOVIMENTOS (P2MOVHIS) - BASE DO GIRO E DA
      *           SUGESTAO DE COMPRA DO V2051REP.
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    SET/2026 010037  GTS     VERSAO INICIAL
      *  V02    OUT/2026 010055  GTS     GRAVA O HISTORICO DOS
      *                                  MOVIMENTOS APLICADOS
      *                                  (P2MOVHIS)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT P2MOVCTL ASSIGN TO P2MOVCTL
                  FILE STATUS   IS FS-ERRO-CTL
           .
           SELECT P2MOVHIS ASSIGN TO P2MOVHIS
                  FILE STATUS   IS FS-ERRO-MVH
           .
           SELECT GTSAUDIT ASSIGN TO GTSAUDIT
                  FILE STATUS   IS FS-ERRO-AUD
           .
           .
       01  REG-P2MOVCTL           PIC X(70)
           .
       FD  P2MOVHIS
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-P2MOVHIS           PIC X(30)
           .
       FD  GTSAUDIT
           LABEL RECORD STANDARD
           RECORDING MODE  F
           05  FS-ERRO                PIC X(02).
           05  FS-ERRO-MOV            PIC X(02).
           05  FS-ERRO-CTL            PIC X(02).
           05  FS-ERRO-MVH            PIC X(02).
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-COD-RETORNO         PIC 9(02)      VALUE ZERO.

      *-----> DATA/HORA DE EXECUCAO
       01  WS-DATA                   PIC 9(08).
       01  WS-DATA-GER               PIC 9(08)      VALUE ZERO.
       01  WS-HORA                   PIC 99.99.9999.

      *-----> AUDITORIA COMUM DA CADEIA GTS0014J
           05 WS-MOV-DOCTO        PIC X(08).
           05 FILLER              PIC X(02).

      *-----> SAIDA - HISTORICO DE MOVIMENTOS (P2MOVHIS) - LAYOUT
      *-----> LIDO PELO V2051REP
       01  WS-REG-P2MOVHIS.
           05 MVH-DEP             PIC X(02).
           05 MVH-COD             PIC 9(03).
           05 MVH-TIPO            PIC X(01).
           05 MVH-QTD             PIC 9(04).
           05 MVH-DOCTO           PIC X(08).
           05 MVH-DATA            PIC 9(08).
           05 MVH-SALDO           PIC 9(04).

      *-----> SOMAS DE CONTROLE PARA O BATIMENTO
       01  WS-AREA-CONTROLE.
           05  WS-SOMA-QTD-ENT       PIC 9(09)    VALUE ZERO.
           DISPLAY ' * HORA DO PROCESSAMENTO: ' WS-HORA
           DISPLAY ' *========================================*'

           MOVE '2'           TO WS-DATA-GER(1:1)
           MOVE WS-DATA(2:7)  TO WS-DATA-GER(2:7)

           OPEN I-O P2CADV
           IF FS-ERRO NOT = '00'
              MOVE  'ERRO AO ABRIR O P2CADV'  TO WS-MSG
              GO TO  999-ERRO
           END-IF

      *-----> HISTORICO ACUMULA ENTRE RODADAS - NA PRIMEIRA AINDA
      *-----> NAO EXISTE (FS=35), MESMO IDIOMA DO GTSAUDIT
           OPEN EXTEND P2MOVHIS
           IF FS-ERRO-MVH = '35'
              OPEN OUTPUT P2MOVHIS
           END-IF
           IF FS-ERRO-MVH NOT = '00'
              MOVE  'ERRO AO ABRIR O P2MOVHIS'  TO WS-MSG
              MOVE   FS-ERRO-MVH                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 025-LER-MOVIMENTO
           .
      *--------------------------------------------------------------*
              END-IF
           END-IF

           MOVE WS-MOV-DEP   TO MVH-DEP
           MOVE WS-MOV-COD   TO MVH-COD
           MOVE WS-MOV-TIPO  TO MVH-TIPO
           MOVE WS-MOV-QTD   TO MVH-QTD
           MOVE WS-MOV-DOCTO TO MVH-DOCTO
           MOVE WS-DATA-GER  TO MVH-DATA
           MOVE REG-QTD      TO MVH-SALDO
           WRITE REG-P2MOVHIS FROM WS-REG-P2MOVHIS
           IF FS-ERRO-MVH NOT = '00'
              MOVE  'ERRO AO GRAVAR O P2MOVHIS'  TO WS-MSG
              MOVE   FS-ERRO-MVH                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE SPACES TO WS-AUD-COMPL
           STRING 'SALDO NOVO = ' REG-QTD
              DELIMITED BY SIZE INTO WS-AUD-COMPL
              GO TO  999-ERRO
           END-IF

           CLOSE P2MOVHIS
           IF FS-ERRO-MVH NOT = '00'
              MOVE  'ERRO AO FECHAR O P2MOVHIS'  TO WS-MSG
              MOVE   FS-ERRO-MVH                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO V2051MOV        *'
           DISPLAY ' *----------------------------------------*'
