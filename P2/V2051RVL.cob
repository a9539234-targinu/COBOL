      *           RESUBMETIDO COM O MESMO CARTAO E RECUSADO COM
      *           RC=08 PARA IMPEDIR AUMENTO EM DOBRO, MESMO APOS
      *           QUEDA NO MEIO DO AJUSTE.
      *           CARTAO COM PERCENTUAL ACIMA DO LIMITE DO CARTAO DE
      *           CONTROLE NAO MEXE NO PRECO: CADA PRODUTO DO DEPTO
      *           VAI PARA O ARQUIVO DE PENDENTES (P2PRCPEN) E SO E
      *           REAJUSTADO PELA APROVACAO (V2051APR).
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      *                                  PARTIR DELA, EM VEZ DE
      *                                  RESTAURAR O BACKUP E PERDER
      *                                  A NOITE
      *  V04    OUT/2026 010056  GTS     CARTAO DE CONTROLE GANHA O
      *                                  LIMITE DE PERCENTUAL (COL
      *                                  02-06); CARTAO ACIMA DELE
      *                                  TEM OS PRECOS RETIDOS NO
      *                                  P2PRCPEN ATE A APROVACAO.
      *                                  CARTAO DE AJUSTE GANHA O
      *                                  USUARIO (COL 16-23)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT P2RVLCKP ASSIGN TO P2RVLCKP
                  FILE STATUS   IS FS-ERRO-CKP
           .
           SELECT P2PRCPEN ASSIGN TO P2PRCPEN
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS PEN-CHAVE
                  FILE STATUS   IS FS-ERRO-PEN
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
           .
       01  REG-P2RVLCKP           PIC X(30)
           .
       FD  P2PRCPEN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
      *-----> MUDANCA DE PRECO RETIDA PARA APROVACAO - LAYOUT COMUM
      *-----> AO V2051MNT / V2051RVL / V2051APR
       01  REG-P2PRCPEN.
           05 PEN-CHAVE.
              10 PEN-DEP          PIC X(02).
              10 PEN-COD          PIC 9(03).
           05 PEN-VALCOMP-ANT       PIC 9(03)V99.
           05 PEN-VALCOMP-NOV       PIC 9(03)V99.
           05 PEN-VALVENDA-ANT      PIC 9(04)V99.
           05 PEN-VALVENDA-NOV      PIC 9(04)V99.
           05 PEN-PERC-VAR          PIC 9(03)V99.
           05 PEN-SINAL             PIC X(01).
           05 PEN-DATA              PIC 9(08).
           05 PEN-PROGRAMA          PIC X(08).
           05 PEN-USUARIO           PIC X(08).
           05 PEN-PROD              PIC X(20).
           05 FILLER                PIC X(03).
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           05  FS-ERRO-CTL            PIC X(02).
           05  FS-ERRO-PRH            PIC X(02).
           05  FS-ERRO-CKP            PIC X(02).
           05  FS-ERRO-PEN            PIC X(02).
           05  WS-DATA                PIC 9(08)      VALUE ZERO.
           05  WS-DATA-HOJE           PIC 9(08)      VALUE ZERO.
           05  WS-MSG                 PIC X(30).
           05  WS-CTVARRIDO           PIC 9(05)      VALUE ZERO.
           05  WS-CTAJUSTADO          PIC 9(05)      VALUE ZERO.
           05  WS-CTESTOURO           PIC 9(05)      VALUE ZERO.
           05  WS-CTRETIDO            PIC 9(05)      VALUE ZERO.
           05  WS-CTJAPEND            PIC 9(05)      VALUE ZERO.
           05  WS-VALCOMP-ANT         PIC 9(03)V99   VALUE ZERO.
           05  WS-VALVENDA-ANT        PIC 9(04)V99   VALUE ZERO.
           05  WS-ESTOURO             PIC X(01)      VALUE 'N'.

      *-----> CARTAO DE CONTROLE (1O CARTAO DA SYSIN): 'R' RETOMA O
      *-----> AJUSTE REGISTRADO A PARTIR DO ULTIMO CHECKPOINT;
      *-----> QUALQUER OUTRO VALOR = EXECUCAO NORMAL.
      *-----> COL 02-06 LIMITE DO PERCENTUAL 9(03)V99 - CARTAO DE
      *-----> AJUSTE ACIMA DELE FICA RETIDO PARA APROVACAO (BRANCO
      *-----> OU ZEROS = SEM RETENCAO)
       01  WS-PARM-CARD.
           05 WS-PARM-RETOMADA    PIC X(01)    VALUE SPACES.
           05 WS-PARM-LIMITE      PIC 9(03)V99 VALUE ZERO.
           05 WS-PARM-LIMITE-X REDEFINES WS-PARM-LIMITE
                                  PIC X(05).
           05 WS-PARM-RESTO       PIC X(09)    VALUE SPACES.

      *-----> CONTROLE DE CHECKPOINT DA VARREDURA (P2RVLCKP) - O
      *-----> CHECKPOINT SAI APOS CADA REWRITE: PERCENTUAL COMPOSTO
               10 WS-AJU-QTDREG      PIC 9(05).
               10 WS-AJU-VVENDA-ANT  PIC 9(09)V99.
               10 WS-AJU-VVENDA-DEP  PIC 9(09)V99.
               10 WS-AJU-USUARIO     PIC X(08).
               10 WS-AJU-RETER       PIC X(01).

      *-----> ENTRADA - CARTAO DE AJUSTE VIA SYSIN
       01  WS-REG-CARTAO.
           05 WS-CAR-AJUSTE.
              10 WS-CAR-DEP       PIC X(02).
              10 WS-CAR-PERC      PIC 9(03)V99.
              10 WS-CAR-DATA      PIC 9(08).
           05 WS-CAR-USUARIO      PIC X(08).

      *-----> REGISTRO DO ARQUIVO DE CONTROLE DE APLICACAO
       01  WS-REG-CONTROLE.
      *-----> REAJUSTE, ENTAO QUALQUER COISA QUE NAO SEJA BRANCO OU
      *-----> 'R' E RECUSADA.
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-LIMITE-X = SPACES
              MOVE ZERO TO WS-PARM-LIMITE
           END-IF
           IF (WS-PARM-RETOMADA NOT = 'R'
               AND WS-PARM-RETOMADA NOT = SPACES)
              OR WS-PARM-LIMITE-X NOT NUMERIC
              OR WS-PARM-RESTO NOT = SPACES
              DISPLAY ' * 1O CARTAO DA SYSIN: ' WS-PARM-CARD
              MOVE  'CARTAO DE CONTROLE INVALIDO'  TO WS-MSG
              MOVE  'CC'                            TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-PARM-RETOMADA = 'R'
              DISPLAY ' * RETOMADA SOLICITADA - CONTINUA O AJUSTE'
                      ' REGISTRADO DO ULTIMO CHECKPOINT'
           END-IF
           IF WS-PARM-LIMITE = ZERO
              DISPLAY ' * LIMITE DO PERCENTUAL: SEM RETENCAO'
           ELSE
              DISPLAY ' * LIMITE DO PERCENTUAL (%) = ' WS-PARM-LIMITE
           END-IF

           MOVE 'N' TO WS-FIM
           PERFORM UNTIL WS-FIM = 'S'
              ACCEPT WS-REG-CARTAO FROM SYSIN
              IF WS-CAR-AJUSTE = ALL '9'
                 MOVE 'S' TO WS-FIM
              ELSE
      *-----> DOIS CARTOES PARA O MESMO DEPTO: SO O PRIMEIRO SERIA
                    MOVE ZEROS TO WS-AJU-QTDREG(WS-QTD-AJU)
                                  WS-AJU-VVENDA-ANT(WS-QTD-AJU)
                                  WS-AJU-VVENDA-DEP(WS-QTD-AJU)
                    MOVE WS-CAR-USUARIO
                         TO WS-AJU-USUARIO(WS-QTD-AJU)
                    IF WS-CAR-USUARIO = SPACES
                       MOVE 'NAO INF.' TO WS-AJU-USUARIO(WS-QTD-AJU)
                    END-IF
                    DISPLAY ' * CARTAO: DEP ' WS-CAR-DEP
                            ' PERC ' WS-CAR-PERC
                            ' VIGENCIA ' WS-CAR-DATA
      *-----> ACIMA DO LIMITE O DEPTO INTEIRO FICA RETIDO
                    IF WS-PARM-LIMITE > ZERO
                       AND WS-CAR-PERC > WS-PARM-LIMITE
                       MOVE 'S' TO WS-AJU-RETER(WS-QTD-AJU)
                       DISPLAY ' *   ACIMA DO LIMITE - PRECOS RETIDOS'
                               ' PARA APROVACAO'
                    ELSE
                       MOVE 'N' TO WS-AJU-RETER(WS-QTD-AJU)
                    END-IF
                 ELSE
                    MOVE  'MAIS DE 20 CARTOES DE AJUSTE' TO WS-MSG
                    MOVE  'QT'                           TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

      *-----> PENDENTES DE APROVACAO - CLUSTER VAZIO NA PRIMEIRA
      *-----> VEZ (FS=35): CRIA EM OUTPUT E REABRE EM I-O
           OPEN I-O P2PRCPEN
           IF FS-ERRO-PEN = '35'
              OPEN OUTPUT P2PRCPEN
              IF FS-ERRO-PEN = '00'
                 CLOSE P2PRCPEN
                 IF FS-ERRO-PEN = '00'
                    OPEN I-O P2PRCPEN
                 END-IF
              END-IF
           END-IF
           IF FS-ERRO-PEN NOT = '00'
              MOVE  'ERRO AO ABRIR O P2PRCPEN'  TO WS-MSG
              MOVE   FS-ERRO-PEN                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF WS-PARM-RETOMADA = 'R'
              AND WS-CKP-ACHADO = 'S'
              MOVE WS-CKP-CHAVE TO REG-CHAVE
              MOVE   FS-ERRO-CKP                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE P2PRCPEN
           IF FS-ERRO-PEN NOT = '00'
              MOVE  'ERRO AO FECHAR O P2PRCPEN'  TO WS-MSG
              MOVE   FS-ERRO-PEN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCURA O CARTAO DE AJUSTE DO DEPARTAMENTO DO REGISTRO
              DISPLAY '*** NAO AJUSTADO (ESTOURO) *** ' REG-DEP
                      '/' REG-COD
           ELSE
              IF WS-AJU-RETER(WS-IDX-AJU) = 'S'
                 PERFORM 045-RETER-PRECO
              ELSE
                 PERFORM 043-REGRAVAR-AJUSTE
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGRAVA O REGISTRO REAJUSTADO, CHECKPOINTA E ACUMULA A
      *    VARIACAO DO DEPARTAMENTO
      *--------------------------------------------------------------*
       043-REGRAVAR-AJUSTE.

           REWRITE REG-P2CADV
           IF FS-ERRO NOT = '00'
              MOVE  'ERRO AO REGRAVAR O P2CADV'  TO WS-MSG
              MOVE   FS-ERRO                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           ADD 1 TO WS-CTAJUSTADO
           PERFORM 041-GRAVAR-CHECKPOINT
           PERFORM 042-GRAVAR-PRECO
           ADD 1 TO WS-AJU-QTDREG(WS-IDX-AJU)
           ADD WS-VALVENDA-ANT
               TO WS-AJU-VVENDA-ANT(WS-IDX-AJU)
           ADD REG-VALVENDA
               TO WS-AJU-VVENDA-DEP(WS-IDX-AJU)

           MOVE REG-DEP          TO WS-AJU-L-DEP
           MOVE REG-COD          TO WS-AJU-L-COD
           MOVE WS-VALCOMP-ANT   TO WS-AJU-L-COMP-ANT
           MOVE REG-VALCOMP      TO WS-AJU-L-COMP-NOV
           MOVE WS-VALVENDA-ANT  TO WS-AJU-L-VEND-ANT
           MOVE REG-VALVENDA     TO WS-AJU-L-VEND-NOV
           DISPLAY WS-REG-AJUSTE
           .
      *--------------------------------------------------------------*
      *    CHECKPOINT DA VARREDURA - GRAVADO APOS CADA REWRITE. O
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARTAO ACIMA DO LIMITE - O PRECO REAJUSTADO VAI PARA O
      *    P2PRCPEN E O CADASTRO NAO E REGRAVADO. O CHECKPOINT SAI
      *    DO MESMO JEITO, PARA A RETOMADA NAO RETER DUAS VEZES.
      *    PRODUTO QUE JA TEM PRECO PENDENTE (FS=22) NAO E RETIDO
      *    DE NOVO NEM REAJUSTADO - SO REPORTADO (RC=04).
      *--------------------------------------------------------------*
       045-RETER-PRECO.

           MOVE REG-DEP                 TO PEN-DEP
           MOVE REG-COD                 TO PEN-COD
           MOVE WS-VALCOMP-ANT          TO PEN-VALCOMP-ANT
           MOVE WS-VALVENDA-ANT         TO PEN-VALVENDA-ANT
           MOVE REG-VALCOMP             TO PEN-VALCOMP-NOV
           MOVE REG-VALVENDA            TO PEN-VALVENDA-NOV
           MOVE WS-AJU-PERC(WS-IDX-AJU) TO PEN-PERC-VAR
           MOVE '+'                     TO PEN-SINAL
           MOVE WS-DATA-HOJE            TO PEN-DATA
           MOVE 'V2051RVL'              TO PEN-PROGRAMA
           MOVE WS-AJU-USUARIO(WS-IDX-AJU) TO PEN-USUARIO
           MOVE REG-PROD                TO PEN-PROD

           MOVE WS-VALCOMP-ANT  TO REG-VALCOMP
           MOVE WS-VALVENDA-ANT TO REG-VALVENDA

           WRITE REG-P2PRCPEN
           IF FS-ERRO-PEN = '22'
              ADD 1 TO WS-CTJAPEND
              DISPLAY '*** NAO RETIDO (JA PENDENTE) *** ' REG-DEP
                      '/' REG-COD
           ELSE
              IF FS-ERRO-PEN NOT = '00'
                 MOVE  'ERRO AO GRAVAR O P2PRCPEN'  TO WS-MSG
                 MOVE   FS-ERRO-PEN                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ADD 1 TO WS-CTRETIDO
              PERFORM 041-GRAVAR-CHECKPOINT
              MOVE REG-DEP          TO WS-AJU-L-DEP
              MOVE REG-COD          TO WS-AJU-L-COD
              MOVE PEN-VALCOMP-ANT  TO WS-AJU-L-COMP-ANT
              MOVE PEN-VALCOMP-NOV  TO WS-AJU-L-COMP-NOV
              MOVE PEN-VALVENDA-ANT TO WS-AJU-L-VEND-ANT
              MOVE PEN-VALVENDA-NOV TO WS-AJU-L-VEND-NOV
              DISPLAY '*** RETIDO P/ APROVACAO *** ' REG-DEP
                      '/' REG-COD ' USUARIO ' PEN-USUARIO
              DISPLAY WS-REG-AJUSTE
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGISTRA OS CARTOES NO P2RVLCTL (EXTEND) ANTES DA
      *    VARREDURA, PARA BLOQUEAR UMA REAPLICACAO DO MESMO
      *    CONJUNTO - INCLUSIVE O RESUBMIT DE UM JOB QUE CAIU NO
           DISPLAY ' * REGISTROS VARRIDOS          = ' WS-CTVARRIDO
           DISPLAY ' * REGISTROS AJUSTADOS         = ' WS-CTAJUSTADO
           DISPLAY ' * NAO AJUSTADOS (ESTOURO)     = ' WS-CTESTOURO
           DISPLAY ' * RETIDOS P/ APROVACAO        = ' WS-CTRETIDO
           DISPLAY ' * NAO RETIDOS (JA PENDENTE)   = ' WS-CTJAPEND
           DISPLAY WS-HIFEN

           CLOSE P2PRCHIS
           END-IF

           IF WS-CTESTOURO > ZERO
              OR WS-CTJAPEND > ZERO
              MOVE 04 TO WS-COD-RETORNO
           ELSE
              MOVE 00 TO WS-COD-RETORNO
