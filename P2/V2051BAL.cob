      *  V02    AGO/2026 010028  GTS     REGISTRO DE AUDITORIA DA
      *                                  CADEIA (GTSAUDIT) NO FIM DA
      *                                  EXECUCAO
      *  V03    OUT/2026 010057  GTS     CONTROLE DE PASSOS DA CADEIA:
      *                                  PULA SE JA CONCLUIDO NA DATA
      *                                  DE NEGOCIO (GTSCTLPA) E
      *                                  REGISTRA INICIO/FIM NO
      *                                  GTSEXEC
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT GTSAUDIT ASSIGN TO GTSAUDIT
                  FILE STATUS   IS FS-ERRO-AUD
           .
           SELECT GTSCTLPA ASSIGN TO GTSCTLPA
                  FILE STATUS   IS FS-ERRO-CTP
           .
           SELECT GTSEXEC ASSIGN TO GTSEXEC
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS EXE-CHAVE
                  FILE STATUS   IS FS-ERRO-EXE
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
           .
       01  REG-GTSAUDIT           PIC X(80)
           .
       FD  GTSCTLPA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-GTSCTLPA           PIC X(100)
           .
       FD  GTSEXEC
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
      *-----> REGISTRO DE EXECUCAO DO PASSO NA DATA DE NEGOCIO -
      *-----> LAYOUT COMUM AOS PROGRAMAS DA CADEIA (VER GTSPASSO)
       01  REG-GTSEXEC.
           05 EXE-CHAVE.
              10 EXE-DATA         PIC 9(08).
              10 EXE-PROGRAMA     PIC X(08).
           05 EXE-SITUACAO          PIC X(01).
           05 EXE-COD-RET           PIC 9(02).
           05 EXE-EXECUCOES         PIC 9(03).
           05 EXE-DATA-EXEC         PIC 9(08).
           05 EXE-HORA-INI          PIC 9(06).
           05 EXE-HORA-FIM          PIC 9(06).
           05 FILLER                PIC X(08).
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           05 AUD-COD-RET         PIC 9(02).
           05 FILLER              PIC X(35)  VALUE SPACES.

      *-----> CONTROLE DE PASSOS DA CADEIA GTS0014J (GTSPASSO)
       01  WS-AREA-CTLPASSO.
           05 FS-ERRO-CTP         PIC X(02).
           05 FS-ERRO-EXE         PIC X(02).
           05 WS-PAS-CONTROLE     PIC X(01)  VALUE 'N'.
           05 WS-PAS-NOVO         PIC X(01)  VALUE 'N'.
           05 WS-PAS-ACHOU        PIC X(01)  VALUE 'N'.
           05 WS-PAS-DATA-W       PIC 9(08).
           05 WS-PAS-HORA-W       PIC 9(08).
           05 WS-IDX-CTP          PIC 9(02)  VALUE ZERO.
      *-----> REGISTRO DE CONTROLE COMPARTILHADO MONTADO PELO GTSPASSO
      *-----> NO INICIO DO JOB - ACAO 'E' = EXECUTA / 'P' = PULA
       01  WS-REG-CTLPASSO.
           05 CTP-DATA            PIC 9(08).
           05 CTP-QTD             PIC 9(02).
           05 CTP-TAB OCCURS 10 TIMES.
              10 CTP-PROGRAMA     PIC X(08).
              10 CTP-ACAO         PIC X(01).

      *-----> CONTAGENS E SOMAS INDEPENDENTES
       01  WS-AREA-CONTAGEM.
           05  WS-ENT-LIDOS          PIC 9(05)    VALUE ZERO.
           DISPLAY ' *========================================*'
           DISPLAY ' *  V2051BAL - BATIMENTO DA CARGA P2      *'
           DISPLAY ' *========================================*'

           PERFORM 086-VERIFICAR-PASSO
           .
      *--------------------------------------------------------------*
      *    CONTA O DECK DE ENTRADA (PARA NO CARTAO ALL 9, QUE E O
           MOVE WS-CAD-LIDOS     TO AUD-GRAVADOS
           MOVE WS-REJ-LIDOS     TO AUD-REJEITADOS
           PERFORM 085-GRAVAR-AUDITORIA
           PERFORM 089-FINALIZAR-PASSO

           MOVE WS-COD-RETORNO TO RETURN-CODE
           .
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONTROLE DE PASSOS DA CADEIA: LE O REGISTRO DE CONTROLE
      *    MONTADO PELO GTSPASSO NO INICIO DO JOB. PASSO JA CONCLUIDO
      *    NA DATA DE NEGOCIO TERMINA AQUI COM RC=00 SEM PROCESSAR;
      *    SENAO REGISTRA O INICIO NO GTSEXEC. SEM O DD GTSCTLPA
      *    (EXECUCAO FORA DA CADEIA) O PROGRAMA RODA SEM CONTROLE.
      *--------------------------------------------------------------*
       086-VERIFICAR-PASSO.

           OPEN INPUT GTSCTLPA
           IF FS-ERRO-CTP NOT = '35'
              IF FS-ERRO-CTP NOT = '00'
                 MOVE  'ERRO AO ABRIR O GTSCTLPA'  TO WS-MSG
                 MOVE   FS-ERRO-CTP                TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              READ GTSCTLPA INTO WS-REG-CTLPASSO
              IF FS-ERRO-CTP NOT = '00'
                 MOVE  'ERRO AO LER O GTSCTLPA'  TO WS-MSG
                 MOVE   FS-ERRO-CTP              TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              CLOSE GTSCTLPA
              IF FS-ERRO-CTP NOT = '00'
                 MOVE  'ERRO AO FECHAR O GTSCTLPA'  TO WS-MSG
                 MOVE   FS-ERRO-CTP                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              IF CTP-DATA NOT NUMERIC
                 OR CTP-QTD NOT NUMERIC
                 OR CTP-QTD > 10
                 MOVE  'CONTROLE DE PASSOS INVALIDO'  TO WS-MSG
                 MOVE  'CP'                           TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF

              MOVE 'N' TO WS-PAS-ACHOU
              PERFORM VARYING WS-IDX-CTP FROM 1 BY 1
                 UNTIL WS-IDX-CTP > CTP-QTD
                 OR WS-PAS-ACHOU = 'S'
                 IF CTP-PROGRAMA(WS-IDX-CTP) = AUD-PROGRAMA
                    MOVE 'S' TO WS-PAS-ACHOU
                 END-IF
              END-PERFORM

              IF WS-PAS-ACHOU = 'S'
                 SUBTRACT 1 FROM WS-IDX-CTP
                 IF CTP-ACAO(WS-IDX-CTP) = 'P'
                    DISPLAY ' * PASSO JA CONCLUIDO NA DATA ' CTP-DATA
                    DISPLAY ' * NAO EXECUTADO NESTA SUBMISSAO - RC=00'
                    MOVE ZERO TO RETURN-CODE
                    STOP RUN
                 END-IF
                 PERFORM 088-INICIAR-PASSO
              ELSE
                 DISPLAY ' * PROGRAMA FORA DO CONTROLE DE PASSOS -'
                         ' EXECUTA SEM REGISTRO'
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGISTRA NO GTSEXEC O INICIO DA EXECUCAO NA DATA DE
      *    NEGOCIO ('I' - FICA ASSIM SE O PASSO ABENDAR)
      *--------------------------------------------------------------*
       088-INICIAR-PASSO.

           OPEN I-O GTSEXEC
           IF FS-ERRO-EXE NOT = '00'
              MOVE  'ERRO AO ABRIR O GTSEXEC'  TO WS-MSG
              MOVE   FS-ERRO-EXE               TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE CTP-DATA      TO EXE-DATA
           MOVE AUD-PROGRAMA  TO EXE-PROGRAMA
           READ GTSEXEC
           IF FS-ERRO-EXE = '23'
              MOVE 'S'  TO WS-PAS-NOVO
              MOVE ZERO TO EXE-EXECUCOES
           ELSE
              IF FS-ERRO-EXE NOT = '00'
                 MOVE  'ERRO AO LER O GTSEXEC'  TO WS-MSG
                 MOVE   FS-ERRO-EXE             TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              MOVE 'N'  TO WS-PAS-NOVO
           END-IF

           ACCEPT WS-PAS-DATA-W FROM DATE
           MOVE '2'                TO WS-PAS-DATA-W(1:1)
           ACCEPT WS-PAS-HORA-W FROM TIME
           MOVE 'I'                TO EXE-SITUACAO
           MOVE ZERO               TO EXE-COD-RET
           ADD 1                   TO EXE-EXECUCOES
           MOVE WS-PAS-DATA-W      TO EXE-DATA-EXEC
           MOVE WS-PAS-HORA-W(1:6) TO EXE-HORA-INI
           MOVE ZERO               TO EXE-HORA-FIM

           IF WS-PAS-NOVO = 'S'
              WRITE REG-GTSEXEC
           ELSE
              REWRITE REG-GTSEXEC
           END-IF
           IF FS-ERRO-EXE NOT = '00'
              MOVE  'ERRO AO GRAVAR O GTSEXEC'  TO WS-MSG
              MOVE   FS-ERRO-EXE                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE GTSEXEC
           IF FS-ERRO-EXE NOT = '00'
              MOVE  'ERRO AO FECHAR O GTSEXEC'  TO WS-MSG
              MOVE   FS-ERRO-EXE                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE 'S' TO WS-PAS-CONTROLE
           .
      *--------------------------------------------------------------*
      *    REGISTRA NO GTSEXEC O FIM DA EXECUCAO: 'C' = CONCLUIDO
      *    (RC <= 4, O PASSO PULA NA RESSUBMISSAO) / 'F' = FALHOU
      *--------------------------------------------------------------*
       089-FINALIZAR-PASSO.

           IF WS-PAS-CONTROLE = 'S'
              MOVE 'N' TO WS-PAS-CONTROLE

              OPEN I-O GTSEXEC
              IF FS-ERRO-EXE NOT = '00'
                 MOVE  'ERRO AO ABRIR O GTSEXEC'  TO WS-MSG
                 MOVE   FS-ERRO-EXE               TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF

              MOVE CTP-DATA      TO EXE-DATA
              MOVE AUD-PROGRAMA  TO EXE-PROGRAMA
              READ GTSEXEC
              IF FS-ERRO-EXE NOT = '00'
                 MOVE  'ERRO AO LER O GTSEXEC'  TO WS-MSG
                 MOVE   FS-ERRO-EXE             TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF

              IF WS-COD-RETORNO > 04
                 MOVE 'F'             TO EXE-SITUACAO
              ELSE
                 MOVE 'C'             TO EXE-SITUACAO
              END-IF
              MOVE WS-COD-RETORNO     TO EXE-COD-RET
              ACCEPT WS-PAS-HORA-W FROM TIME
              MOVE WS-PAS-HORA-W(1:6) TO EXE-HORA-FIM
              REWRITE REG-GTSEXEC
              IF FS-ERRO-EXE NOT = '00'
                 MOVE  'ERRO AO REGRAVAR O GTSEXEC'  TO WS-MSG
                 MOVE   FS-ERRO-EXE                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF

              CLOSE GTSEXEC
              IF FS-ERRO-EXE NOT = '00'
                 MOVE  'ERRO AO FECHAR O GTSEXEC'  TO WS-MSG
                 MOVE   FS-ERRO-EXE                TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
       999-ERRO.
              MOVE WS-REJ-LIDOS TO AUD-REJEITADOS
              PERFORM 085-GRAVAR-AUDITORIA
           END-IF
           PERFORM 089-FINALIZAR-PASSO
           MOVE WS-COD-RETORNO TO RETURN-CODE
           STOP RUN
           .
