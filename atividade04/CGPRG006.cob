      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    SET/2026 010041  GTS     VERSAO INICIAL
      *  V02    OUT/2026 010049  GTS     DEPARTAMENTO DO VENDEDOR
      *                                  VALIDADO NO DPTOCAD (MANTIDO
      *                                  PELO CGPRG012): INEXISTENTE
      *                                  REJEITA; INATIVO SO ACEITA
      *                                  VENDEDOR INATIVO
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
                  RECORD KEY    IS VEN-CODIGO
                  FILE STATUS   IS FS-ERRO-VEN
           .
           SELECT DPTOCAD ASSIGN TO DPTOCAD
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS DEP-CODIGO
                  FILE STATUS   IS FS-ERRO-DEP
           .
           SELECT VENTRANS ASSIGN TO VENTRANS
                  FILE STATUS   IS FS-ERRO-TRN
           .
           05 VEN-ADMISSAO        PIC 9(08).
           05 VEN-SITUACAO        PIC X(01).
           05 FILLER              PIC X(03).
       FD  DPTOCAD
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-DPTOCAD.
           05 DEP-CODIGO          PIC 9(04).
           05 DEP-NOME            PIC X(15).
           05 DEP-SITUACAO        PIC X(01).
           05 DEP-EMPRESA-BCO     PIC X(10).
           05 FILLER              PIC X(10).
       FD  VENTRANS
           LABEL RECORD STANDARD
           RECORDING MODE  F
       77  WS-CTREJ               PIC 9(05)   VALUE ZERO.
       77  FS-ERRO-VEN            PIC X(02).
       77  FS-ERRO-TRN            PIC X(02).
       77  FS-ERRO-DEP            PIC X(02).
       77  WS-MSG                 PIC X(30).
       77  WS-FS-MSG              PIC X(02).
       77  WS-COD-RETORNO         PIC 9(02)   VALUE ZERO.
              GO TO  999-ERRO
           END-IF

           OPEN INPUT DPTOCAD
           IF FS-ERRO-DEP NOT = '00'
              MOVE  'ERRO AO ABRIR O DPTOCAD'  TO WS-MSG
              MOVE   FS-ERRO-DEP               TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT VENTRANS
           IF FS-ERRO-TRN NOT = '00'
              MOVE  'ERRO AO ABRIR O VENTRANS'  TO WS-MSG
              MOVE 'SITUACAO INVALIDA (A/I)'
                   TO WS-MOTIVO-REJ
              PERFORM 080-REJEITAR
           ELSE
           IF WS-TRN-TIPO = 'I' OR WS-TRN-TIPO = 'A'
              PERFORM 032-LER-DEPARTAMENTO
           END-IF
           IF (WS-TRN-TIPO = 'I' OR WS-TRN-TIPO = 'A')
              AND FS-ERRO-DEP = '23'
              MOVE 'DEPARTAMENTO NAO CADASTRADO NO DPTOCAD'
                   TO WS-MOTIVO-REJ
              PERFORM 080-REJEITAR
           ELSE
           IF (WS-TRN-TIPO = 'I' OR WS-TRN-TIPO = 'A')
              AND DEP-SITUACAO NOT = 'A'
              AND WS-TRN-SITUACAO = 'A'
              MOVE 'DEPARTAMENTO INATIVO - VENDEDOR ATIVO'
                   TO WS-MOTIVO-REJ
              PERFORM 080-REJEITAR
           ELSE
              IF WS-TRN-TIPO = 'I'
                 PERFORM 035-INCLUIR
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           PERFORM 025-LER-TRANSACAO
           .
      *--------------------------------------------------------------*
      *    LE O DEPARTAMENTO DO CARTAO NO DPTOCAD (FS=23 = NAO       *
      *    CADASTRADO, TRATADO NA CRITICA)                           *
      *--------------------------------------------------------------*
       032-LER-DEPARTAMENTO.

           MOVE WS-TRN-DPTO TO DEP-CODIGO
           READ DPTOCAD
           IF FS-ERRO-DEP NOT = '00'
              AND FS-ERRO-DEP NOT = '23'
              MOVE  'ERRO AO LER O DPTOCAD'  TO WS-MSG
              MOVE   FS-ERRO-DEP             TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    INCLUSAO - GRAVA VENDEDOR NOVO; CHAVE DUPLICADA (FS=22)  *
      *    E REJEITADA                                               *
      *--------------------------------------------------------------*
              GO TO  999-ERRO
           END-IF

           CLOSE DPTOCAD
           IF FS-ERRO-DEP NOT = '00'
              MOVE  'ERRO AO FECHAR O DPTOCAD'  TO WS-MSG
              MOVE   FS-ERRO-DEP                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE VENTRANS
           IF FS-ERRO-TRN NOT = '00'
              MOVE  'ERRO AO FECHAR O VENTRANS'  TO WS-MSG
