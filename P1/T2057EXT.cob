      *           CONTROLE DO QUE FOI ENVIADO. MES AUSENTE NO
      *           ACIHIST RECUSA A EXECUCAO COM RC=08 - NUNCA MAIS
      *           TRANSMITIR ARQUIVO VAZIO.
      *           CADA ENVIO REGISTRA O MES NO DETRSTAT COMO
      *           ENVIADO ('E') - O T2058RET ATUALIZA A SITUACAO
      *           QUANDO CHEGA O RETORNO DO ORGAO.
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    SET/2026 010035  GTS     VERSAO INICIAL
      *  V02    OUT/2026 010045  GTS     GRAVA A SITUACAO DO ENVIO DO
      *                                  MES NO DETRSTAT
      *  V03    OUT/2026 010052  GTS     REENVIO DE MES CORRIGIDO PELO
      *                                  T2061COR LIMPA A MARCA DE
      *                                  CORRECAO NO DETRSTAT
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT DETRAN ASSIGN TO DETRAN
                  FILE STATUS   IS FS-ERRO-DET
           .
           SELECT DETRSTAT ASSIGN TO DETRSTAT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS STA-ANOMES
                  FILE STATUS   IS FS-ERRO-STA
           .
           SELECT GTSAUDIT ASSIGN TO GTSAUDIT
                  FILE STATUS   IS FS-ERRO-AUD
           .
           .
       01  REG-DETRAN             PIC X(60)
           .
       FD  DETRSTAT
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-DETRSTAT.
           05 STA-ANOMES            PIC 9(06).
           05 STA-SITUACAO          PIC X(01).
           05 STA-DATA-ENVIO        PIC 9(08).
           05 STA-QTD-ENVIADA       PIC 9(07).
           05 STA-SOMA-OBITOS       PIC 9(09).
           05 STA-DATA-RETORNO      PIC 9(08).
           05 STA-QTD-ACEITA        PIC 9(07).
           05 STA-QTD-RECUSADA      PIC 9(07).
           05 STA-QTD-REENVIO       PIC 9(07).
           05 STA-CORRECAO          PIC X(01).
           05 STA-DATA-CORRECAO     PIC 9(08).
           05 FILLER                PIC X(01).
       FD  GTSAUDIT
           LABEL RECORD STANDARD
           RECORDING MODE  F
           05 WS-CTENVIADO           PIC 9(07)  VALUE ZERO.
           05 FS-ERRO-HIST           PIC X(02).
           05 FS-ERRO-DET            PIC X(02).
           05 FS-ERRO-STA            PIC X(02).
           05 WS-MSG                 PIC X(30).
           05 WS-FS-MSG              PIC X(02).
           05 WS-COD-RETORNO         PIC 9(02)  VALUE ZERO.
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 040-FECHAR-HISTORICO
           PERFORM 060-FECHAR-INTERFACE
           PERFORM 070-GRAVAR-SITUACAO

           PERFORM 090-TERMINAR
           STOP RUN
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGISTRA O MES COMO ENVIADO ('E') NO DETRSTAT. REENVIO DO
      *    MES INTEIRO SOBREPOE A SITUACAO E ZERA OS DADOS DO
      *    RETORNO ANTERIOR - VALE O ULTIMO ARQUIVO TRANSMITIDO.
      *--------------------------------------------------------------*
       070-GRAVAR-SITUACAO.

      *-----> NA PRIMEIRA EXECUCAO O CLUSTER AINDA NAO TEM DADOS
      *-----> (FS=35): CRIA VAZIO EM OUTPUT E REABRE EM I-O
           OPEN I-O DETRSTAT
           IF FS-ERRO-STA = '35'
              OPEN OUTPUT DETRSTAT
              IF FS-ERRO-STA = '00'
                 CLOSE DETRSTAT
                 IF FS-ERRO-STA = '00'
                    OPEN I-O DETRSTAT
                 END-IF
              END-IF
           END-IF
           IF FS-ERRO-STA NOT = '00'
              MOVE  'ERRO AO ABRIR O DETRSTAT'  TO WS-MSG
              MOVE   FS-ERRO-STA                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE WS-PARM-ANOMES TO STA-ANOMES
           READ DETRSTAT
           IF FS-ERRO-STA NOT = '00'
              AND FS-ERRO-STA NOT = '23'
              MOVE  'ERRO AO LER O DETRSTAT'  TO WS-MSG
              MOVE   FS-ERRO-STA              TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

      *-----> MES CORRIGIDO PELO T2061COR DEPOIS DO ULTIMO ENVIO -
      *-----> ESTE ENVIO E O REENVIO PEDIDO E LIMPA A MARCA
           IF FS-ERRO-STA = '00'
              AND STA-CORRECAO = 'S'
              DISPLAY ' * REENVIO DE MES CORRIGIDO EM '
                      STA-DATA-CORRECAO(7:2) '/'
                      STA-DATA-CORRECAO(5:2) '/'
                      STA-DATA-CORRECAO(1:4)
           END-IF

           MOVE SPACES         TO REG-DETRSTAT
           MOVE WS-PARM-ANOMES TO STA-ANOMES
           MOVE 'E'            TO STA-SITUACAO
           MOVE WS-DATA-GER    TO STA-DATA-ENVIO
           MOVE WS-CTENVIADO   TO STA-QTD-ENVIADA
           MOVE WS-SOMA-OBITOS TO STA-SOMA-OBITOS
           MOVE ZERO           TO STA-DATA-RETORNO
                                  STA-QTD-ACEITA
                                  STA-QTD-RECUSADA
                                  STA-QTD-REENVIO
                                  STA-DATA-CORRECAO
           MOVE 'N'            TO STA-CORRECAO

           IF FS-ERRO-STA = '23'
              WRITE REG-DETRSTAT
           ELSE
              REWRITE REG-DETRSTAT
           END-IF
           IF FS-ERRO-STA NOT = '00'
              MOVE  'ERRO AO GRAVAR O DETRSTAT'  TO WS-MSG
              MOVE   FS-ERRO-STA                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE DETRSTAT
           IF FS-ERRO-STA NOT = '00'
              MOVE  'ERRO AO FECHAR O DETRSTAT'  TO WS-MSG
              MOVE   FS-ERRO-STA                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS - RELATORIO DE CONTROLE DO ENVIO
      *--------------------------------------------------------------*
       090-TERMINAR.
           DISPLAY ' * SOMA ACIDENTES ENVIADA      = ' WS-SOMA-ACID
           DISPLAY ' * SOMA OBITOS (TRAILER)       = '
                   WS-SOMA-OBITOS
           DISPLAY ' * SITUACAO NO DETRSTAT        = E (ENVIADO)'
           DISPLAY WS-HIFEN
           DISPLAY ' *      TERMINO NORMAL DO T2057EXT        *'

