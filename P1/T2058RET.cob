       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   T2058RET.
       AUTHOR.       GIOVANI TARGINO SERRA.
       DATE-WRITTEN. 15/10/2026.
      *--------------------------------------------------------------*
      * SISTEMA DE ACIDENTES DE TRANSITO
      *--------------------------------------------------------------*
      * OBJETIVO: TRATAMENTO DO ARQUIVO DE RETORNO DO DETRAN. O
      *           ORGAO DEVOLVE, PARA CADA LINHA DE CIDADE RECEBIDA,
      *           ACEITE OU RECUSA COM O CODIGO DO MOTIVO - ATE HOJE
      *           CONFERIDO NA MAO. O PROGRAMA:
      *             - CARREGA A GERACAO ENVIADA PELO T2057EXT
      *               (GTS.T2.DETRAN) E CASA O RETORNO COM ELA PELO
      *               MES DE REFERENCIA DO HEADER E PELOS TOTAIS DO
      *               TRAILER (CONTAGEM + SOMA DE OBITOS) - RETORNO
      *               DE OUTRO ENVIO TERMINA COM RC=08 SEM GRAVAR
      *               NADA, ASSIM COMO O RETORNO JA PROCESSADO (MESMA
      *               DATA DE PROCESSAMENTO JA GRAVADA NO DETRSTAT)
      *             - GRAVA A SITUACAO DO ENVIO DO ANOMES NO
      *               DETRSTAT (E=ENVIADO / A=ACEITO / P=PARCIALMENTE
      *               RECUSADO / R=RECUSADO)
      *             - IMPRIME AS CIDADES RECUSADAS COM O MOTIVO DO
      *               ORGAO
      *             - GRAVA O EXTRATO DE REENVIO (REENVIO) SO COM AS
      *               LINHAS RECUSADAS QUE JA FORAM CORRIGIDAS NO
      *               ACIHIST - NADA DE REENVIAR O MES INTEIRO
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010045  GTS     VERSAO INICIAL
      *  V02    OUT/2026 010060  GTS     RETORNO DE REENVIO PARCIAL
      *                                  ACUMULA NA SITUACAO DO MES
      *  V03    OUT/2026 010061  GTS     RETORNO JA PROCESSADO NAO E
      *                                  REPROCESSADO (RC=08)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
       CONFIGURATION SECTION.
      *---------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           .
       INPUT-OUTPUT SECTION.
      *---------------------*
       FILE-CONTROL.
           SELECT DETRAN ASSIGN TO DETRAN
                  FILE STATUS   IS FS-ERRO-DET
           .
           SELECT DETRET ASSIGN TO DETRET
                  FILE STATUS   IS FS-ERRO-RET
           .
           SELECT ACIHIST ASSIGN TO ACIHIST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS HIS-CHAVE
                  FILE STATUS   IS FS-ERRO-HIST
           .
           SELECT DETRSTAT ASSIGN TO DETRSTAT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS STA-ANOMES
                  FILE STATUS   IS FS-ERRO-STA
           .
           SELECT REENVIO ASSIGN TO REENVIO
                  FILE STATUS   IS FS-ERRO-REE
           .
           SELECT GTSAUDIT ASSIGN TO GTSAUDIT
                  FILE STATUS   IS FS-ERRO-AUD
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  DETRAN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-DETRAN             PIC X(60)
           .
       FD  DETRET
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-DETRET             PIC X(60)
           .
       FD  ACIHIST
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-ACIHIST.
           05 HIS-CHAVE.
              10 HIS-CIDADE       PIC 9(04).
              10 HIS-UF           PIC X(02).
              10 HIS-ANOMES       PIC 9(06).
           05 HIS-VEICULOS          PIC 9(07).
           05 HIS-BAFOMETRO         PIC X(01).
           05 HIS-ACIDENTES         PIC 9(04).
           05 HIS-OBITOS            PIC 9(04).
           05 HIS-TAXA-ACID         PIC 9(03)V99.
           05 FILLER                PIC X(07).
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
       FD  REENVIO
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-REENVIO            PIC X(60)
           .
       FD  GTSAUDIT
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-GTSAUDIT           PIC X(80)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05 WS-FIM                 PIC X(01)  VALUE 'N'.
           05 WS-DET-FIM             PIC X(01)  VALUE 'N'.
           05 WS-CTLIDO              PIC 9(07)  VALUE ZERO.
           05 WS-CTACEITO            PIC 9(07)  VALUE ZERO.
           05 WS-CTRECUSADO          PIC 9(07)  VALUE ZERO.
           05 WS-CTDESCONHECIDO      PIC 9(07)  VALUE ZERO.
           05 WS-CTSEMRETORNO        PIC 9(07)  VALUE ZERO.
           05 WS-CTCORRIGIDO         PIC 9(07)  VALUE ZERO.
           05 WS-CTPENDENTE          PIC 9(07)  VALUE ZERO.
           05 FS-ERRO-DET            PIC X(02).
           05 FS-ERRO-RET            PIC X(02).
           05 FS-ERRO-HIST           PIC X(02).
           05 FS-ERRO-STA            PIC X(02).
           05 FS-ERRO-REE            PIC X(02).
           05 WS-MSG                 PIC X(30).
           05 WS-FS-MSG              PIC X(02).
           05 WS-COD-RETORNO         PIC 9(02)  VALUE ZERO.
           05 WS-DATA                PIC 9(08).
           05 WS-DATA-HOJE           PIC 9(08)  VALUE ZERO.
           05 WS-TRAILER-OK          PIC X(01)  VALUE 'N'.
           05 WS-SITUACAO-NOVA       PIC X(01)  VALUE SPACES.
           05 WS-RETORNO-REENVIO     PIC X(01)  VALUE 'N'.
           05 WS-SOMA-OBITOS-REE     PIC 9(09)  VALUE ZERO.

      *-----> AUDITORIA COMUM DA CADEIA GTS0014J
       01  WS-AREA-AUDITORIA.
           05 FS-ERRO-AUD         PIC X(02).
           05 WS-AUD-GRAVADO      PIC X(01)  VALUE 'N'.
           05 WS-AUD-DATA-W       PIC 9(08).
           05 WS-AUD-HORA-W       PIC 9(08).
       01  WS-REG-GTSAUDIT.
           05 AUD-PROGRAMA        PIC X(08)  VALUE 'T2058RET'.
           05 AUD-DATA            PIC 9(08).
           05 AUD-DATA-R REDEFINES AUD-DATA
                                  PIC X(08).
           05 AUD-HORA            PIC 9(06).
           05 AUD-LIDOS           PIC 9(07).
           05 AUD-GRAVADOS        PIC 9(07).
           05 AUD-REJEITADOS      PIC 9(07).
           05 AUD-COD-RET         PIC 9(02).
           05 FILLER              PIC X(35)  VALUE SPACES.

      *-----> ENTRADA - GERACAO ENVIADA (LAYOUT DO T2057EXT): HEADER
      *-----> '0', DETALHE '1' POR CIDADE, TRAILER '9'
       01  WS-REG-ENVIO.
           05 WS-ENV-TIPO         PIC X(01).
           05 WS-ENV-RESTO        PIC X(59).
       01  WS-REG-ENV-HEADER REDEFINES WS-REG-ENVIO.
           05 FILLER              PIC X(01).
           05 WS-ENH-REMETENTE    PIC X(08).
           05 WS-ENH-REFERENCIA   PIC 9(06).
           05 WS-ENH-GERACAO      PIC 9(08).
           05 FILLER              PIC X(37).
       01  WS-REG-ENV-DADOS REDEFINES WS-REG-ENVIO.
           05 FILLER              PIC X(01).
           05 WS-END-CIDADE       PIC 9(04).
           05 WS-END-UF           PIC X(02).
           05 FILLER              PIC X(53).
       01  WS-REG-ENV-TRAILER REDEFINES WS-REG-ENVIO.
           05 FILLER              PIC X(01).
           05 WS-ENT-CONTAGEM     PIC 9(07).
           05 WS-ENT-SOMA-OBITOS  PIC 9(09).
           05 FILLER              PIC X(43).

      *-----> TOTAIS DO ENVIO (HEADER/TRAILER DA GERACAO)
       01  WS-AREA-ENVIO.
           05 WS-ENVIO-REFERENCIA PIC 9(06)  VALUE ZERO.
           05 WS-ENVIO-GERACAO    PIC 9(08)  VALUE ZERO.
           05 WS-ENVIO-CONTAGEM   PIC 9(07)  VALUE ZERO.
           05 WS-ENVIO-OBITOS     PIC 9(09)  VALUE ZERO.
           05 WS-ENVIO-HEADER     PIC X(01)  VALUE 'N'.
           05 WS-ENVIO-TRAILER    PIC X(01)  VALUE 'N'.

      *-----> LINHAS ENVIADAS, COM O RESULTADO DO RETORNO DE CADA
      *-----> UMA (BRANCO = SEM RETORNO / A = ACEITA / R = RECUSADA)
       01  WS-AREA-LINHAS.
           05 WS-QTD-LIN          PIC 9(04)  VALUE ZERO.
           05 WS-IDX-LIN          PIC 9(04)  VALUE ZERO.
           05 WS-LIN-ACHOU        PIC X(01)  VALUE 'N'.
       01  WS-TAB-LINHAS.
           05 WS-TAB-LIN-ITEM OCCURS 3000 TIMES.
              10 WS-LIN-CIDADE    PIC 9(04).
              10 WS-LIN-UF        PIC X(02).
              10 WS-LIN-IMAGEM    PIC X(60).
              10 WS-LIN-SITUACAO  PIC X(01).
              10 WS-LIN-MOTIVO    PIC X(03).
              10 WS-LIN-DESCRICAO PIC X(40).

      *-----> ENTRADA - ARQUIVO DE RETORNO DO ORGAO: HEADER '0'
      *-----> (ORGAO + REFERENCIA + REMETENTE ECOADO + DATA DO
      *-----> PROCESSAMENTO), DETALHE '1' POR LINHA RECEBIDA (A=
      *-----> ACEITA / R=RECUSADA + MOTIVO), TRAILER '9' (RECEBIDOS
      *-----> + SOMA DE OBITOS RECEBIDA + ACEITOS + RECUSADOS)
       01  WS-REG-RETORNO.
           05 WS-RET-TIPO         PIC X(01).
           05 WS-RET-RESTO        PIC X(59).
       01  WS-REG-RET-HEADER REDEFINES WS-REG-RETORNO.
           05 FILLER              PIC X(01).
           05 WS-RTH-ORGAO        PIC X(08).
           05 WS-RTH-REFERENCIA   PIC 9(06).
           05 WS-RTH-REFERENCIA-X REDEFINES WS-RTH-REFERENCIA
                                  PIC X(06).
           05 WS-RTH-REMETENTE    PIC X(08).
           05 WS-RTH-DATA-PROC    PIC 9(08).
           05 FILLER              PIC X(29).
       01  WS-REG-RET-DADOS REDEFINES WS-REG-RETORNO.
           05 FILLER              PIC X(01).
           05 WS-RTD-CIDADE       PIC 9(04).
           05 WS-RTD-UF           PIC X(02).
           05 WS-RTD-SITUACAO     PIC X(01).
           05 WS-RTD-MOTIVO       PIC X(03).
           05 WS-RTD-DESCRICAO    PIC X(40).
           05 FILLER              PIC X(09).
       01  WS-REG-RET-TRAILER REDEFINES WS-REG-RETORNO.
           05 FILLER              PIC X(01).
           05 WS-RTT-RECEBIDOS    PIC 9(07).
           05 WS-RTT-SOMA-OBITOS  PIC 9(09).
           05 WS-RTT-ACEITOS      PIC 9(07).
           05 WS-RTT-RECUSADOS    PIC 9(07).
           05 FILLER              PIC X(29).

      *-----> DADOS DO RETORNO
       01  WS-AREA-RETORNO.
           05 WS-RETORNO-DATA     PIC 9(08)  VALUE ZERO.
           05 WS-RETORNO-ORGAO    PIC X(08)  VALUE SPACES.

      *-----> SAIDA - EXTRATO DE REENVIO (MESMO LAYOUT DO T2057EXT)
       01  WS-REG-DET-HEADER.
           05 WS-DTH-TIPO         PIC X(01)  VALUE '0'.
           05 WS-DTH-REMETENTE    PIC X(08)  VALUE 'GTSTRANS'.
           05 WS-DTH-REFERENCIA   PIC 9(06).
           05 WS-DTH-GERACAO      PIC 9(08).
           05 FILLER              PIC X(37)  VALUE SPACES.

       01  WS-REG-DET-DADOS.
           05 WS-DTD-TIPO         PIC X(01)  VALUE '1'.
           05 WS-DTD-CIDADE       PIC 9(04).
           05 WS-DTD-UF           PIC X(02).
           05 WS-DTD-VEICULOS     PIC 9(07).
           05 WS-DTD-BAFOMETRO    PIC X(01).
           05 WS-DTD-ACIDENTES    PIC 9(04).
           05 WS-DTD-OBITOS       PIC 9(04).
           05 WS-DTD-TAXA         PIC 9(03)V99.
           05 FILLER              PIC X(32)  VALUE SPACES.

       01  WS-REG-DET-TRAILER.
           05 WS-DTT-TIPO         PIC X(01)  VALUE '9'.
           05 WS-DTT-CONTAGEM     PIC 9(07).
           05 WS-DTT-SOMA-OBITOS  PIC 9(09).
           05 FILLER              PIC X(43)  VALUE SPACES.

      *-----> SAIDA - LINHA DA RELACAO DE RECUSAS
       01  WS-REG-RECUSA.
           05 WS-REC-CIDADE       PIC 9(04).
           05 FILLER              PIC X(01)  VALUE '/'.
           05 WS-REC-UF           PIC X(02).
           05 FILLER              PIC X(01)  VALUE SPACES.
           05 WS-REC-MOTIVO       PIC X(03).
           05 FILLER              PIC X(01)  VALUE SPACES.
           05 WS-REC-DESCRICAO    PIC X(40).
           05 FILLER              PIC X(01)  VALUE SPACES.
           05 WS-REC-ACAO         PIC X(20).

       01  WS-HIFEN               PIC X(80)  VALUE ALL '-'.

       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL - O RETORNO INTEIRO E CONFERIDO
      *    (HEADER, LINHAS E TRAILER) ANTES DE QUALQUER GRAVACAO:
      *    RETORNO QUE NAO CASA COM A GERACAO ENVIADA, OU QUE JA FOI
      *    PROCESSADO, TERMINA COM RC=08 SEM TOCAR NO DETRSTAT NEM
      *    NO REENVIO
      *--------------------------------------------------------------*
       000-T2058RET.

           PERFORM 010-INICIAR
           PERFORM 015-CARREGAR-ENVIO
           PERFORM 020-LER-HEADER-RETORNO
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 050-CONFERIR-TOTAIS
           PERFORM 055-CONFERIR-REPROCESSO
           PERFORM 060-TRATAR-RECUSAS
           PERFORM 070-ATUALIZAR-SITUACAO
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *  T2058RET - RETORNO DO DETRAN          *'
           DISPLAY ' *========================================*'

           ACCEPT WS-DATA FROM DATE
           MOVE '2'           TO WS-DATA-HOJE(1:1)
           MOVE WS-DATA(2:3)  TO WS-DATA-HOJE(2:3)
           MOVE WS-DATA(5:2)  TO WS-DATA-HOJE(5:2)
           MOVE WS-DATA(7:2)  TO WS-DATA-HOJE(7:2)

           OPEN INPUT DETRAN
           IF FS-ERRO-DET NOT = '00'
              MOVE  'ERRO AO ABRIR O DETRAN'  TO WS-MSG
              MOVE   FS-ERRO-DET              TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT DETRET
           IF FS-ERRO-RET NOT = '00'
              MOVE  'ERRO AO ABRIR O DETRET'  TO WS-MSG
              MOVE   FS-ERRO-RET              TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGA A GERACAO ENVIADA: GUARDA REFERENCIA E TOTAIS E
      *    CADA LINHA DE CIDADE NA TABELA. GERACAO SEM HEADER OU
      *    SEM TRAILER, OU COM CONTAGEM QUE NAO BATE, E RECUSADA.
      *--------------------------------------------------------------*
       015-CARREGAR-ENVIO.

           MOVE 'N' TO WS-DET-FIM
           PERFORM UNTIL WS-DET-FIM = 'S'
              READ DETRAN INTO WS-REG-ENVIO
                 AT END
                    MOVE 'S' TO WS-DET-FIM
              END-READ
              IF WS-DET-FIM NOT = 'S'
                 AND FS-ERRO-DET NOT = '00'
                 MOVE  'ERRO AO LER O DETRAN'  TO WS-MSG
                 MOVE   FS-ERRO-DET            TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              IF WS-DET-FIM NOT = 'S'
                 PERFORM 016-GUARDAR-ENVIO
              END-IF
           END-PERFORM

           CLOSE DETRAN
           IF FS-ERRO-DET NOT = '00'
              MOVE  'ERRO AO FECHAR O DETRAN'  TO WS-MSG
              MOVE   FS-ERRO-DET               TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF WS-ENVIO-HEADER NOT = 'S'
              OR WS-ENVIO-TRAILER NOT = 'S'
              MOVE  'GERACAO ENVIADA SEM HEADER/TRL'  TO WS-MSG
              MOVE  'EV'                              TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF WS-ENVIO-CONTAGEM NOT = WS-QTD-LIN
              MOVE  'GERACAO ENVIADA INCONSISTENTE'  TO WS-MSG
              MOVE  'EV'                             TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' * GERACAO ENVIADA - REFERENCIA = '
                   WS-ENVIO-REFERENCIA
           DISPLAY ' *                   GERADA EM  = '
                   WS-ENVIO-GERACAO
           DISPLAY ' *                   LINHAS     = '
                   WS-ENVIO-CONTAGEM
           DISPLAY ' *                   OBITOS     = '
                   WS-ENVIO-OBITOS
           .
      *--------------------------------------------------------------*
      *    GUARDA UM REGISTRO DA GERACAO ENVIADA CONFORME O TIPO
      *--------------------------------------------------------------*
       016-GUARDAR-ENVIO.

           IF WS-ENV-TIPO = '0'
              MOVE 'S'               TO WS-ENVIO-HEADER
              MOVE WS-ENH-REFERENCIA TO WS-ENVIO-REFERENCIA
              MOVE WS-ENH-GERACAO    TO WS-ENVIO-GERACAO
           ELSE
              IF WS-ENV-TIPO = '9'
                 MOVE 'S'                TO WS-ENVIO-TRAILER
                 MOVE WS-ENT-CONTAGEM    TO WS-ENVIO-CONTAGEM
                 MOVE WS-ENT-SOMA-OBITOS TO WS-ENVIO-OBITOS
              ELSE
                 IF WS-QTD-LIN = 3000
                    MOVE  'MAIS DE 3000 LINHAS NO ENVIO'  TO WS-MSG
                    MOVE  'QT'                            TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
                 ADD 1 TO WS-QTD-LIN
                 MOVE WS-END-CIDADE  TO WS-LIN-CIDADE(WS-QTD-LIN)
                 MOVE WS-END-UF      TO WS-LIN-UF(WS-QTD-LIN)
                 MOVE WS-REG-ENVIO   TO WS-LIN-IMAGEM(WS-QTD-LIN)
                 MOVE SPACES         TO WS-LIN-SITUACAO(WS-QTD-LIN)
                                        WS-LIN-MOTIVO(WS-QTD-LIN)
                                        WS-LIN-DESCRICAO(WS-QTD-LIN)
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LE O HEADER DO RETORNO E CONFERE O MES DE REFERENCIA COM
      *    O DA GERACAO ENVIADA
      *--------------------------------------------------------------*
       020-LER-HEADER-RETORNO.

           PERFORM 025-LER-RETORNO
           IF WS-FIM = 'S'
              OR WS-RET-TIPO NOT = '0'
              MOVE  'RETORNO SEM HEADER'  TO WS-MSG
              MOVE  'HD'                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF WS-RTH-REFERENCIA-X NOT NUMERIC
              OR WS-RTH-REFERENCIA NOT = WS-ENVIO-REFERENCIA
              DISPLAY ' * REFERENCIA DO RETORNO = '
                      WS-RTH-REFERENCIA-X
              MOVE  'RETORNO DE OUTRA REFERENCIA'  TO WS-MSG
              MOVE  'RF'                           TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE WS-RTH-ORGAO     TO WS-RETORNO-ORGAO
           MOVE WS-RTH-DATA-PROC TO WS-RETORNO-DATA
           DISPLAY ' * RETORNO DO ORGAO ' WS-RTH-ORGAO
                   ' PROCESSADO EM ' WS-RTH-DATA-PROC

           PERFORM 025-LER-RETORNO
           .
      *--------------------------------------------------------------*
      *    LEITURA DO ARQUIVO DE RETORNO
      *--------------------------------------------------------------*
       025-LER-RETORNO.

           READ DETRET INTO WS-REG-RETORNO
              AT END
                 MOVE 'S' TO WS-FIM
           END-READ

           IF WS-FIM NOT = 'S'
              IF FS-ERRO-RET NOT = '00'
                 MOVE  'ERRO AO LER O DETRET'  TO WS-MSG
                 MOVE   FS-ERRO-RET            TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ADD 1 TO WS-CTLIDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    TRATA UMA LINHA DO RETORNO: O TRAILER ENCERRA A LEITURA;
      *    CADA DETALHE E CASADO COM A LINHA ENVIADA DA CIDADE
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF WS-RET-TIPO = '9'
              MOVE 'S' TO WS-TRAILER-OK
              MOVE 'S' TO WS-FIM
           ELSE
              IF WS-RET-TIPO = '1'
                 PERFORM 035-CASAR-LINHA
              ELSE
                 DISPLAY ' * REGISTRO DE TIPO INVALIDO NO RETORNO: '
                         WS-REG-RETORNO(1:20)
                 ADD 1 TO WS-CTDESCONHECIDO
              END-IF
              PERFORM 025-LER-RETORNO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCURA A LINHA ENVIADA DA CIDADE+UF DO RETORNO E GUARDA
      *    O ACEITE/RECUSA. LINHA QUE NAO FOI ENVIADA E APONTADA.
      *--------------------------------------------------------------*
       035-CASAR-LINHA.

           MOVE 'N' TO WS-LIN-ACHOU
           PERFORM VARYING WS-IDX-LIN FROM 1 BY 1
              UNTIL WS-IDX-LIN > WS-QTD-LIN
              OR WS-LIN-ACHOU = 'S'
              IF WS-LIN-CIDADE(WS-IDX-LIN) = WS-RTD-CIDADE
                 AND WS-LIN-UF(WS-IDX-LIN) = WS-RTD-UF
                 MOVE 'S' TO WS-LIN-ACHOU
              END-IF
           END-PERFORM

           IF WS-LIN-ACHOU NOT = 'S'
              OR (WS-RTD-SITUACAO NOT = 'A'
                  AND WS-RTD-SITUACAO NOT = 'R')
              DISPLAY ' * LINHA DO RETORNO NAO ENVIADA/INVALIDA: '
                      WS-REG-RETORNO(1:20)
              ADD 1 TO WS-CTDESCONHECIDO
           ELSE
              SUBTRACT 1 FROM WS-IDX-LIN
              MOVE WS-RTD-SITUACAO  TO WS-LIN-SITUACAO(WS-IDX-LIN)
              MOVE WS-RTD-MOTIVO    TO WS-LIN-MOTIVO(WS-IDX-LIN)
              MOVE WS-RTD-DESCRICAO TO WS-LIN-DESCRICAO(WS-IDX-LIN)
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERE O TRAILER DO RETORNO COM O TRAILER ENVIADO
      *    (CONTAGEM + SOMA DE OBITOS RECEBIDOS) E CONTA ACEITES,
      *    RECUSAS E LINHAS ENVIADAS SEM RESPOSTA DO ORGAO
      *--------------------------------------------------------------*
       050-CONFERIR-TOTAIS.

           IF WS-TRAILER-OK NOT = 'S'
              MOVE  'RETORNO SEM TRAILER'  TO WS-MSG
              MOVE  'TR'                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF WS-RTT-RECEBIDOS NOT = WS-ENVIO-CONTAGEM
              OR WS-RTT-SOMA-OBITOS NOT = WS-ENVIO-OBITOS
              DISPLAY ' * RECEBIDOS PELO ORGAO = ' WS-RTT-RECEBIDOS
                      ' OBITOS = ' WS-RTT-SOMA-OBITOS
              MOVE  'TOTAIS DO RETORNO NAO CONFEREM'  TO WS-MSG
              MOVE  'TT'                              TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM VARYING WS-IDX-LIN FROM 1 BY 1
              UNTIL WS-IDX-LIN > WS-QTD-LIN
              IF WS-LIN-SITUACAO(WS-IDX-LIN) = 'A'
                 ADD 1 TO WS-CTACEITO
              ELSE
                 IF WS-LIN-SITUACAO(WS-IDX-LIN) = 'R'
                    ADD 1 TO WS-CTRECUSADO
                 ELSE
                    ADD 1 TO WS-CTSEMRETORNO
                 END-IF
              END-IF
           END-PERFORM

           IF WS-RTT-ACEITOS NOT = WS-CTACEITO
              OR WS-RTT-RECUSADOS NOT = WS-CTRECUSADO
              DISPLAY ' * ACEITOS NO TRAILER = ' WS-RTT-ACEITOS
                      ' RECUSADOS = ' WS-RTT-RECUSADOS
              MOVE  'TRAILER DIFERE DAS LINHAS'  TO WS-MSG
              MOVE  'TT'                         TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE DETRET
           IF FS-ERRO-RET NOT = '00'
              MOVE  'ERRO AO FECHAR O DETRET'  TO WS-MSG
              MOVE   FS-ERRO-RET               TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    O MESMO RETORNO NAO E TRATADO DUAS VEZES: COM A DATA DE
      *    PROCESSAMENTO DO HEADER JA GRAVADA NO DETRSTAT DO MES, O
      *    RETORNO DE REENVIO PARCIAL SOMARIA DE NOVO AS ACEITAS E
      *    BAIXARIA DE NOVO AS RECUSAS. TERMINA COM RC=08 ANTES DE
      *    GRAVAR O EXTRATO DE REENVIO E A SITUACAO. SEM O CLUSTER
      *    (FS=35) OU SEM O MES (FS=23) E O PRIMEIRO RETORNO
      *--------------------------------------------------------------*
       055-CONFERIR-REPROCESSO.

           OPEN INPUT DETRSTAT
           IF FS-ERRO-STA NOT = '35'
              IF FS-ERRO-STA NOT = '00'
                 MOVE  'ERRO AO ABRIR O DETRSTAT'  TO WS-MSG
                 MOVE   FS-ERRO-STA                TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF

              MOVE WS-ENVIO-REFERENCIA TO STA-ANOMES
              READ DETRSTAT
              IF FS-ERRO-STA NOT = '00'
                 AND FS-ERRO-STA NOT = '23'
                 MOVE  'ERRO AO LER O DETRSTAT'  TO WS-MSG
                 MOVE   FS-ERRO-STA              TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              IF FS-ERRO-STA = '00'
                 AND STA-DATA-RETORNO = WS-RETORNO-DATA
                 DISPLAY ' * RETORNO DE ' WS-RETORNO-DATA
                         ' JA TRATADO - SITUACAO DO MES = '
                         STA-SITUACAO
                 MOVE  'RETORNO JA PROCESSADO'  TO WS-MSG
                 MOVE  'RP'                     TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF

              CLOSE DETRSTAT
              IF FS-ERRO-STA NOT = '00'
                 MOVE  'ERRO AO FECHAR O DETRSTAT'  TO WS-MSG
                 MOVE   FS-ERRO-STA                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    RELACAO DAS CIDADES RECUSADAS E EXTRATO DE REENVIO: A
      *    LINHA RECUSADA VAI PARA O REENVIO SO SE O ACIHIST JA
      *    TRAZ NUMEROS DIFERENTES DOS ENVIADOS (CORRIGIDA); IGUAL
      *    AO ENVIADO FICA AGUARDANDO CORRECAO
      *--------------------------------------------------------------*
       060-TRATAR-RECUSAS.

           OPEN INPUT ACIHIST
           IF FS-ERRO-HIST NOT = '00'
              MOVE  'ERRO AO ABRIR O ACIHIST'  TO WS-MSG
              MOVE   FS-ERRO-HIST              TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT REENVIO
           IF FS-ERRO-REE NOT = '00'
              MOVE  'ERRO AO ABRIR O REENVIO'  TO WS-MSG
              MOVE   FS-ERRO-REE               TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE WS-ENVIO-REFERENCIA TO WS-DTH-REFERENCIA
           MOVE WS-DATA-HOJE        TO WS-DTH-GERACAO
           WRITE REG-REENVIO FROM WS-REG-DET-HEADER
           IF FS-ERRO-REE NOT = '00'
              MOVE  'ERRO AO GRAVAR O REENVIO'  TO WS-MSG
              MOVE   FS-ERRO-REE                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY WS-HIFEN
           DISPLAY ' *  CIDADES RECUSADAS PELO DETRAN         *'
           DISPLAY WS-HIFEN
           DISPLAY 'CIDADE/UF MOT DESCRICAO DO ORGAO'
                   '                          SITUACAO'

           PERFORM VARYING WS-IDX-LIN FROM 1 BY 1
              UNTIL WS-IDX-LIN > WS-QTD-LIN
              IF WS-LIN-SITUACAO(WS-IDX-LIN) = 'R'
                 PERFORM 065-TRATAR-RECUSA
              END-IF
              IF WS-LIN-SITUACAO(WS-IDX-LIN) = SPACES
                 MOVE WS-LIN-CIDADE(WS-IDX-LIN) TO WS-REC-CIDADE
                 MOVE WS-LIN-UF(WS-IDX-LIN)     TO WS-REC-UF
                 MOVE SPACES                    TO WS-REC-MOTIVO
                 MOVE 'LINHA SEM RESPOSTA DO ORGAO'
                      TO WS-REC-DESCRICAO
                 MOVE 'COBRAR O ORGAO'          TO WS-REC-ACAO
                 DISPLAY WS-REG-RECUSA
              END-IF
           END-PERFORM

           MOVE WS-CTCORRIGIDO     TO WS-DTT-CONTAGEM
           MOVE WS-SOMA-OBITOS-REE TO WS-DTT-SOMA-OBITOS
           WRITE REG-REENVIO FROM WS-REG-DET-TRAILER
           IF FS-ERRO-REE NOT = '00'
              MOVE  'ERRO AO GRAVAR O REENVIO'  TO WS-MSG
              MOVE   FS-ERRO-REE                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE REENVIO
           IF FS-ERRO-REE NOT = '00'
              MOVE  'ERRO AO FECHAR O REENVIO'  TO WS-MSG
              MOVE   FS-ERRO-REE                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE ACIHIST
           IF FS-ERRO-HIST NOT = '00'
              MOVE  'ERRO AO FECHAR O ACIHIST'  TO WS-MSG
              MOVE   FS-ERRO-HIST               TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    UMA LINHA RECUSADA: RELE O MES DA CIDADE NO ACIHIST,
      *    MONTA A LINHA ATUAL E COMPARA COM A IMAGEM ENVIADA
      *--------------------------------------------------------------*
       065-TRATAR-RECUSA.

           MOVE WS-LIN-CIDADE(WS-IDX-LIN)    TO WS-REC-CIDADE
           MOVE WS-LIN-UF(WS-IDX-LIN)        TO WS-REC-UF
           MOVE WS-LIN-MOTIVO(WS-IDX-LIN)    TO WS-REC-MOTIVO
           MOVE WS-LIN-DESCRICAO(WS-IDX-LIN) TO WS-REC-DESCRICAO

           MOVE WS-LIN-CIDADE(WS-IDX-LIN) TO HIS-CIDADE
           MOVE WS-LIN-UF(WS-IDX-LIN)     TO HIS-UF
           MOVE WS-ENVIO-REFERENCIA       TO HIS-ANOMES
           READ ACIHIST
           IF FS-ERRO-HIST = '23'
              ADD 1 TO WS-CTPENDENTE
              MOVE 'AUSENTE NO ACIHIST'   TO WS-REC-ACAO
           ELSE
              IF FS-ERRO-HIST NOT = '00'
                 MOVE  'ERRO AO LER O ACIHIST'  TO WS-MSG
                 MOVE   FS-ERRO-HIST            TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              MOVE HIS-CIDADE     TO WS-DTD-CIDADE
              MOVE HIS-UF         TO WS-DTD-UF
              MOVE HIS-VEICULOS   TO WS-DTD-VEICULOS
              MOVE HIS-BAFOMETRO  TO WS-DTD-BAFOMETRO
              MOVE HIS-ACIDENTES  TO WS-DTD-ACIDENTES
              MOVE HIS-OBITOS     TO WS-DTD-OBITOS
              MOVE HIS-TAXA-ACID  TO WS-DTD-TAXA
              IF WS-REG-DET-DADOS = WS-LIN-IMAGEM(WS-IDX-LIN)
                 ADD 1 TO WS-CTPENDENTE
                 MOVE 'AGUARDANDO CORRECAO' TO WS-REC-ACAO
              ELSE
                 WRITE REG-REENVIO FROM WS-REG-DET-DADOS
                 IF FS-ERRO-REE NOT = '00'
                    MOVE  'ERRO AO GRAVAR O REENVIO'  TO WS-MSG
                    MOVE   FS-ERRO-REE                TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
                 ADD 1          TO WS-CTCORRIGIDO
                 ADD HIS-OBITOS TO WS-SOMA-OBITOS-REE
                 MOVE 'CORRIGIDA - REENVIO' TO WS-REC-ACAO
              END-IF
           END-IF

           DISPLAY WS-REG-RECUSA
           .
      *--------------------------------------------------------------*
      *    GRAVA A SITUACAO DO ENVIO DO ANOMES NO DETRSTAT. MES
      *    ENVIADO ANTES DO CONTROLE EXISTIR (FS=23) E INCLUIDO COM
      *    OS DADOS DA GERACAO ENVIADA.
      *--------------------------------------------------------------*
       070-ATUALIZAR-SITUACAO.

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

           MOVE WS-ENVIO-REFERENCIA TO STA-ANOMES
           READ DETRSTAT
           IF FS-ERRO-STA = '23'
              MOVE SPACES              TO REG-DETRSTAT
              MOVE WS-ENVIO-REFERENCIA TO STA-ANOMES
              MOVE WS-ENVIO-GERACAO    TO STA-DATA-ENVIO
              MOVE WS-ENVIO-CONTAGEM   TO STA-QTD-ENVIADA
              MOVE WS-ENVIO-OBITOS     TO STA-SOMA-OBITOS
              MOVE 'N'                 TO STA-CORRECAO
              MOVE ZERO                TO STA-DATA-CORRECAO
              PERFORM 075-MONTAR-SITUACAO
              WRITE REG-DETRSTAT
           ELSE
              IF FS-ERRO-STA NOT = '00'
                 MOVE  'ERRO AO LER O DETRSTAT'  TO WS-MSG
                 MOVE   FS-ERRO-STA              TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
      *-----> GERACAO COM CONTAGEM DIFERENTE DA DO MES E O EXTRATO DE
      *-----> REENVIO (GTS.T2.DETREENV): SO AS LINHAS REENVIADAS
      *-----> VOLTARAM E AS DEMAIS RECUSAS CONTINUAM PENDENTES
              IF WS-ENVIO-CONTAGEM NOT = STA-QTD-ENVIADA
                 MOVE 'S' TO WS-RETORNO-REENVIO
                 PERFORM 077-ACUMULAR-REENVIO
              ELSE
                 PERFORM 075-MONTAR-SITUACAO
              END-IF
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
      *    CAMPOS DO RETORNO NO REGISTRO DE SITUACAO - RETORNO DO
      *    MES INTEIRO SUBSTITUI AS CONTAGENS
      *--------------------------------------------------------------*
       075-MONTAR-SITUACAO.

           MOVE WS-RETORNO-DATA   TO STA-DATA-RETORNO
           MOVE WS-CTACEITO       TO STA-QTD-ACEITA
           COMPUTE STA-QTD-RECUSADA = WS-CTRECUSADO + WS-CTSEMRETORNO
           MOVE WS-CTCORRIGIDO    TO STA-QTD-REENVIO
           PERFORM 079-CLASSIFICAR-SITUACAO
           .
      *--------------------------------------------------------------*
      *    RETORNO DE REENVIO PARCIAL: AS LINHAS REENVIADAS SAEM DAS
      *    RECUSAS PENDENTES DO MES; AS ACEITAS SOMAM AS JA ACEITAS E
      *    AS RECUSADAS DE NOVO VOLTAM A PENDENCIA
      *--------------------------------------------------------------*
       077-ACUMULAR-REENVIO.

           MOVE WS-RETORNO-DATA   TO STA-DATA-RETORNO
           ADD WS-CTACEITO        TO STA-QTD-ACEITA
           IF STA-QTD-RECUSADA > WS-ENVIO-CONTAGEM
              SUBTRACT WS-ENVIO-CONTAGEM FROM STA-QTD-RECUSADA
           ELSE
              MOVE ZERO TO STA-QTD-RECUSADA
           END-IF
           ADD WS-CTRECUSADO      TO STA-QTD-RECUSADA
           ADD WS-CTSEMRETORNO    TO STA-QTD-RECUSADA
           MOVE WS-CTCORRIGIDO    TO STA-QTD-REENVIO
           PERFORM 079-CLASSIFICAR-SITUACAO
           .
      *--------------------------------------------------------------*
      *    SITUACAO DO MES PELAS CONTAGENS DO REGISTRO: 'A' SO QUANDO
      *    NAO RESTA RECUSA PENDENTE
      *--------------------------------------------------------------*
       079-CLASSIFICAR-SITUACAO.

           IF STA-QTD-RECUSADA = ZERO
              MOVE 'A' TO WS-SITUACAO-NOVA
           ELSE
              IF STA-QTD-ACEITA = ZERO
                 MOVE 'R' TO WS-SITUACAO-NOVA
              ELSE
                 MOVE 'P' TO WS-SITUACAO-NOVA
              END-IF
           END-IF
           MOVE WS-SITUACAO-NOVA  TO STA-SITUACAO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS - RESUMO DO RETORNO
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY WS-HIFEN
           DISPLAY ' *  RESUMO DO RETORNO DO DETRAN           *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * ORGAO                       = '
                   WS-RETORNO-ORGAO
           DISPLAY ' * MES DE REFERENCIA           = '
                   WS-ENVIO-REFERENCIA
           DISPLAY ' * LINHAS ENVIADAS             = '
                   WS-ENVIO-CONTAGEM
           DISPLAY ' * LINHAS ACEITAS              = ' WS-CTACEITO
           DISPLAY ' * LINHAS RECUSADAS            = ' WS-CTRECUSADO
           DISPLAY ' * LINHAS SEM RESPOSTA         = '
                   WS-CTSEMRETORNO
           DISPLAY ' * LINHAS DESCONHECIDAS        = '
                   WS-CTDESCONHECIDO
           DISPLAY ' * CORRIGIDAS P/ REENVIO       = ' WS-CTCORRIGIDO
           DISPLAY ' * AGUARDANDO CORRECAO         = ' WS-CTPENDENTE
           DISPLAY ' * RETORNO DE REENVIO PARCIAL  = '
                   WS-RETORNO-REENVIO
           DISPLAY ' * SITUACAO DO MES (DETRSTAT)  = '
                   WS-SITUACAO-NOVA
           DISPLAY WS-HIFEN

           IF WS-CTCORRIGIDO = ZERO
              DISPLAY ' * EXTRATO DE REENVIO VAZIO - NAO TRANSMITIR'
           END-IF

      *-----> RC=04 PEDE ACAO DO OPERADOR: HA RECUSA, LINHA SEM
      *-----> RESPOSTA OU LINHA QUE NAO FOI ENVIADA
           IF WS-CTRECUSADO > ZERO
              OR WS-CTSEMRETORNO > ZERO
              OR WS-CTDESCONHECIDO > ZERO
              MOVE 04 TO WS-COD-RETORNO
           ELSE
              MOVE 00 TO WS-COD-RETORNO
           END-IF

           DISPLAY ' *      TERMINO NORMAL DO T2058RET        *'

           MOVE WS-CTLIDO      TO AUD-LIDOS
           MOVE WS-CTCORRIGIDO TO AUD-GRAVADOS
           MOVE WS-CTRECUSADO  TO AUD-REJEITADOS
           PERFORM 085-GRAVAR-AUDITORIA

           MOVE WS-COD-RETORNO TO RETURN-CODE
           .
      *--------------------------------------------------------------*
      *    GRAVA O REGISTRO PADRONIZADO DE AUDITORIA DA CADEIA
      *    (GTSAUDIT) - UM POR EXECUCAO DO PASSO
      *--------------------------------------------------------------*
       085-GRAVAR-AUDITORIA.

           MOVE 'S' TO WS-AUD-GRAVADO

           OPEN EXTEND GTSAUDIT
           IF FS-ERRO-AUD = '35'
              OPEN OUTPUT GTSAUDIT
           END-IF
           IF FS-ERRO-AUD NOT = '00'
              MOVE  'ERRO AO ABRIR O GTSAUDIT'  TO WS-MSG
              MOVE   FS-ERRO-AUD                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           ACCEPT WS-AUD-DATA-W FROM DATE
           MOVE WS-AUD-DATA-W      TO AUD-DATA
           MOVE '2'                TO AUD-DATA-R(1:1)
           ACCEPT WS-AUD-HORA-W FROM TIME
           MOVE WS-AUD-HORA-W(1:6) TO AUD-HORA
           MOVE WS-COD-RETORNO     TO AUD-COD-RET

           WRITE REG-GTSAUDIT FROM WS-REG-GTSAUDIT
           IF FS-ERRO-AUD NOT = '00'
              MOVE  'ERRO AO GRAVAR O GTSAUDIT'  TO WS-MSG
              MOVE   FS-ERRO-AUD                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE GTSAUDIT
           IF FS-ERRO-AUD NOT = '00'
              MOVE  'ERRO AO FECHAR O GTSAUDIT'  TO WS-MSG
              MOVE   FS-ERRO-AUD                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
       999-ERRO.

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *           PROGRAMA CANCELADO           *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * MENSAGEM    = ' WS-MSG
           DISPLAY ' * FILE STATUS = ' WS-FS-MSG
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO ANORMAL DO T2058RET       *'
           DISPLAY ' *----------------------------------------*'
           MOVE 08 TO WS-COD-RETORNO
           IF WS-AUD-GRAVADO = 'N'
              MOVE WS-CTLIDO      TO AUD-LIDOS
              MOVE WS-CTCORRIGIDO TO AUD-GRAVADOS
              MOVE WS-CTRECUSADO  TO AUD-REJEITADOS
              PERFORM 085-GRAVAR-AUDITORIA
           END-IF
           MOVE WS-COD-RETORNO TO RETURN-CODE
           STOP RUN
           .
      *---------------> FIM DO PROGRAMA T2058RET <-------------------*
