       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG008.
       AUTHOR. GIOVANI TARGINO SERRA.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 15/10/2026.
       SECURITY. NIVEL BASICO.
      *--------------------------------------------------------------*
      * OBJETIVO: CONCILIACAO DO RETORNO DO BANCO DO ARQUIVO DE
      *           PAGAMENTO DE COMISSOES (TERBANCO, GRAVADO PELO
      *           CGPRG005). CASA O RETORNO COM A GERACAO ENVIADA
      *           (DATA DE PAGAMENTO DOS HEADERS E SOMA DOS TRAILERS
      *           DOS LOTES DE DEPARTAMENTO),
      *           LOCALIZA CADA ITEM DEVOLVIDO NO HISTORICO DE
      *           LIQUIDACOES (TERFECH) POR VENDEDOR+ANOMES E MARCA
      *           A LIQUIDACAO COMO PAGA ('P') OU RECUSADA ('R').
      *           O VALOR RECUSADO VAI PARA O ARQUIVO DE REPAGAMENTO
      *           (TERREPAG), QUE O CGPRG005 INCLUI NO PROXIMO
      *           FECHAMENTO DO DEPARTAMENTO - NADA SE PERDE, NEM O
      *           ITEM RECUSADO SEM LIQUIDACAO NO TERFECH (FECHAMENTO
      *           DE TODOS OS MESES), QUE E REPASSADO COM O
      *           DEPARTAMENTO DO LOTE ENVIADO. A
      *           DATA DO RETORNO GRAVADA NA LIQUIDACAO IMPEDE QUE O
      *           MESMO RETORNO SEJA CONCILIADO DUAS VEZES, E ITEM
      *           DE LIQUIDACAO JA PAGA NUNCA E REPASSADO - NADA SE
      *           PAGA EM DOBRO. IMPRIME O RELATORIO DE CONCILIACAO
      *           COM OS TOTAIS PAGOS X ENVIADOS.
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010046  GTS     VERSAO INICIAL
      *  V02    OUT/2026 010049  GTS     TERBANCO COM UM LOTE (HEADER/
      *                                  TRAILER) POR DEPARTAMENTO: OS
      *                                  TOTAIS DOS LOTES SAO SOMADOS,
      *                                  NO ENVIO E NO RETORNO
      *  V03    OUT/2026 010060  GTS     RECUSA SEM LIQUIDACAO NO
      *                                  TERFECH TAMBEM VAI PARA O
      *                                  TERREPAG (DEPARTAMENTO DO
      *                                  LOTE ENVIADO)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
       CONFIGURATION SECTION.
      *---------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           CURRENCY SIGN IS "R$ " WITH PICTURE SYMBOL "$"
           .
       INPUT-OUTPUT SECTION.
      *---------------------*
       FILE-CONTROL.
           SELECT TERBANCO ASSIGN TO TERBANCO
                  FILE STATUS   IS FS-ERRO-BCO
           .
           SELECT BCORET ASSIGN TO BCORET
                  FILE STATUS   IS FS-ERRO-RET
           .
           SELECT TERFECH ASSIGN TO TERFECH
                  FILE STATUS   IS FS-ERRO-FEC
           .
           SELECT TERREPAG ASSIGN TO TERREPAG
                  FILE STATUS   IS FS-ERRO-REP
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  TERBANCO
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-TERBANCO           PIC X(60)
           .
       FD  BCORET
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-BCORET             PIC X(60)
           .
       FD  TERFECH
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-TERFECH            PIC X(50)
           .
       FD  TERREPAG
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-TERREPAG           PIC X(40)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
      *-----> AREA AUXILIAR
       77  WS-FIM                 PIC X(01)   VALUE 'N'.
       77  WS-BCO-FIM             PIC X(01)   VALUE 'N'.
       77  WS-FEC-FIM             PIC X(01)   VALUE 'N'.
       77  WS-REP-FIM             PIC X(01)   VALUE 'N'.
       77  FS-ERRO-BCO            PIC X(02).
       77  FS-ERRO-RET            PIC X(02).
       77  FS-ERRO-FEC            PIC X(02).
       77  FS-ERRO-REP            PIC X(02).
       77  WS-MSG                 PIC X(30).
       77  WS-FS-MSG              PIC X(02).
       77  WS-COD-RETORNO         PIC 9(02)   VALUE ZERO.
       77  WS-TRAILER-OK          PIC X(01)   VALUE 'N'.
       77  WS-CTLIDO              PIC 9(05)   VALUE ZERO.
       77  WS-CTFECH              PIC 9(07)   VALUE ZERO.
       77  WS-CTPAGO              PIC 9(05)   VALUE ZERO.
       77  WS-CTRECUSADO          PIC 9(05)   VALUE ZERO.
       77  WS-CTREPASSE           PIC 9(05)   VALUE ZERO.
       77  WS-CTJA-CONCIL         PIC 9(05)   VALUE ZERO.
       77  WS-CTJA-PAGO           PIC 9(05)   VALUE ZERO.
       77  WS-CTSEM-LIQ           PIC 9(05)   VALUE ZERO.
       77  WS-CTSEM-LIQ-REC       PIC 9(05)   VALUE ZERO.
       77  WS-CTNAO-ENVIADO       PIC 9(05)   VALUE ZERO.
       77  WS-TOT-PAGO            PIC 9(10)V99 VALUE ZERO.
       77  WS-TOT-RECUSADO        PIC 9(10)V99 VALUE ZERO.
       77  WS-TOT-REPASSE         PIC 9(10)V99 VALUE ZERO.

      *-----> TOTAIS DA GERACAO ENVIADA (HEADER/TRAILER DO TERBANCO,
      *-----> UM PAR POR LOTE DE DEPARTAMENTO - TOTAIS SOMADOS)
       01  WS-AREA-ENVIO.
           05 WS-ENV-DATA-PGTO    PIC 9(08)   VALUE ZERO.
           05 WS-ENV-CONTAGEM     PIC 9(07)   VALUE ZERO.
           05 WS-ENV-TOTAL        PIC 9(10)V99 VALUE ZERO.
           05 WS-ENV-HEADER       PIC X(01)   VALUE 'N'.
           05 WS-ENV-TRAILER      PIC X(01)   VALUE 'N'.
           05 WS-ENV-LOTES-H      PIC 9(03)   VALUE ZERO.
           05 WS-ENV-LOTES-T      PIC 9(03)   VALUE ZERO.
           05 WS-ENV-DATA-DIF     PIC X(01)   VALUE 'N'.
           05 WS-QTD-ENV          PIC 9(04)   VALUE ZERO.
           05 WS-IDX-ENV          PIC 9(04)   VALUE ZERO.
           05 WS-ENV-ACHOU        PIC X(01)   VALUE 'N'.
           05 WS-ENV-DPTO         PIC 9(04)   VALUE ZERO.

      *-----> ITENS ENVIADOS AO BANCO (VENDEDOR+ANOMES+VALOR) COM O
      *-----> DEPARTAMENTO DO LOTE
       01  WS-TAB-ENVIO.
           05 WS-TAB-ENV-ITEM OCCURS 1000 TIMES.
              10 WS-TENV-VENDEDOR PIC 9(04).
              10 WS-TENV-ANOMES   PIC 9(06).
              10 WS-TENV-VALOR    PIC 9(08)V99.
              10 WS-TENV-DPTO     PIC 9(04).

      *-----> ITENS DO RETORNO A CONCILIAR. SITUACAO DA CONCILIACAO:
      *-----> BRANCO = SEM LIQUIDACAO NO TERFECH, C = CONCILIADO,
      *-----> D = RETORNO JA CONCILIADO ANTES, J = LIQUIDACAO JA PAGA,
      *-----> S = RECUSA SEM LIQUIDACAO REPASSADA AGORA, X = RECUSA
      *-----> SEM LIQUIDACAO JA REPASSADA POR ESTE MESMO RETORNO
       01  WS-AREA-RETORNO.
           05 WS-QTD-RET          PIC 9(04)   VALUE ZERO.
           05 WS-IDX-RET          PIC 9(04)   VALUE ZERO.
           05 WS-RET-ACHOU        PIC X(01)   VALUE 'N'.
           05 WS-RET-DATA-PROC    PIC 9(08)   VALUE ZERO.
           05 WS-RET-DATA-PROC-X REDEFINES WS-RET-DATA-PROC
                                  PIC X(08).
           05 WS-RET-LOTES        PIC 9(03)   VALUE ZERO.
           05 WS-RET-RECEBIDOS    PIC 9(07)   VALUE ZERO.
           05 WS-RET-TOTAL        PIC 9(10)V99 VALUE ZERO.
           05 WS-RET-PAGOS        PIC 9(07)   VALUE ZERO.
           05 WS-RET-TOTAL-PAGO   PIC 9(10)V99 VALUE ZERO.
       01  WS-TAB-RETORNO.
           05 WS-TAB-RET-ITEM OCCURS 1000 TIMES.
              10 WS-TRET-VENDEDOR PIC 9(04).
              10 WS-TRET-ANOMES   PIC 9(06).
              10 WS-TRET-VALOR    PIC 9(08)V99.
              10 WS-TRET-SITUACAO PIC X(01).
              10 WS-TRET-MOTIVO   PIC X(03).
              10 WS-TRET-DESCRICAO PIC X(30).
              10 WS-TRET-CONCIL   PIC X(01).
              10 WS-TRET-DPTO     PIC 9(04).

      *-----> ENTRADA - GERACAO ENVIADA (LAYOUT DO CGPRG005)
       01  WS-REG-BCO.
           05 WS-BCO-TIPO         PIC X(01).
           05 FILLER              PIC X(59).
       01  WS-REG-BCO-HEADER REDEFINES WS-REG-BCO.
           05 FILLER              PIC X(01).
           05 WS-BCO-H-EMPRESA    PIC X(10).
           05 WS-BCO-H-DATA-PGTO  PIC 9(08).
           05 WS-BCO-H-DPTO       PIC 9(04).
           05 FILLER              PIC X(37).
       01  WS-REG-BCO-DETALHE REDEFINES WS-REG-BCO.
           05 FILLER              PIC X(01).
           05 WS-BCO-D-VENDEDOR   PIC 9(04).
           05 WS-BCO-D-VALOR      PIC 9(08)V99.
           05 WS-BCO-D-ANOMES     PIC 9(06).
           05 FILLER              PIC X(39).
       01  WS-REG-BCO-TRAILER REDEFINES WS-REG-BCO.
           05 FILLER              PIC X(01).
           05 WS-BCO-T-CONTAGEM   PIC 9(07).
           05 WS-BCO-T-TOTAL      PIC 9(10)V99.
           05 FILLER              PIC X(40).

      *-----> ENTRADA - RETORNO DO BANCO: HEADER '0' (EMPRESA + DATA
      *-----> DE PAGAMENTO ECOADA + DATA DO PROCESSAMENTO), DETALHE
      *-----> '1' POR ITEM (P=PAGO / R=RECUSADO + MOTIVO), TRAILER
      *-----> '9' (RECEBIDOS + VALOR RECEBIDO + PAGOS + VALOR PAGO)
       01  WS-REG-RET.
           05 WS-RET-TIPO         PIC X(01).
           05 FILLER              PIC X(59).
       01  WS-REG-RET-HEADER REDEFINES WS-REG-RET.
           05 FILLER              PIC X(01).
           05 WS-RTH-EMPRESA      PIC X(10).
           05 WS-RTH-DATA-PGTO    PIC 9(08).
           05 WS-RTH-DATA-PROC    PIC 9(08).
           05 WS-RTH-DATA-PROC-X REDEFINES WS-RTH-DATA-PROC
                                  PIC X(08).
           05 FILLER              PIC X(33).
       01  WS-REG-RET-DETALHE REDEFINES WS-REG-RET.
           05 FILLER              PIC X(01).
           05 WS-RTD-VENDEDOR     PIC 9(04).
           05 WS-RTD-VALOR        PIC 9(08)V99.
           05 WS-RTD-ANOMES       PIC 9(06).
           05 WS-RTD-SITUACAO     PIC X(01).
           05 WS-RTD-MOTIVO       PIC X(03).
           05 WS-RTD-DESCRICAO    PIC X(30).
           05 FILLER              PIC X(05).
       01  WS-REG-RET-TRAILER REDEFINES WS-REG-RET.
           05 FILLER              PIC X(01).
           05 WS-RTT-RECEBIDOS    PIC 9(07).
           05 WS-RTT-TOTAL        PIC 9(10)V99.
           05 WS-RTT-PAGOS        PIC 9(07).
           05 WS-RTT-TOTAL-PAGO   PIC 9(10)V99.
           05 FILLER              PIC X(21).

      *-----> HISTORICO DE LIQUIDACOES (LAYOUT DO CGPRG005)
       01  WS-REG-TERFECH.
           05 FEC-VENDEDOR        PIC 9(04).
           05 FEC-DPTO            PIC 9(04).
           05 FEC-ANOMES          PIC 9(06).
           05 FEC-QTD-VENDAS      PIC 9(05).
           05 FEC-TOT-VENDIDO     PIC 9(10)V99.
           05 FEC-TOT-COMISSAO    PIC 9(08)V99.
           05 FEC-SITUACAO        PIC X(01).
           05 FEC-DATA-RETORNO    PIC 9(08).
           05 FEC-DATA-RETORNO-X REDEFINES FEC-DATA-RETORNO
                                  PIC X(08).

      *-----> SAIDA - VALOR RECUSADO A REPAGAR NO PROXIMO FECHAMENTO
       01  WS-REG-TERREPAG.
           05 REP-VENDEDOR        PIC 9(04).
           05 REP-DPTO            PIC 9(04).
           05 REP-ANOMES          PIC 9(06).
           05 REP-VALOR           PIC 9(08)V99.
           05 REP-DATA-RECUSA     PIC 9(08).
           05 REP-MOTIVO          PIC X(03).
           05 FILLER              PIC X(05)   VALUE SPACES.

      *-----> SAIDA - LINHA DO RELATORIO DE CONCILIACAO
       01  WS-REG-CONCIL.
           05 FILLER              PIC X(02)   VALUE SPACES.
           05 WS-CON-VENDEDOR     PIC 9(04).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-CON-ANOMES       PIC 9(06).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-CON-VALOR        PIC $$.$$$.$$9,99.
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-CON-SITUACAO     PIC X(08).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-CON-MOTIVO       PIC X(03).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-CON-DESCRICAO    PIC X(30).
           05 FILLER              PIC X(01)   VALUE SPACES.
           05 WS-CON-ACAO         PIC X(22).

       01  WS-VALOR-ED            PIC $$$.$$$.$$$.$$9,99.
       01  WS-HIFEN               PIC X(80)   VALUE ALL '-'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL - O RETORNO INTEIRO E CONFERIDO COM A  *
      *    GERACAO ENVIADA ANTES DE TOCAR NO TERFECH                 *
      *--------------------------------------------------------------*

           PERFORM 010-INICIAR
           PERFORM 015-CARREGAR-ENVIO
           PERFORM 020-LER-HEADER-RETORNO
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 035-CONFERIR-TOTAIS
           PERFORM 040-CONCILIAR-TERFECH
           PERFORM 043-REPASSAR-SEM-LIQUIDACAO
           PERFORM 050-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS                                    *
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "** CONCILIACAO DO RETORNO DO BANCO **"

           OPEN INPUT TERBANCO
           IF FS-ERRO-BCO NOT = '00'
              MOVE  'ERRO AO ABRIR O TERBANCO'  TO WS-MSG
              MOVE   FS-ERRO-BCO                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT BCORET
           IF FS-ERRO-RET NOT = '00'
              MOVE  'ERRO AO ABRIR O BCORET'  TO WS-MSG
              MOVE   FS-ERRO-RET              TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGA A GERACAO ENVIADA AO BANCO: DATA DE PAGAMENTO,    *
      *    TOTAIS DO TRAILER E OS ITENS (VENDEDOR+ANOMES+VALOR)      *
      *--------------------------------------------------------------*
       015-CARREGAR-ENVIO.

           PERFORM UNTIL WS-BCO-FIM = 'S'
              READ TERBANCO INTO WS-REG-BCO
                 AT END
                    MOVE 'S' TO WS-BCO-FIM
              END-READ
              IF WS-BCO-FIM NOT = 'S'
                 IF FS-ERRO-BCO NOT = '00'
                    MOVE  'ERRO AO LER O TERBANCO'  TO WS-MSG
                    MOVE   FS-ERRO-BCO              TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
                 PERFORM 016-GUARDAR-ENVIO
              END-IF
           END-PERFORM

           CLOSE TERBANCO
           IF FS-ERRO-BCO NOT = '00'
              MOVE  'ERRO AO FECHAR O TERBANCO'  TO WS-MSG
              MOVE   FS-ERRO-BCO                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF WS-ENV-HEADER NOT = 'S'
              OR WS-ENV-TRAILER NOT = 'S'
              OR WS-ENV-LOTES-H NOT = WS-ENV-LOTES-T
              OR WS-ENV-DATA-DIF = 'S'
              OR WS-ENV-CONTAGEM NOT = WS-QTD-ENV
              MOVE  'GERACAO ENVIADA INCONSISTENTE'  TO WS-MSG
              MOVE  'EV'                             TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE WS-ENV-TOTAL TO WS-VALOR-ED
           DISPLAY "ARQUIVO ENVIADO - DATA DE PAGAMENTO = "
                   WS-ENV-DATA-PGTO
           DISPLAY "LOTES DE DEPARTAMENTO = " WS-ENV-LOTES-H
           DISPLAY "ITENS ENVIADOS = " WS-ENV-CONTAGEM
                   "  VALOR ENVIADO = " WS-VALOR-ED
           DISPLAY WS-HIFEN
           .
      *--------------------------------------------------------------*
      *    GUARDA UM REGISTRO DA GERACAO ENVIADA CONFORME O TIPO     *
      *--------------------------------------------------------------*
       016-GUARDAR-ENVIO.

           IF WS-BCO-TIPO = '0'
              IF WS-ENV-HEADER = 'S'
                 AND WS-BCO-H-DATA-PGTO NOT = WS-ENV-DATA-PGTO
                 MOVE 'S'             TO WS-ENV-DATA-DIF
              END-IF
              MOVE 'S'                TO WS-ENV-HEADER
              MOVE WS-BCO-H-DATA-PGTO TO WS-ENV-DATA-PGTO
              MOVE WS-BCO-H-DPTO      TO WS-ENV-DPTO
              ADD 1                   TO WS-ENV-LOTES-H
           ELSE
              IF WS-BCO-TIPO = '9'
                 MOVE 'S'               TO WS-ENV-TRAILER
                 ADD WS-BCO-T-CONTAGEM  TO WS-ENV-CONTAGEM
                 ADD WS-BCO-T-TOTAL     TO WS-ENV-TOTAL
                 ADD 1                  TO WS-ENV-LOTES-T
              ELSE
                 IF WS-QTD-ENV = 1000
                    MOVE  'MAIS DE 1000 ITENS NO ENVIO'  TO WS-MSG
                    MOVE  'QT'                           TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
                 ADD 1 TO WS-QTD-ENV
                 MOVE WS-BCO-D-VENDEDOR
                      TO WS-TENV-VENDEDOR(WS-QTD-ENV)
                 MOVE WS-BCO-D-ANOMES  TO WS-TENV-ANOMES(WS-QTD-ENV)
                 MOVE WS-BCO-D-VALOR   TO WS-TENV-VALOR(WS-QTD-ENV)
                 MOVE WS-ENV-DPTO      TO WS-TENV-DPTO(WS-QTD-ENV)
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LE O HEADER DO RETORNO E CONFERE A DATA DE PAGAMENTO COM  *
      *    A DA GERACAO ENVIADA                                      *
      *--------------------------------------------------------------*
       020-LER-HEADER-RETORNO.

           PERFORM 025-LER-RETORNO
           IF WS-FIM = 'S'
              OR WS-RET-TIPO NOT = '0'
              MOVE  'RETORNO SEM HEADER'  TO WS-MSG
              MOVE  'HD'                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 022-CONFERIR-HEADER

           MOVE WS-RTH-DATA-PROC TO WS-RET-DATA-PROC
           DISPLAY "RETORNO PROCESSADO PELO BANCO EM "
                   WS-RTH-DATA-PROC
           DISPLAY WS-HIFEN

           PERFORM 025-LER-RETORNO
           .
      *--------------------------------------------------------------*
      *    CONFERE O HEADER DE UM LOTE DO RETORNO                    *
      *--------------------------------------------------------------*
       022-CONFERIR-HEADER.

           IF WS-RTH-DATA-PGTO NOT = WS-ENV-DATA-PGTO
              DISPLAY "DATA DE PAGAMENTO DO RETORNO = "
                      WS-RTH-DATA-PGTO
              MOVE  'RETORNO DE OUTRO ARQUIVO'  TO WS-MSG
              MOVE  'RF'                        TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF WS-RTH-DATA-PROC-X NOT NUMERIC
              OR WS-RTH-DATA-PROC = ZERO
              MOVE  'DATA DO RETORNO INVALIDA'  TO WS-MSG
              MOVE  'RF'                        TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           ADD 1 TO WS-RET-LOTES
           .
      *--------------------------------------------------------------*
      *    LEITURA DO RETORNO DO BANCO                               *
      *--------------------------------------------------------------*
       025-LER-RETORNO.

           READ BCORET INTO WS-REG-RET
              AT END
                 MOVE 'S' TO WS-FIM
           END-READ

           IF WS-FIM NOT = 'S'
              IF FS-ERRO-RET NOT = '00'
                 MOVE  'ERRO AO LER O BCORET'  TO WS-MSG
                 MOVE   FS-ERRO-RET            TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ADD 1 TO WS-CTLIDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDA UM ITEM DO RETORNO. O RETORNO TRAZ UM HEADER E UM  *
      *    TRAILER POR LOTE DE DEPARTAMENTO - OS TRAILERS SAO        *
      *    SOMADOS. ITEM QUE NAO CONSTA DA GERACAO ENVIADA E         *
      *    APONTADO E NAO ENTRA NA CONCILIACAO                       *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF WS-RET-TIPO = '9'
              MOVE 'S' TO WS-TRAILER-OK
              ADD WS-RTT-RECEBIDOS  TO WS-RET-RECEBIDOS
              ADD WS-RTT-TOTAL      TO WS-RET-TOTAL
              ADD WS-RTT-PAGOS      TO WS-RET-PAGOS
              ADD WS-RTT-TOTAL-PAGO TO WS-RET-TOTAL-PAGO
              PERFORM 025-LER-RETORNO
           ELSE
              IF WS-RET-TIPO = '0'
                 PERFORM 022-CONFERIR-HEADER
              ELSE
                 IF WS-RET-TIPO = '1'
                    AND (WS-RTD-SITUACAO = 'P'
                         OR WS-RTD-SITUACAO = 'R')
                    PERFORM 032-GUARDAR-ITEM
                 ELSE
                    DISPLAY "REGISTRO INVALIDO NO RETORNO: "
                            WS-REG-RET(1:30)
                    ADD 1 TO WS-CTNAO-ENVIADO
                 END-IF
              END-IF
              PERFORM 025-LER-RETORNO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERE O ITEM COM A GERACAO ENVIADA E GUARDA NA TABELA   *
      *--------------------------------------------------------------*
       032-GUARDAR-ITEM.

           MOVE 'N' TO WS-ENV-ACHOU
           PERFORM VARYING WS-IDX-ENV FROM 1 BY 1
              UNTIL WS-IDX-ENV > WS-QTD-ENV
              OR WS-ENV-ACHOU = 'S'
              IF WS-TENV-VENDEDOR(WS-IDX-ENV) = WS-RTD-VENDEDOR
                 AND WS-TENV-ANOMES(WS-IDX-ENV) = WS-RTD-ANOMES
                 AND WS-TENV-VALOR(WS-IDX-ENV) = WS-RTD-VALOR
                 MOVE 'S' TO WS-ENV-ACHOU
              END-IF
           END-PERFORM

           IF WS-ENV-ACHOU NOT = 'S'
              DISPLAY "ITEM DO RETORNO NAO ENVIADO: "
                      WS-REG-RET(1:30)
              ADD 1 TO WS-CTNAO-ENVIADO
           ELSE
              SUBTRACT 1 FROM WS-IDX-ENV
              IF WS-QTD-RET = 1000
                 MOVE  'MAIS DE 1000 ITENS NO RETORNO'  TO WS-MSG
                 MOVE  'QT'                             TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ADD 1 TO WS-QTD-RET
              MOVE WS-RTD-VENDEDOR  TO WS-TRET-VENDEDOR(WS-QTD-RET)
              MOVE WS-RTD-ANOMES    TO WS-TRET-ANOMES(WS-QTD-RET)
              MOVE WS-RTD-VALOR     TO WS-TRET-VALOR(WS-QTD-RET)
              MOVE WS-RTD-SITUACAO  TO WS-TRET-SITUACAO(WS-QTD-RET)
              MOVE WS-RTD-MOTIVO    TO WS-TRET-MOTIVO(WS-QTD-RET)
              MOVE WS-RTD-DESCRICAO TO WS-TRET-DESCRICAO(WS-QTD-RET)
              MOVE SPACES           TO WS-TRET-CONCIL(WS-QTD-RET)
              MOVE WS-TENV-DPTO(WS-IDX-ENV)
                                    TO WS-TRET-DPTO(WS-QTD-RET)
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERE O TRAILER DO RETORNO COM O TRAILER ENVIADO        *
      *    (CONTAGEM + VALOR RECEBIDOS PELO BANCO). RETORNO QUE NAO  *
      *    FECHA COM O ENVIO NAO CONCILIA NADA.                      *
      *--------------------------------------------------------------*
       035-CONFERIR-TOTAIS.

           IF WS-TRAILER-OK NOT = 'S'
              MOVE  'RETORNO SEM TRAILER'  TO WS-MSG
              MOVE  'TR'                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF WS-RET-RECEBIDOS NOT = WS-ENV-CONTAGEM
              OR WS-RET-TOTAL NOT = WS-ENV-TOTAL
              OR WS-RET-LOTES NOT = WS-ENV-LOTES-H
              MOVE WS-RET-TOTAL TO WS-VALOR-ED
              DISPLAY "LOTES NO RETORNO = " WS-RET-LOTES
              DISPLAY "RECEBIDOS PELO BANCO = " WS-RET-RECEBIDOS
                      "  VALOR = " WS-VALOR-ED
              MOVE  'TOTAIS DO RETORNO NAO CONFEREM'  TO WS-MSG
              MOVE  'TT'                              TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE BCORET
           IF FS-ERRO-RET NOT = '00'
              MOVE  'ERRO AO FECHAR O BCORET'  TO WS-MSG
              MOVE   FS-ERRO-RET               TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PERCORRE O TERFECH EM ATUALIZACAO E MARCA CADA LIQUIDACAO *
      *    DEVOLVIDA PELO BANCO                                      *
      *--------------------------------------------------------------*
       040-CONCILIAR-TERFECH.

           OPEN I-O TERFECH
           IF FS-ERRO-FEC NOT = '00'
              MOVE  'ERRO AO ABRIR O TERFECH'  TO WS-MSG
              MOVE   FS-ERRO-FEC               TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

      *-----> REPAGAMENTOS SEMPRE ACRESCENTADOS - O CGPRG005 CONSOME
      *-----> O ARQUIVO NO PROXIMO FECHAMENTO DO DEPARTAMENTO
           OPEN EXTEND TERREPAG
           IF FS-ERRO-REP = '35'
              OPEN OUTPUT TERREPAG
           END-IF
           IF FS-ERRO-REP NOT = '00'
              MOVE  'ERRO AO ABRIR O TERREPAG'  TO WS-MSG
              MOVE   FS-ERRO-REP                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM UNTIL WS-FEC-FIM = 'S'
              READ TERFECH INTO WS-REG-TERFECH
                 AT END
                    MOVE 'S' TO WS-FEC-FIM
              END-READ
              IF WS-FEC-FIM NOT = 'S'
                 IF FS-ERRO-FEC NOT = '00'
                    MOVE  'ERRO AO LER O TERFECH'  TO WS-MSG
                    MOVE   FS-ERRO-FEC             TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
                 ADD 1 TO WS-CTFECH
                 PERFORM 042-PROCURAR-ITEM
                 IF WS-RET-ACHOU = 'S'
                    PERFORM 045-MARCAR-LIQUIDACAO
                 END-IF
              END-IF
           END-PERFORM

           CLOSE TERREPAG
           IF FS-ERRO-REP NOT = '00'
              MOVE  'ERRO AO FECHAR O TERREPAG'  TO WS-MSG
              MOVE   FS-ERRO-REP                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE TERFECH
           IF FS-ERRO-FEC NOT = '00'
              MOVE  'ERRO AO FECHAR O TERFECH'  TO WS-MSG
              MOVE   FS-ERRO-FEC                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCURA ITEM AINDA NAO CONCILIADO DO VENDEDOR+ANOMES DA   *
      *    LIQUIDACAO LIDA                                           *
      *--------------------------------------------------------------*
       042-PROCURAR-ITEM.

           MOVE 'N' TO WS-RET-ACHOU
           PERFORM VARYING WS-IDX-RET FROM 1 BY 1
              UNTIL WS-IDX-RET > WS-QTD-RET
              OR WS-RET-ACHOU = 'S'
              IF WS-TRET-VENDEDOR(WS-IDX-RET) = FEC-VENDEDOR
                 AND WS-TRET-ANOMES(WS-IDX-RET) = FEC-ANOMES
                 AND WS-TRET-CONCIL(WS-IDX-RET) = SPACES
                 MOVE 'S' TO WS-RET-ACHOU
              END-IF
           END-PERFORM

           IF WS-RET-ACHOU = 'S'
              SUBTRACT 1 FROM WS-IDX-RET
           END-IF
           .
      *--------------------------------------------------------------*
      *    RECUSA SEM LIQUIDACAO NO TERFECH (FECHAMENTO DE TODOS OS  *
      *    MESES NAO GRAVA O HISTORICO) TAMBEM VAI PARA O TERREPAG,  *
      *    COM O DEPARTAMENTO DO LOTE ENVIADO. SEM A DATA DO RETORNO *
      *    NA LIQUIDACAO, A REEXECUCAO DO MESMO RETORNO E BARRADA    *
      *    PELO PROPRIO TERREPAG (044)                               *
      *--------------------------------------------------------------*
       043-REPASSAR-SEM-LIQUIDACAO.

           PERFORM VARYING WS-IDX-RET FROM 1 BY 1
              UNTIL WS-IDX-RET > WS-QTD-RET
              IF WS-TRET-CONCIL(WS-IDX-RET) = SPACES
                 AND WS-TRET-SITUACAO(WS-IDX-RET) = 'R'
                 ADD 1 TO WS-CTSEM-LIQ-REC
              END-IF
           END-PERFORM

           IF WS-CTSEM-LIQ-REC > ZERO
              PERFORM 044-CONFERIR-REPASSADOS

              OPEN EXTEND TERREPAG
              IF FS-ERRO-REP = '35'
                 OPEN OUTPUT TERREPAG
              END-IF
              IF FS-ERRO-REP NOT = '00'
                 MOVE  'ERRO AO ABRIR O TERREPAG'  TO WS-MSG
                 MOVE   FS-ERRO-REP                TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF

              PERFORM VARYING WS-IDX-RET FROM 1 BY 1
                 UNTIL WS-IDX-RET > WS-QTD-RET
                 IF WS-TRET-CONCIL(WS-IDX-RET) = SPACES
                    AND WS-TRET-SITUACAO(WS-IDX-RET) = 'R'
                    MOVE 'S' TO WS-TRET-CONCIL(WS-IDX-RET)
                    PERFORM 047-GRAVAR-REPAGAMENTO
                 END-IF
              END-PERFORM

              CLOSE TERREPAG
              IF FS-ERRO-REP NOT = '00'
                 MOVE  'ERRO AO FECHAR O TERREPAG'  TO WS-MSG
                 MOVE   FS-ERRO-REP                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ITEM JA REPASSADO POR ESTE MESMO RETORNO (REPAGAMENTO COM *
      *    A MESMA DATA DE RECUSA, VENDEDOR, ANOMES E VALOR) NAO E   *
      *    REPASSADO DE NOVO - FICA MARCADO 'X'                      *
      *--------------------------------------------------------------*
       044-CONFERIR-REPASSADOS.

           OPEN INPUT TERREPAG
           IF FS-ERRO-REP NOT = '00'
              MOVE  'ERRO AO ABRIR O TERREPAG'  TO WS-MSG
              MOVE   FS-ERRO-REP                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE 'N' TO WS-REP-FIM
           PERFORM UNTIL WS-REP-FIM = 'S'
              READ TERREPAG INTO WS-REG-TERREPAG
                 AT END
                    MOVE 'S' TO WS-REP-FIM
              END-READ
              IF WS-REP-FIM NOT = 'S'
                 IF FS-ERRO-REP NOT = '00'
                    MOVE  'ERRO AO LER O TERREPAG'  TO WS-MSG
                    MOVE   FS-ERRO-REP              TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
                 IF REP-DATA-RECUSA = WS-RET-DATA-PROC
                    MOVE 'N' TO WS-RET-ACHOU
                    PERFORM VARYING WS-IDX-RET FROM 1 BY 1
                       UNTIL WS-IDX-RET > WS-QTD-RET
                       OR WS-RET-ACHOU = 'S'
                       IF WS-TRET-CONCIL(WS-IDX-RET) = SPACES
                          AND WS-TRET-SITUACAO(WS-IDX-RET) = 'R'
                          AND WS-TRET-VENDEDOR(WS-IDX-RET) =
                              REP-VENDEDOR
                          AND WS-TRET-ANOMES(WS-IDX-RET) = REP-ANOMES
                          AND WS-TRET-VALOR(WS-IDX-RET) = REP-VALOR
                          MOVE 'S' TO WS-RET-ACHOU
                          MOVE 'X' TO WS-TRET-CONCIL(WS-IDX-RET)
                       END-IF
                    END-PERFORM
                 END-IF
              END-IF
           END-PERFORM

           CLOSE TERREPAG
           IF FS-ERRO-REP NOT = '00'
              MOVE  'ERRO AO FECHAR O TERREPAG'  TO WS-MSG
              MOVE   FS-ERRO-REP                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    MARCA A LIQUIDACAO COMO PAGA OU RECUSADA. RETORNO COM A   *
      *    MESMA DATA JA GRAVADA E REPROCESSAMENTO (NADA MUDA);      *
      *    LIQUIDACAO JA PAGA NAO E TOCADA NEM REPASSADA             *
      *--------------------------------------------------------------*
       045-MARCAR-LIQUIDACAO.

           MOVE FEC-DPTO TO WS-TRET-DPTO(WS-IDX-RET)

           IF FEC-DATA-RETORNO-X = WS-RET-DATA-PROC-X
              MOVE 'D' TO WS-TRET-CONCIL(WS-IDX-RET)
              ADD 1 TO WS-CTJA-CONCIL
           ELSE
              IF FEC-SITUACAO = 'P'
                 MOVE 'J' TO WS-TRET-CONCIL(WS-IDX-RET)
                 ADD 1 TO WS-CTJA-PAGO
              ELSE
                 MOVE 'C'              TO WS-TRET-CONCIL(WS-IDX-RET)
                 MOVE WS-TRET-SITUACAO(WS-IDX-RET) TO FEC-SITUACAO
                 MOVE WS-RET-DATA-PROC TO FEC-DATA-RETORNO
                 REWRITE REG-TERFECH FROM WS-REG-TERFECH
                 IF FS-ERRO-FEC NOT = '00'
                    MOVE  'ERRO AO REGRAVAR O TERFECH'  TO WS-MSG
                    MOVE   FS-ERRO-FEC                  TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
                 IF FEC-SITUACAO = 'R'
                    PERFORM 047-GRAVAR-REPAGAMENTO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    VALOR RECUSADO PARA O PROXIMO FECHAMENTO DO DEPARTAMENTO  *
      *--------------------------------------------------------------*
       047-GRAVAR-REPAGAMENTO.

           MOVE WS-TRET-VENDEDOR(WS-IDX-RET) TO REP-VENDEDOR
           MOVE WS-TRET-DPTO(WS-IDX-RET)    TO REP-DPTO
           MOVE WS-TRET-ANOMES(WS-IDX-RET)  TO REP-ANOMES
           MOVE WS-TRET-VALOR(WS-IDX-RET)   TO REP-VALOR
           MOVE WS-RET-DATA-PROC            TO REP-DATA-RECUSA
           MOVE WS-TRET-MOTIVO(WS-IDX-RET)  TO REP-MOTIVO

           WRITE REG-TERREPAG FROM WS-REG-TERREPAG
           IF FS-ERRO-REP NOT = '00'
              MOVE  'ERRO AO GRAVAR O TERREPAG'  TO WS-MSG
              MOVE   FS-ERRO-REP                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           ADD 1                         TO WS-CTREPASSE
           ADD WS-TRET-VALOR(WS-IDX-RET) TO WS-TOT-REPASSE
           .
      *--------------------------------------------------------------*
      *    IMPRIME UM ITEM NO RELATORIO DE CONCILIACAO               *
      *--------------------------------------------------------------*
       048-IMPRIMIR-ITEM.

           MOVE WS-TRET-VENDEDOR(WS-IDX-RET)  TO WS-CON-VENDEDOR
           MOVE WS-TRET-ANOMES(WS-IDX-RET)    TO WS-CON-ANOMES
           MOVE WS-TRET-VALOR(WS-IDX-RET)     TO WS-CON-VALOR
           MOVE WS-TRET-MOTIVO(WS-IDX-RET)    TO WS-CON-MOTIVO
           MOVE WS-TRET-DESCRICAO(WS-IDX-RET) TO WS-CON-DESCRICAO

           IF WS-TRET-SITUACAO(WS-IDX-RET) = 'P'
              MOVE 'PAGO'     TO WS-CON-SITUACAO
              ADD 1                         TO WS-CTPAGO
              ADD WS-TRET-VALOR(WS-IDX-RET) TO WS-TOT-PAGO
           ELSE
              MOVE 'RECUSADO' TO WS-CON-SITUACAO
              ADD 1                         TO WS-CTRECUSADO
              ADD WS-TRET-VALOR(WS-IDX-RET) TO WS-TOT-RECUSADO
           END-IF

           IF WS-TRET-CONCIL(WS-IDX-RET) = 'C'
              IF WS-TRET-SITUACAO(WS-IDX-RET) = 'R'
                 MOVE 'REPAGAR NO FECHAMENTO' TO WS-CON-ACAO
              ELSE
                 MOVE 'LIQUIDACAO PAGA'       TO WS-CON-ACAO
              END-IF
           ELSE
           IF WS-TRET-CONCIL(WS-IDX-RET) = 'D'
              MOVE 'JA CONCILIADO ANTES'      TO WS-CON-ACAO
           ELSE
           IF WS-TRET-CONCIL(WS-IDX-RET) = 'J'
              MOVE 'LIQUIDACAO JA PAGA'       TO WS-CON-ACAO
           ELSE
              ADD 1 TO WS-CTSEM-LIQ
              IF WS-TRET-CONCIL(WS-IDX-RET) = 'S'
                 MOVE 'REPAGAR (SEM TERFECH)' TO WS-CON-ACAO
              ELSE
                 IF WS-TRET-CONCIL(WS-IDX-RET) = 'X'
                    MOVE 'JA REPASSADO ANTES'     TO WS-CON-ACAO
                 ELSE
                    MOVE 'SEM LIQUIDACAO TERFECH' TO WS-CON-ACAO
                 END-IF
              END-IF
           END-IF
           END-IF
           END-IF

           DISPLAY WS-REG-CONCIL
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS - RELATORIO DE CONCILIACAO           *
      *--------------------------------------------------------------*
       050-TERMINAR.

           DISPLAY "** RELATORIO DE CONCILIACAO **"
           DISPLAY "  VEND ANOMES         VALOR SITUACAO MOT "
                   "DESCRICAO DO BANCO             ACAO"
           DISPLAY WS-HIFEN
           PERFORM 048-IMPRIMIR-ITEM
              VARYING WS-IDX-RET FROM 1 BY 1
              UNTIL WS-IDX-RET > WS-QTD-RET
           DISPLAY WS-HIFEN

           MOVE WS-ENV-TOTAL TO WS-VALOR-ED
           DISPLAY "ITENS ENVIADOS = " WS-ENV-CONTAGEM
                   "  VALOR ENVIADO   = " WS-VALOR-ED
           MOVE WS-TOT-PAGO TO WS-VALOR-ED
           DISPLAY "ITENS PAGOS    = " WS-CTPAGO
                   "    VALOR PAGO      = " WS-VALOR-ED
           MOVE WS-TOT-RECUSADO TO WS-VALOR-ED
           DISPLAY "ITENS RECUSADOS = " WS-CTRECUSADO
                   "   VALOR RECUSADO  = " WS-VALOR-ED
           MOVE WS-TOT-REPASSE TO WS-VALOR-ED
           DISPLAY "REPASSADOS P/ REPAGAMENTO = " WS-CTREPASSE
                   "  VALOR = " WS-VALOR-ED
           DISPLAY "LIQUIDACOES LIDAS (TERFECH) = " WS-CTFECH
           DISPLAY "JA CONCILIADOS ANTES = " WS-CTJA-CONCIL
           DISPLAY "LIQUIDACOES JA PAGAS = " WS-CTJA-PAGO
           DISPLAY "SEM LIQUIDACAO NO TERFECH = " WS-CTSEM-LIQ
           DISPLAY "ITENS NAO ENVIADOS/INVALIDOS = " WS-CTNAO-ENVIADO
           IF WS-RET-PAGOS NOT = WS-CTPAGO
              OR WS-RET-TOTAL-PAGO NOT = WS-TOT-PAGO
              DISPLAY "** PAGOS NO TRAILER DO BANCO DIFEREM DOS "
                      "ITENS - CONFERIR COM O BANCO **"
           END-IF
           DISPLAY WS-HIFEN

      *-----> RC=04 PEDE ACAO: HA RECUSA A REPAGAR, ITEM SEM
      *-----> LIQUIDACAO OU ITEM QUE NAO FOI ENVIADO
           IF WS-CTRECUSADO > ZERO
              OR WS-CTSEM-LIQ > ZERO
              OR WS-CTJA-PAGO > ZERO
              OR WS-CTNAO-ENVIADO > ZERO
              OR WS-RET-PAGOS NOT = WS-CTPAGO
              MOVE 04              TO WS-COD-RETORNO
           ELSE
              MOVE 00              TO WS-COD-RETORNO
           END-IF
           MOVE WS-COD-RETORNO     TO RETURN-CODE

           DISPLAY "COD.RETORNO = " WS-COD-RETORNO
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG008"
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO                                            *
      *--------------------------------------------------------------*
       999-ERRO.

           DISPLAY '*** PROGRAMA CANCELADO ***'
           DISPLAY '*** MENSAGEM    = ' WS-MSG
           DISPLAY '*** FILE STATUS = ' WS-FS-MSG
           DISPLAY 'TERMINO ANORMAL DO PROGRAMA CGPRG008'
           MOVE 08                 TO WS-COD-RETORNO
           MOVE WS-COD-RETORNO     TO RETURN-CODE
           STOP RUN
           .
      *---------------> FIM DO PROGRAMA CGPRG008 <-------------------*
