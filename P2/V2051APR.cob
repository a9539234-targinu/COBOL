       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   V2051APR.
       AUTHOR.       GIOVANI TARGINO SERRA.
       DATE-WRITTEN. 15/10/2026.
      *--------------------------------------------------------------*
      * SISTEMA: CADASTRO DE PRODUTOS (P2CADV)
      *--------------------------------------------------------------*
      * OBJETIVO: APROVACAO DAS MUDANCAS DE PRECO RETIDAS PELO
      *           V2051MNT E PELO V2051RVL (P2PRCPEN, CHAVE DEPTO+
      *           CODIGO), A PARTIR DE CARTOES DE APROVACAO
      *           (P2APRTRN):
      *             'A' = APROVA - APLICA O PRECO NOVO NO P2CADV E
      *                   GRAVA O HISTORICO DE PRECOS (P2PRCHIS)
      *             'R' = REJEITA - DESCARTA A MUDANCA RETIDA
      *           A APROVACAO SO E APLICADA SE O PRECO DO CADASTRO
      *           AINDA E O DA RETENCAO - SE A CARGA NOTURNA OU OUTRA
      *           MANUTENCAO MEXEU NELE, O CARTAO E REJEITADO E A
      *           MUDANCA TEM DE SER DESCARTADA E RESUBMETIDA.
      *           NO FIM LISTA TODAS AS MUDANCAS QUE CONTINUAM
      *           PENDENTES (LISTAGEM DE APROVACAO: PRECO ANTERIOR/
      *           NOVO, VARIACAO E USUARIO QUE SUBMETEU) E MARCA AS
      *           PENDENTES HA MAIS DIAS QUE O CARTAO DE PARAMETRO.
      *           RODADO SEM CARTOES SERVE SO PARA A LISTAGEM.
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010056  GTS     VERSAO INICIAL
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
           SELECT P2PRCPEN ASSIGN TO P2PRCPEN
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PEN-CHAVE
                  FILE STATUS   IS FS-ERRO-PEN
           .
           SELECT P2CADV ASSIGN TO P2JOBV
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS REG-CHAVE
                  FILE STATUS   IS FS-ERRO
           .
           SELECT P2APRTRN ASSIGN TO P2APRTRN
                  FILE STATUS   IS FS-ERRO-TRN
           .
           SELECT P2PRCHIS ASSIGN TO P2PRCHIS
                  FILE STATUS   IS FS-ERRO-PRH
           .
           SELECT GTSAUDIT ASSIGN TO GTSAUDIT
                  FILE STATUS   IS FS-ERRO-AUD
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
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
       FD  P2CADV
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-P2CADV.
           05 REG-CHAVE.
              10 REG-DEP          PIC X(02).
              10 REG-COD          PIC 9(03).
           05 REG-PROD              PIC X(20).
           05 REG-QTD               PIC 9(04).
           05 REG-UF                PIC X(02).
           05 REG-VALCOMP           PIC 9(03)V99.
           05 REG-PORC              PIC 9(02)V99.
           05 REG-VALVENDA          PIC 9(04)V99.
           05 REG-MEDIA-S           PIC 9(02)V99.
           05 FILLER                PIC X(20).
       FD  P2APRTRN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-P2APRTRN           PIC X(20)
           .
       FD  P2PRCHIS
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-P2PRCHIS           PIC X(50)
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
           05  WS-FIM                 PIC X(01)      VALUE 'N'.
           05  WS-PEN-FIM             PIC X(01)      VALUE 'N'.
           05  WS-CTLIDO              PIC 9(05)      VALUE ZERO.
           05  WS-CTAPROV             PIC 9(05)      VALUE ZERO.
           05  WS-CTDESC              PIC 9(05)      VALUE ZERO.
           05  WS-CTREJ               PIC 9(05)      VALUE ZERO.
           05  WS-CTPEND              PIC 9(05)      VALUE ZERO.
           05  WS-CTATRASO            PIC 9(05)      VALUE ZERO.
           05  FS-ERRO                PIC X(02).
           05  FS-ERRO-PEN            PIC X(02).
           05  FS-ERRO-TRN            PIC X(02).
           05  FS-ERRO-PRH            PIC X(02).
           05  WS-DATA-HOJE           PIC 9(08)      VALUE ZERO.
           05  WS-DIAS-HOJE           PIC 9(07)      VALUE ZERO.
           05  WS-DIAS-PEND           PIC 9(07)      VALUE ZERO.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-COD-RETORNO         PIC 9(02)      VALUE ZERO.
           05  WS-MOTIVO-REJ          PIC X(40)      VALUE SPACES.

      *-----> DATA/HORA DE EXECUCAO
       01  WS-DATA                   PIC 9(08).
       01  WS-HORA                   PIC 99.99.9999.

      *-----> AUDITORIA COMUM DA CADEIA GTS0014J
       01  WS-AREA-AUDITORIA.
           05 FS-ERRO-AUD         PIC X(02).
           05 WS-AUD-GRAVADO      PIC X(01)  VALUE 'N'.
           05 WS-AUD-DATA-W       PIC 9(08).
           05 WS-AUD-HORA-W       PIC 9(08).
       01  WS-REG-GTSAUDIT.
           05 AUD-PROGRAMA        PIC X(08)  VALUE 'V2051APR'.
           05 AUD-DATA            PIC 9(08).
           05 AUD-DATA-R REDEFINES AUD-DATA
                                  PIC X(08).
           05 AUD-HORA            PIC 9(06).
           05 AUD-LIDOS           PIC 9(07).
           05 AUD-GRAVADOS        PIC 9(07).
           05 AUD-REJEITADOS      PIC 9(07).
           05 AUD-COD-RET         PIC 9(02).
           05 FILLER              PIC X(35)  VALUE SPACES.

      *-----> ENTRADA - CARTAO DE PARAMETRO
      *-----> COL 01-03 DIAS MAXIMOS DE PENDENCIA 9(03) - PENDENTE HA
      *-----> MAIS TEMPO SAI MARCADO NA LISTAGEM (ZEROS = 005)
       01  WS-PARM-CARD.
           05 WS-PARM-DIAS        PIC 9(03).
           05 WS-PARM-DIAS-X REDEFINES WS-PARM-DIAS
                                  PIC X(03).

      *-----> ENTRADA - CARTAO DE APROVACAO (P2APRTRN)
       01  WS-REG-TRANS.
           05 WS-TRN-TIPO         PIC X(01).
           05 WS-TRN-DEP          PIC X(02).
           05 WS-TRN-COD          PIC 9(03).
           05 WS-TRN-COD-X REDEFINES WS-TRN-COD
                                  PIC X(03).
           05 WS-TRN-APROVADOR    PIC X(08).
           05 FILLER              PIC X(06).

      *-----> SAIDA - REGISTRO DO HISTORICO DE PRECOS (P2PRCHIS) -
      *-----> LAYOUT COMUM AOS PROGRAMAS QUE MEXEM EM PRECO
      *-----> (V2051P2 / V2051MNT / V2051RVL / V2051APR)
       01  WS-REG-PRECO.
           05 PRH-DEP             PIC X(02).
           05 PRH-COD             PIC 9(03).
           05 PRH-VALCOMP-ANT     PIC 9(03)V99.
           05 PRH-VALCOMP-NOV     PIC 9(03)V99.
           05 PRH-VALVENDA-ANT    PIC 9(04)V99.
           05 PRH-VALVENDA-NOV    PIC 9(04)V99.
           05 PRH-DATA            PIC 9(08).
           05 PRH-PROGRAMA        PIC X(08).
           05 FILLER              PIC X(07)    VALUE SPACES.

      *-----> CONTAGEM DE DIAS (ROTINA DO CGPRG009) PARA A IDADE DA
      *-----> PENDENCIA
       01  WS-DT-DATA             PIC 9(08)   VALUE ZERO.
       01  WS-DT-DATA-R REDEFINES WS-DT-DATA.
           05 WS-DT-ANO           PIC 9(04).
           05 WS-DT-MES           PIC 9(02).
           05 WS-DT-DIA           PIC 9(02).
       01  WS-AREA-DIAS.
           05 WS-DT-ANO-AJ        PIC 9(04)   VALUE ZERO.
           05 WS-DT-Q4            PIC 9(04)   VALUE ZERO.
           05 WS-DT-Q100          PIC 9(04)   VALUE ZERO.
           05 WS-DT-Q400          PIC 9(04)   VALUE ZERO.
           05 WS-DT-DIAS          PIC 9(07)   VALUE ZERO.
           05 WS-DT-VALIDA        PIC X(01)   VALUE 'N'.
      *-----> DIAS ACUMULADOS ANTES DE CADA MES (ANO NAO BISSEXTO -
      *-----> O 29/02 ENTRA PELA CONTAGEM DE ANOS BISSEXTOS)
       01  WS-TAB-ACUM-MES.
           05 FILLER              PIC X(36) VALUE
              '000031059090120151181212243273304334'.
       01  WS-TAB-ACUM-R REDEFINES WS-TAB-ACUM-MES.
           05 WS-TAB-ACUM         PIC 9(03) OCCURS 12 TIMES.

      *-----> SAIDA - LINHA DE AUDITORIA DO CARTAO
       01  WS-REG-AUDITORIA.
           05 WS-AUD-ACAO         PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-AUD-TIPO         PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-AUD-DEP          PIC X(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-AUD-COD          PIC X(03).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-AUD-COMPL        PIC X(40).

      *-----> SAIDA - CABECALHO E DETALHE DA MUDANCA DE PRECO
       01  WS-REG-CAB-PEN.
           05 FILLER              PIC X(40) VALUE
              'DP/COD PRODUTO         CP.ANT CP.NOV   V'.
           05 FILLER              PIC X(40) VALUE
              'D.ANT   VD.NOV   VAR.% USUARIO  DIA     '.

       01  WS-REG-PEN.
           05 WS-PEN-DEP          PIC X(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-PEN-COD          PIC 9(03).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-PEN-PROD         PIC X(15).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-PEN-COMP-ANT     PIC ZZ9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-PEN-COMP-NOV     PIC ZZ9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-PEN-VEND-ANT     PIC Z.ZZ9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-PEN-VEND-NOV     PIC Z.ZZ9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-PEN-SINAL        PIC X(01).
           05 WS-PEN-VAR          PIC ZZ9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-PEN-USUARIO      PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-PEN-DIAS         PIC ZZ9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-PEN-ATRASO       PIC X(03).

       01  WS-HIFEN               PIC X(80)       VALUE ALL '-'.

       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-V2051APR.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 070-LISTAR-PENDENTES
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *  V2051APR - APROVACAO DE PRECOS        *'
           DISPLAY ' *----------------------------------------*'
           ACCEPT WS-DATA FROM DATE
           DISPLAY ' * DATA DO PROCESSAMENTO: '  WS-DATA(7:2) '/'
                   WS-DATA(5:2) '/2' WS-DATA(2:3)
           ACCEPT WS-HORA FROM TIME
           DISPLAY ' * HORA DO PROCESSAMENTO: ' WS-HORA
           DISPLAY ' *========================================*'

           MOVE '2'          TO WS-DATA-HOJE(1:1)
           MOVE WS-DATA(2:3) TO WS-DATA-HOJE(2:3)
           MOVE WS-DATA(5:2) TO WS-DATA-HOJE(5:2)
           MOVE WS-DATA(7:2) TO WS-DATA-HOJE(7:2)

           MOVE WS-DATA-HOJE TO WS-DT-DATA
           PERFORM 075-CALCULAR-DIAS
           MOVE WS-DT-DIAS   TO WS-DIAS-HOJE

           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-DIAS-X NOT NUMERIC
              MOVE  'DIAS DE PENDENCIA INVALIDO'  TO WS-MSG
              MOVE  'PR'                           TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-PARM-DIAS = ZERO
              MOVE 005 TO WS-PARM-DIAS
           END-IF
           DISPLAY ' * DIAS MAXIMOS DE PENDENCIA  = ' WS-PARM-DIAS

      *-----> CLUSTER AINDA VAZIO (FS=35) - NENHUMA RETENCAO FOI
      *-----> GRAVADA; CRIA EM OUTPUT E REABRE EM I-O
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

           OPEN I-O P2CADV
           IF FS-ERRO NOT = '00'
              MOVE  'ERRO AO ABRIR O P2CADV'  TO WS-MSG
              MOVE   FS-ERRO                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT P2APRTRN
           IF FS-ERRO-TRN NOT = '00'
              MOVE  'ERRO AO ABRIR O P2APRTRN'  TO WS-MSG
              MOVE   FS-ERRO-TRN                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

      *-----> HISTORICO DE PRECOS - SEMPRE EM EXTEND, O ARQUIVO E
      *-----> UMA TRILHA CORRIDA DE TODA MUDANCA DE PRECO
           OPEN EXTEND P2PRCHIS
           IF FS-ERRO-PRH = '35'
              OPEN OUTPUT P2PRCHIS
           END-IF
           IF FS-ERRO-PRH NOT = '00'
              MOVE  'ERRO AO ABRIR O P2PRCHIS'  TO WS-MSG
              MOVE   FS-ERRO-PRH                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 025-LER-TRANSACAO
           .
      *--------------------------------------------------------------*
      *    LEITURA DOS CARTOES DE APROVACAO
      *--------------------------------------------------------------*
       025-LER-TRANSACAO.

           READ P2APRTRN INTO WS-REG-TRANS
              AT END
                 MOVE 'S' TO WS-FIM
           END-READ

           IF WS-FIM NOT = 'S'
              IF FS-ERRO-TRN NOT = '00'
                 MOVE  'ERRO AO LER O P2APRTRN'  TO WS-MSG
                 MOVE   FS-ERRO-TRN              TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ADD 1 TO WS-CTLIDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LOCALIZA A MUDANCA RETIDA DO CARTAO E APROVA OU DESCARTA
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF WS-TRN-DEP = SPACES
              OR WS-TRN-COD-X NOT NUMERIC
              MOVE 'DEPTO/CODIGO INVALIDO NO CARTAO'
                   TO WS-MOTIVO-REJ
              PERFORM 080-REJEITAR
           ELSE
              IF WS-TRN-APROVADOR = SPACES
                 MOVE 'CARTAO SEM O USUARIO APROVADOR'
                      TO WS-MOTIVO-REJ
                 PERFORM 080-REJEITAR
              ELSE
                 IF WS-TRN-TIPO NOT = 'A'
                    AND WS-TRN-TIPO NOT = 'R'
                    MOVE 'TIPO DE CARTAO INVALIDO (A/R)'
                         TO WS-MOTIVO-REJ
                    PERFORM 080-REJEITAR
                 ELSE
                    PERFORM 035-LER-PENDENTE
                 END-IF
              END-IF
           END-IF

           PERFORM 025-LER-TRANSACAO
           .
      *--------------------------------------------------------------*
      *    LEITURA DIRETA DA MUDANCA RETIDA DO PRODUTO
      *--------------------------------------------------------------*
       035-LER-PENDENTE.

           MOVE WS-TRN-DEP      TO PEN-DEP
           MOVE WS-TRN-COD      TO PEN-COD
           READ P2PRCPEN
           IF FS-ERRO-PEN = '23'
              MOVE 'PRODUTO SEM PRECO PENDENTE (FS=23)'
                   TO WS-MOTIVO-REJ
              PERFORM 080-REJEITAR
           ELSE
              IF FS-ERRO-PEN NOT = '00'
                 MOVE  'ERRO AO LER O P2PRCPEN'  TO WS-MSG
                 MOVE   FS-ERRO-PEN              TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              IF WS-TRN-TIPO = 'A'
                 PERFORM 040-APROVAR
              ELSE
                 PERFORM 050-DESCARTAR
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    APROVACAO - SO APLICA SE O PRECO DO CADASTRO AINDA E O DA
      *    RETENCAO; REGRAVA, APENDA O HISTORICO E TIRA A PENDENCIA
      *--------------------------------------------------------------*
       040-APROVAR.

           MOVE PEN-DEP         TO REG-DEP
           MOVE PEN-COD         TO REG-COD
           READ P2CADV
           IF FS-ERRO = '23'
              MOVE 'PRODUTO NAO EXISTE MAIS - USAR R'
                   TO WS-MOTIVO-REJ
              PERFORM 080-REJEITAR
           ELSE
              IF FS-ERRO NOT = '00'
                 MOVE  'ERRO AO LER O P2CADV'  TO WS-MSG
                 MOVE   FS-ERRO                TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              IF REG-VALCOMP NOT = PEN-VALCOMP-ANT
                 OR REG-VALVENDA NOT = PEN-VALVENDA-ANT
                 MOVE 'PRECO MUDOU DESDE A RETENCAO - USAR R'
                      TO WS-MOTIVO-REJ
                 PERFORM 080-REJEITAR
              ELSE
                 PERFORM 045-APLICAR-PRECO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    APLICA O PRECO APROVADO NO CADASTRO (P2CADV JA LIDO PELO
      *    040), GRAVA O HISTORICO E TIRA A PENDENCIA
      *--------------------------------------------------------------*
       045-APLICAR-PRECO.

           MOVE PEN-VALCOMP-NOV  TO REG-VALCOMP
           MOVE PEN-VALVENDA-NOV TO REG-VALVENDA
           REWRITE REG-P2CADV
           IF FS-ERRO NOT = '00'
              MOVE  'ERRO AO REGRAVAR O P2CADV'  TO WS-MSG
              MOVE   FS-ERRO                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE PEN-DEP          TO PRH-DEP
           MOVE PEN-COD          TO PRH-COD
           MOVE PEN-VALCOMP-ANT  TO PRH-VALCOMP-ANT
           MOVE PEN-VALVENDA-ANT TO PRH-VALVENDA-ANT
           MOVE PEN-VALCOMP-NOV  TO PRH-VALCOMP-NOV
           MOVE PEN-VALVENDA-NOV TO PRH-VALVENDA-NOV
           MOVE WS-DATA-HOJE     TO PRH-DATA
           MOVE 'V2051APR'       TO PRH-PROGRAMA
           WRITE REG-P2PRCHIS FROM WS-REG-PRECO
           IF FS-ERRO-PRH NOT = '00'
              MOVE  'ERRO AO GRAVAR O P2PRCHIS'  TO WS-MSG
              MOVE   FS-ERRO-PRH                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 055-EXCLUIR-PENDENTE

           ADD 1 TO WS-CTAPROV
           MOVE 'APROVADO  '     TO WS-AUD-ACAO
           PERFORM 057-IMPRIMIR-DECISAO
           .
      *--------------------------------------------------------------*
      *    REJEICAO - DESCARTA A MUDANCA RETIDA; O CADASTRO FICA COM
      *    O PRECO QUE JA TINHA
      *--------------------------------------------------------------*
       050-DESCARTAR.

           PERFORM 055-EXCLUIR-PENDENTE

           ADD 1 TO WS-CTDESC
           MOVE 'DESCARTADO'     TO WS-AUD-ACAO
           PERFORM 057-IMPRIMIR-DECISAO
           .
      *--------------------------------------------------------------*
      *    TIRA A MUDANCA DECIDIDA DO ARQUIVO DE PENDENTES
      *--------------------------------------------------------------*
       055-EXCLUIR-PENDENTE.

           DELETE P2PRCPEN
           IF FS-ERRO-PEN NOT = '00'
              MOVE  'ERRO AO EXCLUIR DO P2PRCPEN'  TO WS-MSG
              MOVE   FS-ERRO-PEN                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIME A DECISAO (LINHA DE AUDITORIA + PRECOS)
      *--------------------------------------------------------------*
       057-IMPRIMIR-DECISAO.

           MOVE SPACES           TO WS-AUD-COMPL
           STRING 'SUBMETIDO POR ' PEN-USUARIO
                  ' DECIDIDO POR ' WS-TRN-APROVADOR
              DELIMITED BY SIZE INTO WS-AUD-COMPL
           PERFORM 085-IMPRIMIR-AUDITORIA
           PERFORM 072-MONTAR-LINHA
           MOVE SPACES           TO WS-PEN-ATRASO
           DISPLAY WS-REG-PEN
           .
      *--------------------------------------------------------------*
      *    LISTAGEM DE APROVACAO - TODAS AS MUDANCAS QUE CONTINUAM
      *    RETIDAS, EM ORDEM DE DEPTO+CODIGO, COM A IDADE EM DIAS.
      *    PENDENTE HA MAIS DIAS QUE O PARAMETRO SAI MARCADO '***'.
      *--------------------------------------------------------------*
       070-LISTAR-PENDENTES.

           DISPLAY WS-HIFEN
           DISPLAY ' *  LISTAGEM DE APROVACAO - PENDENTES     *'
           DISPLAY WS-HIFEN
           DISPLAY WS-REG-CAB-PEN
           DISPLAY WS-HIFEN

           MOVE LOW-VALUES TO PEN-CHAVE
           START P2PRCPEN KEY NOT < PEN-CHAVE
           IF FS-ERRO-PEN = '23'
              MOVE 'S' TO WS-PEN-FIM
           ELSE
              IF FS-ERRO-PEN NOT = '00'
                 MOVE  'ERRO NO START DO P2PRCPEN'  TO WS-MSG
                 MOVE   FS-ERRO-PEN                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           PERFORM UNTIL WS-PEN-FIM = 'S'
              READ P2PRCPEN NEXT
                 AT END
                    MOVE 'S' TO WS-PEN-FIM
              END-READ
              IF WS-PEN-FIM NOT = 'S'
                 IF FS-ERRO-PEN NOT = '00'
                    MOVE  'ERRO AO LER O P2PRCPEN'  TO WS-MSG
                    MOVE   FS-ERRO-PEN              TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
                 ADD 1 TO WS-CTPEND
                 PERFORM 072-MONTAR-LINHA
                 IF WS-DIAS-PEND > WS-PARM-DIAS
                    ADD 1 TO WS-CTATRASO
                    MOVE '***'  TO WS-PEN-ATRASO
                 ELSE
                    MOVE SPACES TO WS-PEN-ATRASO
                 END-IF
                 DISPLAY WS-REG-PEN
              END-IF
           END-PERFORM

           IF WS-CTPEND = ZERO
              DISPLAY ' * NENHUMA MUDANCA DE PRECO PENDENTE'
           END-IF
           DISPLAY WS-HIFEN
           .
      *--------------------------------------------------------------*
      *    MONTA A LINHA DA MUDANCA RETIDA E CALCULA A SUA IDADE EM
      *    DIAS CORRIDOS DESDE A RETENCAO
      *--------------------------------------------------------------*
       072-MONTAR-LINHA.

           MOVE PEN-DATA TO WS-DT-DATA
           PERFORM 075-CALCULAR-DIAS
           IF WS-DT-VALIDA = 'S'
              AND WS-DT-DIAS NOT > WS-DIAS-HOJE
              COMPUTE WS-DIAS-PEND = WS-DIAS-HOJE - WS-DT-DIAS
           ELSE
              MOVE ZERO TO WS-DIAS-PEND
           END-IF

           MOVE PEN-DEP          TO WS-PEN-DEP
           MOVE PEN-COD          TO WS-PEN-COD
           MOVE PEN-PROD         TO WS-PEN-PROD
           MOVE PEN-VALCOMP-ANT  TO WS-PEN-COMP-ANT
           MOVE PEN-VALCOMP-NOV  TO WS-PEN-COMP-NOV
           MOVE PEN-VALVENDA-ANT TO WS-PEN-VEND-ANT
           MOVE PEN-VALVENDA-NOV TO WS-PEN-VEND-NOV
           MOVE PEN-SINAL        TO WS-PEN-SINAL
           MOVE PEN-PERC-VAR     TO WS-PEN-VAR
           MOVE PEN-USUARIO      TO WS-PEN-USUARIO
           IF WS-DIAS-PEND > 999
              MOVE 999           TO WS-PEN-DIAS
           ELSE
              MOVE WS-DIAS-PEND  TO WS-PEN-DIAS
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONVERTE WS-DT-DATA (AAAAMMDD) EM DIAS CORRIDOS DESDE O
      *    ANO ZERO - SO PARA DIFERENCA ENTRE DATAS
      *--------------------------------------------------------------*
       075-CALCULAR-DIAS.

           MOVE 'S'  TO WS-DT-VALIDA
           MOVE ZERO TO WS-DT-DIAS
           IF WS-DT-DATA NOT NUMERIC
              OR WS-DT-ANO = ZERO
              OR WS-DT-MES < 01 OR WS-DT-MES > 12
              OR WS-DT-DIA < 01 OR WS-DT-DIA > 31
              MOVE 'N' TO WS-DT-VALIDA
           ELSE
              MOVE WS-DT-ANO TO WS-DT-ANO-AJ
              IF WS-DT-MES < 03
                 SUBTRACT 1 FROM WS-DT-ANO-AJ
              END-IF
              DIVIDE WS-DT-ANO-AJ BY 4   GIVING WS-DT-Q4
              DIVIDE WS-DT-ANO-AJ BY 100 GIVING WS-DT-Q100
              DIVIDE WS-DT-ANO-AJ BY 400 GIVING WS-DT-Q400
              COMPUTE WS-DT-DIAS = WS-DT-ANO * 365
                                 + WS-DT-Q4 - WS-DT-Q100 + WS-DT-Q400
                                 + WS-TAB-ACUM(WS-DT-MES)
                                 + WS-DT-DIA
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARTAO REJEITADO - IMPRIME O MOTIVO NA AUDITORIA
      *--------------------------------------------------------------*
       080-REJEITAR.

           ADD 1 TO WS-CTREJ
           MOVE 'REJEITADO '    TO WS-AUD-ACAO
           MOVE WS-MOTIVO-REJ   TO WS-AUD-COMPL
           PERFORM 085-IMPRIMIR-AUDITORIA
           .
      *--------------------------------------------------------------*
      *    IMPRIME UMA LINHA DA LISTAGEM DE AUDITORIA
      *--------------------------------------------------------------*
       085-IMPRIMIR-AUDITORIA.

           MOVE WS-TRN-TIPO     TO WS-AUD-TIPO
           MOVE WS-TRN-DEP      TO WS-AUD-DEP
           MOVE WS-TRN-COD-X    TO WS-AUD-COD
           DISPLAY WS-REG-AUDITORIA
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - V2051APR        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CARTOES LIDOS               = ' WS-CTLIDO
           DISPLAY ' * MUDANCAS APROVADAS          = ' WS-CTAPROV
           DISPLAY ' * MUDANCAS DESCARTADAS        = ' WS-CTDESC
           DISPLAY ' * CARTOES REJEITADOS          = ' WS-CTREJ
           DISPLAY ' * MUDANCAS AINDA PENDENTES    = ' WS-CTPEND
           DISPLAY ' * PENDENTES HA MAIS DE ' WS-PARM-DIAS
                   ' DIAS  = ' WS-CTATRASO
           DISPLAY ' *========================================*'

           CLOSE P2PRCPEN
           IF FS-ERRO-PEN NOT = '00'
              MOVE  'ERRO AO FECHAR O P2PRCPEN'  TO WS-MSG
              MOVE   FS-ERRO-PEN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE P2CADV
           IF FS-ERRO NOT = '00'
              MOVE  'ERRO AO FECHAR O P2CADV'  TO WS-MSG
              MOVE   FS-ERRO                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE P2APRTRN
           IF FS-ERRO-TRN NOT = '00'
              MOVE  'ERRO AO FECHAR O P2APRTRN'  TO WS-MSG
              MOVE   FS-ERRO-TRN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE P2PRCHIS
           IF FS-ERRO-PRH NOT = '00'
              MOVE  'ERRO AO FECHAR O P2PRCHIS'  TO WS-MSG
              MOVE   FS-ERRO-PRH                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO V2051APR        *'
           DISPLAY ' *----------------------------------------*'

      *-----> RC=04 PEDE ACAO: CARTAO RUIM OU PENDENCIA ATRASADA
           IF WS-CTREJ > ZERO
              OR WS-CTATRASO > ZERO
              MOVE 04 TO WS-COD-RETORNO
           ELSE
              MOVE 00 TO WS-COD-RETORNO
           END-IF

           MOVE WS-CTLIDO TO AUD-LIDOS
           COMPUTE AUD-GRAVADOS = WS-CTAPROV + WS-CTDESC
           MOVE WS-CTREJ  TO AUD-REJEITADOS
           PERFORM 087-GRAVAR-AUDITORIA

           MOVE WS-COD-RETORNO TO RETURN-CODE
           .
      *--------------------------------------------------------------*
      *    GRAVA O REGISTRO PADRONIZADO DE AUDITORIA DA CADEIA
      *    (GTSAUDIT) - UM POR EXECUCAO DO PASSO
      *--------------------------------------------------------------*
       087-GRAVAR-AUDITORIA.

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
           DISPLAY ' *      TERMINO ANORMAL DO V2051APR       *'
           DISPLAY ' *----------------------------------------*'
           MOVE 08 TO WS-COD-RETORNO
           IF WS-AUD-GRAVADO = 'N'
              MOVE WS-CTLIDO TO AUD-LIDOS
              COMPUTE AUD-GRAVADOS = WS-CTAPROV + WS-CTDESC
              MOVE WS-CTREJ  TO AUD-REJEITADOS
              PERFORM 087-GRAVAR-AUDITORIA
           END-IF
           MOVE WS-COD-RETORNO TO RETURN-CODE
           STOP RUN
           .
      *---------------> FIM DO PROGRAMA V2051APR <-------------------*
