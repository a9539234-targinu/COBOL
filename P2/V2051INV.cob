       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   V2051INV.
       AUTHOR.       GIOVANI TARGINO SERRA.
       DATE-WRITTEN. 15/10/2026.
      *--------------------------------------------------------------*
      * SISTEMA: CADASTRO DE PRODUTOS (P2CADV)
      *--------------------------------------------------------------*
      * OBJETIVO: INVENTARIO FISICO. O REG-QTD E MANTIDO PELO
      *           V2051MOV MAS NUNCA ERA CONFERIDO COM A PRATELEIRA.
      *           LE OS CARTOES DE CONTAGEM (P2CONTAG: DEPTO +
      *           CODIGO + QUANTIDADE CONTADA + NR. DA FICHA - O
      *           MESMO PRODUTO CONTADO EM MAIS DE UM LOCAL E
      *           SOMADO) E CONFRONTA COM O REG-QTD DO CADASTRO:
      *             - FALTAS E SOBRAS VALORIZADAS PELO REG-VALCOMP,
      *               COM TOTAIS POR DEPARTAMENTO E DA EMPRESA
      *             - DIFERENCA DENTRO DA TOLERANCIA DO CARTAO DE
      *               PARAMETRO VIRA MOVIMENTO 'A' (AJUSTE) NO
      *               P2MOVAJU, NO LAYOUT DO P2MOVEST, PRONTO PARA
      *               A PROXIMA RODADA DO V2051MOV
      *             - DIFERENCA ACIMA DA TOLERANCIA NAO E AJUSTADA:
      *               SAI NA LISTA DE RECONTAGEM
      *           PRODUTO SEM CARTAO NAO E TOCADO (CONTAGEM
      *           PARCIAL/ROTATIVA). CARTAO DE PRODUTO INEXISTENTE
      *           OU COM CAMPO INVALIDO E REJEITADO COM MOTIVO.
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010054  GTS     VERSAO INICIAL
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
           SELECT P2CADV ASSIGN TO P2JOBV
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS REG-CHAVE
                  FILE STATUS   IS FS-ERRO
           .
           SELECT P2CONTAG ASSIGN TO P2CONTAG
                  FILE STATUS   IS FS-ERRO-CNT
           .
           SELECT P2MOVAJU ASSIGN TO P2MOVAJU
                  FILE STATUS   IS FS-ERRO-AJU
           .
           SELECT GTSAUDIT ASSIGN TO GTSAUDIT
                  FILE STATUS   IS FS-ERRO-AUD
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
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
       FD  P2CONTAG
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-P2CONTAG           PIC X(20)
           .
       FD  P2MOVAJU
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-P2MOVAJU           PIC X(20)
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
           05  WS-CNT-FIM             PIC X(01)      VALUE 'N'.
           05  WS-CTLIDO              PIC 9(05)      VALUE ZERO.
           05  WS-CTREJ               PIC 9(05)      VALUE ZERO.
           05  WS-CTCONFERE           PIC 9(05)      VALUE ZERO.
           05  WS-CTAJUSTE            PIC 9(05)      VALUE ZERO.
           05  WS-CTRECONT            PIC 9(05)      VALUE ZERO.
           05  FS-ERRO                PIC X(02).
           05  FS-ERRO-CNT            PIC X(02).
           05  FS-ERRO-AJU            PIC X(02).
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-COD-RETORNO         PIC 9(02)      VALUE ZERO.
           05  WS-MOTIVO-REJ          PIC X(40)      VALUE SPACES.
           05  WS-DIF-QTD             PIC S9(05)     VALUE ZERO.
           05  WS-DIF-QTD-ABS         PIC 9(05)      VALUE ZERO.
           05  WS-DIF-VALOR           PIC S9(08)V99  VALUE ZERO.
           05  WS-DIF-VALOR-ABS       PIC 9(08)V99   VALUE ZERO.

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
           05 AUD-PROGRAMA        PIC X(08)  VALUE 'V2051INV'.
           05 AUD-DATA            PIC 9(08).
           05 AUD-DATA-R REDEFINES AUD-DATA
                                  PIC X(08).
           05 AUD-HORA            PIC 9(06).
           05 AUD-LIDOS           PIC 9(07).
           05 AUD-GRAVADOS        PIC 9(07).
           05 AUD-REJEITADOS      PIC 9(07).
           05 AUD-COD-RET         PIC 9(02).
           05 FILLER              PIC X(35)  VALUE SPACES.

      *-----> ENTRADA - CARTAO DE PARAMETRO (TOLERANCIA DO AJUSTE)
      *-----> COL 01-04 DIFERENCA MAXIMA EM UNIDADES 9(04)
      *-----> COL 05-11 DIFERENCA MAXIMA EM VALOR 9(05)V99
      *-----> AS DUAS TEM DE SER ATENDIDAS PARA O AJUSTE AUTOMATICO
       01  WS-PARM-CARD.
           05 WS-PARM-TOL-QTD     PIC 9(04).
           05 WS-PARM-TOL-QTD-X REDEFINES WS-PARM-TOL-QTD
                                  PIC X(04).
           05 WS-PARM-TOL-VALOR   PIC 9(05)V99.
           05 WS-PARM-TOL-VALOR-X REDEFINES WS-PARM-TOL-VALOR
                                  PIC X(07).

      *-----> ENTRADA - CARTAO DE CONTAGEM (P2CONTAG)
       01  WS-REG-CONT.
           05 WS-CNT-DEP          PIC X(02).
           05 WS-CNT-COD          PIC 9(03).
           05 WS-CNT-COD-X REDEFINES WS-CNT-COD
                                  PIC X(03).
           05 WS-CNT-QTD          PIC 9(04).
           05 WS-CNT-QTD-X REDEFINES WS-CNT-QTD
                                  PIC X(04).
           05 WS-CNT-FICHA        PIC X(08).
           05 FILLER              PIC X(03).

      *-----> SAIDA - MOVIMENTO DE AJUSTE (LAYOUT DO P2MOVEST)
       01  WS-REG-MOV.
           05 WS-MOV-DEP          PIC X(02).
           05 WS-MOV-COD          PIC 9(03).
           05 WS-MOV-TIPO         PIC X(01).
           05 WS-MOV-QTD          PIC 9(04).
           05 WS-MOV-DOCTO        PIC X(08).
           05 FILLER              PIC X(02).

      *-----> TABELA DAS CONTAGENS (UMA POSICAO POR DEPTO+CODIGO)
       01  WS-AREA-CONTAGEM.
           05  WS-QTD-CNT            PIC 9(04)    VALUE ZERO.
           05  WS-IDX-CNT            PIC 9(04)    VALUE ZERO.
           05  WS-CNT-ACHOU          PIC X(01)    VALUE 'N'.
       01  WS-TAB-CONTAGEM.
           05  WS-TAB-CNT-ITEM OCCURS 3000 TIMES.
               10 WS-TCNT-DEP        PIC X(02).
               10 WS-TCNT-COD        PIC 9(03).
               10 WS-TCNT-QTD        PIC 9(05).
               10 WS-TCNT-FICHA      PIC X(08).
               10 WS-TCNT-CASOU      PIC X(01).

      *-----> TOTAIS DE FALTAS/SOBRAS (DEPTO EM QUEBRA E EMPRESA)
       01  WS-AREA-TOTAIS.
           05 WS-DEP-ANT             PIC X(02)      VALUE SPACES.
           05 WS-DEP-CONTADOS        PIC 9(05)      VALUE ZERO.
           05 WS-DEP-FALTA-QTD       PIC 9(07)      VALUE ZERO.
           05 WS-DEP-FALTA-VALOR     PIC 9(09)V99   VALUE ZERO.
           05 WS-DEP-SOBRA-QTD       PIC 9(07)      VALUE ZERO.
           05 WS-DEP-SOBRA-VALOR     PIC 9(09)V99   VALUE ZERO.
           05 WS-EMP-CONTADOS        PIC 9(05)      VALUE ZERO.
           05 WS-EMP-FALTA-QTD       PIC 9(07)      VALUE ZERO.
           05 WS-EMP-FALTA-VALOR     PIC 9(09)V99   VALUE ZERO.
           05 WS-EMP-SOBRA-QTD       PIC 9(07)      VALUE ZERO.
           05 WS-EMP-SOBRA-VALOR     PIC 9(09)V99   VALUE ZERO.
           05 WS-LIQ-VALOR           PIC S9(09)V99  VALUE ZERO.

      *-----> SAIDA - CABECALHO E DETALHE DAS DIFERENCAS
       01  WS-REG-CAB-DIF.
           05 FILLER              PIC X(40) VALUE
              'DP/COD PRODUTO             SISTEMA CONTA'.
           05 FILLER              PIC X(40) VALUE
              'DO  DIFER.          VALOR   SITUACAO    '.

       01  WS-REG-DIF.
           05 WS-DIF-DEP          PIC X(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-DIF-COD          PIC 9(03).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DIF-PROD         PIC X(20).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DIF-SISTEMA      PIC Z.ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DIF-CONTADO      PIC ZZ.ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DIF-DIFER        PIC ZZ.ZZ9-.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-DIF-VALOR-ED     PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DIF-SITUACAO     PIC X(10).

      *-----> SAIDA - TOTAL DE FALTAS/SOBRAS (DEPTO E EMPRESA)
       01  WS-REG-TOT-DIF.
           05 WS-TOT-ROTULO       PIC X(16).
           05 WS-TOT-DEP          PIC X(02).
           05 FILLER              PIC X(12) VALUE ' CONTADOS = '.
           05 WS-TOT-CONTADOS     PIC ZZ.ZZ9.
       01  WS-REG-TOT-VALOR.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-TOTV-ROTULO      PIC X(10).
           05 FILLER              PIC X(07) VALUE ' QTD = '.
           05 WS-TOTV-QTD         PIC Z.ZZZ.ZZ9.
           05 FILLER              PIC X(11) VALUE '  VALOR = '.
           05 WS-TOTV-VALOR       PIC ZZZ.ZZZ.ZZ9,99-.

      *-----> SAIDA - LINHA DE AUDITORIA DO CARTAO REJEITADO
       01  WS-REG-AUDITORIA.
           05 WS-AUD-ACAO         PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-AUD-DEP          PIC X(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-AUD-COD          PIC X(03).
           05 FILLER              PIC X(09) VALUE ' FICHA: '.
           05 WS-AUD-FICHA        PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-AUD-COMPL        PIC X(40).

       01  WS-HIFEN               PIC X(80)       VALUE ALL '-'.

       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-V2051INV.

           PERFORM 010-INICIAR
           PERFORM 015-CARREGAR-CONTAGEM
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 070-NAO-CADASTRADOS
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - CRITICA DO CARTAO DE PARAMETRO
      *    (TOLERANCIA). SEM TOLERANCIA VALIDA O PROGRAMA NAO RODA.
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *  V2051INV - INVENTARIO FISICO          *'
           DISPLAY ' *----------------------------------------*'
           ACCEPT WS-DATA FROM DATE
           DISPLAY ' * DATA DO PROCESSAMENTO: '  WS-DATA(7:2) '/'
                   WS-DATA(5:2) '/2' WS-DATA(2:3)
           ACCEPT WS-HORA FROM TIME
           DISPLAY ' * HORA DO PROCESSAMENTO: ' WS-HORA
           DISPLAY ' *========================================*'

           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-TOL-QTD-X NOT NUMERIC
              OR WS-PARM-TOL-VALOR-X NOT NUMERIC
              MOVE  'TOLERANCIA INVALIDA NA SYSIN'  TO WS-MSG
              MOVE  'PR'                             TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' * TOLERANCIA EM UNIDADES = ' WS-PARM-TOL-QTD
           DISPLAY ' * TOLERANCIA EM VALOR    = ' WS-PARM-TOL-VALOR

           OPEN INPUT P2CONTAG
           IF FS-ERRO-CNT NOT = '00'
              MOVE  'ERRO AO ABRIR O P2CONTAG'  TO WS-MSG
              MOVE   FS-ERRO-CNT                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN OUTPUT P2MOVAJU
           IF FS-ERRO-AJU NOT = '00'
              MOVE  'ERRO AO ABRIR O P2MOVAJU'  TO WS-MSG
              MOVE   FS-ERRO-AJU                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGA OS CARTOES DE CONTAGEM NA TABELA, SOMANDO AS
      *    CONTAGENS DO MESMO DEPTO+CODIGO (VARIOS LOCAIS)
      *--------------------------------------------------------------*
       015-CARREGAR-CONTAGEM.

           PERFORM UNTIL WS-CNT-FIM = 'S'
              READ P2CONTAG INTO WS-REG-CONT
                 AT END
                    MOVE 'S' TO WS-CNT-FIM
              END-READ
              IF WS-CNT-FIM NOT = 'S'
                 IF FS-ERRO-CNT NOT = '00'
                    MOVE  'ERRO AO LER O P2CONTAG'  TO WS-MSG
                    MOVE   FS-ERRO-CNT              TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
                 ADD 1 TO WS-CTLIDO
                 PERFORM 020-GUARDAR-CONTAGEM
              END-IF
           END-PERFORM

           CLOSE P2CONTAG
           IF FS-ERRO-CNT NOT = '00'
              MOVE  'ERRO AO FECHAR O P2CONTAG'  TO WS-MSG
              MOVE   FS-ERRO-CNT                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' * CARTOES DE CONTAGEM LIDOS  = ' WS-CTLIDO
           DISPLAY ' * PRODUTOS CONTADOS          = ' WS-QTD-CNT
           DISPLAY WS-HIFEN

           OPEN INPUT P2CADV
           IF FS-ERRO NOT = '00'
              MOVE  'ERRO AO ABRIR O P2CADV'  TO WS-MSG
              MOVE   FS-ERRO                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *  FALTAS E SOBRAS DO INVENTARIO         *'
           DISPLAY WS-HIFEN
           DISPLAY WS-REG-CAB-DIF
           DISPLAY WS-HIFEN

           PERFORM 025-LER-CADASTRO
           .
      *--------------------------------------------------------------*
      *    CRITICA O CARTAO E ACUMULA NA POSICAO DO DEPTO+CODIGO
      *--------------------------------------------------------------*
       020-GUARDAR-CONTAGEM.

           IF WS-CNT-DEP = SPACES
              OR WS-CNT-COD-X NOT NUMERIC
              OR WS-CNT-QTD-X NOT NUMERIC
              MOVE 'DEPTO/CODIGO/QUANTIDADE INVALIDO'
                   TO WS-MOTIVO-REJ
              PERFORM 080-REJEITAR
           ELSE
              PERFORM 027-PROCURAR-CONTAGEM
              IF WS-CNT-ACHOU = 'S'
                 ADD WS-CNT-QTD TO WS-TCNT-QTD(WS-IDX-CNT)
              ELSE
                 IF WS-QTD-CNT = 3000
                    MOVE  'MAIS DE 3000 PRODUTOS CONTADOS'
                          TO WS-MSG
                    MOVE  'QT'  TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
                 ADD 1 TO WS-QTD-CNT
                 MOVE WS-CNT-DEP   TO WS-TCNT-DEP(WS-QTD-CNT)
                 MOVE WS-CNT-COD   TO WS-TCNT-COD(WS-QTD-CNT)
                 MOVE WS-CNT-QTD   TO WS-TCNT-QTD(WS-QTD-CNT)
                 MOVE WS-CNT-FICHA TO WS-TCNT-FICHA(WS-QTD-CNT)
                 MOVE 'N'          TO WS-TCNT-CASOU(WS-QTD-CNT)
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA SEQUENCIAL DO CADASTRO (ORDEM DEPTO+CODIGO)
      *--------------------------------------------------------------*
       025-LER-CADASTRO.

           READ P2CADV NEXT
              AT END
                 MOVE 'S' TO WS-FIM
           END-READ

           IF WS-FIM NOT = 'S'
              AND FS-ERRO NOT = '00'
              MOVE  'ERRO AO LER O P2CADV'  TO WS-MSG
              MOVE   FS-ERRO                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCURA O DEPTO+CODIGO DO CARTAO NA TABELA DE CONTAGENS
      *--------------------------------------------------------------*
       027-PROCURAR-CONTAGEM.

           MOVE 'N' TO WS-CNT-ACHOU
           PERFORM VARYING WS-IDX-CNT FROM 1 BY 1
              UNTIL WS-IDX-CNT > WS-QTD-CNT
              OR WS-CNT-ACHOU = 'S'
              IF WS-TCNT-DEP(WS-IDX-CNT) = WS-CNT-DEP
                 AND WS-TCNT-COD(WS-IDX-CNT) = WS-CNT-COD
                 MOVE 'S' TO WS-CNT-ACHOU
              END-IF
           END-PERFORM

           IF WS-CNT-ACHOU = 'S'
              SUBTRACT 1 FROM WS-IDX-CNT
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFRONTA O PRODUTO DO CADASTRO COM A SUA CONTAGEM, COM
      *    QUEBRA POR DEPARTAMENTO
      *--------------------------------------------------------------*
       030-PROCESSAR.

           MOVE REG-DEP TO WS-CNT-DEP
           MOVE REG-COD TO WS-CNT-COD
           PERFORM 027-PROCURAR-CONTAGEM

           IF WS-CNT-ACHOU = 'S'
              IF WS-DEP-ANT NOT = SPACES
                 AND WS-DEP-ANT NOT = REG-DEP
                 PERFORM 050-TOTAL-DEPTO
              END-IF
              MOVE REG-DEP TO WS-DEP-ANT
              MOVE 'S'     TO WS-TCNT-CASOU(WS-IDX-CNT)
              ADD 1        TO WS-DEP-CONTADOS
              PERFORM 040-CONFRONTAR
           END-IF

           PERFORM 025-LER-CADASTRO
           .
      *--------------------------------------------------------------*
      *    DIFERENCA = CONTADO - SISTEMA, VALORIZADA PELO PRECO DE
      *    COMPRA. DENTRO DA TOLERANCIA GRAVA O AJUSTE 'A' COM O
      *    SALDO CONTADO; ACIMA DELA MANDA RECONTAR.
      *--------------------------------------------------------------*
       040-CONFRONTAR.

           COMPUTE WS-DIF-QTD = WS-TCNT-QTD(WS-IDX-CNT) - REG-QTD
           IF WS-DIF-QTD = ZERO
              ADD 1 TO WS-CTCONFERE
           ELSE
              COMPUTE WS-DIF-VALOR = WS-DIF-QTD * REG-VALCOMP
              IF WS-DIF-QTD < ZERO
                 COMPUTE WS-DIF-QTD-ABS   = ZERO - WS-DIF-QTD
                 COMPUTE WS-DIF-VALOR-ABS = ZERO - WS-DIF-VALOR
                 ADD WS-DIF-QTD-ABS   TO WS-DEP-FALTA-QTD
                 ADD WS-DIF-VALOR-ABS TO WS-DEP-FALTA-VALOR
              ELSE
                 MOVE WS-DIF-QTD      TO WS-DIF-QTD-ABS
                 MOVE WS-DIF-VALOR    TO WS-DIF-VALOR-ABS
                 ADD WS-DIF-QTD-ABS   TO WS-DEP-SOBRA-QTD
                 ADD WS-DIF-VALOR-ABS TO WS-DEP-SOBRA-VALOR
              END-IF

              MOVE REG-DEP                 TO WS-DIF-DEP
              MOVE REG-COD                 TO WS-DIF-COD
              MOVE REG-PROD                TO WS-DIF-PROD
              MOVE REG-QTD                 TO WS-DIF-SISTEMA
              MOVE WS-TCNT-QTD(WS-IDX-CNT) TO WS-DIF-CONTADO
              MOVE WS-DIF-QTD              TO WS-DIF-DIFER
              MOVE WS-DIF-VALOR            TO WS-DIF-VALOR-ED

      *-----> SALDO CONTADO ACIMA DA PICTURE DO REG-QTD TAMBEM VAI
      *-----> PARA RECONTAGEM - O V2051MOV NAO TERIA COMO APLICAR
              IF WS-DIF-QTD-ABS NOT > WS-PARM-TOL-QTD
                 AND WS-DIF-VALOR-ABS NOT > WS-PARM-TOL-VALOR
                 AND WS-TCNT-QTD(WS-IDX-CNT) NOT > 9999
                 PERFORM 045-GRAVAR-AJUSTE
                 MOVE 'AJUSTE'    TO WS-DIF-SITUACAO
                 ADD 1 TO WS-CTAJUSTE
              ELSE
                 MOVE 'RECONTAR'  TO WS-DIF-SITUACAO
                 ADD 1 TO WS-CTRECONT
              END-IF

              DISPLAY WS-REG-DIF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA O MOVIMENTO 'A' (SUBSTITUI O SALDO) PARA O V2051MOV.
      *    DOCUMENTO = NR. DA FICHA DE CONTAGEM ('INVENTAR' SEM FICHA)
      *--------------------------------------------------------------*
       045-GRAVAR-AJUSTE.

           MOVE SPACES                   TO WS-REG-MOV
           MOVE REG-DEP                  TO WS-MOV-DEP
           MOVE REG-COD                  TO WS-MOV-COD
           MOVE 'A'                      TO WS-MOV-TIPO
           MOVE WS-TCNT-QTD(WS-IDX-CNT)  TO WS-MOV-QTD
           MOVE WS-TCNT-FICHA(WS-IDX-CNT) TO WS-MOV-DOCTO
           IF WS-MOV-DOCTO = SPACES
              MOVE 'INVENTAR'            TO WS-MOV-DOCTO
           END-IF

           WRITE REG-P2MOVAJU FROM WS-REG-MOV
           IF FS-ERRO-AJU NOT = '00'
              MOVE  'ERRO AO GRAVAR O P2MOVAJU'  TO WS-MSG
              MOVE   FS-ERRO-AJU                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    TOTAL DO DEPARTAMENTO EM QUEBRA - ACUMULA NA EMPRESA
      *--------------------------------------------------------------*
       050-TOTAL-DEPTO.

           DISPLAY WS-HIFEN
           MOVE 'TOTAL DEPTO.: '   TO WS-TOT-ROTULO
           MOVE WS-DEP-ANT         TO WS-TOT-DEP
           MOVE WS-DEP-CONTADOS    TO WS-TOT-CONTADOS
           DISPLAY WS-REG-TOT-DIF
           MOVE 'FALTAS'           TO WS-TOTV-ROTULO
           MOVE WS-DEP-FALTA-QTD   TO WS-TOTV-QTD
           MOVE WS-DEP-FALTA-VALOR TO WS-TOTV-VALOR
           DISPLAY WS-REG-TOT-VALOR
           MOVE 'SOBRAS'           TO WS-TOTV-ROTULO
           MOVE WS-DEP-SOBRA-QTD   TO WS-TOTV-QTD
           MOVE WS-DEP-SOBRA-VALOR TO WS-TOTV-VALOR
           DISPLAY WS-REG-TOT-VALOR
           COMPUTE WS-LIQ-VALOR =
               WS-DEP-SOBRA-VALOR - WS-DEP-FALTA-VALOR
           MOVE 'LIQUIDO'          TO WS-TOTV-ROTULO
           MOVE ZERO               TO WS-TOTV-QTD
           MOVE WS-LIQ-VALOR       TO WS-TOTV-VALOR
           DISPLAY WS-REG-TOT-VALOR
           DISPLAY WS-HIFEN

           ADD WS-DEP-CONTADOS    TO WS-EMP-CONTADOS
           ADD WS-DEP-FALTA-QTD   TO WS-EMP-FALTA-QTD
           ADD WS-DEP-FALTA-VALOR TO WS-EMP-FALTA-VALOR
           ADD WS-DEP-SOBRA-QTD   TO WS-EMP-SOBRA-QTD
           ADD WS-DEP-SOBRA-VALOR TO WS-EMP-SOBRA-VALOR

           MOVE ZEROS TO WS-DEP-CONTADOS
                         WS-DEP-FALTA-QTD
                         WS-DEP-FALTA-VALOR
                         WS-DEP-SOBRA-QTD
                         WS-DEP-SOBRA-VALOR
           .
      *--------------------------------------------------------------*
      *    FECHA O ULTIMO DEPTO E LISTA OS CARTOES DE PRODUTO QUE
      *    NAO EXISTE NO CADASTRO
      *--------------------------------------------------------------*
       070-NAO-CADASTRADOS.

           IF WS-DEP-ANT NOT = SPACES
              PERFORM 050-TOTAL-DEPTO
           END-IF

           PERFORM VARYING WS-IDX-CNT FROM 1 BY 1
              UNTIL WS-IDX-CNT > WS-QTD-CNT
              IF WS-TCNT-CASOU(WS-IDX-CNT) NOT = 'S'
                 MOVE WS-TCNT-DEP(WS-IDX-CNT)   TO WS-CNT-DEP
                 MOVE WS-TCNT-COD(WS-IDX-CNT)   TO WS-CNT-COD
                 MOVE WS-TCNT-FICHA(WS-IDX-CNT) TO WS-CNT-FICHA
                 MOVE 'PRODUTO NAO EXISTE NO CADASTRO'
                      TO WS-MOTIVO-REJ
                 PERFORM 080-REJEITAR
              END-IF
           END-PERFORM
           .
      *--------------------------------------------------------------*
      *    CARTAO REJEITADO - IMPRIME O MOTIVO NA AUDITORIA
      *--------------------------------------------------------------*
       080-REJEITAR.

           ADD 1 TO WS-CTREJ
           MOVE 'REJEITADO '    TO WS-AUD-ACAO
           MOVE WS-CNT-DEP      TO WS-AUD-DEP
           MOVE WS-CNT-COD-X    TO WS-AUD-COD
           MOVE WS-CNT-FICHA    TO WS-AUD-FICHA
           MOVE WS-MOTIVO-REJ   TO WS-AUD-COMPL
           DISPLAY WS-REG-AUDITORIA
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS - TOTAL DA EMPRESA E TOTAIS DE
      *    CONTROLE
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY WS-HIFEN
           MOVE 'TOTAL EMPRESA '   TO WS-TOT-ROTULO
           MOVE SPACES             TO WS-TOT-DEP
           MOVE WS-EMP-CONTADOS    TO WS-TOT-CONTADOS
           DISPLAY WS-REG-TOT-DIF
           MOVE 'FALTAS'           TO WS-TOTV-ROTULO
           MOVE WS-EMP-FALTA-QTD   TO WS-TOTV-QTD
           MOVE WS-EMP-FALTA-VALOR TO WS-TOTV-VALOR
           DISPLAY WS-REG-TOT-VALOR
           MOVE 'SOBRAS'           TO WS-TOTV-ROTULO
           MOVE WS-EMP-SOBRA-QTD   TO WS-TOTV-QTD
           MOVE WS-EMP-SOBRA-VALOR TO WS-TOTV-VALOR
           DISPLAY WS-REG-TOT-VALOR
           COMPUTE WS-LIQ-VALOR =
               WS-EMP-SOBRA-VALOR - WS-EMP-FALTA-VALOR
           MOVE 'LIQUIDO'          TO WS-TOTV-ROTULO
           MOVE ZERO               TO WS-TOTV-QTD
           MOVE WS-LIQ-VALOR       TO WS-TOTV-VALOR
           DISPLAY WS-REG-TOT-VALOR

           DISPLAY WS-HIFEN
           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - V2051INV        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CARTOES DE CONTAGEM LIDOS   = ' WS-CTLIDO
           DISPLAY ' * PRODUTOS SEM DIFERENCA      = ' WS-CTCONFERE
           DISPLAY ' * AJUSTES GRAVADOS (P2MOVAJU) = ' WS-CTAJUSTE
           DISPLAY ' * PRODUTOS PARA RECONTAGEM    = ' WS-CTRECONT
           DISPLAY ' * CARTOES REJEITADOS          = ' WS-CTREJ
           DISPLAY ' *========================================*'

           CLOSE P2CADV
           IF FS-ERRO NOT = '00'
              MOVE  'ERRO AO FECHAR O P2CADV'  TO WS-MSG
              MOVE   FS-ERRO                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE P2MOVAJU
           IF FS-ERRO-AJU NOT = '00'
              MOVE  'ERRO AO FECHAR O P2MOVAJU'  TO WS-MSG
              MOVE   FS-ERRO-AJU                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO V2051INV        *'
           DISPLAY ' *----------------------------------------*'

      *-----> RC=04 PEDE ACAO: RECONTAGEM PENDENTE OU CARTAO RUIM
           IF WS-CTREJ > ZERO
              OR WS-CTRECONT > ZERO
              MOVE 04 TO WS-COD-RETORNO
           ELSE
              MOVE 00 TO WS-COD-RETORNO
           END-IF

           MOVE WS-CTLIDO   TO AUD-LIDOS
           MOVE WS-CTAJUSTE TO AUD-GRAVADOS
           MOVE WS-CTREJ    TO AUD-REJEITADOS
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
           DISPLAY ' *      TERMINO ANORMAL DO V2051INV       *'
           DISPLAY ' *----------------------------------------*'
           MOVE 08 TO WS-COD-RETORNO
           IF WS-AUD-GRAVADO = 'N'
              MOVE WS-CTLIDO   TO AUD-LIDOS
              MOVE WS-CTAJUSTE TO AUD-GRAVADOS
              MOVE WS-CTREJ    TO AUD-REJEITADOS
              PERFORM 087-GRAVAR-AUDITORIA
           END-IF
           MOVE WS-COD-RETORNO TO RETURN-CODE
           STOP RUN
           .
      *---------------> FIM DO PROGRAMA V2051INV <-------------------*
