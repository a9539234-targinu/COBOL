       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   V2051REP.
       AUTHOR.       GIOVANI TARGINO SERRA.
       DATE-WRITTEN. 15/10/2026.
      *--------------------------------------------------------------*
      * SISTEMA: CADASTRO DE PRODUTOS (P2CADV)
      *--------------------------------------------------------------*
      * OBJETIVO: RELATORIO SEMANAL DE REPOSICAO DE ESTOQUE.
      *           SOMA AS SAIDAS ('S') DO HISTORICO DE MOVIMENTOS
      *           (P2MOVHIS, GRAVADO PELO V2051MOV) DENTRO DA JANELA
      *           DE DIAS DO CARTAO DE PARAMETRO E, PARA CADA
      *           PRODUTO DO P2CADV, CALCULA:
      *             - SAIDA MEDIA DIARIA = SAIDAS / DIAS DA JANELA
      *             - COBERTURA EM DIAS  = SALDO / SAIDA MEDIA
      *             - PONTO DE PEDIDO    = ESTOQUE MINIMO +
      *                                    SAIDA MEDIA * PRAZO DE
      *                                    ENTREGA
      *           ESTOQUE MINIMO E QUANTIDADE DE REPOSICAO VEM DO
      *           P2ESTMIN (MANTIDO PELO V2051EMN); PRODUTO SEM
      *           PARAMETRO (OU SEM O PROPRIO P2ESTMIN) E TRATADO
      *           COM MINIMO ZERO.
      *           LISTA POR DEPARTAMENTO OS PRODUTOS COM SALDO NO
      *           PONTO DE PEDIDO OU ABAIXO DELE E GRAVA A SUGESTAO
      *           DE COMPRA (P2SUGCOM) PARA O SETOR DE COMPRAS:
      *           QUANTIDADE = LOTE DE REPOSICAO DO P2ESTMIN (SEM
      *           LOTE, O QUE FALTA PARA O PONTO DE PEDIDO),
      *           VALORIZADA PELO REG-VALCOMP.
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010055  GTS     VERSAO INICIAL
      *  V02    OUT/2026 010061  GTS     SEM O P2ESTMIN (FS=35) TODO
      *                                  PRODUTO VALE MINIMO ZERO
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
           SELECT P2ESTMIN ASSIGN TO P2ESTMIN
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS EMN-CHAVE
                  FILE STATUS   IS FS-ERRO-EMN
           .
           SELECT P2MOVHIS ASSIGN TO P2MOVHIS
                  FILE STATUS   IS FS-ERRO-MVH
           .
           SELECT P2SUGCOM ASSIGN TO P2SUGCOM
                  FILE STATUS   IS FS-ERRO-SUG
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
       FD  P2ESTMIN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-P2ESTMIN.
           05 EMN-CHAVE.
              10 EMN-DEP          PIC X(02).
              10 EMN-COD          PIC 9(03).
           05 EMN-MINIMO            PIC 9(04).
           05 EMN-REPOSICAO         PIC 9(04).
           05 EMN-DATA-ALT          PIC 9(08).
           05 FILLER                PIC X(09).
       FD  P2MOVHIS
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-P2MOVHIS           PIC X(30)
           .
       FD  P2SUGCOM
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-P2SUGCOM           PIC X(60)
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
           05  WS-MVH-FIM             PIC X(01)      VALUE 'N'.
           05  WS-EMN-ABERTO          PIC X(01)      VALUE 'N'.
           05  WS-CTLIDO              PIC 9(05)      VALUE ZERO.
           05  WS-CTHIST              PIC 9(07)      VALUE ZERO.
           05  WS-CTSAIDA             PIC 9(07)      VALUE ZERO.
           05  WS-CTHIST-INV          PIC 9(07)      VALUE ZERO.
           05  WS-CTSEMPARM           PIC 9(05)      VALUE ZERO.
           05  WS-CTSEMGIRO           PIC 9(05)      VALUE ZERO.
           05  WS-CTSUGESTAO          PIC 9(05)      VALUE ZERO.
           05  FS-ERRO                PIC X(02).
           05  FS-ERRO-EMN            PIC X(02).
           05  FS-ERRO-MVH            PIC X(02).
           05  FS-ERRO-SUG            PIC X(02).
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-COD-RETORNO         PIC 9(02)      VALUE ZERO.

      *-----> CALCULO DA REPOSICAO DO PRODUTO CORRENTE
       01  WS-AREA-CALCULO.
           05  WS-SAIDAS              PIC 9(07)      VALUE ZERO.
           05  WS-MINIMO              PIC 9(04)      VALUE ZERO.
           05  WS-REPOSICAO           PIC 9(04)      VALUE ZERO.
           05  WS-MEDIA-DIA           PIC 9(05)V99   VALUE ZERO.
           05  WS-COBERTURA           PIC 9(05)      VALUE ZERO.
           05  WS-PONTO               PIC 9(05)      VALUE ZERO.
           05  WS-SUGERIDA            PIC 9(05)      VALUE ZERO.
           05  WS-VALOR-SUG           PIC 9(07)V99   VALUE ZERO.

      *-----> DATA/HORA DE EXECUCAO
       01  WS-DATA                   PIC 9(08).
       01  WS-DATA-GER               PIC 9(08)      VALUE ZERO.
       01  WS-HORA                   PIC 99.99.9999.

      *-----> AUDITORIA COMUM DA CADEIA GTS0014J
       01  WS-AREA-AUDITORIA.
           05 FS-ERRO-AUD         PIC X(02).
           05 WS-AUD-GRAVADO      PIC X(01)  VALUE 'N'.
           05 WS-AUD-DATA-W       PIC 9(08).
           05 WS-AUD-HORA-W       PIC 9(08).
       01  WS-REG-GTSAUDIT.
           05 AUD-PROGRAMA        PIC X(08)  VALUE 'V2051REP'.
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
      *-----> COL 01-08 DATA FINAL DA JANELA AAAAMMDD (ZEROS = HOJE)
      *-----> COL 09-11 DIAS DA JANELA 9(03)      (ZEROS = 028)
      *-----> COL 12-14 PRAZO DE ENTREGA EM DIAS  (ZEROS = 007)
       01  WS-PARM-CARD.
           05 WS-PARM-DATA-FIM    PIC 9(08).
           05 WS-PARM-DATA-FIM-X REDEFINES WS-PARM-DATA-FIM
                                  PIC X(08).
           05 WS-PARM-JANELA      PIC 9(03).
           05 WS-PARM-JANELA-X REDEFINES WS-PARM-JANELA
                                  PIC X(03).
           05 WS-PARM-PRAZO       PIC 9(03).
           05 WS-PARM-PRAZO-X REDEFINES WS-PARM-PRAZO
                                  PIC X(03).

      *-----> ENTRADA - HISTORICO DE MOVIMENTOS (LAYOUT DO V2051MOV)
       01  WS-REG-P2MOVHIS.
           05 MVH-DEP             PIC X(02).
           05 MVH-COD             PIC 9(03).
           05 MVH-TIPO            PIC X(01).
           05 MVH-QTD             PIC 9(04).
           05 MVH-DOCTO           PIC X(08).
           05 MVH-DATA            PIC 9(08).
           05 MVH-SALDO           PIC 9(04).

      *-----> SAIDA - SUGESTAO DE COMPRA (P2SUGCOM)
       01  WS-REG-P2SUGCOM.
           05 SUG-DEP             PIC X(02).
           05 SUG-COD             PIC 9(03).
           05 SUG-PROD            PIC X(20).
           05 SUG-SALDO           PIC 9(04).
           05 SUG-PONTO           PIC 9(05).
           05 SUG-QTD             PIC 9(05).
           05 SUG-VALOR           PIC 9(07)V99.
           05 SUG-DATA            PIC 9(08).
           05 FILLER              PIC X(04).

      *-----> CONTAGEM DE DIAS (ROTINA DO CGPRG009) PARA A JANELA
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
           05 WS-DIAS-INI         PIC 9(07)   VALUE ZERO.
           05 WS-DIAS-FIM         PIC 9(07)   VALUE ZERO.
      *-----> DIAS ACUMULADOS ANTES DE CADA MES (ANO NAO BISSEXTO -
      *-----> O 29/02 ENTRA PELA CONTAGEM DE ANOS BISSEXTOS)
       01  WS-TAB-ACUM-MES.
           05 FILLER              PIC X(36) VALUE
              '000031059090120151181212243273304334'.
       01  WS-TAB-ACUM-R REDEFINES WS-TAB-ACUM-MES.
           05 WS-TAB-ACUM         PIC 9(03) OCCURS 12 TIMES.

      *-----> TABELA DAS SAIDAS NA JANELA (UMA POSICAO POR PRODUTO)
       01  WS-AREA-SAIDAS.
           05  WS-QTD-SAI            PIC 9(04)    VALUE ZERO.
           05  WS-IDX-SAI            PIC 9(04)    VALUE ZERO.
           05  WS-SAI-ACHOU          PIC X(01)    VALUE 'N'.
           05  WS-SAI-DEP            PIC X(02)    VALUE SPACES.
           05  WS-SAI-COD            PIC 9(03)    VALUE ZERO.
       01  WS-TAB-SAIDAS.
           05  WS-TAB-SAI-ITEM OCCURS 3000 TIMES.
               10 WS-TSAI-DEP        PIC X(02).
               10 WS-TSAI-COD        PIC 9(03).
               10 WS-TSAI-QTD        PIC 9(07).

      *-----> TOTAIS DA SUGESTAO (DEPTO EM QUEBRA E EMPRESA)
       01  WS-AREA-TOTAIS.
           05 WS-DEP-ANT             PIC X(02)      VALUE SPACES.
           05 WS-DEP-PRODUTOS        PIC 9(05)      VALUE ZERO.
           05 WS-DEP-VALOR           PIC 9(09)V99   VALUE ZERO.
           05 WS-EMP-PRODUTOS        PIC 9(05)      VALUE ZERO.
           05 WS-EMP-VALOR           PIC 9(09)V99   VALUE ZERO.

      *-----> SAIDA - CABECALHO E DETALHE DOS PRODUTOS A REPOR
       01  WS-REG-CAB-REP.
           05 FILLER              PIC X(40) VALUE
              'DP/COD PRODUTO              SALDO MEDIA/'.
           05 FILLER              PIC X(40) VALUE
              'DIA COB.DIAS  PONTO SUGER.        VALOR '.

       01  WS-REG-REP.
           05 WS-REP-DEP          PIC X(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-REP-COD          PIC 9(03).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-REP-PROD         PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-REP-SALDO        PIC Z.ZZ9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-REP-MEDIA        PIC ZZ.ZZ9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-REP-COBERT       PIC ZZZZ.ZZ9.
           05 WS-REP-COBERT-X REDEFINES WS-REP-COBERT
                                  PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-REP-PONTO        PIC ZZ.ZZ9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-REP-SUGERIDA     PIC ZZ.ZZ9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-REP-VALOR        PIC Z.ZZZ.ZZ9,99.

      *-----> SAIDA - TOTAL DA SUGESTAO (DEPTO E EMPRESA)
       01  WS-REG-TOT-REP.
           05 WS-TOT-ROTULO       PIC X(16).
           05 WS-TOT-DEP          PIC X(02).
           05 FILLER              PIC X(12) VALUE ' PRODUTOS = '.
           05 WS-TOT-PRODUTOS     PIC ZZ.ZZ9.
           05 FILLER              PIC X(11) VALUE '  VALOR = '.
           05 WS-TOT-VALOR        PIC $ZZZ.ZZZ.ZZ9,99.

       01  WS-HIFEN               PIC X(80)       VALUE ALL '-'.

       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-V2051REP.

           PERFORM 010-INICIAR
           PERFORM 015-CARREGAR-SAIDAS
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - CRITICA DO CARTAO DE PARAMETRO
      *    E CALCULO DA JANELA EM DIAS CORRIDOS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *  V2051REP - REPOSICAO DE ESTOQUE       *'
           DISPLAY ' *----------------------------------------*'
           ACCEPT WS-DATA FROM DATE
           DISPLAY ' * DATA DO PROCESSAMENTO: '  WS-DATA(7:2) '/'
                   WS-DATA(5:2) '/2' WS-DATA(2:3)
           ACCEPT WS-HORA FROM TIME
           DISPLAY ' * HORA DO PROCESSAMENTO: ' WS-HORA
           DISPLAY ' *========================================*'

           MOVE '2'           TO WS-DATA-GER(1:1)
           MOVE WS-DATA(2:7)  TO WS-DATA-GER(2:7)

           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-DATA-FIM-X NOT NUMERIC
              OR WS-PARM-JANELA-X NOT NUMERIC
              OR WS-PARM-PRAZO-X NOT NUMERIC
              MOVE  'CARTAO DE PARAMETRO INVALIDO'  TO WS-MSG
              MOVE  'PR'                             TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF WS-PARM-DATA-FIM = ZERO
              MOVE WS-DATA-GER TO WS-PARM-DATA-FIM
           END-IF
           IF WS-PARM-JANELA = ZERO
              MOVE 028 TO WS-PARM-JANELA
           END-IF
           IF WS-PARM-PRAZO = ZERO
              MOVE 007 TO WS-PARM-PRAZO
           END-IF

           MOVE WS-PARM-DATA-FIM TO WS-DT-DATA
           PERFORM 070-CALCULAR-DIAS
           IF WS-DT-VALIDA NOT = 'S'
              MOVE  'DATA FINAL INVALIDA'  TO WS-MSG
              MOVE  'PR'                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           MOVE WS-DT-DIAS TO WS-DIAS-FIM
           COMPUTE WS-DIAS-INI = WS-DIAS-FIM - WS-PARM-JANELA + 1

           DISPLAY ' * JANELA ATE ' WS-PARM-DATA-FIM(7:2) '/'
                   WS-PARM-DATA-FIM(5:2) '/' WS-PARM-DATA-FIM(1:4)
                   ' - DIAS = ' WS-PARM-JANELA
           DISPLAY ' * PRAZO DE ENTREGA EM DIAS   = ' WS-PARM-PRAZO

           OPEN INPUT P2MOVHIS
           IF FS-ERRO-MVH NOT = '00'
              MOVE  'ERRO AO ABRIR O P2MOVHIS'  TO WS-MSG
              MOVE   FS-ERRO-MVH                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

      *-----> SEM O P2ESTMIN (FS=35) NENHUM PRODUTO TEM PARAMETRO -
      *-----> TODOS VALEM MINIMO E LOTE ZERO
           OPEN INPUT P2ESTMIN
           IF FS-ERRO-EMN = '00'
              MOVE 'S' TO WS-EMN-ABERTO
           ELSE
              IF FS-ERRO-EMN NOT = '35'
                 MOVE  'ERRO AO ABRIR O P2ESTMIN'  TO WS-MSG
                 MOVE   FS-ERRO-EMN                TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              DISPLAY ' * P2ESTMIN INEXISTENTE - MINIMO ZERO PARA '
                      'TODOS OS PRODUTOS'
           END-IF

           OPEN OUTPUT P2SUGCOM
           IF FS-ERRO-SUG NOT = '00'
              MOVE  'ERRO AO ABRIR O P2SUGCOM'  TO WS-MSG
              MOVE   FS-ERRO-SUG                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LE TODO O HISTORICO E SOMA NA TABELA AS SAIDAS DE CADA
      *    PRODUTO DENTRO DA JANELA. ENTRADAS E AJUSTES NAO CONTAM
      *    NO GIRO.
      *--------------------------------------------------------------*
       015-CARREGAR-SAIDAS.

           PERFORM UNTIL WS-MVH-FIM = 'S'
              READ P2MOVHIS INTO WS-REG-P2MOVHIS
                 AT END
                    MOVE 'S' TO WS-MVH-FIM
              END-READ
              IF WS-MVH-FIM NOT = 'S'
                 IF FS-ERRO-MVH NOT = '00'
                    MOVE  'ERRO AO LER O P2MOVHIS'  TO WS-MSG
                    MOVE   FS-ERRO-MVH              TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
                 ADD 1 TO WS-CTHIST
                 IF MVH-TIPO = 'S'
                    PERFORM 020-GUARDAR-SAIDA
                 END-IF
              END-IF
           END-PERFORM

           CLOSE P2MOVHIS
           IF FS-ERRO-MVH NOT = '00'
              MOVE  'ERRO AO FECHAR O P2MOVHIS'  TO WS-MSG
              MOVE   FS-ERRO-MVH                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' * MOVIMENTOS NO HISTORICO    = ' WS-CTHIST
           DISPLAY ' * SAIDAS DENTRO DA JANELA    = ' WS-CTSAIDA
           DISPLAY ' * PRODUTOS COM SAIDA         = ' WS-QTD-SAI
           DISPLAY WS-HIFEN

           OPEN INPUT P2CADV
           IF FS-ERRO NOT = '00'
              MOVE  'ERRO AO ABRIR O P2CADV'  TO WS-MSG
              MOVE   FS-ERRO                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *  PRODUTOS NO PONTO DE PEDIDO           *'
           DISPLAY WS-HIFEN
           DISPLAY WS-REG-CAB-REP
           DISPLAY WS-HIFEN

           PERFORM 025-LER-CADASTRO
           .
      *--------------------------------------------------------------*
      *    SAIDA DENTRO DA JANELA - ACUMULA NA POSICAO DO PRODUTO.
      *    DATA INVALIDA NO HISTORICO E CONTADA E DESPREZADA.
      *--------------------------------------------------------------*
       020-GUARDAR-SAIDA.

           MOVE MVH-DATA TO WS-DT-DATA
           PERFORM 070-CALCULAR-DIAS
           IF WS-DT-VALIDA NOT = 'S'
              OR MVH-COD NOT NUMERIC
              OR MVH-QTD NOT NUMERIC
              ADD 1 TO WS-CTHIST-INV
           ELSE
              IF WS-DT-DIAS NOT < WS-DIAS-INI
                 AND WS-DT-DIAS NOT > WS-DIAS-FIM
                 ADD 1 TO WS-CTSAIDA
                 MOVE MVH-DEP TO WS-SAI-DEP
                 MOVE MVH-COD TO WS-SAI-COD
                 PERFORM 027-PROCURAR-SAIDA
                 IF WS-SAI-ACHOU = 'S'
                    ADD MVH-QTD TO WS-TSAI-QTD(WS-IDX-SAI)
                 ELSE
                    IF WS-QTD-SAI = 3000
                       MOVE  'MAIS DE 3000 PRODUTOS COM SAIDA'
                             TO WS-MSG
                       MOVE  'QT'  TO WS-FS-MSG
                       GO TO  999-ERRO
                    END-IF
                    ADD 1 TO WS-QTD-SAI
                    MOVE MVH-DEP  TO WS-TSAI-DEP(WS-QTD-SAI)
                    MOVE MVH-COD  TO WS-TSAI-COD(WS-QTD-SAI)
                    MOVE MVH-QTD  TO WS-TSAI-QTD(WS-QTD-SAI)
                 END-IF
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
              IF FS-ERRO NOT = '00'
                 MOVE  'ERRO AO LER O P2CADV'  TO WS-MSG
                 MOVE   FS-ERRO                TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ADD 1 TO WS-CTLIDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCURA O DEPTO+CODIGO NA TABELA DE SAIDAS
      *--------------------------------------------------------------*
       027-PROCURAR-SAIDA.

           MOVE 'N' TO WS-SAI-ACHOU
           PERFORM VARYING WS-IDX-SAI FROM 1 BY 1
              UNTIL WS-IDX-SAI > WS-QTD-SAI
              OR WS-SAI-ACHOU = 'S'
              IF WS-TSAI-DEP(WS-IDX-SAI) = WS-SAI-DEP
                 AND WS-TSAI-COD(WS-IDX-SAI) = WS-SAI-COD
                 MOVE 'S' TO WS-SAI-ACHOU
              END-IF
           END-PERFORM

           IF WS-SAI-ACHOU = 'S'
              SUBTRACT 1 FROM WS-IDX-SAI
           END-IF
           .
      *--------------------------------------------------------------*
      *    CALCULA GIRO, COBERTURA E PONTO DE PEDIDO DO PRODUTO E,
      *    SE O SALDO CHEGOU AO PONTO, LISTA E SUGERE A COMPRA
      *--------------------------------------------------------------*
       030-PROCESSAR.

           MOVE REG-DEP TO WS-SAI-DEP
           MOVE REG-COD TO WS-SAI-COD
           PERFORM 027-PROCURAR-SAIDA
           IF WS-SAI-ACHOU = 'S'
              MOVE WS-TSAI-QTD(WS-IDX-SAI) TO WS-SAIDAS
           ELSE
              MOVE ZERO TO WS-SAIDAS
           END-IF

           PERFORM 035-LER-PARAMETRO

           COMPUTE WS-MEDIA-DIA ROUNDED = WS-SAIDAS / WS-PARM-JANELA

           IF WS-MEDIA-DIA = ZERO
              ADD 1 TO WS-CTSEMGIRO
           ELSE
              COMPUTE WS-COBERTURA = REG-QTD / WS-MEDIA-DIA
                 ON SIZE ERROR
                    MOVE 99999 TO WS-COBERTURA
              END-COMPUTE
           END-IF

           COMPUTE WS-PONTO ROUNDED =
               WS-MINIMO + WS-MEDIA-DIA * WS-PARM-PRAZO
              ON SIZE ERROR
                 MOVE 99999 TO WS-PONTO
           END-COMPUTE

      *-----> PONTO ZERO (SEM MINIMO E SEM GIRO) NAO PEDE COMPRA
           IF WS-PONTO > ZERO
              AND REG-QTD NOT > WS-PONTO
              PERFORM 040-SUGERIR-COMPRA
           END-IF

           PERFORM 025-LER-CADASTRO
           .
      *--------------------------------------------------------------*
      *    PARAMETROS DE REPOSICAO DO PRODUTO NO P2ESTMIN - SEM
      *    REGISTRO (FS=23) OU SEM O ARQUIVO VALE MINIMO E LOTE ZERO
      *--------------------------------------------------------------*
       035-LER-PARAMETRO.

           IF WS-EMN-ABERTO NOT = 'S'
              ADD 1 TO WS-CTSEMPARM
              MOVE ZERO TO WS-MINIMO
                           WS-REPOSICAO
           ELSE
              PERFORM 036-LER-ESTMIN
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA DIRETA DO P2ESTMIN PELA CHAVE DEPARTAMENTO/CODIGO
      *--------------------------------------------------------------*
       036-LER-ESTMIN.

           MOVE REG-DEP TO EMN-DEP
           MOVE REG-COD TO EMN-COD
           READ P2ESTMIN
           IF FS-ERRO-EMN = '23'
              ADD 1 TO WS-CTSEMPARM
              MOVE ZERO TO WS-MINIMO
                           WS-REPOSICAO
           ELSE
              IF FS-ERRO-EMN NOT = '00'
                 MOVE  'ERRO AO LER O P2ESTMIN'  TO WS-MSG
                 MOVE   FS-ERRO-EMN              TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              MOVE EMN-MINIMO    TO WS-MINIMO
              MOVE EMN-REPOSICAO TO WS-REPOSICAO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PRODUTO NO PONTO DE PEDIDO - QUEBRA POR DEPARTAMENTO,
      *    LINHA DO RELATORIO E REGISTRO DA SUGESTAO DE COMPRA
      *--------------------------------------------------------------*
       040-SUGERIR-COMPRA.

           IF WS-DEP-ANT NOT = SPACES
              AND WS-DEP-ANT NOT = REG-DEP
              PERFORM 050-TOTAL-DEPTO
           END-IF
           MOVE REG-DEP TO WS-DEP-ANT

           IF WS-REPOSICAO > ZERO
              MOVE WS-REPOSICAO TO WS-SUGERIDA
           ELSE
              COMPUTE WS-SUGERIDA = WS-PONTO - REG-QTD
              IF WS-SUGERIDA = ZERO
                 MOVE 1 TO WS-SUGERIDA
              END-IF
           END-IF
           COMPUTE WS-VALOR-SUG = WS-SUGERIDA * REG-VALCOMP

           MOVE REG-DEP           TO WS-REP-DEP
           MOVE REG-COD           TO WS-REP-COD
           MOVE REG-PROD          TO WS-REP-PROD
           MOVE REG-QTD           TO WS-REP-SALDO
           MOVE WS-MEDIA-DIA      TO WS-REP-MEDIA
           IF WS-MEDIA-DIA = ZERO
              MOVE 'SEM GIRO'     TO WS-REP-COBERT-X
           ELSE
              MOVE WS-COBERTURA   TO WS-REP-COBERT
           END-IF
           MOVE WS-PONTO          TO WS-REP-PONTO
           MOVE WS-SUGERIDA       TO WS-REP-SUGERIDA
           MOVE WS-VALOR-SUG      TO WS-REP-VALOR
           DISPLAY WS-REG-REP

           MOVE SPACES            TO WS-REG-P2SUGCOM
           MOVE REG-DEP           TO SUG-DEP
           MOVE REG-COD           TO SUG-COD
           MOVE REG-PROD          TO SUG-PROD
           MOVE REG-QTD           TO SUG-SALDO
           MOVE WS-PONTO          TO SUG-PONTO
           MOVE WS-SUGERIDA       TO SUG-QTD
           MOVE WS-VALOR-SUG      TO SUG-VALOR
           MOVE WS-PARM-DATA-FIM  TO SUG-DATA

           WRITE REG-P2SUGCOM FROM WS-REG-P2SUGCOM
           IF FS-ERRO-SUG NOT = '00'
              MOVE  'ERRO AO GRAVAR O P2SUGCOM'  TO WS-MSG
              MOVE   FS-ERRO-SUG                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           ADD 1            TO WS-CTSUGESTAO
           ADD 1            TO WS-DEP-PRODUTOS
           ADD WS-VALOR-SUG TO WS-DEP-VALOR
           .
      *--------------------------------------------------------------*
      *    TOTAL DO DEPARTAMENTO EM QUEBRA - ACUMULA NA EMPRESA
      *--------------------------------------------------------------*
       050-TOTAL-DEPTO.

           DISPLAY WS-HIFEN
           MOVE 'TOTAL DEPTO.: '   TO WS-TOT-ROTULO
           MOVE WS-DEP-ANT         TO WS-TOT-DEP
           MOVE WS-DEP-PRODUTOS    TO WS-TOT-PRODUTOS
           MOVE WS-DEP-VALOR       TO WS-TOT-VALOR
           DISPLAY WS-REG-TOT-REP
           DISPLAY WS-HIFEN

           ADD WS-DEP-PRODUTOS    TO WS-EMP-PRODUTOS
           ADD WS-DEP-VALOR       TO WS-EMP-VALOR

           MOVE ZEROS TO WS-DEP-PRODUTOS
                         WS-DEP-VALOR
           .
      *--------------------------------------------------------------*
      *    CONVERTE WS-DT-DATA (AAAAMMDD) EM DIAS CORRIDOS DESDE O
      *    ANO ZERO - SO PARA DIFERENCA ENTRE DATAS
      *--------------------------------------------------------------*
       070-CALCULAR-DIAS.

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
      *    PROCEDIMENTOS FINAIS - TOTAL DA EMPRESA E TOTAIS DE
      *    CONTROLE
      *--------------------------------------------------------------*
       090-TERMINAR.

           IF WS-DEP-ANT NOT = SPACES
              PERFORM 050-TOTAL-DEPTO
           END-IF

           MOVE 'TOTAL EMPRESA '   TO WS-TOT-ROTULO
           MOVE SPACES             TO WS-TOT-DEP
           MOVE WS-EMP-PRODUTOS    TO WS-TOT-PRODUTOS
           MOVE WS-EMP-VALOR       TO WS-TOT-VALOR
           DISPLAY WS-REG-TOT-REP

           DISPLAY WS-HIFEN
           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - V2051REP        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * MOVIMENTOS NO HISTORICO     = ' WS-CTHIST
           DISPLAY ' * HISTORICO COM DATA INVALIDA = ' WS-CTHIST-INV
           DISPLAY ' * PRODUTOS LIDOS NO CADASTRO  = ' WS-CTLIDO
           DISPLAY ' * PRODUTOS SEM PARAMETRO      = ' WS-CTSEMPARM
           DISPLAY ' * PRODUTOS SEM GIRO NA JANELA = ' WS-CTSEMGIRO
           DISPLAY ' * SUGESTOES GRAVADAS          = ' WS-CTSUGESTAO
           DISPLAY ' *========================================*'

           CLOSE P2CADV
           IF FS-ERRO NOT = '00'
              MOVE  'ERRO AO FECHAR O P2CADV'  TO WS-MSG
              MOVE   FS-ERRO                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF WS-EMN-ABERTO = 'S'
              CLOSE P2ESTMIN
              IF FS-ERRO-EMN NOT = '00'
                 MOVE  'ERRO AO FECHAR O P2ESTMIN'  TO WS-MSG
                 MOVE   FS-ERRO-EMN                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           CLOSE P2SUGCOM
           IF FS-ERRO-SUG NOT = '00'
              MOVE  'ERRO AO FECHAR O P2SUGCOM'  TO WS-MSG
              MOVE   FS-ERRO-SUG                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO V2051REP        *'
           DISPLAY ' *----------------------------------------*'

      *-----> RC=04 AVISA HISTORICO COM REGISTRO INVALIDO
           IF WS-CTHIST-INV > ZERO
              MOVE 04 TO WS-COD-RETORNO
           ELSE
              MOVE 00 TO WS-COD-RETORNO
           END-IF

           MOVE WS-CTLIDO     TO AUD-LIDOS
           MOVE WS-CTSUGESTAO TO AUD-GRAVADOS
           MOVE WS-CTHIST-INV TO AUD-REJEITADOS
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
           DISPLAY ' *      TERMINO ANORMAL DO V2051REP       *'
           DISPLAY ' *----------------------------------------*'
           MOVE 08 TO WS-COD-RETORNO
           IF WS-AUD-GRAVADO = 'N'
              MOVE WS-CTLIDO     TO AUD-LIDOS
              MOVE WS-CTSUGESTAO TO AUD-GRAVADOS
              MOVE WS-CTHIST-INV TO AUD-REJEITADOS
              PERFORM 087-GRAVAR-AUDITORIA
           END-IF
           MOVE WS-COD-RETORNO TO RETURN-CODE
           STOP RUN
           .
      *---------------> FIM DO PROGRAMA V2051REP <-------------------*
