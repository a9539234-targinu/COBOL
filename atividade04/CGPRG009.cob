       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG009.
       AUTHOR. GIOVANI TARGINO SERRA.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 15/10/2026.
       SECURITY. NIVEL BASICO.
      *--------------------------------------------------------------*
      * OBJETIVO: VARREDURA DE ORCAMENTOS VENCIDOS. LE O CADASTRO DE
      *           TERRENOS (TERCAD) E MARCA COMO EXPIRADO ('X') TODO
      *           ORCAMENTO AINDA EM ABERTO ('O') CUJA DATA DA
      *           SITUACAO TENHA MAIS DE N DIAS (N = CARTAO SYSIN).
      *           ORCAMENTO EXPIRADO NAO GEROU COMISSAO (SO A VENDA
      *           LIBERA O MOVIMENTO) E PODE VOLTAR A ABERTO COM UM
      *           CARTAO 'R' DE REORCAMENTO NO CGPRG004.
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010047  GTS     VERSAO INICIAL
      *  V02    OUT/2026 010048  GTS     ORCAMENTO SEGURADO ('P') NAO
      *                                  EXPIRA - AGUARDA LIBERACAO
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
           SELECT TERCAD ASSIGN TO TERCAD
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS CAD-CEP
                  FILE STATUS   IS FS-ERRO-CAD
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  TERCAD
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
      *-----> LAYOUT DO CGPRG004
       01  REG-TERCAD.
           05 CAD-CEP             PIC 9(08).
           05 CAD-FRENTE          PIC 9(03)V99.
           05 CAD-COMP            PIC 9(03)V99.
           05 CAD-VAL-M2          PIC 9(05)V99.
           05 CAD-VAL-VENDA       PIC 9(08)V99.
           05 CAD-COMISSAO        PIC 9(06)V99.
           05 CAD-PADRAO          PIC X(12).
           05 CAD-DATA-CALC       PIC 9(08).
      *-----> O = ORCADO / V = VENDIDO / C = CANCELADO / X = EXPIRADO
      *-----> P = SEGURADO (VAL-M2 FORA DA FAIXA, AGUARDA LIBERACAO)
           05 CAD-SITUACAO        PIC X(01).
           05 CAD-DATA-SITUACAO   PIC 9(08).
           05 CAD-VENDEDOR        PIC 9(04).
           05 CAD-DPTO            PIC 9(04).
           05 CAD-MOV-LIBERADO    PIC X(01).
           05 FILLER              PIC X(19).
       WORKING-STORAGE SECTION.
      *-----------------------*
      *-----> AREA AUXILIAR
       77  WS-FIM                 PIC X(01)   VALUE 'N'.
       77  FS-ERRO-CAD            PIC X(02).
       77  WS-CTLIDO              PIC 9(07)   VALUE ZERO.
       77  WS-CTABERTO            PIC 9(07)   VALUE ZERO.
       77  WS-CTEXPIR             PIC 9(07)   VALUE ZERO.
       77  WS-CTDATA-INV          PIC 9(07)   VALUE ZERO.
       77  WS-TOT-EXPIR           PIC 9(10)V99 VALUE ZERO.
       77  WS-MSG                 PIC X(30).
       77  WS-FS-MSG              PIC X(02).
       77  WS-COD-RETORNO         PIC 9(02)   VALUE ZERO.
       77  WS-DATA                PIC 9(08).
       77  WS-DIAS-HOJE           PIC 9(07)   VALUE ZERO.
       77  WS-DIAS-ORC            PIC 9(07)   VALUE ZERO.
       77  WS-DIAS-ABERTO         PIC 9(07)   VALUE ZERO.

      *-----> CARTAO DE PARAMETRO - PRAZO DE VALIDADE EM DIAS
       01  WS-PARM-CARD.
           05 WS-PARM-DIAS        PIC 9(03)   VALUE ZERO.
           05 WS-PARM-DIAS-X REDEFINES WS-PARM-DIAS
                                  PIC X(03).

      *-----> DATA DE HOJE (AAAAMMDD)
       01  WS-DATA-HOJE           PIC 9(08)   VALUE ZERO.

      *-----> CONVERSAO DE DATA AAAAMMDD EM NUMERO DE DIAS CORRIDOS
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

      *-----> SAIDA - ORCAMENTO EXPIRADO
       01  WS-REG-EXPIRADO.
           05 FILLER              PIC X(05) VALUE 'CEP '.
           05 WS-EXP-CEP          PIC 9(08).
           05 FILLER              PIC X(11) VALUE '  VENDEDOR '.
           05 WS-EXP-VENDEDOR     PIC 9(04).
           05 FILLER              PIC X(07) VALUE '  DPTO '.
           05 WS-EXP-DPTO         PIC 9(04).
           05 FILLER              PIC X(09) VALUE '  ORCADO '.
           05 WS-EXP-DATA         PIC 9999/99/99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-EXP-DIAS         PIC ZZ.ZZ9.
           05 FILLER              PIC X(07) VALUE ' DIAS  '.
           05 WS-EXP-VALOR        PIC $$.$$$.$$9,99.

       01  WS-HIFEN               PIC X(80)   VALUE ALL '-'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL                                        *
      *--------------------------------------------------------------*

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 050-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS                                    *
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "** VARREDURA DE ORCAMENTOS VENCIDOS **"

           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-DIAS-X NOT NUMERIC
              OR WS-PARM-DIAS = ZERO
              MOVE  'PRAZO INVALIDO NO CARTAO SYSIN'  TO WS-MSG
              MOVE  'PR'                              TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           ACCEPT WS-DATA FROM DATE
           MOVE '2'            TO WS-DATA-HOJE(1:1)
           MOVE WS-DATA(2:3)   TO WS-DATA-HOJE(2:3)
           MOVE WS-DATA(5:2)   TO WS-DATA-HOJE(5:2)
           MOVE WS-DATA(7:2)   TO WS-DATA-HOJE(7:2)

           MOVE WS-DATA-HOJE   TO WS-DT-DATA
           PERFORM 060-CALCULAR-DIAS
           MOVE WS-DT-DIAS     TO WS-DIAS-HOJE

           DISPLAY "PRAZO DE VALIDADE (DIAS): " WS-PARM-DIAS
           DISPLAY "DATA DE REFERENCIA: " WS-DATA-HOJE
           DISPLAY WS-HIFEN

           OPEN I-O TERCAD
           IF FS-ERRO-CAD NOT = '00'
              MOVE  'ERRO AO ABRIR O TERCAD'  TO WS-MSG
              MOVE   FS-ERRO-CAD              TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 025-LER-CADASTRO
           .
      *--------------------------------------------------------------*
      *    LEITURA SEQUENCIAL DO CADASTRO DE TERRENOS                *
      *--------------------------------------------------------------*
       025-LER-CADASTRO.

           READ TERCAD NEXT
              AT END
                 MOVE 'S' TO WS-FIM
           END-READ

           IF WS-FIM NOT = 'S'
              IF FS-ERRO-CAD NOT = '00'
                 MOVE  'ERRO AO LER O TERCAD'  TO WS-MSG
                 MOVE   FS-ERRO-CAD            TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ADD 1 TO WS-CTLIDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    ORCAMENTO EM ABERTO HA MAIS DE N DIAS PASSA A EXPIRADO    *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF CAD-SITUACAO = 'O'
              ADD 1 TO WS-CTABERTO
              MOVE CAD-DATA-SITUACAO TO WS-DT-DATA
              IF WS-DT-DATA = ZERO
                 MOVE CAD-DATA-CALC  TO WS-DT-DATA
              END-IF
              PERFORM 060-CALCULAR-DIAS
              IF WS-DT-VALIDA NOT = 'S'
                 OR WS-DT-DIAS > WS-DIAS-HOJE
                 ADD 1 TO WS-CTDATA-INV
                 DISPLAY '*** DATA INVALIDA *** CEP: ' CAD-CEP
                         ' DATA: ' WS-DT-DATA
              ELSE
                 MOVE WS-DT-DIAS TO WS-DIAS-ORC
                 COMPUTE WS-DIAS-ABERTO = WS-DIAS-HOJE - WS-DIAS-ORC
                 IF WS-DIAS-ABERTO > WS-PARM-DIAS
                    PERFORM 040-EXPIRAR-ORCAMENTO
                 END-IF
              END-IF
           END-IF

           PERFORM 025-LER-CADASTRO
           .
      *--------------------------------------------------------------*
      *    MARCA O ORCAMENTO COMO EXPIRADO E LISTA                   *
      *--------------------------------------------------------------*
       040-EXPIRAR-ORCAMENTO.

           MOVE CAD-CEP           TO WS-EXP-CEP
           MOVE CAD-VENDEDOR      TO WS-EXP-VENDEDOR
           MOVE CAD-DPTO          TO WS-EXP-DPTO
           MOVE WS-DT-DATA        TO WS-EXP-DATA
           MOVE WS-DIAS-ABERTO    TO WS-EXP-DIAS
           MOVE CAD-VAL-VENDA     TO WS-EXP-VALOR

           MOVE 'X'               TO CAD-SITUACAO
           MOVE WS-DATA-HOJE      TO CAD-DATA-SITUACAO
           REWRITE REG-TERCAD
           IF FS-ERRO-CAD NOT = '00'
              MOVE  'ERRO AO REGRAVAR O TERCAD'  TO WS-MSG
              MOVE   FS-ERRO-CAD                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY WS-REG-EXPIRADO
           ADD 1                  TO WS-CTEXPIR
           ADD CAD-VAL-VENDA      TO WS-TOT-EXPIR
           .
      *--------------------------------------------------------------*
      *    CONVERTE WS-DT-DATA (AAAAMMDD) EM DIAS CORRIDOS DESDE O   *
      *    ANO ZERO, PARA A DIFERENCA ENTRE DUAS DATAS               *
      *--------------------------------------------------------------*
       060-CALCULAR-DIAS.

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
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           CLOSE TERCAD
           IF FS-ERRO-CAD NOT = '00'
              MOVE  'ERRO AO FECHAR O TERCAD'  TO WS-MSG
              MOVE   FS-ERRO-CAD               TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE WS-TOT-EXPIR       TO WS-EXP-VALOR
           DISPLAY WS-HIFEN
           DISPLAY "ORCAMENTOS LIDOS = " WS-CTLIDO
           DISPLAY "ORCAMENTOS EM ABERTO = " WS-CTABERTO
           DISPLAY "ORCAMENTOS EXPIRADOS = " WS-CTEXPIR
           DISPLAY "VALOR EXPIRADO = " WS-EXP-VALOR
           DISPLAY "DATAS INVALIDAS = " WS-CTDATA-INV

           IF WS-CTDATA-INV > ZERO
              MOVE 04              TO WS-COD-RETORNO
           ELSE
              MOVE 00              TO WS-COD-RETORNO
           END-IF
           MOVE WS-COD-RETORNO     TO RETURN-CODE

           DISPLAY "COD.RETORNO = " WS-COD-RETORNO
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG009"
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO                                            *
      *--------------------------------------------------------------*
       999-ERRO.

           DISPLAY '*** PROGRAMA CANCELADO ***'
           DISPLAY '*** MENSAGEM    = ' WS-MSG
           DISPLAY '*** FILE STATUS = ' WS-FS-MSG
           DISPLAY 'TERMINO ANORMAL DO PROGRAMA CGPRG009'
           MOVE 08                 TO WS-COD-RETORNO
           MOVE WS-COD-RETORNO     TO RETURN-CODE
           STOP RUN
           .
      *---------------> FIM DO PROGRAMA CGPRG009 <-------------------*
