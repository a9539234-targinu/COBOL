       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG011.
       AUTHOR. GIOVANI TARGINO SERRA.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 15/10/2026.
       SECURITY. NIVEL BASICO.
      *--------------------------------------------------------------*
      * OBJETIVO: RELATORIO MENSAL DE PRECO DO M2 POR REGIAO. LE O
      *           CADASTRO DE TERRENOS (TERCAD) NA ORDEM DO CEP E,
      *           PARA OS ORCAMENTOS CALCULADOS NO ANO/MES DO CARTAO
      *           SYSIN, QUEBRA POR REGIAO (5 PRIMEIROS DIGITOS DO
      *           CEP) MOSTRANDO QUANTIDADE, MENOR, MAIOR E MEDIA DO
      *           VAL-M2 ORCADO CONTRA O MINIMO/MAXIMO DA TABELA DE
      *           REFERENCIA (CGPRECO, MANTIDA PELO CGPRG010), O
      *           DESVIO DA MEDIA SOBRE O PONTO MEDIO DA FAIXA E OS
      *           ORCAMENTOS SEGURADOS ('P') AGUARDANDO LIBERACAO.
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010048  GTS     VERSAO INICIAL
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
           SELECT CGPRECO ASSIGN TO CGPRECO
                  FILE STATUS   IS FS-ERRO-REF
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
       FD  CGPRECO
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CGPRECO            PIC X(50)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
      *-----> AREA AUXILIAR
       77  WS-FIM                 PIC X(01)   VALUE 'N'.
       77  FS-ERRO-CAD            PIC X(02).
       77  FS-ERRO-REF            PIC X(02).
       77  WS-REF-FIM             PIC X(01)   VALUE 'N'.
       77  WS-CTLIDO              PIC 9(07)   VALUE ZERO.
       77  WS-CTMES               PIC 9(07)   VALUE ZERO.
       77  WS-CTREGIAO            PIC 9(05)   VALUE ZERO.
       77  WS-CTABAIXO            PIC 9(05)   VALUE ZERO.
       77  WS-CTACIMA             PIC 9(05)   VALUE ZERO.
       77  WS-CTSEM-REF           PIC 9(05)   VALUE ZERO.
       77  WS-CTSEGURO-TOT        PIC 9(07)   VALUE ZERO.
       77  WS-MSG                 PIC X(30).
       77  WS-FS-MSG              PIC X(02).
       77  WS-COD-RETORNO         PIC 9(02)   VALUE ZERO.
       77  WS-CEP-PREFIXO         PIC 9(05)   VALUE ZERO.
       77  WS-PONTO-MEDIO         PIC 9(05)V99 VALUE ZERO.
       77  WS-DESVIO              PIC S9(05)V9 VALUE ZERO.

      *-----> CARTAO DE PARAMETRO - ANO/MES DO RELATORIO (AAAAMM)
       01  WS-PARM-CARD.
           05 WS-PARM-ANOMES      PIC 9(06)   VALUE ZERO.
           05 WS-PARM-ANOMES-X REDEFINES WS-PARM-ANOMES
                                  PIC X(06).
           05 WS-PARM-ANOMES-R REDEFINES WS-PARM-ANOMES.
              10 WS-PARM-ANO      PIC 9(04).
              10 WS-PARM-MES      PIC 9(02).

      *-----> ACUMULADORES DA REGIAO EM QUEBRA
       01  WS-AREA-REGIAO.
           05 WS-REG-ATUAL        PIC 9(05)   VALUE ZERO.
           05 WS-REG-QTD          PIC 9(05)   VALUE ZERO.
           05 WS-REG-SEGURO       PIC 9(05)   VALUE ZERO.
           05 WS-REG-SOMA         PIC 9(09)V99 VALUE ZERO.
           05 WS-REG-MENOR        PIC 9(05)V99 VALUE ZERO.
           05 WS-REG-MAIOR        PIC 9(05)V99 VALUE ZERO.
           05 WS-REG-MEDIA        PIC 9(05)V99 VALUE ZERO.

      *-----> REGISTRO DA TABELA DE REFERENCIA (LAYOUT DO CGPRG010)
       01  WS-REG-REFERENCIA.
           05 REF-PREFIXO         PIC 9(05).
           05 REF-VAL-MIN         PIC 9(05)V99.
           05 REF-VAL-MAX         PIC 9(05)V99.
           05 REF-ACAO            PIC X(01).
           05 REF-DESCRICAO       PIC X(20).
           05 REF-DATA-ATUAL      PIC 9(08).
           05 FILLER              PIC X(02).
       01  WS-AREA-REFERENCIA.
           05 WS-QTD-REF          PIC 9(03)   VALUE ZERO.
           05 WS-IDX-REF          PIC 9(03)   VALUE ZERO.
           05 WS-REF-ACHOU        PIC X(01)   VALUE 'N'.
       01  WS-TAB-REFERENCIA.
           05 WS-TAB-REF-ITEM OCCURS 500 TIMES.
              10 WS-TREF-PREFIXO  PIC 9(05).
              10 WS-TREF-VAL-MIN  PIC 9(05)V99.
              10 WS-TREF-VAL-MAX  PIC 9(05)V99.
              10 WS-TREF-DESCRICAO PIC X(20).

      *-----> SAIDA - CABECALHO DO RELATORIO
       01  WS-REG-CABEC.
           05 FILLER              PIC X(07) VALUE 'REGIAO'.
           05 FILLER              PIC X(21) VALUE 'DESCRICAO'.
           05 FILLER              PIC X(05) VALUE ' QTD'.
           05 FILLER              PIC X(10) VALUE '    MENOR'.
           05 FILLER              PIC X(10) VALUE '    MEDIA'.
           05 FILLER              PIC X(10) VALUE '    MAIOR'.
           05 FILLER              PIC X(10) VALUE '  REF.MIN'.
           05 FILLER              PIC X(10) VALUE '  REF.MAX'.
           05 FILLER              PIC X(09) VALUE ' DESVIO%'.
           05 FILLER              PIC X(15) VALUE ' SITUACAO'.
           05 FILLER              PIC X(05) VALUE ' SEG'.

      *-----> SAIDA - LINHA DA REGIAO
       01  WS-REG-LINHA.
           05 WS-LIN-PREFIXO      PIC 9(05).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LIN-DESCRICAO    PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LIN-QTD          PIC Z.ZZ9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LIN-MENOR        PIC ZZ.ZZ9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LIN-MEDIA        PIC ZZ.ZZ9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LIN-MAIOR        PIC ZZ.ZZ9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LIN-REF-MIN      PIC ZZ.ZZ9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LIN-REF-MAX      PIC ZZ.ZZ9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LIN-DESVIO       PIC +ZZ.ZZ9,9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LIN-SITUACAO     PIC X(14).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LIN-SEGURO       PIC Z.ZZ9.

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

           DISPLAY "** RELATORIO MENSAL DE PRECO DO M2 POR REGIAO **"

           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-ANOMES-X NOT NUMERIC
              OR WS-PARM-ANO = ZERO
              OR WS-PARM-MES < 01
              OR WS-PARM-MES > 12
              MOVE  'ANOMES INVALIDO NO CARTAO SYSIN'  TO WS-MSG
              MOVE  'PR'                               TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           DISPLAY "ANO/MES DO RELATORIO: " WS-PARM-ANOMES

           PERFORM 015-CARREGAR-REFERENCIA

           OPEN INPUT TERCAD
           IF FS-ERRO-CAD NOT = '00'
              MOVE  'ERRO AO ABRIR O TERCAD'  TO WS-MSG
              MOVE   FS-ERRO-CAD              TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY WS-HIFEN
           DISPLAY WS-REG-CABEC
           DISPLAY WS-HIFEN

           PERFORM 025-LER-CADASTRO
           .
      *--------------------------------------------------------------*
      *    CARREGA A TABELA DE REFERENCIA DE PRECO DO M2 POR REGIAO  *
      *    - SEM O ARQUIVO (FS=35) TODAS AS REGIOES SAEM COMO SEM    *
      *    REFERENCIA                                                *
      *--------------------------------------------------------------*
       015-CARREGAR-REFERENCIA.

           OPEN INPUT CGPRECO
           IF FS-ERRO-REF = '35'
              MOVE 'S' TO WS-REF-FIM
           ELSE
              IF FS-ERRO-REF NOT = '00'
                 MOVE  'ERRO AO ABRIR O CGPRECO'  TO WS-MSG
                 MOVE   FS-ERRO-REF               TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           PERFORM UNTIL WS-REF-FIM = 'S'
              READ CGPRECO INTO WS-REG-REFERENCIA
                 AT END
                    MOVE 'S' TO WS-REF-FIM
              END-READ
              IF WS-REF-FIM NOT = 'S'
                 IF FS-ERRO-REF NOT = '00'
                    MOVE  'ERRO AO LER O CGPRECO'  TO WS-MSG
                    MOVE   FS-ERRO-REF             TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
                 IF WS-QTD-REF = 500
                    MOVE  'MAIS DE 500 REGIOES NO CGPRECO'
                          TO WS-MSG
                    MOVE  'QT'  TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
                 ADD 1 TO WS-QTD-REF
                 MOVE REF-PREFIXO   TO WS-TREF-PREFIXO(WS-QTD-REF)
                 MOVE REF-VAL-MIN   TO WS-TREF-VAL-MIN(WS-QTD-REF)
                 MOVE REF-VAL-MAX   TO WS-TREF-VAL-MAX(WS-QTD-REF)
                 MOVE REF-DESCRICAO TO WS-TREF-DESCRICAO(WS-QTD-REF)
              END-IF
           END-PERFORM

           IF FS-ERRO-REF NOT = '35'
              CLOSE CGPRECO
              IF FS-ERRO-REF NOT = '00'
                 MOVE  'ERRO AO FECHAR O CGPRECO'  TO WS-MSG
                 MOVE   FS-ERRO-REF                TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           DISPLAY "REGIOES DE REFERENCIA (CGPRECO) = " WS-QTD-REF
           .
      *--------------------------------------------------------------*
      *    LEITURA SEQUENCIAL DO CADASTRO DE TERRENOS (ORDEM DE CEP) *
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
      *    ACUMULA O ORCAMENTO DO MES NA REGIAO, COM QUEBRA PELO     *
      *    PREFIXO DO CEP                                            *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF CAD-DATA-CALC(1:6) = WS-PARM-ANOMES-X
              ADD 1 TO WS-CTMES
              MOVE CAD-CEP(1:5) TO WS-CEP-PREFIXO
              IF WS-REG-QTD > ZERO
                 AND WS-CEP-PREFIXO NOT = WS-REG-ATUAL
                 PERFORM 040-IMPRIMIR-REGIAO
              END-IF
              IF WS-REG-QTD = ZERO
                 MOVE WS-CEP-PREFIXO TO WS-REG-ATUAL
                 MOVE CAD-VAL-M2     TO WS-REG-MENOR
                                        WS-REG-MAIOR
              END-IF
              ADD 1              TO WS-REG-QTD
              ADD CAD-VAL-M2     TO WS-REG-SOMA
              IF CAD-VAL-M2 < WS-REG-MENOR
                 MOVE CAD-VAL-M2 TO WS-REG-MENOR
              END-IF
              IF CAD-VAL-M2 > WS-REG-MAIOR
                 MOVE CAD-VAL-M2 TO WS-REG-MAIOR
              END-IF
              IF CAD-SITUACAO = 'P'
                 ADD 1 TO WS-REG-SEGURO
                 ADD 1 TO WS-CTSEGURO-TOT
              END-IF
           END-IF

           PERFORM 025-LER-CADASTRO
           .
      *--------------------------------------------------------------*
      *    IMPRIME A LINHA DA REGIAO E ZERA OS ACUMULADORES          *
      *--------------------------------------------------------------*
       040-IMPRIMIR-REGIAO.

           ADD 1 TO WS-CTREGIAO
           COMPUTE WS-REG-MEDIA ROUNDED = WS-REG-SOMA / WS-REG-QTD

           MOVE WS-REG-ATUAL     TO WS-LIN-PREFIXO
           MOVE WS-REG-QTD       TO WS-LIN-QTD
           MOVE WS-REG-MENOR     TO WS-LIN-MENOR
           MOVE WS-REG-MEDIA     TO WS-LIN-MEDIA
           MOVE WS-REG-MAIOR     TO WS-LIN-MAIOR
           MOVE WS-REG-SEGURO    TO WS-LIN-SEGURO

           MOVE 'N' TO WS-REF-ACHOU
           PERFORM VARYING WS-IDX-REF FROM 1 BY 1
              UNTIL WS-IDX-REF > WS-QTD-REF
              OR WS-REF-ACHOU = 'S'
              IF WS-TREF-PREFIXO(WS-IDX-REF) = WS-REG-ATUAL
                 MOVE 'S' TO WS-REF-ACHOU
              END-IF
           END-PERFORM

           IF WS-REF-ACHOU NOT = 'S'
              MOVE SPACES            TO WS-LIN-DESCRICAO
              MOVE ZERO              TO WS-LIN-REF-MIN
                                        WS-LIN-REF-MAX
                                        WS-LIN-DESVIO
              MOVE 'SEM REFERENCIA'  TO WS-LIN-SITUACAO
              ADD 1 TO WS-CTSEM-REF
           ELSE
              SUBTRACT 1 FROM WS-IDX-REF
              MOVE WS-TREF-DESCRICAO(WS-IDX-REF) TO WS-LIN-DESCRICAO
              MOVE WS-TREF-VAL-MIN(WS-IDX-REF)   TO WS-LIN-REF-MIN
              MOVE WS-TREF-VAL-MAX(WS-IDX-REF)   TO WS-LIN-REF-MAX
              COMPUTE WS-PONTO-MEDIO ROUNDED =
                      (WS-TREF-VAL-MIN(WS-IDX-REF)
                     + WS-TREF-VAL-MAX(WS-IDX-REF)) / 2
              IF WS-PONTO-MEDIO > ZERO
                 COMPUTE WS-DESVIO ROUNDED =
                         (WS-REG-MEDIA - WS-PONTO-MEDIO) * 100
                         / WS-PONTO-MEDIO
              ELSE
                 MOVE ZERO TO WS-DESVIO
              END-IF
              MOVE WS-DESVIO TO WS-LIN-DESVIO
              IF WS-REG-MEDIA < WS-TREF-VAL-MIN(WS-IDX-REF)
                 MOVE 'ABAIXO'      TO WS-LIN-SITUACAO
                 ADD 1 TO WS-CTABAIXO
              ELSE
                 IF WS-REG-MEDIA > WS-TREF-VAL-MAX(WS-IDX-REF)
                    MOVE 'ACIMA'    TO WS-LIN-SITUACAO
                    ADD 1 TO WS-CTACIMA
                 ELSE
                    MOVE 'DENTRO'   TO WS-LIN-SITUACAO
                 END-IF
              END-IF
           END-IF

           DISPLAY WS-REG-LINHA

           MOVE ZEROS TO WS-REG-QTD
                         WS-REG-SEGURO
                         WS-REG-SOMA
                         WS-REG-MENOR
                         WS-REG-MAIOR
                         WS-REG-MEDIA
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           IF WS-REG-QTD > ZERO
              PERFORM 040-IMPRIMIR-REGIAO
           END-IF

           CLOSE TERCAD
           IF FS-ERRO-CAD NOT = '00'
              MOVE  'ERRO AO FECHAR O TERCAD'  TO WS-MSG
              MOVE   FS-ERRO-CAD               TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY WS-HIFEN
           DISPLAY "ORCAMENTOS LIDOS = " WS-CTLIDO
           DISPLAY "ORCAMENTOS DO MES = " WS-CTMES
           DISPLAY "REGIOES NO MES = " WS-CTREGIAO
           DISPLAY "REGIOES COM MEDIA ABAIXO DA FAIXA = " WS-CTABAIXO
           DISPLAY "REGIOES COM MEDIA ACIMA DA FAIXA = " WS-CTACIMA
           DISPLAY "REGIOES SEM REFERENCIA = " WS-CTSEM-REF
           DISPLAY "ORCAMENTOS SEGURADOS = " WS-CTSEGURO-TOT

           IF WS-CTMES = ZERO
              MOVE 04              TO WS-COD-RETORNO
           ELSE
              MOVE 00              TO WS-COD-RETORNO
           END-IF
           MOVE WS-COD-RETORNO     TO RETURN-CODE

           DISPLAY "COD.RETORNO = " WS-COD-RETORNO
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG011"
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO                                            *
      *--------------------------------------------------------------*
       999-ERRO.

           DISPLAY '*** PROGRAMA CANCELADO ***'
           DISPLAY '*** MENSAGEM    = ' WS-MSG
           DISPLAY '*** FILE STATUS = ' WS-FS-MSG
           DISPLAY 'TERMINO ANORMAL DO PROGRAMA CGPRG011'
           MOVE 08                 TO WS-COD-RETORNO
           MOVE WS-COD-RETORNO     TO RETURN-CODE
           STOP RUN
           .
      *---------------> FIM DO PROGRAMA CGPRG011 <-------------------*
