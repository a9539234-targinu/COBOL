       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG014.
       AUTHOR. GIOVANI TARGINO SERRA.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 15/10/2026.
       SECURITY. NIVEL BASICO.
      *--------------------------------------------------------------*
      * OBJETIVO: RELATORIO DE ATINGIMENTO DE METAS DE VENDA, RODADO
      *           DEPOIS DO FECHAMENTO MENSAL (GTSFECHA). PARA O
      *           ANOMES DO CARTAO SYSIN, CRUZA O REALIZADO DE CADA
      *           VENDEDOR NO HISTORICO DE LIQUIDACOES (TERFECH,
      *           GRAVADO PELO CGPRG005) COM A META DO CADASTRO DE
      *           METAS (METAS, MANTIDO PELO CGPRG013) E IMPRIME,
      *           POR DEPARTAMENTO: META, REALIZADO E % ATINGIDO DO
      *           MES EM VALOR E EM NUMERO DE VENDAS, META E
      *           REALIZADO ACUMULADOS NO ANO (JANEIRO ATE O MES DO
      *           CARTAO) COM O % ATINGIDO, O TOTAL DO DEPARTAMENTO E
      *           O TOTAL GERAL. VENDEDOR ACIMA DE 100% DA META DE
      *           VALOR DO MES E MARCADO '*BONUS*' E LISTADO NO FIM
      *           PARA O RH (FAIXA DE BONUS PAGA ALEM DA COMISSAO DO
      *           CGPRG005).
      *           CARTAO SYSIN:
      *             COL 01-06 ANOMES AAAAMM (OBRIGATORIO)
      *             COL 07-10 DEPARTAMENTO (0000/BRANCO = TODOS)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010059  GTS     VERSAO INICIAL
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
           SELECT TERFECH ASSIGN TO TERFECH
                  FILE STATUS   IS FS-ERRO-FEC
           .
           SELECT METAS ASSIGN TO METAS
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS MET-CHAVE
                  FILE STATUS   IS FS-ERRO-MET
           .
           SELECT VENCAD ASSIGN TO VENCAD
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS VEN-CODIGO
                  FILE STATUS   IS FS-ERRO-VEN
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  TERFECH
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-TERFECH            PIC X(50)
           .
       FD  METAS
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
      *-----> LAYOUT DO CGPRG013
       01  REG-METAS.
           05 MET-CHAVE.
              10 MET-VENDEDOR     PIC 9(04).
              10 MET-ANOMES       PIC 9(06).
              10 MET-ANOMES-R REDEFINES MET-ANOMES.
                 15 MET-ANO       PIC 9(04).
                 15 MET-MES       PIC 9(02).
           05 MET-VALOR           PIC 9(10)V99.
           05 MET-QTD-VENDAS      PIC 9(05).
           05 MET-DATA-ATUAL      PIC 9(08).
           05 FILLER              PIC X(05).
       FD  VENCAD
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-VENCAD.
           05 VEN-CODIGO          PIC 9(04).
           05 VEN-NOME            PIC X(30).
           05 VEN-DPTO            PIC 9(04).
           05 VEN-ADMISSAO        PIC 9(08).
           05 VEN-SITUACAO        PIC X(01).
           05 FILLER              PIC X(03).
       WORKING-STORAGE SECTION.
      *-----------------------*
      *-----> AREA AUXILIAR
       77  WS-FIM                 PIC X(01)   VALUE 'N'.
       77  WS-MET-FIM             PIC X(01)   VALUE 'N'.
       77  FS-ERRO-FEC            PIC X(02).
       77  FS-ERRO-MET            PIC X(02).
       77  FS-ERRO-VEN            PIC X(02).
       77  WS-VEN-ABERTO          PIC X(01)   VALUE 'N'.
       77  WS-CTLIDO              PIC 9(07)   VALUE ZERO.
       77  WS-CTMES               PIC 9(07)   VALUE ZERO.
       77  WS-CTANO               PIC 9(07)   VALUE ZERO.
       77  WS-CTFORA              PIC 9(07)   VALUE ZERO.
       77  WS-CTMETAS             PIC 9(07)   VALUE ZERO.
       77  WS-CTSEMMETA           PIC 9(05)   VALUE ZERO.
       77  WS-CTBONUS             PIC 9(05)   VALUE ZERO.
       77  WS-CTIMPRESSO          PIC 9(05)   VALUE ZERO.
       77  WS-MSG                 PIC X(30).
       77  WS-FS-MSG              PIC X(02).
       77  WS-COD-RETORNO         PIC 9(02)   VALUE ZERO.
       77  WS-VEN-PROCURA         PIC 9(04)   VALUE ZERO.
       77  WS-DEP-ATUAL           PIC 9(04)   VALUE ZERO.
       77  WS-PRIMEIRO            PIC X(01)   VALUE 'S'.

      *-----> CARTAO DE PARAMETRO - MES DO RELATORIO E DEPARTAMENTO
       01  WS-PARM-CARD.
           05 WS-PARM-ANOMES      PIC 9(06)   VALUE ZERO.
           05 WS-PARM-ANOMES-X REDEFINES WS-PARM-ANOMES
                                  PIC X(06).
           05 WS-PARM-ANOMES-R REDEFINES WS-PARM-ANOMES.
              10 WS-PARM-ANO      PIC 9(04).
              10 WS-PARM-MES      PIC 9(02).
           05 WS-PARM-DPTO        PIC 9(04)   VALUE ZERO.
           05 WS-PARM-DPTO-X REDEFINES WS-PARM-DPTO
                                  PIC X(04).

      *-----> ENTRADA - REGISTRO DE LIQUIDACAO (LAYOUT DO CGPRG005)
       01  WS-REG-TERFECH.
           05 FEC-VENDEDOR        PIC 9(04).
           05 FEC-DPTO            PIC 9(04).
           05 FEC-ANOMES          PIC 9(06).
           05 FEC-ANOMES-R REDEFINES FEC-ANOMES.
              10 FEC-ANO          PIC 9(04).
              10 FEC-MES          PIC 9(02).
           05 FEC-QTD-VENDAS      PIC 9(05).
           05 FEC-TOT-VENDIDO     PIC 9(10)V99.
           05 FEC-TOT-COMISSAO    PIC 9(08)V99.
           05 FILLER              PIC X(09).

      *-----> METAS E REALIZADO POR VENDEDOR (MES E ACUMULADO NO ANO)
       01  WS-AREA-VENDEDORES.
           05 WS-QTD-VEN          PIC 9(03)   VALUE ZERO.
           05 WS-IDX-VEN          PIC 9(03)   VALUE ZERO.
           05 WS-IDX-VEN2         PIC 9(03)   VALUE ZERO.
           05 WS-IDX-VENPROX      PIC 9(03)   VALUE ZERO.
           05 WS-VEN-ACHOU        PIC X(01)   VALUE 'N'.
       01  WS-TAB-VENDEDORES.
           05 WS-TVEN-ITEM OCCURS 500 TIMES.
              10 WS-TVEN-DPTO     PIC 9(04).
              10 WS-TVEN-CODIGO   PIC 9(04).
              10 WS-TVEN-NOME     PIC X(20).
              10 WS-TVEN-TEM-META PIC X(01).
              10 WS-TVEN-META-MES PIC 9(12)V99.
              10 WS-TVEN-REAL-MES PIC 9(12)V99.
              10 WS-TVEN-QMETA    PIC 9(07).
              10 WS-TVEN-QREAL    PIC 9(07).
              10 WS-TVEN-META-ANO PIC 9(12)V99.
              10 WS-TVEN-REAL-ANO PIC 9(12)V99.
       01  WS-TVEN-TEMP           PIC X(99).

      *-----> VALORES DA LINHA A IMPRIMIR (VENDEDOR, DEPARTAMENTO
      *-----> OU TOTAL GERAL)
       01  WS-AREA-LINHA.
           05 WS-LN-META-MES      PIC 9(12)V99 VALUE ZERO.
           05 WS-LN-REAL-MES      PIC 9(12)V99 VALUE ZERO.
           05 WS-LN-QMETA         PIC 9(07)    VALUE ZERO.
           05 WS-LN-QREAL         PIC 9(07)    VALUE ZERO.
           05 WS-LN-META-ANO      PIC 9(12)V99 VALUE ZERO.
           05 WS-LN-REAL-ANO      PIC 9(12)V99 VALUE ZERO.

      *-----> TOTAIS DO DEPARTAMENTO EM QUEBRA E TOTAL GERAL
       01  WS-AREA-TOTAIS.
           05 WS-DEP-VENDEDORES   PIC 9(05)    VALUE ZERO.
           05 WS-DEP-BONUS        PIC 9(05)    VALUE ZERO.
           05 WS-DEP-META-MES     PIC 9(12)V99 VALUE ZERO.
           05 WS-DEP-REAL-MES     PIC 9(12)V99 VALUE ZERO.
           05 WS-DEP-QMETA        PIC 9(07)    VALUE ZERO.
           05 WS-DEP-QREAL        PIC 9(07)    VALUE ZERO.
           05 WS-DEP-META-ANO     PIC 9(12)V99 VALUE ZERO.
           05 WS-DEP-REAL-ANO     PIC 9(12)V99 VALUE ZERO.
           05 WS-GER-META-MES     PIC 9(12)V99 VALUE ZERO.
           05 WS-GER-REAL-MES     PIC 9(12)V99 VALUE ZERO.
           05 WS-GER-QMETA        PIC 9(07)    VALUE ZERO.
           05 WS-GER-QREAL        PIC 9(07)    VALUE ZERO.
           05 WS-GER-META-ANO     PIC 9(12)V99 VALUE ZERO.
           05 WS-GER-REAL-ANO     PIC 9(12)V99 VALUE ZERO.

      *-----> CALCULO DO PERCENTUAL ATINGIDO (REALIZADO / META)
       01  WS-AREA-PERCENTUAL.
           05 WS-PC-REAL          PIC 9(12)V99 VALUE ZERO.
           05 WS-PC-META          PIC 9(12)V99 VALUE ZERO.
           05 WS-PC-RESULT        PIC 9(05)V9  VALUE ZERO.
           05 WS-PC-OK            PIC X(01)    VALUE 'N'.

      *-----> SAIDA - CABECALHO DO DEPARTAMENTO
       01  WS-REG-CAB-DEP.
           05 FILLER              PIC X(15) VALUE 'DEPARTAMENTO: '.
           05 WS-CABD-DPTO        PIC 9(04).

      *-----> SAIDA - CABECALHO DAS COLUNAS
       01  WS-REG-CAB-COL.
           05 FILLER              PIC X(26) VALUE
              'COD. VENDEDOR'.
           05 FILLER              PIC X(19) VALUE
              '    META VALOR MES '.
           05 FILLER              PIC X(19) VALUE
              '     REALIZADO MES '.
           05 FILLER              PIC X(09) VALUE
              '  % MES  '.
           05 FILLER              PIC X(11) VALUE
              '  META QTD '.
           05 FILLER              PIC X(11) VALUE
              '    VENDAS '.
           05 FILLER              PIC X(09) VALUE
              '  % QTD  '.
           05 FILLER              PIC X(19) VALUE
              '    META ACUM. ANO '.
           05 FILLER              PIC X(19) VALUE
              ' REALIZADO NO ANO  '.
           05 FILLER              PIC X(09) VALUE
              '  % ANO  '.
           05 FILLER              PIC X(07) VALUE
              'FAIXA'.

      *-----> SAIDA - LINHA DE VENDEDOR / TOTAL
       01  WS-REG-LINHA.
           05 WS-LIN-IDENT.
              10 WS-LIN-CODIGO    PIC 9(04).
              10 WS-LIN-SEP       PIC X(01).
              10 WS-LIN-NOME      PIC X(20).
           05 WS-LIN-IDENT-X REDEFINES WS-LIN-IDENT
                                  PIC X(25).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LIN-META-MES     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LIN-REAL-MES     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LIN-PERC-MES     PIC ZZZZ9,9.
           05 WS-LIN-PERC-MES-X REDEFINES WS-LIN-PERC-MES
                                  PIC X(07).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LIN-QMETA        PIC Z.ZZZ.ZZ9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LIN-QREAL        PIC Z.ZZZ.ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LIN-PERC-QTD     PIC ZZZZ9,9.
           05 WS-LIN-PERC-QTD-X REDEFINES WS-LIN-PERC-QTD
                                  PIC X(07).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LIN-META-ANO     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LIN-REAL-ANO     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-LIN-PERC-ANO     PIC ZZZZ9,9.
           05 WS-LIN-PERC-ANO-X REDEFINES WS-LIN-PERC-ANO
                                  PIC X(07).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LIN-FAIXA        PIC X(07).

      *-----> SAIDA - LISTA DA FAIXA DE BONUS PARA O RH
       01  WS-REG-BONUS.
           05 WS-BON-CODIGO       PIC 9(04).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-BON-NOME         PIC X(20).
           05 FILLER              PIC X(08) VALUE '  DPTO: '.
           05 WS-BON-DPTO         PIC 9(04).
           05 FILLER              PIC X(09) VALUE '  META = '.
           05 WS-BON-META         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(14) VALUE
              '  REALIZADO = '.
           05 WS-BON-REAL         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(05) VALUE '  % ='.
           05 WS-BON-PERC         PIC ZZZZ9,9.

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
      *    PROCEDIMENTOS INICIAIS - CARTAO, ABERTURA DOS ARQUIVOS E  *
      *    CARGA DAS METAS DO ANO ATE O MES DO CARTAO                *
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "** ATINGIMENTO DE METAS DE VENDA **"

           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-ANOMES-X NOT NUMERIC
              OR WS-PARM-ANO = ZERO
              OR WS-PARM-MES < 01
              OR WS-PARM-MES > 12
              MOVE  'ANOMES INVALIDO NO CARTAO SYSIN'  TO WS-MSG
              MOVE  'PR'                               TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-PARM-DPTO-X = SPACES
              MOVE ZERO TO WS-PARM-DPTO
           END-IF
           IF WS-PARM-DPTO-X NOT NUMERIC
              MOVE  'DEPARTAMENTO INVALIDO NO CARTAO'  TO WS-MSG
              MOVE  'PR'                               TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY "MES DE REFERENCIA: " WS-PARM-ANOMES
           IF WS-PARM-DPTO = ZERO
              DISPLAY "DEPARTAMENTO: TODOS"
           ELSE
              DISPLAY "DEPARTAMENTO: " WS-PARM-DPTO
           END-IF
           DISPLAY WS-HIFEN

           PERFORM 015-CARREGAR-METAS

           OPEN INPUT TERFECH
           IF FS-ERRO-FEC NOT = '00'
              MOVE  'ERRO AO ABRIR O TERFECH'  TO WS-MSG
              MOVE   FS-ERRO-FEC               TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

      *-----> CADASTRO DE VENDEDORES PARA NOME E DEPARTAMENTO - SEM
      *-----> O CLUSTER (FS=35) O RELATORIO SEGUE COM A MARCA, COMO
      *-----> NO CGPRG007
           OPEN INPUT VENCAD
           IF FS-ERRO-VEN = '00'
              MOVE 'S' TO WS-VEN-ABERTO
           ELSE
              IF FS-ERRO-VEN NOT = '35'
                 MOVE  'ERRO AO ABRIR O VENCAD'  TO WS-MSG
                 MOVE   FS-ERRO-VEN              TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           PERFORM 025-LER-LIQUIDACAO
           .
      *--------------------------------------------------------------*
      *    CARREGA AS METAS DE JANEIRO ATE O MES DO CARTAO NA TABELA *
      *    DE VENDEDORES. SEM METAS CADASTRADAS (FS=35) O RELATORIO  *
      *    SAI COM TODOS OS VENDEDORES SEM META                      *
      *--------------------------------------------------------------*
       015-CARREGAR-METAS.

           OPEN INPUT METAS
           IF FS-ERRO-MET = '35'
              DISPLAY "CADASTRO DE METAS VAZIO (FS=35)"
           ELSE
              IF FS-ERRO-MET NOT = '00'
                 MOVE  'ERRO AO ABRIR O METAS'  TO WS-MSG
                 MOVE   FS-ERRO-MET             TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF

              MOVE 'N' TO WS-MET-FIM
              PERFORM UNTIL WS-MET-FIM = 'S'
                 READ METAS NEXT
                    AT END
                       MOVE 'S' TO WS-MET-FIM
                 END-READ
                 IF WS-MET-FIM NOT = 'S'
                    IF FS-ERRO-MET NOT = '00'
                       MOVE  'ERRO AO LER O METAS'  TO WS-MSG
                       MOVE   FS-ERRO-MET           TO WS-FS-MSG
                       GO TO  999-ERRO
                    END-IF
                    IF MET-ANO = WS-PARM-ANO
                       AND MET-MES NOT > WS-PARM-MES
                       ADD 1 TO WS-CTMETAS
                       MOVE MET-VENDEDOR TO WS-VEN-PROCURA
                       PERFORM 035-PROCURAR-VENDEDOR
                       ADD MET-VALOR
                           TO WS-TVEN-META-ANO(WS-IDX-VEN)
                       IF MET-MES = WS-PARM-MES
                          MOVE 'S' TO WS-TVEN-TEM-META(WS-IDX-VEN)
                          ADD MET-VALOR
                              TO WS-TVEN-META-MES(WS-IDX-VEN)
                          ADD MET-QTD-VENDAS
                              TO WS-TVEN-QMETA(WS-IDX-VEN)
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM

              CLOSE METAS
              IF FS-ERRO-MET NOT = '00'
                 MOVE  'ERRO AO FECHAR O METAS'  TO WS-MSG
                 MOVE   FS-ERRO-MET              TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA DO HISTORICO DE LIQUIDACOES                       *
      *--------------------------------------------------------------*
       025-LER-LIQUIDACAO.

           READ TERFECH INTO WS-REG-TERFECH
              AT END
                 MOVE 'S' TO WS-FIM
           END-READ

           IF WS-FIM NOT = 'S'
              IF FS-ERRO-FEC NOT = '00'
                 MOVE  'ERRO AO LER O TERFECH'  TO WS-MSG
                 MOVE   FS-ERRO-FEC             TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ADD 1 TO WS-CTLIDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    ACUMULA A LIQUIDACAO DO ANO ATE O MES DO CARTAO - O MES   *
      *    DO CARTAO TAMBEM VAI PARA O REALIZADO DO MES              *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF FEC-ANO NOT = WS-PARM-ANO
              OR FEC-MES < 01
              OR FEC-MES > WS-PARM-MES
              ADD 1 TO WS-CTFORA
           ELSE
              ADD 1 TO WS-CTANO
              MOVE FEC-VENDEDOR TO WS-VEN-PROCURA
              PERFORM 035-PROCURAR-VENDEDOR
              IF WS-TVEN-DPTO(WS-IDX-VEN) = ZERO
                 MOVE FEC-DPTO TO WS-TVEN-DPTO(WS-IDX-VEN)
              END-IF
              ADD FEC-TOT-VENDIDO
                  TO WS-TVEN-REAL-ANO(WS-IDX-VEN)
              IF FEC-MES = WS-PARM-MES
                 ADD 1 TO WS-CTMES
                 ADD FEC-TOT-VENDIDO
                     TO WS-TVEN-REAL-MES(WS-IDX-VEN)
                 ADD FEC-QTD-VENDAS
                     TO WS-TVEN-QREAL(WS-IDX-VEN)
              END-IF
           END-IF

           PERFORM 025-LER-LIQUIDACAO
           .
      *--------------------------------------------------------------*
      *    LOCALIZA (OU CRIA) O VENDEDOR WS-VEN-PROCURA NA TABELA    *
      *--------------------------------------------------------------*
       035-PROCURAR-VENDEDOR.

           MOVE 'N' TO WS-VEN-ACHOU
           PERFORM VARYING WS-IDX-VEN FROM 1 BY 1
              UNTIL WS-IDX-VEN > WS-QTD-VEN
              OR WS-VEN-ACHOU = 'S'
              IF WS-TVEN-CODIGO(WS-IDX-VEN) = WS-VEN-PROCURA
                 MOVE 'S' TO WS-VEN-ACHOU
              END-IF
           END-PERFORM

           IF WS-VEN-ACHOU = 'S'
              SUBTRACT 1 FROM WS-IDX-VEN
           ELSE
              IF WS-QTD-VEN = 500
                 MOVE  'MAIS DE 500 VENDEDORES NO ANO'  TO WS-MSG
                 MOVE  'QT'                             TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ADD 1 TO WS-QTD-VEN
              MOVE WS-QTD-VEN     TO WS-IDX-VEN
              MOVE WS-VEN-PROCURA TO WS-TVEN-CODIGO(WS-IDX-VEN)
              MOVE ZEROS          TO WS-TVEN-DPTO(WS-IDX-VEN)
                                     WS-TVEN-META-MES(WS-IDX-VEN)
                                     WS-TVEN-REAL-MES(WS-IDX-VEN)
                                     WS-TVEN-QMETA(WS-IDX-VEN)
                                     WS-TVEN-QREAL(WS-IDX-VEN)
                                     WS-TVEN-META-ANO(WS-IDX-VEN)
                                     WS-TVEN-REAL-ANO(WS-IDX-VEN)
              MOVE SPACES         TO WS-TVEN-NOME(WS-IDX-VEN)
              MOVE 'N'            TO WS-TVEN-TEM-META(WS-IDX-VEN)
           END-IF
           .
      *--------------------------------------------------------------*
      *    COMPLETA NOME E DEPARTAMENTO PELO VENCAD. O DEPARTAMENTO  *
      *    DO CADASTRO PREVALECE; SEM CADASTRO FICA O DA LIQUIDACAO  *
      *--------------------------------------------------------------*
       040-COMPLETAR-CADASTRO.

           MOVE '** SEM CADASTRO **' TO WS-TVEN-NOME(WS-IDX-VEN)
           IF WS-VEN-ABERTO = 'S'
              MOVE WS-TVEN-CODIGO(WS-IDX-VEN) TO VEN-CODIGO
              READ VENCAD
              IF FS-ERRO-VEN = '00'
                 MOVE VEN-NOME TO WS-TVEN-NOME(WS-IDX-VEN)
                 MOVE VEN-DPTO TO WS-TVEN-DPTO(WS-IDX-VEN)
              ELSE
                 IF FS-ERRO-VEN NOT = '23'
                    MOVE  'ERRO AO LER O VENCAD'  TO WS-MSG
                    MOVE   FS-ERRO-VEN            TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CLASSIFICA A TABELA POR DEPARTAMENTO + VENDEDOR PARA A    *
      *    QUEBRA DA CONSOLIDACAO                                    *
      *--------------------------------------------------------------*
       042-CLASSIFICAR.

           PERFORM VARYING WS-IDX-VEN FROM 1 BY 1
              UNTIL WS-IDX-VEN > WS-QTD-VEN
              PERFORM VARYING WS-IDX-VEN2 FROM 1 BY 1
                 UNTIL WS-IDX-VEN2 > (WS-QTD-VEN - WS-IDX-VEN)
                 COMPUTE WS-IDX-VENPROX = WS-IDX-VEN2 + 1
                 IF WS-TVEN-DPTO(WS-IDX-VEN2) >
                    WS-TVEN-DPTO(WS-IDX-VENPROX)
                    OR (WS-TVEN-DPTO(WS-IDX-VEN2) =
                        WS-TVEN-DPTO(WS-IDX-VENPROX)
                        AND WS-TVEN-CODIGO(WS-IDX-VEN2) >
                            WS-TVEN-CODIGO(WS-IDX-VENPROX))
                    MOVE WS-TVEN-ITEM(WS-IDX-VEN2) TO WS-TVEN-TEMP
                    MOVE WS-TVEN-ITEM(WS-IDX-VENPROX)
                         TO WS-TVEN-ITEM(WS-IDX-VEN2)
                    MOVE WS-TVEN-TEMP
                         TO WS-TVEN-ITEM(WS-IDX-VENPROX)
                 END-IF
              END-PERFORM
           END-PERFORM
           .
      *--------------------------------------------------------------*
      *    IMPRIME O VENDEDOR DA POSICAO WS-IDX-VEN, COM QUEBRA POR  *
      *    DEPARTAMENTO                                              *
      *--------------------------------------------------------------*
       044-IMPRIMIR-VENDEDOR.

           IF WS-PARM-DPTO NOT = ZERO
              AND WS-TVEN-DPTO(WS-IDX-VEN) NOT = WS-PARM-DPTO
              CONTINUE
           ELSE
              IF WS-PRIMEIRO = 'S'
                 OR WS-TVEN-DPTO(WS-IDX-VEN) NOT = WS-DEP-ATUAL
                 IF WS-PRIMEIRO NOT = 'S'
                    PERFORM 046-IMPRIMIR-DPTO
                 END-IF
                 MOVE 'N' TO WS-PRIMEIRO
                 MOVE WS-TVEN-DPTO(WS-IDX-VEN) TO WS-DEP-ATUAL
                 MOVE WS-DEP-ATUAL TO WS-CABD-DPTO
                 DISPLAY WS-REG-CAB-DEP
                 DISPLAY WS-REG-CAB-COL
              END-IF

              ADD 1 TO WS-CTIMPRESSO
              ADD 1 TO WS-DEP-VENDEDORES
              MOVE WS-TVEN-META-MES(WS-IDX-VEN) TO WS-LN-META-MES
              MOVE WS-TVEN-REAL-MES(WS-IDX-VEN) TO WS-LN-REAL-MES
              MOVE WS-TVEN-QMETA(WS-IDX-VEN)    TO WS-LN-QMETA
              MOVE WS-TVEN-QREAL(WS-IDX-VEN)    TO WS-LN-QREAL
              MOVE WS-TVEN-META-ANO(WS-IDX-VEN) TO WS-LN-META-ANO
              MOVE WS-TVEN-REAL-ANO(WS-IDX-VEN) TO WS-LN-REAL-ANO

              MOVE SPACES TO WS-LIN-IDENT-X
              MOVE WS-TVEN-CODIGO(WS-IDX-VEN) TO WS-LIN-CODIGO
              MOVE WS-TVEN-NOME(WS-IDX-VEN)   TO WS-LIN-NOME
              PERFORM 048-MONTAR-LINHA

      *-----> FAIXA DE BONUS: REALIZADO ACIMA DA META DE VALOR DO MES
              IF WS-TVEN-TEM-META(WS-IDX-VEN) = 'S'
                 AND WS-LN-META-MES > ZERO
                 AND WS-LN-REAL-MES > WS-LN-META-MES
                 MOVE '*BONUS*' TO WS-LIN-FAIXA
                 ADD 1 TO WS-CTBONUS
                 ADD 1 TO WS-DEP-BONUS
              END-IF
              IF WS-TVEN-TEM-META(WS-IDX-VEN) NOT = 'S'
                 AND WS-LN-REAL-MES > ZERO
                 ADD 1 TO WS-CTSEMMETA
              END-IF
              DISPLAY WS-REG-LINHA

              ADD WS-LN-META-MES TO WS-DEP-META-MES
              ADD WS-LN-REAL-MES TO WS-DEP-REAL-MES
              ADD WS-LN-QMETA    TO WS-DEP-QMETA
              ADD WS-LN-QREAL    TO WS-DEP-QREAL
              ADD WS-LN-META-ANO TO WS-DEP-META-ANO
              ADD WS-LN-REAL-ANO TO WS-DEP-REAL-ANO
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIME O TOTAL DO DEPARTAMENTO EM QUEBRA E ACUMULA NO    *
      *    TOTAL GERAL                                               *
      *--------------------------------------------------------------*
       046-IMPRIMIR-DPTO.

           MOVE WS-DEP-META-MES TO WS-LN-META-MES
           MOVE WS-DEP-REAL-MES TO WS-LN-REAL-MES
           MOVE WS-DEP-QMETA    TO WS-LN-QMETA
           MOVE WS-DEP-QREAL    TO WS-LN-QREAL
           MOVE WS-DEP-META-ANO TO WS-LN-META-ANO
           MOVE WS-DEP-REAL-ANO TO WS-LN-REAL-ANO

           MOVE 'TOTAL DO DEPARTAMENTO' TO WS-LIN-IDENT-X
           PERFORM 048-MONTAR-LINHA
           DISPLAY WS-REG-LINHA
           DISPLAY "VENDEDORES NO DEPARTAMENTO = " WS-DEP-VENDEDORES
                   "  NA FAIXA DE BONUS = " WS-DEP-BONUS
           DISPLAY WS-HIFEN

           ADD WS-DEP-META-MES TO WS-GER-META-MES
           ADD WS-DEP-REAL-MES TO WS-GER-REAL-MES
           ADD WS-DEP-QMETA    TO WS-GER-QMETA
           ADD WS-DEP-QREAL    TO WS-GER-QREAL
           ADD WS-DEP-META-ANO TO WS-GER-META-ANO
           ADD WS-DEP-REAL-ANO TO WS-GER-REAL-ANO

           MOVE ZEROS TO WS-DEP-VENDEDORES
                         WS-DEP-BONUS
                         WS-DEP-META-MES
                         WS-DEP-REAL-MES
                         WS-DEP-QMETA
                         WS-DEP-QREAL
                         WS-DEP-META-ANO
                         WS-DEP-REAL-ANO
           .
      *--------------------------------------------------------------*
      *    MONTA OS VALORES E OS PERCENTUAIS DA LINHA (WS-LN-*).     *
      *    META ZERADA NAO TEM PERCENTUAL - SAI 'S/META'             *
      *--------------------------------------------------------------*
       048-MONTAR-LINHA.

           MOVE WS-LN-META-MES TO WS-LIN-META-MES
           MOVE WS-LN-REAL-MES TO WS-LIN-REAL-MES
           MOVE WS-LN-QMETA    TO WS-LIN-QMETA
           MOVE WS-LN-QREAL    TO WS-LIN-QREAL
           MOVE WS-LN-META-ANO TO WS-LIN-META-ANO
           MOVE WS-LN-REAL-ANO TO WS-LIN-REAL-ANO
           MOVE SPACES         TO WS-LIN-FAIXA

           MOVE WS-LN-REAL-MES TO WS-PC-REAL
           MOVE WS-LN-META-MES TO WS-PC-META
           PERFORM 070-CALCULAR-PERCENTUAL
           IF WS-PC-OK = 'S'
              MOVE WS-PC-RESULT TO WS-LIN-PERC-MES
           ELSE
              MOVE ' S/META'    TO WS-LIN-PERC-MES-X
           END-IF

           MOVE WS-LN-QREAL    TO WS-PC-REAL
           MOVE WS-LN-QMETA    TO WS-PC-META
           PERFORM 070-CALCULAR-PERCENTUAL
           IF WS-PC-OK = 'S'
              MOVE WS-PC-RESULT TO WS-LIN-PERC-QTD
           ELSE
              MOVE ' S/META'    TO WS-LIN-PERC-QTD-X
           END-IF

           MOVE WS-LN-REAL-ANO TO WS-PC-REAL
           MOVE WS-LN-META-ANO TO WS-PC-META
           PERFORM 070-CALCULAR-PERCENTUAL
           IF WS-PC-OK = 'S'
              MOVE WS-PC-RESULT TO WS-LIN-PERC-ANO
           ELSE
              MOVE ' S/META'    TO WS-LIN-PERC-ANO-X
           END-IF
           .
      *--------------------------------------------------------------*
      *    LISTA PARA O RH OS VENDEDORES NA FAIXA DE BONUS           *
      *--------------------------------------------------------------*
       049-LISTAR-BONUS.

           IF (WS-PARM-DPTO = ZERO
               OR WS-TVEN-DPTO(WS-IDX-VEN) = WS-PARM-DPTO)
              AND WS-TVEN-TEM-META(WS-IDX-VEN) = 'S'
              AND WS-TVEN-META-MES(WS-IDX-VEN) > ZERO
              AND WS-TVEN-REAL-MES(WS-IDX-VEN) >
                  WS-TVEN-META-MES(WS-IDX-VEN)
              MOVE WS-TVEN-CODIGO(WS-IDX-VEN)   TO WS-BON-CODIGO
              MOVE WS-TVEN-NOME(WS-IDX-VEN)     TO WS-BON-NOME
              MOVE WS-TVEN-DPTO(WS-IDX-VEN)     TO WS-BON-DPTO
              MOVE WS-TVEN-META-MES(WS-IDX-VEN) TO WS-BON-META
              MOVE WS-TVEN-REAL-MES(WS-IDX-VEN) TO WS-BON-REAL
              MOVE WS-TVEN-REAL-MES(WS-IDX-VEN) TO WS-PC-REAL
              MOVE WS-TVEN-META-MES(WS-IDX-VEN) TO WS-PC-META
              PERFORM 070-CALCULAR-PERCENTUAL
              MOVE WS-PC-RESULT                 TO WS-BON-PERC
              DISPLAY WS-REG-BONUS
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           PERFORM 040-COMPLETAR-CADASTRO
              VARYING WS-IDX-VEN FROM 1 BY 1
              UNTIL WS-IDX-VEN > WS-QTD-VEN

           PERFORM 042-CLASSIFICAR

           PERFORM 044-IMPRIMIR-VENDEDOR
              VARYING WS-IDX-VEN FROM 1 BY 1
              UNTIL WS-IDX-VEN > WS-QTD-VEN
           IF WS-PRIMEIRO NOT = 'S'
              PERFORM 046-IMPRIMIR-DPTO
           END-IF

           MOVE WS-GER-META-MES TO WS-LN-META-MES
           MOVE WS-GER-REAL-MES TO WS-LN-REAL-MES
           MOVE WS-GER-QMETA    TO WS-LN-QMETA
           MOVE WS-GER-QREAL    TO WS-LN-QREAL
           MOVE WS-GER-META-ANO TO WS-LN-META-ANO
           MOVE WS-GER-REAL-ANO TO WS-LN-REAL-ANO
           MOVE 'TOTAL GERAL' TO WS-LIN-IDENT-X
           PERFORM 048-MONTAR-LINHA
           DISPLAY WS-REG-CAB-COL
           DISPLAY WS-REG-LINHA
           DISPLAY WS-HIFEN

           DISPLAY "** FAIXA DE BONUS - ACIMA DE 100% DA META DO MES **"
           PERFORM 049-LISTAR-BONUS
              VARYING WS-IDX-VEN FROM 1 BY 1
              UNTIL WS-IDX-VEN > WS-QTD-VEN
           IF WS-CTBONUS = ZERO
              DISPLAY "NENHUM VENDEDOR NA FAIXA DE BONUS"
           END-IF
           DISPLAY WS-HIFEN

           CLOSE TERFECH
           IF FS-ERRO-FEC NOT = '00'
              MOVE  'ERRO AO FECHAR O TERFECH'  TO WS-MSG
              MOVE   FS-ERRO-FEC                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF WS-VEN-ABERTO = 'S'
              CLOSE VENCAD
              IF FS-ERRO-VEN NOT = '00'
                 MOVE  'ERRO AO FECHAR O VENCAD'  TO WS-MSG
                 MOVE   FS-ERRO-VEN               TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           DISPLAY "LIQUIDACOES LIDAS = " WS-CTLIDO
           DISPLAY "LIQUIDACOES DO ANO ATE O MES = " WS-CTANO
           DISPLAY "LIQUIDACOES DO MES = " WS-CTMES
           DISPLAY "FORA DO PERIODO = " WS-CTFORA
           DISPLAY "METAS DO ANO ATE O MES = " WS-CTMETAS
           DISPLAY "VENDEDORES IMPRESSOS = " WS-CTIMPRESSO
           DISPLAY "VENDEDORES COM VENDA SEM META = " WS-CTSEMMETA
           DISPLAY "VENDEDORES NA FAIXA DE BONUS = " WS-CTBONUS

      *-----> RC=04: MES AINDA NAO FECHADO NO TERFECH OU VENDEDOR
      *-----> COM VENDA NO MES SEM META CADASTRADA
           IF WS-CTMES = ZERO
              OR WS-CTSEMMETA > ZERO
              MOVE 04              TO WS-COD-RETORNO
           ELSE
              MOVE 00              TO WS-COD-RETORNO
           END-IF
           IF WS-CTMES = ZERO
              DISPLAY "MES SEM LIQUIDACAO NO TERFECH - RODAR O "
                      "FECHAMENTO (GTSFECHA) ANTES"
           END-IF
           MOVE WS-COD-RETORNO     TO RETURN-CODE

           DISPLAY "COD.RETORNO = " WS-COD-RETORNO
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG014"
           .
      *--------------------------------------------------------------*
      *    PERCENTUAL ATINGIDO = REALIZADO * 100 / META. META ZERO   *
      *    DEVOLVE WS-PC-OK = 'N'; ESTOURO DO CAMPO FICA NO MAXIMO   *
      *--------------------------------------------------------------*
       070-CALCULAR-PERCENTUAL.

           IF WS-PC-META = ZERO
              MOVE 'N'  TO WS-PC-OK
              MOVE ZERO TO WS-PC-RESULT
           ELSE
              MOVE 'S'  TO WS-PC-OK
              COMPUTE WS-PC-RESULT ROUNDED =
                  WS-PC-REAL * 100 / WS-PC-META
                  ON SIZE ERROR
                     MOVE 99999,9 TO WS-PC-RESULT
              END-COMPUTE
           END-IF
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO                                            *
      *--------------------------------------------------------------*
       999-ERRO.

           DISPLAY '*** PROGRAMA CANCELADO ***'
           DISPLAY '*** MENSAGEM    = ' WS-MSG
           DISPLAY '*** FILE STATUS = ' WS-FS-MSG
           DISPLAY 'TERMINO ANORMAL DO PROGRAMA CGPRG014'
           MOVE 08                 TO WS-COD-RETORNO
           MOVE WS-COD-RETORNO     TO RETURN-CODE
           STOP RUN
           .
      *---------------> FIM DO PROGRAMA CGPRG014 <-------------------*
