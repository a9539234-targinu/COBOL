       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   T2060PRG.
       AUTHOR.       GIOVANI TARGINO SERRA.
       DATE-WRITTEN. 15/10/2026.
      *--------------------------------------------------------------*
      * SISTEMA DE ACIDENTES DE TRANSITO
      *--------------------------------------------------------------*
      * OBJETIVO: PERFIL TEMPORAL DOS ACIDENTES. LE OS DETALHES POR
      *           ACIDENTE GRAVADOS PELO T2051PRG NO KSDS ACIDET
      *           (CHAVE DATA+CIDADE+UF+SEQUENCIA) NO PERIODO DO
      *           CARTAO DE PARAMETRO E IMPRIME, POR UF E GERAL, A
      *           DISTRIBUICAO POR DIA DA SEMANA E POR DIA DO MES,
      *           ABERTA POR GRAVIDADE (FATAL / COM FERIDOS / SEM
      *           VITIMAS), COM A PARTICIPACAO NO TOTAL E A MEDIA
      *           POR DIA (QUANTAS VEZES AQUELE DIA DA SEMANA OU DO
      *           MES OCORRE NO PERIODO) - PARA PLANEJAR BLITZ E
      *           PATRULHA NOS DIAS DE MAIOR RISCO.
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010051  GTS     VERSAO INICIAL
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
           SELECT ACIDET ASSIGN TO ACIDET
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DET-CHAVE
                  FILE STATUS   IS FS-ERRO-DET
           .
           SELECT GTSAUDIT ASSIGN TO GTSAUDIT
                  FILE STATUS   IS FS-ERRO-AUD
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  ACIDET
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-ACIDET.
           05 DET-CHAVE.
              10 DET-DATA         PIC 9(08).
              10 DET-DATA-R REDEFINES DET-DATA.
                 15 DET-ANO       PIC 9(04).
                 15 DET-MES       PIC 9(02).
                 15 DET-DIA       PIC 9(02).
              10 DET-CIDADE       PIC 9(04).
              10 DET-UF           PIC X(02).
              10 DET-SEQ          PIC 9(04).
           05 DET-GRAVIDADE         PIC X(01).
           05 DET-BAFOMETRO         PIC X(01).
           05 DET-DATA-CAPT         PIC 9(08).
           05 DET-CARGA-DATA        PIC 9(08).
           05 DET-CARGA-HORA        PIC 9(08).
           05 FILLER                PIC X(06).
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
           05 WS-DATA                PIC 9(08).
           05 WS-CTLIDO              PIC 9(07)  VALUE ZERO.
           05 WS-CTPERIODO           PIC 9(07)  VALUE ZERO.
           05 WS-CTFILTRO            PIC 9(07)  VALUE ZERO.
           05 WS-CTINVAL             PIC 9(07)  VALUE ZERO.
           05 FS-ERRO-DET            PIC X(02).
           05 WS-DET-ABERTO          PIC X(01)  VALUE 'N'.
           05 WS-MSG                 PIC X(30).
           05 WS-FS-MSG              PIC X(02).
           05 WS-COD-RETORNO         PIC 9(02)  VALUE ZERO.
      *-----> PERIODO DO RELATORIO
           05 WS-DATA-INI            PIC 9(08)  VALUE ZERO.
           05 WS-DATA-FIM            PIC 9(08)  VALUE ZERO.
           05 WS-DIAS-INI            PIC 9(07)  VALUE ZERO.
           05 WS-DIAS-FIM            PIC 9(07)  VALUE ZERO.
           05 WS-DIAS-PERIODO        PIC 9(05)  VALUE ZERO.
      *-----> DIA DA SEMANA DO REGISTRO (1=DOMINGO ... 7=SABADO)
           05 WS-DATA-ANT            PIC 9(08)  VALUE ZERO.
           05 WS-IDX-SEM             PIC 9(02)  VALUE ZERO.
           05 WS-QUOC-SEM            PIC 9(07)  VALUE ZERO.
           05 WS-RESTO-SEM           PIC 9(02)  VALUE ZERO.
           05 WS-IDX-GRAV            PIC 9(02)  VALUE ZERO.
      *-----> INDICES E APOIO DA IMPRESSAO
           05 WS-IDX                 PIC 9(02)  VALUE ZERO.
           05 WS-IDX-UF              PIC 9(02)  VALUE ZERO.
           05 WS-IDX-UF2             PIC 9(02)  VALUE ZERO.
           05 WS-IDX-UFPROX          PIC 9(02)  VALUE ZERO.
           05 WS-UF-ACHOU            PIC X(01)  VALUE 'N'.
           05 WS-QTD-UF              PIC 9(02)  VALUE ZERO.
           05 WS-UF-IMP              PIC X(14)  VALUE SPACES.
           05 WS-LIN-TOTAL-W         PIC 9(07)  VALUE ZERO.
           05 WS-LIN-DIAS-W          PIC 9(05)  VALUE ZERO.

      *-----> AUDITORIA COMUM DA CADEIA GTS0014J
       01  WS-AREA-AUDITORIA.
           05 FS-ERRO-AUD         PIC X(02).
           05 WS-AUD-GRAVADO      PIC X(01)  VALUE 'N'.
           05 WS-AUD-DATA-W       PIC 9(08).
           05 WS-AUD-HORA-W       PIC 9(08).
       01  WS-REG-GTSAUDIT.
           05 AUD-PROGRAMA        PIC X(08)  VALUE 'T2060PRG'.
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
      *-----> COL 01-08 DATA INICIAL AAAAMMDD
      *-----> COL 09-16 DATA FINAL   AAAAMMDD
      *----->           (AS DUAS ZERADAS = DO DIA 01 DO MES CORRENTE
      *----->           ATE HOJE)
      *-----> COL 17-18 UF A FILTRAR (BRANCO = TODAS)
       01  WS-PARM-CARD.
           05 WS-PARM-DATA-INI    PIC 9(08).
           05 WS-PARM-DATA-INI-X REDEFINES WS-PARM-DATA-INI
                                  PIC X(08).
           05 WS-PARM-DATA-FIM    PIC 9(08).
           05 WS-PARM-DATA-FIM-X REDEFINES WS-PARM-DATA-FIM
                                  PIC X(08).
           05 WS-PARM-UF          PIC X(02).

      *-----> CONVERSAO DE DATA AAAAMMDD EM NUMERO DE DIAS CORRIDOS
      *-----> (MESMA ROTINA DO CGPRG009)
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
           05 WS-DT-ULTIMO-DIA    PIC 9(02)   VALUE ZERO.
           05 WS-DT-RESTO         PIC 9(03)   VALUE ZERO.
      *-----> DIAS ACUMULADOS ANTES DE CADA MES (ANO NAO BISSEXTO -
      *-----> O 29/02 ENTRA PELA CONTAGEM DE ANOS BISSEXTOS)
       01  WS-TAB-ACUM-MES.
           05 FILLER              PIC X(36) VALUE
              '000031059090120151181212243273304334'.
       01  WS-TAB-ACUM-R REDEFINES WS-TAB-ACUM-MES.
           05 WS-TAB-ACUM         PIC 9(03) OCCURS 12 TIMES.
      *-----> QUANTIDADE DE DIAS DE CADA MES (FEVEREIRO BISSEXTO
      *-----> TRATADO NA ROTINA QUE PERCORRE O PERIODO)
       01  WS-TAB-DIAS-MES.
           05 FILLER              PIC X(24) VALUE
              '312831303130313130313031'.
       01  WS-TAB-DIAS-MES-R REDEFINES WS-TAB-DIAS-MES.
           05 WS-TAB-DIAS         PIC 9(02) OCCURS 12 TIMES.
      *-----> NOMES DOS DIAS DA SEMANA (1=DOMINGO ... 7=SABADO)
       01  WS-TAB-NOMES-SEM.
           05 FILLER              PIC X(10) VALUE 'DOMINGO'.
           05 FILLER              PIC X(10) VALUE 'SEGUNDA'.
           05 FILLER              PIC X(10) VALUE 'TERCA'.
           05 FILLER              PIC X(10) VALUE 'QUARTA'.
           05 FILLER              PIC X(10) VALUE 'QUINTA'.
           05 FILLER              PIC X(10) VALUE 'SEXTA'.
           05 FILLER              PIC X(10) VALUE 'SABADO'.
       01  WS-TAB-NOMES-SEM-R REDEFINES WS-TAB-NOMES-SEM.
           05 WS-TAB-NOME-SEM     PIC X(10) OCCURS 7 TIMES.

      *-----> QUANTAS VEZES CADA DIA DA SEMANA / DO MES OCORRE NO
      *-----> PERIODO - DIVISOR DA MEDIA POR DIA
       01  WS-TAB-OCORRENCIAS.
           05 WS-OCOR-SEM         PIC 9(05) OCCURS 7 TIMES.
           05 WS-OCOR-MES         PIC 9(05) OCCURS 31 TIMES.

      *-----> PERFIL POR UF: DIA DA SEMANA X GRAVIDADE E DIA DO MES
      *-----> X GRAVIDADE (1=FATAL 2=COM FERIDOS 3=SEM VITIMAS)
       01  WS-TAB-UFS.
           05 WS-TUF-ITEM OCCURS 30 TIMES.
              10 WS-TUF-UF              PIC X(02).
              10 WS-TUF-PERFIL.
                 15 WS-TUF-SEM OCCURS 7 TIMES.
                    20 WS-TUF-SEM-GRAV  PIC 9(06) OCCURS 3 TIMES.
                 15 WS-TUF-MES OCCURS 31 TIMES.
                    20 WS-TUF-MES-GRAV  PIC 9(06) OCCURS 3 TIMES.
                 15 WS-TUF-TOTAL        PIC 9(07).
       01  WS-TUF-TEMP               PIC X(693).
      *-----> PERFIL GERAL (TODAS AS UFS DO PERIODO)
       01  WS-GER-PERFIL.
           05 WS-GER-SEM OCCURS 7 TIMES.
              10 WS-GER-SEM-GRAV     PIC 9(06) OCCURS 3 TIMES.
           05 WS-GER-MES OCCURS 31 TIMES.
              10 WS-GER-MES-GRAV     PIC 9(06) OCCURS 3 TIMES.
           05 WS-GER-TOTAL           PIC 9(07).
      *-----> PERFIL EM IMPRESSAO (COPIA DA UF OU DO GERAL)
       01  WS-IMP-PERFIL.
           05 WS-IMP-SEM OCCURS 7 TIMES.
              10 WS-IMP-SEM-GRAV     PIC 9(06) OCCURS 3 TIMES.
           05 WS-IMP-MES OCCURS 31 TIMES.
              10 WS-IMP-MES-GRAV     PIC 9(06) OCCURS 3 TIMES.
           05 WS-IMP-TOTAL           PIC 9(07).

      *-----> SAIDA - CABECALHO E LINHA DO PERFIL
       01  WS-REG-CAB-PERFIL.
           05 FILLER              PIC X(40) VALUE
              'DIA          FATAL C/FERIDOS S/VITIMAS'.
           05 FILLER              PIC X(40) VALUE
              '    TOTAL   PART%   DIAS  MEDIA/DIA'.
       01  WS-REG-PERFIL.
           05 WS-PF-ROTULO        PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-PF-FATAL         PIC ZZZ.ZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-PF-FERIDO        PIC ZZZ.ZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-PF-SEMVIT        PIC ZZZ.ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-PF-TOTAL         PIC Z.ZZZ.ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-PF-PART          PIC ZZ9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-PF-DIAS          PIC ZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-PF-MEDIA         PIC ZZ.ZZ9,99.
       01  WS-PF-DIA-MES.
           05 FILLER              PIC X(04) VALUE 'DIA '.
           05 WS-PF-DIA           PIC 99.
           05 FILLER              PIC X(04) VALUE SPACES.

       01  WS-HIFEN               PIC X(80)  VALUE ALL '-'.

       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-T2060PRG.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 050-IMPRIMIR
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY '================================================'
           DISPLAY 'T2060PRG - PERFIL DOS ACIDENTES POR DIA         '
           DISPLAY '------------------------------------------------'
           ACCEPT WS-DATA FROM DATE
           DISPLAY 'DATA DO PROCESSAMENTO: '  WS-DATA(7:2) '/'
                   WS-DATA(5:2) '/2' WS-DATA(2:3)

           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-DATA-INI-X NOT NUMERIC
              OR WS-PARM-DATA-FIM-X NOT NUMERIC
              OR (WS-PARM-DATA-INI = ZERO
              AND WS-PARM-DATA-FIM = ZERO)
              MOVE '2'           TO WS-DATA-FIM(1:1)
              MOVE WS-DATA(2:7)  TO WS-DATA-FIM(2:7)
              MOVE WS-DATA-FIM   TO WS-DATA-INI
              MOVE '01'          TO WS-DATA-INI(7:2)
           ELSE
              MOVE WS-PARM-DATA-INI TO WS-DATA-INI
              MOVE WS-PARM-DATA-FIM TO WS-DATA-FIM
           END-IF

           MOVE WS-DATA-INI TO WS-DT-DATA
           PERFORM 070-CALCULAR-DIAS
           IF WS-DT-VALIDA NOT = 'S'
              MOVE  'DATA INICIAL INVALIDA'  TO WS-MSG
              MOVE  'PR'                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           MOVE WS-DT-DIAS TO WS-DIAS-INI

           MOVE WS-DATA-FIM TO WS-DT-DATA
           PERFORM 070-CALCULAR-DIAS
           IF WS-DT-VALIDA NOT = 'S'
              MOVE  'DATA FINAL INVALIDA'  TO WS-MSG
              MOVE  'PR'                   TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           MOVE WS-DT-DIAS TO WS-DIAS-FIM

           IF WS-DIAS-FIM < WS-DIAS-INI
              MOVE  'DATA FINAL ANTERIOR A INICIAL'  TO WS-MSG
              MOVE  'PR'                             TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY 'PERIODO...............: '
                   WS-DATA-INI(7:2) '/' WS-DATA-INI(5:2) '/'
                   WS-DATA-INI(1:4) ' A '
                   WS-DATA-FIM(7:2) '/' WS-DATA-FIM(5:2) '/'
                   WS-DATA-FIM(1:4)
           IF WS-PARM-UF = SPACES
              DISPLAY 'UF....................: TODAS'
           ELSE
              DISPLAY 'UF....................: ' WS-PARM-UF
           END-IF
           DISPLAY '------------------------------------------------'

           PERFORM 040-CONTAR-DIAS

      *-----> ANTES DA PRIMEIRA CARGA DE DETALHES O CLUSTER PODE
      *-----> NAO EXISTIR (FS=35): RELATORIO VAZIO COM RC=04
           OPEN INPUT ACIDET
           IF FS-ERRO-DET = '35'
              DISPLAY 'ARQUIVO DE DETALHES (ACIDET) AINDA VAZIO'
              MOVE 'S' TO WS-FIM
           ELSE
              IF FS-ERRO-DET NOT = '00'
                 MOVE  'ERRO AO ABRIR O ACIDET'  TO WS-MSG
                 MOVE   FS-ERRO-DET              TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              MOVE 'S' TO WS-DET-ABERTO
              MOVE LOW-VALUES  TO DET-CHAVE
              MOVE WS-DATA-INI TO DET-DATA
              START ACIDET KEY NOT < DET-CHAVE
              IF FS-ERRO-DET NOT = '00'
                 MOVE 'S' TO WS-FIM
              ELSE
                 PERFORM 025-LER-DETALHE
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA SEQUENCIAL DOS DETALHES (ORDEM DE DATA) - PARA NA
      *    PRIMEIRA DATA APOS O FIM DO PERIODO
      *--------------------------------------------------------------*
       025-LER-DETALHE.

           READ ACIDET NEXT
              AT END
                 MOVE 'S' TO WS-FIM
           END-READ

           IF WS-FIM NOT = 'S'
              IF FS-ERRO-DET NOT = '00'
                 MOVE  'ERRO AO LER O ACIDET'  TO WS-MSG
                 MOVE   FS-ERRO-DET            TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ADD 1 TO WS-CTLIDO
              IF DET-DATA > WS-DATA-FIM
                 MOVE 'S' TO WS-FIM
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ACUMULA O ACIDENTE NO PERFIL DA UF E NO GERAL
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF WS-PARM-UF NOT = SPACES
              AND DET-UF NOT = WS-PARM-UF
              ADD 1 TO WS-CTFILTRO
           ELSE
              IF DET-GRAVIDADE = 'F'
                 MOVE 1 TO WS-IDX-GRAV
              ELSE
                 IF DET-GRAVIDADE = 'C'
                    MOVE 2 TO WS-IDX-GRAV
                 ELSE
                    IF DET-GRAVIDADE = 'S'
                       MOVE 3 TO WS-IDX-GRAV
                    ELSE
                       MOVE 0 TO WS-IDX-GRAV
                    END-IF
                 END-IF
              END-IF

              IF WS-IDX-GRAV = 0
                 OR DET-DIA < 01 OR DET-DIA > 31
                 ADD 1 TO WS-CTINVAL
              ELSE
      *-----> DIA DA SEMANA SO E RECALCULADO NA TROCA DE DATA
                 IF DET-DATA NOT = WS-DATA-ANT
                    MOVE DET-DATA TO WS-DATA-ANT
                    MOVE DET-DATA TO WS-DT-DATA
                    PERFORM 070-CALCULAR-DIAS
                    PERFORM 072-DIA-DA-SEMANA
                 END-IF

                 ADD 1 TO WS-CTPERIODO
                 PERFORM 048-PROCURAR-UF
                 ADD 1 TO WS-TUF-SEM-GRAV(WS-IDX-UF, WS-IDX-SEM,
                                          WS-IDX-GRAV)
                 ADD 1 TO WS-TUF-MES-GRAV(WS-IDX-UF, DET-DIA,
                                          WS-IDX-GRAV)
                 ADD 1 TO WS-TUF-TOTAL(WS-IDX-UF)
                 ADD 1 TO WS-GER-SEM-GRAV(WS-IDX-SEM, WS-IDX-GRAV)
                 ADD 1 TO WS-GER-MES-GRAV(DET-DIA, WS-IDX-GRAV)
                 ADD 1 TO WS-GER-TOTAL
              END-IF
           END-IF

           PERFORM 025-LER-DETALHE
           .
      *--------------------------------------------------------------*
      *    CONTA QUANTAS VEZES CADA DIA DA SEMANA E CADA DIA DO MES
      *    OCORRE NO PERIODO, PERCORRENDO O CALENDARIO DIA A DIA
      *--------------------------------------------------------------*
       040-CONTAR-DIAS.

           MOVE ZEROS TO WS-TAB-OCORRENCIAS
                         WS-GER-PERFIL
           MOVE WS-DATA-INI TO WS-DT-DATA
           PERFORM 070-CALCULAR-DIAS
           PERFORM 072-DIA-DA-SEMANA

           PERFORM VARYING WS-DT-DIAS FROM WS-DIAS-INI BY 1
              UNTIL WS-DT-DIAS > WS-DIAS-FIM
              ADD 1 TO WS-DIAS-PERIODO
              ADD 1 TO WS-OCOR-SEM(WS-IDX-SEM)
              ADD 1 TO WS-OCOR-MES(WS-DT-DIA)
      *-----> PROXIMO DIA DA SEMANA
              IF WS-IDX-SEM = 7
                 MOVE 1 TO WS-IDX-SEM
              ELSE
                 ADD 1 TO WS-IDX-SEM
              END-IF
      *-----> PROXIMO DIA DO CALENDARIO
              MOVE WS-TAB-DIAS(WS-DT-MES) TO WS-DT-ULTIMO-DIA
              IF WS-DT-MES = 02
                 DIVIDE WS-DT-ANO BY 4 GIVING WS-DT-Q4
                                       REMAINDER WS-DT-RESTO
                 IF WS-DT-RESTO = ZERO
                    MOVE 29 TO WS-DT-ULTIMO-DIA
                    DIVIDE WS-DT-ANO BY 100 GIVING WS-DT-Q100
                                            REMAINDER WS-DT-RESTO
                    IF WS-DT-RESTO = ZERO
                       DIVIDE WS-DT-ANO BY 400 GIVING WS-DT-Q400
                                               REMAINDER WS-DT-RESTO
                       IF WS-DT-RESTO NOT = ZERO
                          MOVE 28 TO WS-DT-ULTIMO-DIA
                       END-IF
                    END-IF
                 END-IF
              END-IF
              IF WS-DT-DIA < WS-DT-ULTIMO-DIA
                 ADD 1 TO WS-DT-DIA
              ELSE
                 MOVE 01 TO WS-DT-DIA
                 IF WS-DT-MES < 12
                    ADD 1 TO WS-DT-MES
                 ELSE
                    MOVE 01 TO WS-DT-MES
                    ADD 1   TO WS-DT-ANO
                 END-IF
              END-IF
           END-PERFORM
           .
      *--------------------------------------------------------------*
      *    LOCALIZA (OU CRIA) A ENTRADA DA UF DO DETALHE NA TABELA
      *    DE PERFIS, DEIXANDO WS-IDX-UF POSICIONADO. TABELA CHEIA
      *    CANCELA O PROGRAMA (MESMO CRITERIO DO T2052PRG).
      *--------------------------------------------------------------*
       048-PROCURAR-UF.

           MOVE 'N' TO WS-UF-ACHOU
           PERFORM VARYING WS-IDX-UF FROM 1 BY 1
              UNTIL WS-IDX-UF > WS-QTD-UF
              OR WS-UF-ACHOU = 'S'
              IF WS-TUF-UF(WS-IDX-UF) = DET-UF
                 MOVE 'S' TO WS-UF-ACHOU
              END-IF
           END-PERFORM

           IF WS-UF-ACHOU = 'S'
              SUBTRACT 1 FROM WS-IDX-UF
           ELSE
              IF WS-QTD-UF = 30
                 MOVE  'MAIS DE 30 UFS NOS DETALHES'  TO WS-MSG
                 MOVE  'QT'                           TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ADD 1 TO WS-QTD-UF
              MOVE WS-QTD-UF TO WS-IDX-UF
              MOVE DET-UF    TO WS-TUF-UF(WS-IDX-UF)
              MOVE ZEROS     TO WS-TUF-PERFIL(WS-IDX-UF)
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIME O PERFIL DE CADA UF (EM ORDEM DE SIGLA) E O
      *    PERFIL GERAL DO PERIODO
      *--------------------------------------------------------------*
       050-IMPRIMIR.

           PERFORM VARYING WS-IDX-UF FROM 1 BY 1
              UNTIL WS-IDX-UF > WS-QTD-UF
              PERFORM VARYING WS-IDX-UF2 FROM 1 BY 1
                 UNTIL WS-IDX-UF2 > (WS-QTD-UF - WS-IDX-UF)
                 COMPUTE WS-IDX-UFPROX = WS-IDX-UF2 + 1
                 IF WS-TUF-UF(WS-IDX-UF2) >
                    WS-TUF-UF(WS-IDX-UFPROX)
                    MOVE WS-TUF-ITEM(WS-IDX-UF2) TO WS-TUF-TEMP
                    MOVE WS-TUF-ITEM(WS-IDX-UFPROX)
                         TO WS-TUF-ITEM(WS-IDX-UF2)
                    MOVE WS-TUF-TEMP
                         TO WS-TUF-ITEM(WS-IDX-UFPROX)
                 END-IF
              END-PERFORM
           END-PERFORM

           PERFORM VARYING WS-IDX-UF FROM 1 BY 1
              UNTIL WS-IDX-UF > WS-QTD-UF
              MOVE WS-TUF-PERFIL(WS-IDX-UF) TO WS-IMP-PERFIL
              MOVE SPACES                   TO WS-UF-IMP
              MOVE 'UF '                    TO WS-UF-IMP(1:3)
              MOVE WS-TUF-UF(WS-IDX-UF)     TO WS-UF-IMP(4:2)
              PERFORM 055-IMPRIMIR-PERFIL
           END-PERFORM

           IF WS-PARM-UF = SPACES
              AND WS-QTD-UF > 1
              MOVE WS-GER-PERFIL TO WS-IMP-PERFIL
              MOVE 'TODAS AS UFS' TO WS-UF-IMP
              PERFORM 055-IMPRIMIR-PERFIL
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIME AS DUAS GRADES (DIA DA SEMANA E DIA DO MES) DO
      *    PERFIL CARREGADO EM WS-IMP-PERFIL
      *--------------------------------------------------------------*
       055-IMPRIMIR-PERFIL.

           DISPLAY WS-HIFEN
           DISPLAY 'PERFIL POR DIA DA SEMANA - ' WS-UF-IMP
           DISPLAY WS-HIFEN
           DISPLAY WS-REG-CAB-PERFIL
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 7
              MOVE WS-TAB-NOME-SEM(WS-IDX)    TO WS-PF-ROTULO
              MOVE WS-IMP-SEM-GRAV(WS-IDX, 1) TO WS-PF-FATAL
              MOVE WS-IMP-SEM-GRAV(WS-IDX, 2) TO WS-PF-FERIDO
              MOVE WS-IMP-SEM-GRAV(WS-IDX, 3) TO WS-PF-SEMVIT
              COMPUTE WS-LIN-TOTAL-W = WS-IMP-SEM-GRAV(WS-IDX, 1)
                                     + WS-IMP-SEM-GRAV(WS-IDX, 2)
                                     + WS-IMP-SEM-GRAV(WS-IDX, 3)
              MOVE WS-OCOR-SEM(WS-IDX)        TO WS-LIN-DIAS-W
              PERFORM 057-COMPLETAR-LINHA
           END-PERFORM

           DISPLAY WS-HIFEN
           DISPLAY 'PERFIL POR DIA DO MES - ' WS-UF-IMP
           DISPLAY WS-HIFEN
           DISPLAY WS-REG-CAB-PERFIL
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 31
              MOVE WS-IDX                     TO WS-PF-DIA
              MOVE WS-PF-DIA-MES              TO WS-PF-ROTULO
              MOVE WS-IMP-MES-GRAV(WS-IDX, 1) TO WS-PF-FATAL
              MOVE WS-IMP-MES-GRAV(WS-IDX, 2) TO WS-PF-FERIDO
              MOVE WS-IMP-MES-GRAV(WS-IDX, 3) TO WS-PF-SEMVIT
              COMPUTE WS-LIN-TOTAL-W = WS-IMP-MES-GRAV(WS-IDX, 1)
                                     + WS-IMP-MES-GRAV(WS-IDX, 2)
                                     + WS-IMP-MES-GRAV(WS-IDX, 3)
              MOVE WS-OCOR-MES(WS-IDX)        TO WS-LIN-DIAS-W
              PERFORM 057-COMPLETAR-LINHA
           END-PERFORM

           DISPLAY 'TOTAL DE ACIDENTES........: ' WS-IMP-TOTAL
           .
      *--------------------------------------------------------------*
      *    COMPLETA TOTAL, PARTICIPACAO E MEDIA POR DIA DA LINHA E
      *    IMPRIME (WS-LIN-TOTAL-W E WS-LIN-DIAS-W JA PREENCHIDOS
      *    PELO CHAMADOR)
      *--------------------------------------------------------------*
       057-COMPLETAR-LINHA.

           MOVE WS-LIN-TOTAL-W TO WS-PF-TOTAL
           MOVE WS-LIN-DIAS-W  TO WS-PF-DIAS
           IF WS-IMP-TOTAL = ZERO
              MOVE ZERO TO WS-PF-PART
           ELSE
              COMPUTE WS-PF-PART ROUNDED =
                  (WS-LIN-TOTAL-W * 100) / WS-IMP-TOTAL
           END-IF
           IF WS-LIN-DIAS-W = ZERO
              MOVE ZERO TO WS-PF-MEDIA
           ELSE
              COMPUTE WS-PF-MEDIA ROUNDED =
                  WS-LIN-TOTAL-W / WS-LIN-DIAS-W
           END-IF
           DISPLAY WS-REG-PERFIL
           .
      *--------------------------------------------------------------*
      *    CONVERTE WS-DT-DATA (AAAAMMDD) EM DIAS CORRIDOS DESDE O
      *    ANO ZERO (MESMA ROTINA DO CGPRG009)
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
      *    DIA DA SEMANA DE WS-DT-DIAS: RESTO 0 DA DIVISAO POR 7 E
      *    SABADO, 1 DOMINGO, ... 6 SEXTA
      *--------------------------------------------------------------*
       072-DIA-DA-SEMANA.

           DIVIDE WS-DT-DIAS BY 7 GIVING WS-QUOC-SEM
                                  REMAINDER WS-RESTO-SEM
           IF WS-RESTO-SEM = ZERO
              MOVE 7 TO WS-IDX-SEM
           ELSE
              MOVE WS-RESTO-SEM TO WS-IDX-SEM
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY WS-HIFEN
           DISPLAY 'DIAS NO PERIODO....................: '
                   WS-DIAS-PERIODO
           DISPLAY 'DETALHES LIDOS NO ACIDET...........: ' WS-CTLIDO
           DISPLAY 'ACIDENTES NO PERFIL................: '
                   WS-CTPERIODO
           DISPLAY 'DETALHES DE OUTRA UF (FILTRO)......: '
                   WS-CTFILTRO
           DISPLAY 'DETALHES COM GRAVIDADE/DIA INVALIDO: '
                   WS-CTINVAL
           DISPLAY WS-HIFEN

           IF WS-DET-ABERTO = 'S'
              CLOSE ACIDET
              IF FS-ERRO-DET NOT = '00'
                 MOVE  'ERRO AO FECHAR O ACIDET'  TO WS-MSG
                 MOVE   FS-ERRO-DET               TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           IF WS-CTPERIODO = ZERO
              OR WS-CTINVAL > ZERO
              MOVE 04 TO WS-COD-RETORNO
           ELSE
              MOVE 00 TO WS-COD-RETORNO
           END-IF

           MOVE WS-CTLIDO    TO AUD-LIDOS
           MOVE WS-CTPERIODO TO AUD-GRAVADOS
           MOVE WS-CTINVAL   TO AUD-REJEITADOS
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
           DISPLAY ' *      TERMINO ANORMAL DO T2060PRG       *'
           DISPLAY ' *----------------------------------------*'
           MOVE 08 TO WS-COD-RETORNO
           IF WS-AUD-GRAVADO = 'N'
              MOVE WS-CTLIDO    TO AUD-LIDOS
              MOVE WS-CTPERIODO TO AUD-GRAVADOS
              MOVE WS-CTINVAL   TO AUD-REJEITADOS
              PERFORM 085-GRAVAR-AUDITORIA
           END-IF
           MOVE WS-COD-RETORNO TO RETURN-CODE
           STOP RUN
           .
      *---------------> FIM DO PROGRAMA T2060PRG <-------------------*
