       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   T2059PRG.
       AUTHOR.       GIOVANI TARGINO SERRA.
       DATE-WRITTEN. 15/10/2026.
      *--------------------------------------------------------------*
      * SISTEMA DE ACIDENTES DE TRANSITO
      *--------------------------------------------------------------*
      * OBJETIVO: RISCO RELATIVO POR HABITANTE. LE O HISTORICO
      *           MENSAL DE ACIDENTES (ACIHIST, CHAVE CIDADE+UF+
      *           ANOMES) E CRUZA COM A POPULACAO DO CADASTRO DE
      *           CIDADES (CIDCAD, MANTIDO PELO T2053MNT), CALCULANDO
      *           ACIDENTES E OBITOS POR 100.000 HABITANTES NO MES
      *           INFORMADO E NOS 12 MESES MOVEIS QUE TERMINAM NELE.
      *           IMPRIME O RANKING NACIONAL E O RANKING DENTRO DE
      *           CADA UF (PELA TAXA DE ACIDENTES DOS 12 MESES), COM
      *           A TAXA CONSOLIDADA DE CADA UF, E MARCA COMO CRITICA
      *           A CIDADE ACIMA DO LIMITE DO CARTAO DE PARAMETRO.
      *           CIDADE SEM POPULACAO NO CADASTRO NAO ENTRA NO
      *           RANKING (NAO E TAXA ZERO) - SAI EM LISTA PROPRIA.
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010050  GTS     VERSAO INICIAL
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
           SELECT ACIHIST ASSIGN TO ACIHIST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS HIS-CHAVE
                  FILE STATUS   IS FS-ERRO-HIST
           .
           SELECT CIDCAD ASSIGN TO CIDCAD
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS CID-CHAVE
                  FILE STATUS   IS FS-ERRO-CID
           .
           SELECT GTSAUDIT ASSIGN TO GTSAUDIT
                  FILE STATUS   IS FS-ERRO-AUD
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
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
       FD  CIDCAD
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CIDCAD.
           05 CID-CHAVE.
              10 CID-CIDADE       PIC 9(04).
              10 CID-UF           PIC X(02).
           05 CID-NOME              PIC X(30).
           05 CID-POPULACAO         PIC 9(08).
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
           05 WS-CTJANELA            PIC 9(07)  VALUE ZERO.
           05 WS-CTCIDADES           PIC 9(05)  VALUE ZERO.
           05 WS-CTSEM-POP           PIC 9(05)  VALUE ZERO.
           05 WS-CTCRITICA           PIC 9(05)  VALUE ZERO.
           05 FS-ERRO-HIST           PIC X(02).
           05 FS-ERRO-CID            PIC X(02).
           05 WS-MSG                 PIC X(30).
           05 WS-FS-MSG              PIC X(02).
           05 WS-COD-RETORNO         PIC 9(02)  VALUE ZERO.
           05 WS-CID-ABERTO          PIC X(01)  VALUE 'N'.
           05 WS-NOME-CID-W          PIC X(20)  VALUE SPACES.
           05 WS-POP-CID-W           PIC 9(08)  VALUE ZERO.
      *-----> JANELA DE 12 MESES MOVEIS (ANOMES INICIAL A FINAL)
           05 WS-ANOMES-REF          PIC 9(06).
           05 WS-ANOMES-REF-R REDEFINES WS-ANOMES-REF.
              10 WS-ANO-REF          PIC 9(04).
              10 WS-MES-REF          PIC 9(02).
           05 WS-ANOMES-INI          PIC 9(06).
           05 WS-ANOMES-INI-R REDEFINES WS-ANOMES-INI.
              10 WS-ANO-INI          PIC 9(04).
              10 WS-MES-INI          PIC 9(02).
           05 WS-MESES-W             PIC 9(06)  VALUE ZERO.
           05 WS-RESTO-W             PIC 9(02)  VALUE ZERO.
      *-----> QUEBRA POR CIDADE+UF (ORDEM DA CHAVE DO ACIHIST)
           05 WS-PRIMEIRO            PIC X(01)  VALUE 'S'.
           05 WS-CIDADE-ANT          PIC 9(04)  VALUE ZERO.
           05 WS-UF-ANT              PIC X(02)  VALUE SPACES.
           05 WS-ACID-MES-W          PIC 9(05)  VALUE ZERO.
           05 WS-OBIT-MES-W          PIC 9(05)  VALUE ZERO.
           05 WS-ACID-12-W           PIC 9(06)  VALUE ZERO.
           05 WS-OBIT-12-W           PIC 9(06)  VALUE ZERO.
           05 WS-NA-JANELA           PIC X(01)  VALUE 'N'.
      *-----> INDICES DA CLASSIFICACAO E DOS RANKINGS
           05 WS-IDX                 PIC 9(05)  VALUE ZERO.
           05 WS-IDX2                PIC 9(05)  VALUE ZERO.
           05 WS-IDXPROX             PIC 9(05)  VALUE ZERO.
           05 WS-RANK                PIC 9(05)  VALUE ZERO.
           05 WS-RANK-UF             PIC 9(05)  VALUE ZERO.
           05 WS-IDX-UF              PIC 9(02)  VALUE ZERO.
           05 WS-IDX-UF2             PIC 9(02)  VALUE ZERO.
           05 WS-IDX-UFPROX          PIC 9(02)  VALUE ZERO.
           05 WS-UF-ACHOU            PIC X(01)  VALUE 'N'.
           05 WS-QTD-UF              PIC 9(02)  VALUE ZERO.
           05 WS-QTD-CID             PIC 9(05)  VALUE ZERO.
           05 WS-QTD-SEMPOP          PIC 9(05)  VALUE ZERO.

      *-----> AUDITORIA COMUM DA CADEIA GTS0014J
       01  WS-AREA-AUDITORIA.
           05 FS-ERRO-AUD         PIC X(02).
           05 WS-AUD-GRAVADO      PIC X(01)  VALUE 'N'.
           05 WS-AUD-DATA-W       PIC 9(08).
           05 WS-AUD-HORA-W       PIC 9(08).
       01  WS-REG-GTSAUDIT.
           05 AUD-PROGRAMA        PIC X(08)  VALUE 'T2059PRG'.
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
      *-----> COL 01-06 ANOMES DE REFERENCIA (ZEROS = MES CORRENTE)
      *-----> COL 07-13 LIMITE CRITICO DE ACIDENTES/100 MIL HAB. NOS
      *----->           12 MESES 9(05)V99
      *-----> COL 14-20 LIMITE CRITICO DE OBITOS/100 MIL HAB. NOS
      *----->           12 MESES 9(05)V99
       01  WS-PARM-CARD.
           05 WS-PARM-ANOMES      PIC 9(06).
           05 WS-PARM-ANOMES-X REDEFINES WS-PARM-ANOMES
                                  PIC X(06).
           05 WS-PARM-LIM-ACID    PIC 9(05)V99.
           05 WS-PARM-LIM-ACID-X REDEFINES WS-PARM-LIM-ACID
                                  PIC X(07).
           05 WS-PARM-LIM-OBIT    PIC 9(05)V99.
           05 WS-PARM-LIM-OBIT-X REDEFINES WS-PARM-LIM-OBIT
                                  PIC X(07).

      *-----> CIDADES COM POPULACAO - TAXAS POR 100 MIL HABITANTES
       01  WS-TAB-CIDADES.
           05 WS-TCID-ITEM OCCURS 9999 TIMES.
              10 WS-TCID-CIDADE      PIC 9(04).
              10 WS-TCID-UF          PIC X(02).
              10 WS-TCID-NOME        PIC X(20).
              10 WS-TCID-POP         PIC 9(08).
              10 WS-TCID-ACID-MES    PIC 9(05).
              10 WS-TCID-OBIT-MES    PIC 9(05).
              10 WS-TCID-ACID-12     PIC 9(06).
              10 WS-TCID-OBIT-12     PIC 9(06).
              10 WS-TCID-TXA-MES     PIC 9(08)V99.
              10 WS-TCID-TXO-MES     PIC 9(08)V99.
              10 WS-TCID-TXA-12      PIC 9(08)V99.
              10 WS-TCID-TXO-12      PIC 9(08)V99.
              10 WS-TCID-CRITICA     PIC X(01).
       01  WS-TCID-TEMP              PIC X(97).

      *-----> CIDADES SEM POPULACAO NO CADASTRO (FORA DO RANKING)
       01  WS-TAB-SEM-POP.
           05 WS-TSEM-ITEM OCCURS 9999 TIMES.
              10 WS-TSEM-CIDADE      PIC 9(04).
              10 WS-TSEM-UF          PIC X(02).
              10 WS-TSEM-NOME        PIC X(20).
              10 WS-TSEM-ACID-12     PIC 9(06).
              10 WS-TSEM-OBIT-12     PIC 9(06).

      *-----> CONSOLIDADO POR UF (SO CIDADES COM POPULACAO)
       01  WS-TAB-UFS.
           05 WS-TUF-ITEM OCCURS 30 TIMES.
              10 WS-TUF-UF           PIC X(02).
              10 WS-TUF-POP          PIC 9(10).
              10 WS-TUF-CIDADES      PIC 9(05).
              10 WS-TUF-ACID-MES     PIC 9(07).
              10 WS-TUF-OBIT-MES     PIC 9(07).
              10 WS-TUF-ACID-12      PIC 9(07).
              10 WS-TUF-OBIT-12      PIC 9(07).
              10 WS-TUF-TXA-12       PIC 9(08)V99.
              10 WS-TUF-TXO-12       PIC 9(08)V99.
              10 WS-TUF-CRITICAS     PIC 9(05).
       01  WS-TUF-TEMP               PIC X(70).

      *-----> SAIDA - LINHA DO RANKING DE CIDADES
       01  WS-REG-RANKING.
           05 WS-RK-POS           PIC ZZZZ9.
           05 FILLER              PIC X(02) VALUE ') '.
           05 WS-RK-CID           PIC 9(04).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-RK-UF            PIC X(02).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-RK-NOME          PIC X(20).
           05 FILLER              PIC X(07) VALUE ' HAB.: '.
           05 WS-RK-POP           PIC ZZ.ZZZ.ZZ9.
           05 FILLER              PIC X(07) VALUE ' | MES '.
           05 WS-RK-ACID-MES      PIC ZZ.ZZ9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-RK-TXA-MES       PIC ZZ.ZZ9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-RK-OBIT-MES      PIC ZZ.ZZ9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-RK-TXO-MES       PIC ZZ.ZZ9,99.
           05 FILLER              PIC X(07) VALUE ' | 12M '.
           05 WS-RK-ACID-12       PIC ZZZ.ZZ9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-RK-TXA-12        PIC ZZ.ZZ9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-RK-OBIT-12       PIC ZZZ.ZZ9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-RK-TXO-12        PIC ZZ.ZZ9,99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-RK-CRITICA       PIC X(09).

      *-----> SAIDA - LINHA DO CONSOLIDADO POR UF
       01  WS-REG-UF.
           05 WS-UFL-POS          PIC Z9.
           05 FILLER              PIC X(06) VALUE ') UF: '.
           05 WS-UFL-UF           PIC X(02).
           05 FILLER              PIC X(10) VALUE ' CIDADES: '.
           05 WS-UFL-CIDADES      PIC ZZZZ9.
           05 FILLER              PIC X(07) VALUE ' HAB.: '.
           05 WS-UFL-POP          PIC Z.ZZZ.ZZZ.ZZ9.
           05 FILLER              PIC X(12) VALUE ' | 12M ACID '.
           05 WS-UFL-ACID-12      PIC Z.ZZZ.ZZ9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-UFL-TXA-12       PIC ZZ.ZZ9,99.
           05 FILLER              PIC X(08) VALUE ' OBITOS '.
           05 WS-UFL-OBIT-12      PIC Z.ZZZ.ZZ9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-UFL-TXO-12       PIC ZZ.ZZ9,99.
           05 FILLER              PIC X(11) VALUE ' CRITICAS: '.
           05 WS-UFL-CRITICAS     PIC ZZZZ9.

      *-----> SAIDA - LINHA DE CIDADE SEM POPULACAO
       01  WS-REG-SEM-POP.
           05 WS-SPL-CID          PIC 9(04).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-SPL-UF           PIC X(02).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-SPL-NOME         PIC X(20).
           05 FILLER              PIC X(12) VALUE ' ACID.12M = '.
           05 WS-SPL-ACID-12      PIC ZZZ.ZZ9.
           05 FILLER              PIC X(14) VALUE ' OBITOS.12M = '.
           05 WS-SPL-OBIT-12      PIC ZZZ.ZZ9.

       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-T2059PRG.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 050-RANKINGS
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY '================================================'
           DISPLAY 'T2059PRG - ACIDENTES POR 100.000 HABITANTES     '
           DISPLAY '------------------------------------------------'
           ACCEPT WS-DATA FROM DATE
           DISPLAY 'DATA DO PROCESSAMENTO: '  WS-DATA(7:2) '/'
                   WS-DATA(5:2) '/2' WS-DATA(2:3)

           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-ANOMES-X NOT NUMERIC
              OR WS-PARM-ANOMES = ZERO
              MOVE '2'           TO WS-ANOMES-REF(1:1)
              MOVE WS-DATA(2:3)  TO WS-ANOMES-REF(2:3)
              MOVE WS-DATA(5:2)  TO WS-ANOMES-REF(5:2)
           ELSE
              MOVE WS-PARM-ANOMES TO WS-ANOMES-REF
           END-IF

           IF WS-MES-REF < 01 OR WS-MES-REF > 12
              MOVE  'ANOMES DO CARTAO INVALIDO'  TO WS-MSG
              MOVE  'PR'                         TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF WS-PARM-LIM-ACID-X NOT NUMERIC
              OR WS-PARM-LIM-ACID = ZERO
              MOVE 300,00 TO WS-PARM-LIM-ACID
           END-IF
           IF WS-PARM-LIM-OBIT-X NOT NUMERIC
              OR WS-PARM-LIM-OBIT = ZERO
              MOVE 020,00 TO WS-PARM-LIM-OBIT
           END-IF

      *-----> INICIO DA JANELA = 11 MESES ANTES DA REFERENCIA
           COMPUTE WS-MESES-W = (WS-ANO-REF * 12) + WS-MES-REF - 12
           DIVIDE WS-MESES-W BY 12 GIVING WS-ANO-INI
                                   REMAINDER WS-RESTO-W
           COMPUTE WS-MES-INI = WS-RESTO-W + 1

           DISPLAY 'MES DE REFERENCIA......: ' WS-ANOMES-REF
           DISPLAY 'JANELA DE 12 MESES.....: ' WS-ANOMES-INI
                   ' A ' WS-ANOMES-REF
           DISPLAY 'LIMITE ACID/100 MIL 12M: ' WS-PARM-LIM-ACID
           DISPLAY 'LIMITE OBIT/100 MIL 12M: ' WS-PARM-LIM-OBIT
           DISPLAY '------------------------------------------------'

           OPEN INPUT ACIHIST
           IF FS-ERRO-HIST NOT = '00'
              MOVE  'ERRO AO ABRIR O ACIHIST'  TO WS-MSG
              MOVE   FS-ERRO-HIST              TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

      *-----> SEM O CADASTRO DE CIDADES (FS=35) NAO HA POPULACAO -
      *-----> TODAS AS CIDADES SAEM NA LISTA DE SEM POPULACAO
           OPEN INPUT CIDCAD
           IF FS-ERRO-CID = '00'
              MOVE 'S' TO WS-CID-ABERTO
           ELSE
              IF FS-ERRO-CID NOT = '35'
                 MOVE  'ERRO AO ABRIR O CIDCAD'  TO WS-MSG
                 MOVE   FS-ERRO-CID              TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           MOVE LOW-VALUES TO HIS-CHAVE
           START ACIHIST KEY NOT < HIS-CHAVE
           IF FS-ERRO-HIST NOT = '00'
              MOVE 'S' TO WS-FIM
           ELSE
              PERFORM 025-LER-HISTORICO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA SEQUENCIAL DO HISTORICO
      *--------------------------------------------------------------*
       025-LER-HISTORICO.

           READ ACIHIST NEXT
              AT END
                 MOVE 'S' TO WS-FIM
           END-READ

           IF WS-FIM NOT = 'S'
              IF FS-ERRO-HIST NOT = '00'
                 MOVE  'ERRO AO LER O ACIHIST'  TO WS-MSG
                 MOVE   FS-ERRO-HIST            TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ADD 1 TO WS-CTLIDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    BUSCA NOME E POPULACAO DA CIDADE EM QUEBRA NO CADASTRO -
      *    CODIGO SEM CADASTRO OU POPULACAO ZERADA FICA SEM
      *    POPULACAO (WS-POP-CID-W = ZERO)
      *--------------------------------------------------------------*
       028-PROCURAR-CIDADE.

           MOVE '** SEM CADASTRO **' TO WS-NOME-CID-W
           MOVE ZERO                 TO WS-POP-CID-W
           IF WS-CID-ABERTO = 'S'
              MOVE WS-CIDADE-ANT TO CID-CIDADE
              MOVE WS-UF-ANT     TO CID-UF
              READ CIDCAD
              IF FS-ERRO-CID = '00'
                 MOVE CID-NOME(1:20) TO WS-NOME-CID-W
                 IF CID-POPULACAO NUMERIC
                    MOVE CID-POPULACAO TO WS-POP-CID-W
                 END-IF
              ELSE
                 IF FS-ERRO-CID NOT = '23'
                    MOVE  'ERRO AO LER O CIDCAD'  TO WS-MSG
                    MOVE   FS-ERRO-CID            TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ACUMULA OS MESES DA CIDADE DENTRO DA JANELA, COM QUEBRA
      *    POR CIDADE+UF (A CHAVE DO ACIHIST JA VEM NESSA ORDEM)
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF WS-PRIMEIRO = 'S'
              MOVE 'N'        TO WS-PRIMEIRO
              MOVE HIS-CIDADE TO WS-CIDADE-ANT
              MOVE HIS-UF     TO WS-UF-ANT
           ELSE
              IF HIS-CIDADE NOT = WS-CIDADE-ANT
                 OR HIS-UF NOT = WS-UF-ANT
                 PERFORM 035-FECHAR-CIDADE
                 MOVE HIS-CIDADE TO WS-CIDADE-ANT
                 MOVE HIS-UF     TO WS-UF-ANT
              END-IF
           END-IF

           IF HIS-ANOMES NOT < WS-ANOMES-INI
              AND HIS-ANOMES NOT > WS-ANOMES-REF
              ADD 1             TO WS-CTJANELA
              MOVE 'S'          TO WS-NA-JANELA
              ADD HIS-ACIDENTES TO WS-ACID-12-W
              ADD HIS-OBITOS    TO WS-OBIT-12-W
              IF HIS-ANOMES = WS-ANOMES-REF
                 ADD HIS-ACIDENTES TO WS-ACID-MES-W
                 ADD HIS-OBITOS    TO WS-OBIT-MES-W
              END-IF
           END-IF

           PERFORM 025-LER-HISTORICO

           IF WS-FIM = 'S'
              AND WS-PRIMEIRO = 'N'
              PERFORM 035-FECHAR-CIDADE
           END-IF
           .
      *--------------------------------------------------------------*
      *    FECHA A CIDADE: SO ENTRA QUEM TEM MOVIMENTO NA JANELA.
      *    COM POPULACAO CALCULA AS TAXAS E GUARDA PARA O RANKING;
      *    SEM POPULACAO VAI PARA A LISTA A PARTE
      *--------------------------------------------------------------*
       035-FECHAR-CIDADE.

           IF WS-NA-JANELA = 'S'
              ADD 1 TO WS-CTCIDADES
              PERFORM 028-PROCURAR-CIDADE
              IF WS-POP-CID-W = ZERO
                 PERFORM 038-GUARDAR-SEM-POP
              ELSE
                 PERFORM 037-GUARDAR-CIDADE
              END-IF
           END-IF

           MOVE 'N'   TO WS-NA-JANELA
           MOVE ZEROS TO WS-ACID-MES-W
                         WS-OBIT-MES-W
                         WS-ACID-12-W
                         WS-OBIT-12-W
           .
      *--------------------------------------------------------------*
      *    GUARDA A CIDADE COM AS TAXAS POR 100 MIL HABITANTES E
      *    ACUMULA NA UF. TABELA CHEIA CANCELA O PROGRAMA.
      *--------------------------------------------------------------*
       037-GUARDAR-CIDADE.

           IF WS-QTD-CID = 9999
              MOVE  'MAIS DE 9999 CIDADES NA JANELA'  TO WS-MSG
              MOVE  'QT'                              TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ADD 1 TO WS-QTD-CID
           MOVE WS-QTD-CID TO WS-IDX

           MOVE WS-CIDADE-ANT  TO WS-TCID-CIDADE(WS-IDX)
           MOVE WS-UF-ANT      TO WS-TCID-UF(WS-IDX)
           MOVE WS-NOME-CID-W  TO WS-TCID-NOME(WS-IDX)
           MOVE WS-POP-CID-W   TO WS-TCID-POP(WS-IDX)
           MOVE WS-ACID-MES-W  TO WS-TCID-ACID-MES(WS-IDX)
           MOVE WS-OBIT-MES-W  TO WS-TCID-OBIT-MES(WS-IDX)
           MOVE WS-ACID-12-W   TO WS-TCID-ACID-12(WS-IDX)
           MOVE WS-OBIT-12-W   TO WS-TCID-OBIT-12(WS-IDX)

           COMPUTE WS-TCID-TXA-MES(WS-IDX) ROUNDED =
               (WS-ACID-MES-W * 100000) / WS-POP-CID-W
           COMPUTE WS-TCID-TXO-MES(WS-IDX) ROUNDED =
               (WS-OBIT-MES-W * 100000) / WS-POP-CID-W
           COMPUTE WS-TCID-TXA-12(WS-IDX) ROUNDED =
               (WS-ACID-12-W * 100000) / WS-POP-CID-W
           COMPUTE WS-TCID-TXO-12(WS-IDX) ROUNDED =
               (WS-OBIT-12-W * 100000) / WS-POP-CID-W

           IF WS-TCID-TXA-12(WS-IDX) > WS-PARM-LIM-ACID
              OR WS-TCID-TXO-12(WS-IDX) > WS-PARM-LIM-OBIT
              MOVE 'S' TO WS-TCID-CRITICA(WS-IDX)
              ADD 1    TO WS-CTCRITICA
           ELSE
              MOVE 'N' TO WS-TCID-CRITICA(WS-IDX)
           END-IF

           PERFORM 048-PROCURAR-UF
           ADD WS-POP-CID-W  TO WS-TUF-POP(WS-IDX-UF)
           ADD 1             TO WS-TUF-CIDADES(WS-IDX-UF)
           ADD WS-ACID-MES-W TO WS-TUF-ACID-MES(WS-IDX-UF)
           ADD WS-OBIT-MES-W TO WS-TUF-OBIT-MES(WS-IDX-UF)
           ADD WS-ACID-12-W  TO WS-TUF-ACID-12(WS-IDX-UF)
           ADD WS-OBIT-12-W  TO WS-TUF-OBIT-12(WS-IDX-UF)
           IF WS-TCID-CRITICA(WS-IDX) = 'S'
              ADD 1 TO WS-TUF-CRITICAS(WS-IDX-UF)
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDA A CIDADE SEM POPULACAO PARA A LISTA A PARTE
      *--------------------------------------------------------------*
       038-GUARDAR-SEM-POP.

           IF WS-QTD-SEMPOP = 9999
              MOVE  'MAIS DE 9999 CIDADES SEM POP.'  TO WS-MSG
              MOVE  'QT'                             TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ADD 1 TO WS-QTD-SEMPOP
           ADD 1 TO WS-CTSEM-POP
           MOVE WS-CIDADE-ANT TO WS-TSEM-CIDADE(WS-QTD-SEMPOP)
           MOVE WS-UF-ANT     TO WS-TSEM-UF(WS-QTD-SEMPOP)
           MOVE WS-NOME-CID-W TO WS-TSEM-NOME(WS-QTD-SEMPOP)
           MOVE WS-ACID-12-W  TO WS-TSEM-ACID-12(WS-QTD-SEMPOP)
           MOVE WS-OBIT-12-W  TO WS-TSEM-OBIT-12(WS-QTD-SEMPOP)
           .
      *--------------------------------------------------------------*
      *    LOCALIZA (OU CRIA) A ENTRADA DA UF DA CIDADE EM QUEBRA NA
      *    TABELA DE CONSOLIDACAO, DEIXANDO WS-IDX-UF POSICIONADO.
      *    TABELA CHEIA CANCELA O PROGRAMA (MESMO CRITERIO DO
      *    T2052PRG).
      *--------------------------------------------------------------*
       048-PROCURAR-UF.

           MOVE 'N' TO WS-UF-ACHOU
           PERFORM VARYING WS-IDX-UF FROM 1 BY 1
              UNTIL WS-IDX-UF > WS-QTD-UF
              OR WS-UF-ACHOU = 'S'
              IF WS-TUF-UF(WS-IDX-UF) = WS-UF-ANT
                 MOVE 'S' TO WS-UF-ACHOU
              END-IF
           END-PERFORM

           IF WS-UF-ACHOU = 'S'
              SUBTRACT 1 FROM WS-IDX-UF
           ELSE
              IF WS-QTD-UF = 30
                 MOVE  'MAIS DE 30 UFS NO HISTORICO'  TO WS-MSG
                 MOVE  'QT'                           TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ADD 1 TO WS-QTD-UF
              MOVE WS-QTD-UF TO WS-IDX-UF
              MOVE WS-UF-ANT TO WS-TUF-UF(WS-IDX-UF)
              MOVE ZEROS     TO WS-TUF-POP(WS-IDX-UF)
                                WS-TUF-CIDADES(WS-IDX-UF)
                                WS-TUF-ACID-MES(WS-IDX-UF)
                                WS-TUF-OBIT-MES(WS-IDX-UF)
                                WS-TUF-ACID-12(WS-IDX-UF)
                                WS-TUF-OBIT-12(WS-IDX-UF)
                                WS-TUF-TXA-12(WS-IDX-UF)
                                WS-TUF-TXO-12(WS-IDX-UF)
                                WS-TUF-CRITICAS(WS-IDX-UF)
           END-IF
           .
      *--------------------------------------------------------------*
      *    CLASSIFICA AS CIDADES E AS UFS PELA TAXA DE ACIDENTES DOS
      *    12 MESES (DECRESCENTE) E IMPRIME OS RANKINGS - NACIONAL,
      *    CONSOLIDADO POR UF E DENTRO DE CADA UF - E A LISTA DAS
      *    CIDADES SEM POPULACAO
      *--------------------------------------------------------------*
       050-RANKINGS.

           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-CID
              PERFORM VARYING WS-IDX2 FROM 1 BY 1
                 UNTIL WS-IDX2 > (WS-QTD-CID - WS-IDX)
                 COMPUTE WS-IDXPROX = WS-IDX2 + 1
                 IF WS-TCID-TXA-12(WS-IDX2) <
                    WS-TCID-TXA-12(WS-IDXPROX)
                    MOVE WS-TCID-ITEM(WS-IDX2) TO WS-TCID-TEMP
                    MOVE WS-TCID-ITEM(WS-IDXPROX)
                         TO WS-TCID-ITEM(WS-IDX2)
                    MOVE WS-TCID-TEMP
                         TO WS-TCID-ITEM(WS-IDXPROX)
                 END-IF
              END-PERFORM
           END-PERFORM

           PERFORM VARYING WS-IDX-UF FROM 1 BY 1
              UNTIL WS-IDX-UF > WS-QTD-UF
              COMPUTE WS-TUF-TXA-12(WS-IDX-UF) ROUNDED =
                  (WS-TUF-ACID-12(WS-IDX-UF) * 100000)
                  / WS-TUF-POP(WS-IDX-UF)
              COMPUTE WS-TUF-TXO-12(WS-IDX-UF) ROUNDED =
                  (WS-TUF-OBIT-12(WS-IDX-UF) * 100000)
                  / WS-TUF-POP(WS-IDX-UF)
           END-PERFORM

           PERFORM VARYING WS-IDX-UF FROM 1 BY 1
              UNTIL WS-IDX-UF > WS-QTD-UF
              PERFORM VARYING WS-IDX-UF2 FROM 1 BY 1
                 UNTIL WS-IDX-UF2 > (WS-QTD-UF - WS-IDX-UF)
                 COMPUTE WS-IDX-UFPROX = WS-IDX-UF2 + 1
                 IF WS-TUF-TXA-12(WS-IDX-UF2) <
                    WS-TUF-TXA-12(WS-IDX-UFPROX)
                    MOVE WS-TUF-ITEM(WS-IDX-UF2) TO WS-TUF-TEMP
                    MOVE WS-TUF-ITEM(WS-IDX-UFPROX)
                         TO WS-TUF-ITEM(WS-IDX-UF2)
                    MOVE WS-TUF-TEMP
                         TO WS-TUF-ITEM(WS-IDX-UFPROX)
                 END-IF
              END-PERFORM
           END-PERFORM

           DISPLAY '------------------------------------------------'
           DISPLAY 'RANKING NACIONAL - ACIDENTES/100 MIL HAB. 12M   '
           DISPLAY '  (MES: ACID TAXA OBIT TAXA | 12M: ACID TAXA    '
           DISPLAY '   OBIT TAXA)                                   '
           DISPLAY '------------------------------------------------'
           PERFORM VARYING WS-RANK FROM 1 BY 1
              UNTIL WS-RANK > WS-QTD-CID
              MOVE WS-RANK TO WS-IDX
              MOVE WS-RANK TO WS-RK-POS
              PERFORM 055-IMPRIMIR-CIDADE
           END-PERFORM

           DISPLAY '------------------------------------------------'
           DISPLAY 'RANKING DAS UFS - ACIDENTES/100 MIL HAB. 12M    '
           DISPLAY '------------------------------------------------'
           PERFORM 057-IMPRIMIR-UF
              VARYING WS-IDX-UF FROM 1 BY 1
              UNTIL WS-IDX-UF > WS-QTD-UF

           PERFORM 060-RANKING-UF
              VARYING WS-IDX-UF FROM 1 BY 1
              UNTIL WS-IDX-UF > WS-QTD-UF

           DISPLAY '------------------------------------------------'
           DISPLAY 'CIDADES SEM POPULACAO NO CADASTRO (FORA DO      '
           DISPLAY 'RANKING - ATUALIZAR O CIDCAD PELO T2053MNT)     '
           DISPLAY '------------------------------------------------'
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-SEMPOP
              MOVE WS-TSEM-CIDADE(WS-IDX)  TO WS-SPL-CID
              MOVE WS-TSEM-UF(WS-IDX)      TO WS-SPL-UF
              MOVE WS-TSEM-NOME(WS-IDX)    TO WS-SPL-NOME
              MOVE WS-TSEM-ACID-12(WS-IDX) TO WS-SPL-ACID-12
              MOVE WS-TSEM-OBIT-12(WS-IDX) TO WS-SPL-OBIT-12
              DISPLAY WS-REG-SEM-POP
           END-PERFORM
           .
      *--------------------------------------------------------------*
      *    IMPRIME A CIDADE DA POSICAO WS-IDX DA TABELA CLASSIFICADA
      *    (WS-RK-POS JA PREENCHIDO PELO CHAMADOR)
      *--------------------------------------------------------------*
       055-IMPRIMIR-CIDADE.

           MOVE WS-TCID-CIDADE(WS-IDX)   TO WS-RK-CID
           MOVE WS-TCID-UF(WS-IDX)       TO WS-RK-UF
           MOVE WS-TCID-NOME(WS-IDX)     TO WS-RK-NOME
           MOVE WS-TCID-POP(WS-IDX)      TO WS-RK-POP
           MOVE WS-TCID-ACID-MES(WS-IDX) TO WS-RK-ACID-MES
           MOVE WS-TCID-TXA-MES(WS-IDX)  TO WS-RK-TXA-MES
           MOVE WS-TCID-OBIT-MES(WS-IDX) TO WS-RK-OBIT-MES
           MOVE WS-TCID-TXO-MES(WS-IDX)  TO WS-RK-TXO-MES
           MOVE WS-TCID-ACID-12(WS-IDX)  TO WS-RK-ACID-12
           MOVE WS-TCID-TXA-12(WS-IDX)   TO WS-RK-TXA-12
           MOVE WS-TCID-OBIT-12(WS-IDX)  TO WS-RK-OBIT-12
           MOVE WS-TCID-TXO-12(WS-IDX)   TO WS-RK-TXO-12
           IF WS-TCID-CRITICA(WS-IDX) = 'S'
              MOVE '*CRITICA*' TO WS-RK-CRITICA
           ELSE
              MOVE SPACES      TO WS-RK-CRITICA
           END-IF
           DISPLAY WS-REG-RANKING
           .
      *--------------------------------------------------------------*
      *    IMPRIME A LINHA CONSOLIDADA DA UF DA POSICAO WS-IDX-UF
      *--------------------------------------------------------------*
       057-IMPRIMIR-UF.

           MOVE WS-IDX-UF                  TO WS-UFL-POS
           MOVE WS-TUF-UF(WS-IDX-UF)       TO WS-UFL-UF
           MOVE WS-TUF-CIDADES(WS-IDX-UF)  TO WS-UFL-CIDADES
           MOVE WS-TUF-POP(WS-IDX-UF)      TO WS-UFL-POP
           MOVE WS-TUF-ACID-12(WS-IDX-UF)  TO WS-UFL-ACID-12
           MOVE WS-TUF-TXA-12(WS-IDX-UF)   TO WS-UFL-TXA-12
           MOVE WS-TUF-OBIT-12(WS-IDX-UF)  TO WS-UFL-OBIT-12
           MOVE WS-TUF-TXO-12(WS-IDX-UF)   TO WS-UFL-TXO-12
           MOVE WS-TUF-CRITICAS(WS-IDX-UF) TO WS-UFL-CRITICAS
           DISPLAY WS-REG-UF
           .
      *--------------------------------------------------------------*
      *    RANKING DENTRO DA UF DA POSICAO WS-IDX-UF - PERCORRE A
      *    TABELA NACIONAL JA CLASSIFICADA, NUMERANDO SO AS CIDADES
      *    DA UF
      *--------------------------------------------------------------*
       060-RANKING-UF.

           DISPLAY '------------------------------------------------'
           DISPLAY 'RANKING DA UF ' WS-TUF-UF(WS-IDX-UF)
                   ' - ACIDENTES/100 MIL HAB. 12M'
           DISPLAY '------------------------------------------------'
           MOVE ZERO TO WS-RANK-UF
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-CID
              IF WS-TCID-UF(WS-IDX) = WS-TUF-UF(WS-IDX-UF)
                 ADD 1 TO WS-RANK-UF
                 MOVE WS-RANK-UF TO WS-RK-POS
                 PERFORM 055-IMPRIMIR-CIDADE
              END-IF
           END-PERFORM
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY '------------------------------------------------'
           DISPLAY 'REGISTROS LIDOS NO HISTORICO.......: ' WS-CTLIDO
           DISPLAY 'REGISTROS DENTRO DA JANELA.........: ' WS-CTJANELA
           DISPLAY 'CIDADES COM MOVIMENTO NA JANELA....: '
                   WS-CTCIDADES
           DISPLAY 'CIDADES NO RANKING.................: ' WS-QTD-CID
           DISPLAY 'CIDADES SEM POPULACAO..............: '
                   WS-CTSEM-POP
           DISPLAY 'CIDADES CRITICAS (ACIMA DO LIMITE).: '
                   WS-CTCRITICA
           DISPLAY '------------------------------------------------'

           CLOSE ACIHIST
           IF FS-ERRO-HIST NOT = '00'
              MOVE  'ERRO AO FECHAR O ACIHIST'  TO WS-MSG
              MOVE   FS-ERRO-HIST               TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF WS-CID-ABERTO = 'S'
              CLOSE CIDCAD
              IF FS-ERRO-CID NOT = '00'
                 MOVE  'ERRO AO FECHAR O CIDCAD'  TO WS-MSG
                 MOVE   FS-ERRO-CID               TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

      *-----> RC=04 QUANDO NAO HA RANKING (JANELA VAZIA OU NENHUMA
      *-----> CIDADE COM POPULACAO) OU HA CIDADE SEM POPULACAO A
      *-----> CADASTRAR
           IF WS-QTD-CID = ZERO
              OR WS-CTSEM-POP > ZERO
              MOVE 04 TO WS-COD-RETORNO
           ELSE
              MOVE 00 TO WS-COD-RETORNO
           END-IF

           MOVE WS-CTLIDO    TO AUD-LIDOS
           MOVE WS-QTD-CID   TO AUD-GRAVADOS
           MOVE WS-CTSEM-POP TO AUD-REJEITADOS
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
           DISPLAY ' *      TERMINO ANORMAL DO T2059PRG       *'
           DISPLAY ' *----------------------------------------*'
           MOVE 08 TO WS-COD-RETORNO
           IF WS-AUD-GRAVADO = 'N'
              MOVE WS-CTLIDO    TO AUD-LIDOS
              MOVE WS-QTD-CID   TO AUD-GRAVADOS
              MOVE WS-CTSEM-POP TO AUD-REJEITADOS
              PERFORM 085-GRAVAR-AUDITORIA
           END-IF
           MOVE WS-COD-RETORNO TO RETURN-CODE
           STOP RUN
           .
      *---------------> FIM DO PROGRAMA T2059PRG <-------------------*
