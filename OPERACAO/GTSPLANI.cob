       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   GTSPLANI.
       AUTHOR.       GIOVANI TARGINO SERRA.
       DATE-WRITTEN. 15/10/2026.
      *--------------------------------------------------------------*
      * SISTEMA: EXTRACOES PARA AS AREAS USUARIAS
      *--------------------------------------------------------------*
      * OBJETIVO: EXTRACAO DELIMITADA (PLANILHA) PARA O COMERCIAL E
      *           PARA A DIRETORIA DE TRANSITO, NO LUGAR DE REDIGITAR
      *           A SYSOUT DO V2051P2 E O QUADRO DO T2054PRG. O
      *           CARTAO DE PARAMETRO ESCOLHE O ARQUIVO:
      *           'P' = P2CADV (CADASTRO DE PRODUTOS) COM A MARGEM
      *                 VIGENTE DO DEPARTAMENTO NO P2MARG;
      *           'A' = ACIHIST (HISTORICO DE ACIDENTES) COM O NOME
      *                 DA CIDADE DO CIDCAD;
      *           O FILTRO (DEPARTAMENTO / UF / FAIXA DE ANOMES) E
      *           O DELIMITADOR (BRANCO = ';'). GRAVA UMA LINHA DE
      *           CABECALHO E UMA LINHA POR REGISTRO, CAMPOS SEM
      *           BRANCOS NAS PONTAS, NUMEROS EDITADOS COM VIRGULA
      *           DECIMAL E SEM ZEROS A ESQUERDA - O ARQUIVO ABRE
      *           DIRETO NA PLANILHA. TEXTO QUE CONTEM O DELIMITADOR
      *           SAI ENTRE ASPAS. CONTAGEM E SOMAS DE CONTROLE NA
      *           SYSOUT.
      *           CARTAO SYSIN:
      *             COL 01    ARQUIVO 'P' / 'A'
      *             COL 02    DELIMITADOR (BRANCO = ';')
      *             COL 03-04 DEPARTAMENTO (SO 'P'; BRANCO = TODOS)
      *             COL 05-06 UF (BRANCO = TODAS)
      *             COL 07-12 ANOMES INICIAL (SO 'A'; ZEROS = SEM
      *                       LIMITE)
      *             COL 13-18 ANOMES FINAL   (SO 'A'; ZEROS = SEM
      *                       LIMITE)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010058  GTS     VERSAO INICIAL
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
           SELECT P2CADV ASSIGN TO P2JOBV
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS REG-CHAVE
                  FILE STATUS   IS FS-ERRO
           .
           SELECT P2MARG ASSIGN TO P2MARG
                  FILE STATUS   IS FS-ERRO-MRG
           .
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
           SELECT PLANILHA ASSIGN TO PLANILHA
                  FILE STATUS   IS FS-ERRO-PLA
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
       FD  P2MARG
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-P2MARG             PIC X(15)
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
       FD  PLANILHA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-PLANILHA           PIC X(200)
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
           05 WS-CTLIDO              PIC 9(07)  VALUE ZERO.
           05 WS-CTGRAV              PIC 9(07)  VALUE ZERO.
           05 WS-CTFORA              PIC 9(07)  VALUE ZERO.
           05 WS-CTSEMREF            PIC 9(07)  VALUE ZERO.
           05 FS-ERRO                PIC X(02).
           05 FS-ERRO-MRG            PIC X(02).
           05 FS-ERRO-HIST           PIC X(02).
           05 FS-ERRO-CID            PIC X(02).
           05 FS-ERRO-PLA            PIC X(02).
           05 WS-MSG                 PIC X(30).
           05 WS-FS-MSG              PIC X(02).
           05 WS-COD-RETORNO         PIC 9(02)  VALUE ZERO.
           05 WS-DATA                PIC 9(08).
           05 WS-DATA-HOJE           PIC 9(08)  VALUE ZERO.
           05 WS-CID-ABERTO          PIC X(01)  VALUE 'N'.
           05 WS-NOME-CID-W          PIC X(30)  VALUE SPACES.
           05 WS-IDX-COL             PIC 9(02)  VALUE ZERO.
      *-----> SOMAS DE CONTROLE DAS LINHAS GRAVADAS
           05 WS-SOMA-QTD            PIC 9(09)     VALUE ZERO.
           05 WS-SOMA-VALCOMP        PIC 9(09)V99  VALUE ZERO.
           05 WS-SOMA-VALVENDA       PIC 9(09)V99  VALUE ZERO.
           05 WS-SOMA-VEIC           PIC 9(11)     VALUE ZERO.
           05 WS-SOMA-ACID           PIC 9(09)     VALUE ZERO.
           05 WS-SOMA-OBITOS         PIC 9(09)     VALUE ZERO.

      *-----> TABELA DE MARGENS DE LUCRO POR DEPARTAMENTO (P2MARG) -
      *-----> MESMA CARGA DO V2051P2 (MARGEM VIGENTE NA DATA)
       01  WS-AREA-MARGENS.
           05  WS-QTD-MRG            PIC 9(02)    VALUE ZERO.
           05  WS-IDX-MRG            PIC 9(02)    VALUE ZERO.
           05  WS-MRG-ACHOU          PIC X(01)    VALUE 'N'.
           05  WS-MRG-FIM            PIC X(01)    VALUE 'N'.
       01  WS-TAB-MARGENS.
           05  WS-TAB-MRG-ITEM OCCURS 50 TIMES.
               10 WS-MRG-DEP         PIC X(02).
               10 WS-MRG-PORC        PIC 9(03)V99.
               10 WS-MRG-VIG-T       PIC 9(08).

      *-----> ENTRADA - REGISTRO DO ARQUIVO DE MARGENS
       01  WS-REG-MARGEM.
           05 WS-MGR-DEP          PIC X(02).
           05 WS-MGR-PORC         PIC 9(03)V99.
           05 WS-MGR-VIG          PIC 9(08).

      *-----> AUDITORIA COMUM DA CADEIA GTS0014J
       01  WS-AREA-AUDITORIA.
           05 FS-ERRO-AUD         PIC X(02).
           05 WS-AUD-GRAVADO      PIC X(01)  VALUE 'N'.
           05 WS-AUD-DATA-W       PIC 9(08).
           05 WS-AUD-HORA-W       PIC 9(08).
       01  WS-REG-GTSAUDIT.
           05 AUD-PROGRAMA        PIC X(08)  VALUE 'GTSPLANI'.
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
       01  WS-PARM-CARD.
           05 WS-PARM-ARQUIVO     PIC X(01)  VALUE SPACE.
           05 WS-PARM-DELIM       PIC X(01)  VALUE SPACE.
           05 WS-PARM-DEP         PIC X(02)  VALUE SPACES.
           05 WS-PARM-UF          PIC X(02)  VALUE SPACES.
           05 WS-PARM-ANOMES-INI  PIC 9(06)  VALUE ZERO.
           05 WS-PARM-ANOMES-INI-X REDEFINES WS-PARM-ANOMES-INI
                                  PIC X(06).
           05 WS-PARM-ANOMES-FIM  PIC 9(06)  VALUE ZERO.
           05 WS-PARM-ANOMES-FIM-X REDEFINES WS-PARM-ANOMES-FIM
                                  PIC X(06).
           05 FILLER              PIC X(62)  VALUE SPACES.

      *-----> MONTAGEM DA LINHA DELIMITADA
       01  WS-AREA-LINHA.
           05 WS-CSV-LINHA        PIC X(200) VALUE SPACES.
           05 WS-CSV-PTR          PIC 9(03)  VALUE 1.
           05 WS-CSV-CAMPO        PIC X(30)  VALUE SPACES.
           05 WS-CSV-IDX          PIC 9(03)  VALUE ZERO.
           05 WS-CSV-INI          PIC 9(03)  VALUE ZERO.
           05 WS-CSV-FIM          PIC 9(03)  VALUE ZERO.
           05 WS-CSV-TAM          PIC 9(03)  VALUE ZERO.
           05 WS-CSV-ASPAS        PIC X(01)  VALUE 'N'.

      *-----> EDICAO DOS NUMEROS (VIRGULA DECIMAL, SEM PONTO DE
      *-----> MILHAR PARA A PLANILHA RECONHECER O VALOR)
       01  WS-AREA-EDICAO.
           05 WS-ED-INTEIRO       PIC Z(10)9.
           05 WS-ED-DECIMAL       PIC Z(08)9,99.
           05 WS-ED-TOT-QTD       PIC ZZ.ZZZ.ZZZ.ZZ9.
           05 WS-ED-TOT-VALOR     PIC ZZZ.ZZZ.ZZ9,99.

      *-----> CABECALHO DA PLANILHA DO P2CADV
       01  WS-CAB-PRODUTOS.
           05 FILLER              PIC X(15)  VALUE 'DEPTO'.
           05 FILLER              PIC X(15)  VALUE 'CODIGO'.
           05 FILLER              PIC X(15)  VALUE 'PRODUTO'.
           05 FILLER              PIC X(15)  VALUE 'QUANTIDADE'.
           05 FILLER              PIC X(15)  VALUE 'UF'.
           05 FILLER              PIC X(15)  VALUE 'VALOR COMPRA'.
           05 FILLER              PIC X(15)  VALUE 'MARGEM PRECO'.
           05 FILLER              PIC X(15)  VALUE 'VALOR VENDA'.
           05 FILLER              PIC X(15)  VALUE 'MARGEM VIGENTE'.
       01  WS-CAB-PRODUTOS-R REDEFINES WS-CAB-PRODUTOS.
           05 WS-CAB-PRD-COL      PIC X(15)  OCCURS 9 TIMES.

      *-----> CABECALHO DA PLANILHA DO ACIHIST
       01  WS-CAB-ACIDENTES.
           05 FILLER              PIC X(15)  VALUE 'CIDADE'.
           05 FILLER              PIC X(15)  VALUE 'UF'.
           05 FILLER              PIC X(15)  VALUE 'NOME DA CIDADE'.
           05 FILLER              PIC X(15)  VALUE 'ANOMES'.
           05 FILLER              PIC X(15)  VALUE 'VEICULOS'.
           05 FILLER              PIC X(15)  VALUE 'BAFOMETRO'.
           05 FILLER              PIC X(15)  VALUE 'ACIDENTES'.
           05 FILLER              PIC X(15)  VALUE 'OBITOS'.
           05 FILLER              PIC X(15)  VALUE 'TAXA ACIDENTES'.
       01  WS-CAB-ACIDENTES-R REDEFINES WS-CAB-ACIDENTES.
           05 WS-CAB-ACI-COL      PIC X(15)  OCCURS 9 TIMES.

       01  WS-HIFEN               PIC X(80)  VALUE ALL '-'.

       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-GTSPLANI.

           PERFORM 010-INICIAR

           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'

           PERFORM 040-FECHAR-ARQUIVOS

           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - CRITICA DO CARTAO, ABERTURA DOS
      *    ARQUIVOS E GRAVACAO DO CABECALHO DA PLANILHA
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *  GTSPLANI - EXTRACAO PARA PLANILHA     *'
           DISPLAY ' *========================================*'

           ACCEPT WS-DATA FROM DATE
           MOVE '2'           TO WS-DATA-HOJE(1:1)
           MOVE WS-DATA(2:3)  TO WS-DATA-HOJE(2:3)
           MOVE WS-DATA(5:2)  TO WS-DATA-HOJE(5:2)
           MOVE WS-DATA(7:2)  TO WS-DATA-HOJE(7:2)

           PERFORM 012-LER-PARAMETRO

           OPEN OUTPUT PLANILHA
           IF FS-ERRO-PLA NOT = '00'
              MOVE  'ERRO AO ABRIR A PLANILHA'  TO WS-MSG
              MOVE   FS-ERRO-PLA                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 050-GRAVAR-CABECALHO

           IF WS-PARM-ARQUIVO = 'P'
              PERFORM 015-CARREGAR-MARGENS
              PERFORM 020-ABRIR-PRODUTOS
           ELSE
              PERFORM 022-ABRIR-HISTORICO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LE E CRITICA O CARTAO DE PARAMETRO. O DELIMITADOR NAO
      *    PODE SER A VIRGULA (E A VIRGULA DECIMAL DOS VALORES), AS
      *    ASPAS, LETRA NEM DIGITO; FILTRO QUE NAO EXISTE NO ARQUIVO
      *    ESCOLHIDO RECUSA O CARTAO EM VEZ DE SER IGNORADO
      *--------------------------------------------------------------*
       012-LER-PARAMETRO.

           ACCEPT WS-PARM-CARD FROM SYSIN

           IF WS-PARM-ARQUIVO NOT = 'P'
              AND WS-PARM-ARQUIVO NOT = 'A'
              MOVE  'ARQUIVO INVALIDO NO CARTAO'  TO WS-MSG
              MOVE  'PR'                           TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF WS-PARM-DELIM = SPACE
              MOVE ';' TO WS-PARM-DELIM
           END-IF
           IF WS-PARM-DELIM = ','
              OR WS-PARM-DELIM = '"'
              OR WS-PARM-DELIM IS ALPHABETIC
              OR WS-PARM-DELIM IS NUMERIC
              MOVE  'DELIMITADOR INVALIDO NO CARTAO'  TO WS-MSG
              MOVE  'PR'                               TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF WS-PARM-ANOMES-INI-X = SPACES
              MOVE ZERO TO WS-PARM-ANOMES-INI
           END-IF
           IF WS-PARM-ANOMES-FIM-X = SPACES
              MOVE ZERO TO WS-PARM-ANOMES-FIM
           END-IF
           IF WS-PARM-ANOMES-INI-X NOT NUMERIC
              OR WS-PARM-ANOMES-FIM-X NOT NUMERIC
              MOVE  'ANOMES INVALIDO NO CARTAO'  TO WS-MSG
              MOVE  'PR'                          TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF WS-PARM-ARQUIVO = 'P'
              IF WS-PARM-ANOMES-INI NOT = ZERO
                 OR WS-PARM-ANOMES-FIM NOT = ZERO
                 MOVE  'ANOMES NAO VALE PARA O P2CADV'  TO WS-MSG
                 MOVE  'PR'                              TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           ELSE
              IF WS-PARM-DEP NOT = SPACES
                 MOVE  'DEPTO NAO VALE PARA O ACIHIST'  TO WS-MSG
                 MOVE  'PR'                              TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              IF WS-PARM-ANOMES-FIM = ZERO
                 MOVE 999999 TO WS-PARM-ANOMES-FIM
              END-IF
              IF WS-PARM-ANOMES-INI > WS-PARM-ANOMES-FIM
                 MOVE  'FAIXA DE ANOMES INVERTIDA'  TO WS-MSG
                 MOVE  'PR'                          TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           IF WS-PARM-ARQUIVO = 'P'
              DISPLAY ' * ARQUIVO EXTRAIDO   = P2CADV + P2MARG'
              IF WS-PARM-DEP = SPACES
                 DISPLAY ' * DEPARTAMENTO       = TODOS'
              ELSE
                 DISPLAY ' * DEPARTAMENTO       = ' WS-PARM-DEP
              END-IF
           ELSE
              DISPLAY ' * ARQUIVO EXTRAIDO   = ACIHIST + CIDCAD'
              DISPLAY ' * FAIXA DE ANOMES    = '
                      WS-PARM-ANOMES-INI ' A ' WS-PARM-ANOMES-FIM
           END-IF
           IF WS-PARM-UF = SPACES
              DISPLAY ' * UF                 = TODAS'
           ELSE
              DISPLAY ' * UF                 = ' WS-PARM-UF
           END-IF
           DISPLAY ' * DELIMITADOR        = ' WS-PARM-DELIM
           DISPLAY ' * DATA DA EXTRACAO   = ' WS-DATA-HOJE
           .
      *--------------------------------------------------------------*
      *    CARREGA A TABELA DE MARGENS POR DEPARTAMENTO (P2MARG).
      *    AO CONTRARIO DO V2051P2, P2MARG VAZIO NAO CANCELA: OS
      *    PRODUTOS SAEM COM A MARGEM VIGENTE EM BRANCO E CONTADOS
      *    NA SYSOUT
      *--------------------------------------------------------------*
       015-CARREGAR-MARGENS.

           OPEN INPUT P2MARG
           IF FS-ERRO-MRG NOT = '00'
              MOVE  'ERRO AO ABRIR O P2MARG'  TO WS-MSG
              MOVE   FS-ERRO-MRG              TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE 'N' TO WS-MRG-FIM
           PERFORM UNTIL WS-MRG-FIM = 'S'
              READ P2MARG INTO WS-REG-MARGEM
                 AT END
                    MOVE 'S' TO WS-MRG-FIM
              END-READ
              IF WS-MRG-FIM NOT = 'S'
                 PERFORM 016-SELECIONAR-MARGEM
              END-IF
           END-PERFORM

           CLOSE P2MARG
           IF FS-ERRO-MRG NOT = '00'
              MOVE  'ERRO AO FECHAR O P2MARG'  TO WS-MSG
              MOVE   FS-ERRO-MRG               TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' * MARGENS CARREGADAS = ' WS-QTD-MRG
           .
      *--------------------------------------------------------------*
      *    GUARDA, POR DEPARTAMENTO, A MARGEM COM A MAIOR DATA DE
      *    VIGENCIA QUE NAO ULTRAPASSE A DATA DA EXTRACAO
      *--------------------------------------------------------------*
       016-SELECIONAR-MARGEM.

           IF WS-MGR-VIG > WS-DATA-HOJE
              CONTINUE
           ELSE
              MOVE 'N' TO WS-MRG-ACHOU
              PERFORM VARYING WS-IDX-MRG FROM 1 BY 1
                 UNTIL WS-IDX-MRG > WS-QTD-MRG
                 OR WS-MRG-ACHOU = 'S'
                 IF WS-MRG-DEP(WS-IDX-MRG) = WS-MGR-DEP
                    MOVE 'S' TO WS-MRG-ACHOU
                 END-IF
              END-PERFORM
              IF WS-MRG-ACHOU = 'S'
                 SUBTRACT 1 FROM WS-IDX-MRG
                 IF WS-MGR-VIG NOT < WS-MRG-VIG-T(WS-IDX-MRG)
                    MOVE WS-MGR-PORC TO WS-MRG-PORC(WS-IDX-MRG)
                    MOVE WS-MGR-VIG  TO WS-MRG-VIG-T(WS-IDX-MRG)
                 END-IF
              ELSE
                 IF WS-QTD-MRG = 50
                    MOVE  'MAIS DE 50 MARGENS NO P2MARG'
                          TO WS-MSG
                    MOVE  'QT'  TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
                 ADD 1 TO WS-QTD-MRG
                 MOVE WS-MGR-DEP  TO WS-MRG-DEP(WS-QTD-MRG)
                 MOVE WS-MGR-PORC TO WS-MRG-PORC(WS-QTD-MRG)
                 MOVE WS-MGR-VIG  TO WS-MRG-VIG-T(WS-QTD-MRG)
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRE O CADASTRO DE PRODUTOS E LE O PRIMEIRO REGISTRO
      *--------------------------------------------------------------*
       020-ABRIR-PRODUTOS.

           OPEN INPUT P2CADV
           IF FS-ERRO NOT = '00'
              MOVE  'ERRO AO ABRIR O P2CADV'  TO WS-MSG
              MOVE   FS-ERRO                  TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 025-LER-REGISTRO
           .
      *--------------------------------------------------------------*
      *    ABRE O HISTORICO E O CADASTRO DE CIDADES. SEM O CIDCAD
      *    CARREGADO (FS=35) A EXTRACAO SEGUE COM A MARCA DE SEM
      *    CADASTRO NO LUGAR DO NOME, COMO NO T2052PRG
      *--------------------------------------------------------------*
       022-ABRIR-HISTORICO.

           OPEN INPUT ACIHIST
           IF FS-ERRO-HIST NOT = '00'
              MOVE  'ERRO AO ABRIR O ACIHIST'  TO WS-MSG
              MOVE   FS-ERRO-HIST              TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

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
              PERFORM 025-LER-REGISTRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA SEQUENCIAL DO ARQUIVO ESCOLHIDO NO CARTAO
      *--------------------------------------------------------------*
       025-LER-REGISTRO.

           IF WS-PARM-ARQUIVO = 'P'
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
           ELSE
              READ ACIHIST NEXT
                 AT END
                    MOVE 'S' TO WS-FIM
              END-READ
              IF WS-FIM NOT = 'S'
                 AND FS-ERRO-HIST NOT = '00'
                 MOVE  'ERRO AO LER O ACIHIST'  TO WS-MSG
                 MOVE   FS-ERRO-HIST            TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           IF WS-FIM NOT = 'S'
              ADD 1 TO WS-CTLIDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    APLICA O FILTRO DO CARTAO E GRAVA A LINHA DO REGISTRO
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF WS-PARM-ARQUIVO = 'P'
              IF (WS-PARM-DEP NOT = SPACES
                  AND REG-DEP NOT = WS-PARM-DEP)
                 OR (WS-PARM-UF NOT = SPACES
                  AND REG-UF NOT = WS-PARM-UF)
                 ADD 1 TO WS-CTFORA
              ELSE
                 PERFORM 032-GRAVAR-PRODUTO
              END-IF
           ELSE
              IF (WS-PARM-UF NOT = SPACES
                  AND HIS-UF NOT = WS-PARM-UF)
                 OR HIS-ANOMES < WS-PARM-ANOMES-INI
                 OR HIS-ANOMES > WS-PARM-ANOMES-FIM
                 ADD 1 TO WS-CTFORA
              ELSE
                 PERFORM 034-GRAVAR-ACIDENTE
              END-IF
           END-IF

           PERFORM 025-LER-REGISTRO
           .
      *--------------------------------------------------------------*
      *    MONTA A LINHA DO PRODUTO. DEPARTAMENTO SEM MARGEM VIGENTE
      *    NO P2MARG SAI COM A COLUNA EM BRANCO E E CONTADO
      *--------------------------------------------------------------*
       032-GRAVAR-PRODUTO.

           MOVE SPACES TO WS-CSV-LINHA
           MOVE 1      TO WS-CSV-PTR

           MOVE REG-DEP       TO WS-CSV-CAMPO
           PERFORM 060-INCLUIR-CAMPO
           PERFORM 065-INCLUIR-DELIMITADOR
           MOVE REG-COD       TO WS-ED-INTEIRO
           MOVE WS-ED-INTEIRO TO WS-CSV-CAMPO
           PERFORM 060-INCLUIR-CAMPO
           PERFORM 065-INCLUIR-DELIMITADOR
           MOVE REG-PROD      TO WS-CSV-CAMPO
           PERFORM 060-INCLUIR-CAMPO
           PERFORM 065-INCLUIR-DELIMITADOR
           MOVE REG-QTD       TO WS-ED-INTEIRO
           MOVE WS-ED-INTEIRO TO WS-CSV-CAMPO
           PERFORM 060-INCLUIR-CAMPO
           PERFORM 065-INCLUIR-DELIMITADOR
           MOVE REG-UF        TO WS-CSV-CAMPO
           PERFORM 060-INCLUIR-CAMPO
           PERFORM 065-INCLUIR-DELIMITADOR
           MOVE REG-VALCOMP   TO WS-ED-DECIMAL
           MOVE WS-ED-DECIMAL TO WS-CSV-CAMPO
           PERFORM 060-INCLUIR-CAMPO
           PERFORM 065-INCLUIR-DELIMITADOR
           MOVE REG-PORC      TO WS-ED-DECIMAL
           MOVE WS-ED-DECIMAL TO WS-CSV-CAMPO
           PERFORM 060-INCLUIR-CAMPO
           PERFORM 065-INCLUIR-DELIMITADOR
           MOVE REG-VALVENDA  TO WS-ED-DECIMAL
           MOVE WS-ED-DECIMAL TO WS-CSV-CAMPO
           PERFORM 060-INCLUIR-CAMPO
           PERFORM 065-INCLUIR-DELIMITADOR

           MOVE 'N' TO WS-MRG-ACHOU
           PERFORM VARYING WS-IDX-MRG FROM 1 BY 1
              UNTIL WS-IDX-MRG > WS-QTD-MRG
              OR WS-MRG-ACHOU = 'S'
              IF WS-MRG-DEP(WS-IDX-MRG) = REG-DEP
                 MOVE 'S' TO WS-MRG-ACHOU
                 MOVE WS-MRG-PORC(WS-IDX-MRG) TO WS-ED-DECIMAL
                 MOVE WS-ED-DECIMAL TO WS-CSV-CAMPO
                 PERFORM 060-INCLUIR-CAMPO
              END-IF
           END-PERFORM
           IF WS-MRG-ACHOU NOT = 'S'
              ADD 1 TO WS-CTSEMREF
           END-IF

           PERFORM 055-GRAVAR-LINHA

           ADD 1            TO WS-CTGRAV
           ADD REG-QTD      TO WS-SOMA-QTD
           ADD REG-VALCOMP  TO WS-SOMA-VALCOMP
           ADD REG-VALVENDA TO WS-SOMA-VALVENDA
           .
      *--------------------------------------------------------------*
      *    MONTA A LINHA DA CIDADE/MES COM O NOME DO CIDCAD
      *--------------------------------------------------------------*
       034-GRAVAR-ACIDENTE.

           PERFORM 036-PROCURAR-CIDADE

           MOVE SPACES TO WS-CSV-LINHA
           MOVE 1      TO WS-CSV-PTR

           MOVE HIS-CIDADE    TO WS-ED-INTEIRO
           MOVE WS-ED-INTEIRO TO WS-CSV-CAMPO
           PERFORM 060-INCLUIR-CAMPO
           PERFORM 065-INCLUIR-DELIMITADOR
           MOVE HIS-UF        TO WS-CSV-CAMPO
           PERFORM 060-INCLUIR-CAMPO
           PERFORM 065-INCLUIR-DELIMITADOR
           MOVE WS-NOME-CID-W TO WS-CSV-CAMPO
           PERFORM 060-INCLUIR-CAMPO
           PERFORM 065-INCLUIR-DELIMITADOR
           MOVE HIS-ANOMES    TO WS-CSV-CAMPO
           PERFORM 060-INCLUIR-CAMPO
           PERFORM 065-INCLUIR-DELIMITADOR
           MOVE HIS-VEICULOS  TO WS-ED-INTEIRO
           MOVE WS-ED-INTEIRO TO WS-CSV-CAMPO
           PERFORM 060-INCLUIR-CAMPO
           PERFORM 065-INCLUIR-DELIMITADOR
           MOVE HIS-BAFOMETRO TO WS-CSV-CAMPO
           PERFORM 060-INCLUIR-CAMPO
           PERFORM 065-INCLUIR-DELIMITADOR
           MOVE HIS-ACIDENTES TO WS-ED-INTEIRO
           MOVE WS-ED-INTEIRO TO WS-CSV-CAMPO
           PERFORM 060-INCLUIR-CAMPO
           PERFORM 065-INCLUIR-DELIMITADOR
           MOVE HIS-OBITOS    TO WS-ED-INTEIRO
           MOVE WS-ED-INTEIRO TO WS-CSV-CAMPO
           PERFORM 060-INCLUIR-CAMPO
           PERFORM 065-INCLUIR-DELIMITADOR
           MOVE HIS-TAXA-ACID TO WS-ED-DECIMAL
           MOVE WS-ED-DECIMAL TO WS-CSV-CAMPO
           PERFORM 060-INCLUIR-CAMPO

           PERFORM 055-GRAVAR-LINHA

           ADD 1             TO WS-CTGRAV
           ADD HIS-VEICULOS  TO WS-SOMA-VEIC
           ADD HIS-ACIDENTES TO WS-SOMA-ACID
           ADD HIS-OBITOS    TO WS-SOMA-OBITOS
           .
      *--------------------------------------------------------------*
      *    BUSCA O NOME DA CIDADE NO CADASTRO (CIDCAD) - CODIGO SEM
      *    CADASTRO SAI COM A MARCA NO LUGAR DO NOME E E CONTADO
      *--------------------------------------------------------------*
       036-PROCURAR-CIDADE.

           MOVE '** SEM CADASTRO **' TO WS-NOME-CID-W
           IF WS-CID-ABERTO = 'S'
              MOVE HIS-CIDADE TO CID-CIDADE
              MOVE HIS-UF     TO CID-UF
              READ CIDCAD
              IF FS-ERRO-CID = '00'
                 MOVE CID-NOME TO WS-NOME-CID-W
              ELSE
                 IF FS-ERRO-CID NOT = '23'
                    MOVE  'ERRO AO LER O CIDCAD'  TO WS-MSG
                    MOVE   FS-ERRO-CID            TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
              END-IF
           END-IF

           IF WS-NOME-CID-W = '** SEM CADASTRO **'
              ADD 1 TO WS-CTSEMREF
           END-IF
           .
      *--------------------------------------------------------------*
      *    FECHA OS ARQUIVOS DA EXTRACAO
      *--------------------------------------------------------------*
       040-FECHAR-ARQUIVOS.

           IF WS-PARM-ARQUIVO = 'P'
              CLOSE P2CADV
              IF FS-ERRO NOT = '00'
                 MOVE  'ERRO AO FECHAR O P2CADV'  TO WS-MSG
                 MOVE   FS-ERRO                   TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           ELSE
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
           END-IF

           CLOSE PLANILHA
           IF FS-ERRO-PLA NOT = '00'
              MOVE  'ERRO AO FECHAR A PLANILHA'  TO WS-MSG
              MOVE   FS-ERRO-PLA                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA A LINHA DE CABECALHO COM OS NOMES DAS COLUNAS
      *--------------------------------------------------------------*
       050-GRAVAR-CABECALHO.

           MOVE SPACES TO WS-CSV-LINHA
           MOVE 1      TO WS-CSV-PTR

           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
              UNTIL WS-IDX-COL > 9
              IF WS-IDX-COL > 1
                 PERFORM 065-INCLUIR-DELIMITADOR
              END-IF
              IF WS-PARM-ARQUIVO = 'P'
                 MOVE WS-CAB-PRD-COL(WS-IDX-COL) TO WS-CSV-CAMPO
              ELSE
                 MOVE WS-CAB-ACI-COL(WS-IDX-COL) TO WS-CSV-CAMPO
              END-IF
              PERFORM 060-INCLUIR-CAMPO
           END-PERFORM

           PERFORM 055-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    GRAVA A LINHA MONTADA NA PLANILHA
      *--------------------------------------------------------------*
       055-GRAVAR-LINHA.

           WRITE REG-PLANILHA FROM WS-CSV-LINHA
           IF FS-ERRO-PLA NOT = '00'
              MOVE  'ERRO AO GRAVAR A PLANILHA'  TO WS-MSG
              MOVE   FS-ERRO-PLA                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    ACRESCENTA WS-CSV-CAMPO NA LINHA SEM OS BRANCOS DAS
      *    PONTAS (TEXTO E NUMERO EDITADO). ASPAS DUPLAS NO TEXTO
      *    VIRAM APOSTROFO; TEXTO COM O DELIMITADOR SAI ENTRE ASPAS.
      *    CAMPO TODO EM BRANCO DEIXA A COLUNA VAZIA
      *--------------------------------------------------------------*
       060-INCLUIR-CAMPO.

           MOVE ZERO TO WS-CSV-INI
           PERFORM VARYING WS-CSV-IDX FROM 1 BY 1
              UNTIL WS-CSV-IDX > 30
              OR WS-CSV-INI > ZERO
              IF WS-CSV-CAMPO(WS-CSV-IDX:1) NOT = SPACE
                 MOVE WS-CSV-IDX TO WS-CSV-INI
              END-IF
           END-PERFORM

           IF WS-CSV-INI > ZERO
              MOVE ZERO TO WS-CSV-FIM
              PERFORM VARYING WS-CSV-IDX FROM 30 BY -1
                 UNTIL WS-CSV-FIM > ZERO
                 IF WS-CSV-CAMPO(WS-CSV-IDX:1) NOT = SPACE
                    MOVE WS-CSV-IDX TO WS-CSV-FIM
                 END-IF
              END-PERFORM

              MOVE 'N' TO WS-CSV-ASPAS
              PERFORM VARYING WS-CSV-IDX FROM WS-CSV-INI BY 1
                 UNTIL WS-CSV-IDX > WS-CSV-FIM
                 IF WS-CSV-CAMPO(WS-CSV-IDX:1) = '"'
                    MOVE "'" TO WS-CSV-CAMPO(WS-CSV-IDX:1)
                 END-IF
                 IF WS-CSV-CAMPO(WS-CSV-IDX:1) = WS-PARM-DELIM
                    MOVE 'S' TO WS-CSV-ASPAS
                 END-IF
              END-PERFORM

              COMPUTE WS-CSV-TAM = WS-CSV-FIM - WS-CSV-INI + 1
              IF WS-CSV-ASPAS = 'S'
                 MOVE '"' TO WS-CSV-LINHA(WS-CSV-PTR:1)
                 ADD 1 TO WS-CSV-PTR
              END-IF
              MOVE WS-CSV-CAMPO(WS-CSV-INI:WS-CSV-TAM)
                TO WS-CSV-LINHA(WS-CSV-PTR:WS-CSV-TAM)
              ADD WS-CSV-TAM TO WS-CSV-PTR
              IF WS-CSV-ASPAS = 'S'
                 MOVE '"' TO WS-CSV-LINHA(WS-CSV-PTR:1)
                 ADD 1 TO WS-CSV-PTR
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ACRESCENTA O DELIMITADOR DO CARTAO NA LINHA
      *--------------------------------------------------------------*
       065-INCLUIR-DELIMITADOR.

           MOVE WS-PARM-DELIM TO WS-CSV-LINHA(WS-CSV-PTR:1)
           ADD 1 TO WS-CSV-PTR
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
      *    PROCEDIMENTOS FINAIS - CONTAGEM E SOMAS DE CONTROLE DA
      *    PLANILHA. RC=04 SE NADA PASSOU NO FILTRO OU SE HOUVE
      *    DEPARTAMENTO SEM MARGEM / CIDADE SEM CADASTRO
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY WS-HIFEN
           DISPLAY ' *   TOTAIS DE CONTROLE - GTSPLANI        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * REGISTROS LIDOS             = ' WS-CTLIDO
           DISPLAY ' * FORA DO FILTRO              = ' WS-CTFORA
           DISPLAY ' * LINHAS GRAVADAS (SEM CAB.)  = ' WS-CTGRAV
           IF WS-PARM-ARQUIVO = 'P'
              DISPLAY ' * PRODUTOS SEM MARGEM VIGENTE = ' WS-CTSEMREF
              MOVE WS-SOMA-QTD      TO WS-ED-TOT-QTD
              DISPLAY ' * SOMA QUANTIDADE             = '
                      WS-ED-TOT-QTD
              MOVE WS-SOMA-VALCOMP  TO WS-ED-TOT-VALOR
              DISPLAY ' * SOMA VALOR COMPRA           = '
                      WS-ED-TOT-VALOR
              MOVE WS-SOMA-VALVENDA TO WS-ED-TOT-VALOR
              DISPLAY ' * SOMA VALOR VENDA            = '
                      WS-ED-TOT-VALOR
           ELSE
              DISPLAY ' * CIDADES SEM CADASTRO        = ' WS-CTSEMREF
              MOVE WS-SOMA-VEIC     TO WS-ED-TOT-QTD
              DISPLAY ' * SOMA VEICULOS               = '
                      WS-ED-TOT-QTD
              MOVE WS-SOMA-ACID     TO WS-ED-TOT-QTD
              DISPLAY ' * SOMA ACIDENTES              = '
                      WS-ED-TOT-QTD
              MOVE WS-SOMA-OBITOS   TO WS-ED-TOT-QTD
              DISPLAY ' * SOMA OBITOS                 = '
                      WS-ED-TOT-QTD
           END-IF
           DISPLAY WS-HIFEN

           IF WS-CTGRAV = ZERO
              OR WS-CTSEMREF > ZERO
              MOVE 04 TO WS-COD-RETORNO
           ELSE
              MOVE 00 TO WS-COD-RETORNO
           END-IF
           IF WS-CTGRAV = ZERO
              DISPLAY ' * NENHUM REGISTRO NO FILTRO DO CARTAO'
           END-IF

           DISPLAY ' *      TERMINO NORMAL DO GTSPLANI        *'
           DISPLAY ' * RETURN-CODE = ' WS-COD-RETORNO

           MOVE WS-CTLIDO    TO AUD-LIDOS
           MOVE WS-CTGRAV    TO AUD-GRAVADOS
           MOVE WS-CTSEMREF  TO AUD-REJEITADOS
           PERFORM 085-GRAVAR-AUDITORIA

           MOVE WS-COD-RETORNO TO RETURN-CODE
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
           DISPLAY ' *      TERMINO ANORMAL DO GTSPLANI       *'
           DISPLAY ' *----------------------------------------*'
           MOVE 08 TO WS-COD-RETORNO
           IF WS-AUD-GRAVADO = 'N'
              MOVE WS-CTLIDO    TO AUD-LIDOS
              MOVE WS-CTGRAV    TO AUD-GRAVADOS
              MOVE WS-CTSEMREF  TO AUD-REJEITADOS
              PERFORM 085-GRAVAR-AUDITORIA
           END-IF
           MOVE WS-COD-RETORNO TO RETURN-CODE
           STOP RUN
           .
      *---------------> FIM DO PROGRAMA GTSPLANI <-------------------*
