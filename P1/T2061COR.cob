       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   T2061COR.
       AUTHOR.       GIOVANI TARGINO SERRA.
       DATE-WRITTEN. 15/10/2026.
      *--------------------------------------------------------------*
      * SISTEMA DE ACIDENTES DE TRANSITO
      *--------------------------------------------------------------*
      * OBJETIVO: CORRECAO DE MES PASSADO NO HISTORICO (ACIHIST).
      *           O T2051PRG CARIMBA TODO REGISTRO COM O MES DA DATA
      *           DO SISTEMA, ENTAO NUMERO ATRASADO OU CORRIGIDO DE
      *           UMA CIDADE NAO TINHA COMO CHEGAR AO MES CERTO.
      *           ESTE PROGRAMA APLICA, NO ANOMES DO CARTAO DE
      *           PARAMETRO, OS CARTOES DE AJUSTE (ACICORR):
      *             'S' = SUBSTITUI VEICULOS/ACIDENTES/OBITOS
      *             'A' = ADICIONA AOS NUMEROS JA GRAVADOS
      *           CIDADE AUSENTE NO MES E INCLUIDA (CHEGADA
      *           ATRASADA). A TAXA E RECALCULADA COMO NO T2051PRG
      *           E O RESULTADO PASSA PELAS MESMAS CRITICAS DE
      *           CONSISTENCIA. IMPRIME AS IMAGENS ANTES/DEPOIS E
      *           GRAVA O REGISTRO DE AUDITORIA (GTSAUDIT). SE O MES
      *           JA FOI ENVIADO AO DETRAN PELO T2057EXT, MARCA NO
      *           DETRSTAT QUE O MES PRECISA SER REENVIADO.
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010052  GTS     VERSAO INICIAL
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
           SELECT ACICORR ASSIGN TO ACICORR
                  FILE STATUS   IS FS-ERRO-TRN
           .
           SELECT DETRSTAT ASSIGN TO DETRSTAT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS STA-ANOMES
                  FILE STATUS   IS FS-ERRO-STA
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
       FD  ACICORR
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-ACICORR            PIC X(30)
           .
       FD  DETRSTAT
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-DETRSTAT.
           05 STA-ANOMES            PIC 9(06).
           05 STA-SITUACAO          PIC X(01).
           05 STA-DATA-ENVIO        PIC 9(08).
           05 STA-QTD-ENVIADA       PIC 9(07).
           05 STA-SOMA-OBITOS       PIC 9(09).
           05 STA-DATA-RETORNO      PIC 9(08).
           05 STA-QTD-ACEITA        PIC 9(07).
           05 STA-QTD-RECUSADA      PIC 9(07).
           05 STA-QTD-REENVIO       PIC 9(07).
           05 STA-CORRECAO          PIC X(01).
           05 STA-DATA-CORRECAO     PIC 9(08).
           05 FILLER                PIC X(01).
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
           05  WS-CTLIDO              PIC 9(05)      VALUE ZERO.
           05  WS-CTSUBST             PIC 9(05)      VALUE ZERO.
           05  WS-CTADIC              PIC 9(05)      VALUE ZERO.
           05  WS-CTINCL              PIC 9(05)      VALUE ZERO.
           05  WS-CTREJ               PIC 9(05)      VALUE ZERO.
           05  FS-ERRO-HIST           PIC X(02).
           05  FS-ERRO-TRN            PIC X(02).
           05  FS-ERRO-STA            PIC X(02).
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-COD-RETORNO         PIC 9(02)      VALUE ZERO.
           05  WS-MOTIVO-REJ          PIC X(40)      VALUE SPACES.
           05  WS-EXISTE              PIC X(01)      VALUE 'N'.
           05  WS-REENVIO             PIC X(01)      VALUE 'N'.
           05  WS-SITUACAO-ENVIO      PIC X(01)      VALUE SPACES.
           05  WS-HIST-FIM            PIC X(01)      VALUE 'N'.
           05  WS-CTMES               PIC 9(05)      VALUE ZERO.
      *-----> VALORES RESULTANTES DO AJUSTE (ANTES DE GRAVAR)
           05  WS-NOVO-VEICULOS       PIC 9(08)      VALUE ZERO.
           05  WS-NOVO-ACIDENTES      PIC 9(05)      VALUE ZERO.
           05  WS-NOVO-OBITOS         PIC 9(05)      VALUE ZERO.
           05  WS-NOVO-BAFOMETRO      PIC X(01)      VALUE SPACES.

      *-----> DATA/HORA DE EXECUCAO
       01  WS-DATA                   PIC 9(08).
       01  WS-DATA-GER               PIC 9(08)      VALUE ZERO.
       01  WS-HORA                   PIC 99.99.9999.
       01  WS-ANOMES-ATUAL           PIC 9(06)      VALUE ZERO.

      *-----> AUDITORIA COMUM DA CADEIA GTS0014J
       01  WS-AREA-AUDITORIA.
           05 FS-ERRO-AUD         PIC X(02).
           05 WS-AUD-GRAVADO      PIC X(01)  VALUE 'N'.
           05 WS-AUD-DATA-W       PIC 9(08).
           05 WS-AUD-HORA-W       PIC 9(08).
       01  WS-REG-GTSAUDIT.
           05 AUD-PROGRAMA        PIC X(08)  VALUE 'T2061COR'.
           05 AUD-DATA            PIC 9(08).
           05 AUD-DATA-R REDEFINES AUD-DATA
                                  PIC X(08).
           05 AUD-HORA            PIC 9(06).
           05 AUD-LIDOS           PIC 9(07).
           05 AUD-GRAVADOS        PIC 9(07).
           05 AUD-REJEITADOS      PIC 9(07).
           05 AUD-COD-RET         PIC 9(02).
           05 FILLER              PIC X(35)  VALUE SPACES.

      *-----> ENTRADA - CARTAO DE PARAMETRO (ANOMES A CORRIGIR)
       01  WS-PARM-CARD.
           05 WS-PARM-ANOMES      PIC 9(06)  VALUE ZERO.
           05 WS-PARM-ANOMES-X REDEFINES WS-PARM-ANOMES
                                  PIC X(06).
           05 WS-PARM-ANOMES-R REDEFINES WS-PARM-ANOMES.
              10 WS-PARM-ANO      PIC 9(04).
              10 WS-PARM-MES      PIC 9(02).

      *-----> ENTRADA - CARTAO DE AJUSTE (ACICORR)
       01  WS-REG-TRANS.
           05 WS-TRN-TIPO         PIC X(01).
           05 WS-TRN-CIDADE       PIC 9(04).
           05 WS-TRN-CIDADE-X REDEFINES WS-TRN-CIDADE
                                  PIC X(04).
           05 WS-TRN-UF           PIC X(02).
           05 WS-TRN-VEICULOS     PIC 9(07).
           05 WS-TRN-VEICULOS-X REDEFINES WS-TRN-VEICULOS
                                  PIC X(07).
           05 WS-TRN-BAFOMETRO    PIC X(01).
           05 WS-TRN-ACIDENTES    PIC 9(04).
           05 WS-TRN-ACIDENTES-X REDEFINES WS-TRN-ACIDENTES
                                  PIC X(04).
           05 WS-TRN-OBITOS       PIC 9(04).
           05 WS-TRN-OBITOS-X REDEFINES WS-TRN-OBITOS
                                  PIC X(04).
           05 FILLER              PIC X(07).

      *-----> IMAGEM ANTERIOR DO REGISTRO
       01  WS-REG-ANTES           PIC X(40).
       01  WS-REG-ANTES-R REDEFINES WS-REG-ANTES.
           05 FILLER              PIC X(12).
           05 WS-ANT-VEICULOS     PIC 9(07).
           05 WS-ANT-BAFOMETRO    PIC X(01).
           05 WS-ANT-ACIDENTES    PIC 9(04).
           05 WS-ANT-OBITOS       PIC 9(04).
           05 WS-ANT-TAXA-ACID    PIC 9(03)V99.
           05 FILLER              PIC X(07).

      *-----> SAIDA - LINHA DE AUDITORIA DO AJUSTE
       01  WS-REG-AUDITORIA.
           05 WS-AUD-ACAO         PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-AUD-TIPO         PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-AUD-CIDADE       PIC 9(04).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-AUD-UF           PIC X(02).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-AUD-COMPL        PIC X(40).

      *-----> SAIDA - IMAGEM ANTES/DEPOIS DOS NUMEROS DO MES
       01  WS-REG-IMAGEM.
           05 WS-IMG-ROTULO       PIC X(19).
           05 FILLER              PIC X(05) VALUE 'VEIC '.
           05 WS-IMG-VEICULOS     PIC Z.ZZZ.ZZ9.
           05 FILLER              PIC X(06) VALUE '  BAF '.
           05 WS-IMG-BAFOMETRO    PIC X(01).
           05 FILLER              PIC X(07) VALUE '  ACID '.
           05 WS-IMG-ACIDENTES    PIC Z.ZZ9.
           05 FILLER              PIC X(07) VALUE '  OBIT '.
           05 WS-IMG-OBITOS       PIC Z.ZZ9.
           05 FILLER              PIC X(07) VALUE '  TAXA '.
           05 WS-IMG-TAXA         PIC ZZ9,99.

       01  WS-HIFEN               PIC X(80)       VALUE ALL '-'.

       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-T2061COR.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 070-MARCAR-REENVIO
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *  T2061COR - CORRECAO DE MES PASSADO    *'
           DISPLAY ' *----------------------------------------*'
           ACCEPT WS-DATA FROM DATE
           DISPLAY ' * DATA DO PROCESSAMENTO: '  WS-DATA(7:2) '/'
                   WS-DATA(5:2) '/2' WS-DATA(2:3)
           ACCEPT WS-HORA FROM TIME
           DISPLAY ' * HORA DO PROCESSAMENTO: ' WS-HORA

           MOVE '2'           TO WS-DATA-GER(1:1)
           MOVE WS-DATA(2:7)  TO WS-DATA-GER(2:7)
           MOVE WS-DATA-GER(1:6) TO WS-ANOMES-ATUAL

      *-----> SO MES PASSADO: O MES CORRENTE AINDA E REGRAVADO PELA
      *-----> CARGA NOTURNA DO T2051PRG, QUE DESFARIA O AJUSTE
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-ANOMES-X NOT NUMERIC
              OR WS-PARM-MES < 01
              OR WS-PARM-MES > 12
              MOVE  'ANOMES INVALIDO NO CARTAO'  TO WS-MSG
              MOVE  'PR'                          TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-PARM-ANOMES NOT < WS-ANOMES-ATUAL
              MOVE  'ANOMES NAO E DE MES PASSADO'  TO WS-MSG
              MOVE  'PR'                           TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' * MES CORRIGIDO (AAAAMM)   : ' WS-PARM-ANOMES

           OPEN I-O ACIHIST
           IF FS-ERRO-HIST NOT = '00'
              MOVE  'ERRO AO ABRIR O ACIHIST'  TO WS-MSG
              MOVE   FS-ERRO-HIST              TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 015-VERIFICAR-MES

           OPEN INPUT ACICORR
           IF FS-ERRO-TRN NOT = '00'
              MOVE  'ERRO AO ABRIR O ACICORR'  TO WS-MSG
              MOVE   FS-ERRO-TRN               TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 025-LER-TRANSACAO
           .
      *--------------------------------------------------------------*
      *    O MES TEM DE EXISTIR NO ACIHIST: MES NUNCA CARREGADO OU JA
      *    EXPURGADO PELO T2055ARQ NAO E RECRIADO CIDADE A CIDADE
      *    (O ANOMES NAO LIDERA A CHAVE - VARRE O CLUSTER)
      *--------------------------------------------------------------*
       015-VERIFICAR-MES.

           MOVE LOW-VALUES TO HIS-CHAVE
           START ACIHIST KEY NOT < HIS-CHAVE
           IF FS-ERRO-HIST = '23'
              MOVE 'S' TO WS-HIST-FIM
           ELSE
              IF FS-ERRO-HIST NOT = '00'
                 MOVE  'ERRO NO START DO ACIHIST'  TO WS-MSG
                 MOVE   FS-ERRO-HIST               TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           PERFORM UNTIL WS-HIST-FIM = 'S'
              READ ACIHIST NEXT
                 AT END
                    MOVE 'S' TO WS-HIST-FIM
              END-READ
              IF WS-HIST-FIM NOT = 'S'
                 IF FS-ERRO-HIST NOT = '00'
                    MOVE  'ERRO AO LER O ACIHIST'  TO WS-MSG
                    MOVE   FS-ERRO-HIST            TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
                 IF HIS-ANOMES = WS-PARM-ANOMES
                    ADD 1 TO WS-CTMES
                 END-IF
              END-IF
           END-PERFORM

           IF WS-CTMES = ZERO
              MOVE  'MES AUSENTE NO ACIHIST'  TO WS-MSG
              MOVE  'PR'                      TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' * CIDADES NO MES (ANTES)   : ' WS-CTMES
           DISPLAY ' *========================================*'
           .
      *--------------------------------------------------------------*
      *    LEITURA DO ARQUIVO DE AJUSTES
      *--------------------------------------------------------------*
       025-LER-TRANSACAO.

           READ ACICORR INTO WS-REG-TRANS
              AT END
                 MOVE 'S' TO WS-FIM
           END-READ

           IF WS-FIM NOT = 'S'
              IF FS-ERRO-TRN NOT = '00'
                 MOVE  'ERRO AO LER O ACICORR'  TO WS-MSG
                 MOVE   FS-ERRO-TRN             TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ADD 1 TO WS-CTLIDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICA O CARTAO DE AJUSTE E APLICA
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF WS-TRN-TIPO NOT = 'S'
              AND WS-TRN-TIPO NOT = 'A'
              MOVE 'TIPO DE AJUSTE INVALIDO (S/A)'
                   TO WS-MOTIVO-REJ
              PERFORM 080-REJEITAR
           ELSE
              IF WS-TRN-CIDADE-X NOT NUMERIC
                 MOVE 'CODIGO DE CIDADE NAO NUMERICO'
                      TO WS-MOTIVO-REJ
                 PERFORM 080-REJEITAR
              ELSE
                 IF WS-TRN-UF = SPACES
                    MOVE 'UF EM BRANCO NO CARTAO'
                         TO WS-MOTIVO-REJ
                    PERFORM 080-REJEITAR
                 ELSE
                    IF WS-TRN-VEICULOS-X NOT NUMERIC
                       OR WS-TRN-ACIDENTES-X NOT NUMERIC
                       OR WS-TRN-OBITOS-X NOT NUMERIC
                       MOVE 'QUANTIDADE NAO NUMERICA NO CARTAO'
                            TO WS-MOTIVO-REJ
                       PERFORM 080-REJEITAR
                    ELSE
                       IF WS-TRN-BAFOMETRO NOT = 'S'
                          AND WS-TRN-BAFOMETRO NOT = 'N'
                          AND WS-TRN-BAFOMETRO NOT = SPACE
                          MOVE 'BAFOMETRO INVALIDO (S/N/BRANCO)'
                               TO WS-MOTIVO-REJ
                          PERFORM 080-REJEITAR
                       ELSE
                          PERFORM 040-APLICAR
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF

           PERFORM 025-LER-TRANSACAO
           .
      *--------------------------------------------------------------*
      *    APLICA O AJUSTE NO REGISTRO DA CIDADE NO MES: LE O
      *    REGISTRO (FS=23 = CHEGADA ATRASADA, INCLUI), MONTA OS
      *    NUMEROS RESULTANTES, CRITICA E GRAVA/REGRAVA
      *--------------------------------------------------------------*
       040-APLICAR.

           MOVE WS-TRN-CIDADE   TO HIS-CIDADE
           MOVE WS-TRN-UF       TO HIS-UF
           MOVE WS-PARM-ANOMES  TO HIS-ANOMES

           READ ACIHIST
           IF FS-ERRO-HIST = '23'
              MOVE 'N'    TO WS-EXISTE
              MOVE SPACES TO WS-REG-ANTES
              MOVE ZEROS  TO WS-ANT-VEICULOS
                             WS-ANT-ACIDENTES
                             WS-ANT-OBITOS
                             WS-ANT-TAXA-ACID
           ELSE
              IF FS-ERRO-HIST NOT = '00'
                 MOVE  'ERRO AO LER O ACIHIST'  TO WS-MSG
                 MOVE   FS-ERRO-HIST            TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              MOVE 'S'         TO WS-EXISTE
              MOVE REG-ACIHIST TO WS-REG-ANTES
           END-IF

           IF WS-TRN-TIPO = 'S'
              OR WS-EXISTE = 'N'
              MOVE WS-TRN-VEICULOS  TO WS-NOVO-VEICULOS
              MOVE WS-TRN-ACIDENTES TO WS-NOVO-ACIDENTES
              MOVE WS-TRN-OBITOS    TO WS-NOVO-OBITOS
           ELSE
              COMPUTE WS-NOVO-VEICULOS =
                  WS-ANT-VEICULOS + WS-TRN-VEICULOS
              COMPUTE WS-NOVO-ACIDENTES =
                  WS-ANT-ACIDENTES + WS-TRN-ACIDENTES
              COMPUTE WS-NOVO-OBITOS =
                  WS-ANT-OBITOS + WS-TRN-OBITOS
           END-IF

           IF WS-TRN-BAFOMETRO = SPACE
              MOVE WS-ANT-BAFOMETRO TO WS-NOVO-BAFOMETRO
           ELSE
              MOVE WS-TRN-BAFOMETRO TO WS-NOVO-BAFOMETRO
           END-IF

      *-----> MESMAS CRITICAS DO T2051PRG (026-VALIDAR-SYSIN) SOBRE
      *-----> O RESULTADO - O T2056CHK ACUSARIA O REGISTRO DEPOIS
           MOVE SPACES TO WS-MOTIVO-REJ
           IF WS-NOVO-BAFOMETRO NOT = 'S'
              AND WS-NOVO-BAFOMETRO NOT = 'N'
              MOVE 'BAFOMETRO OBRIGATORIO NA INCLUSAO'
                   TO WS-MOTIVO-REJ
           ELSE
           IF WS-NOVO-VEICULOS = ZERO
              MOVE 'QTD. VEICULOS ZERADA (DIVISOR INVALIDO)'
                   TO WS-MOTIVO-REJ
           ELSE
           IF WS-NOVO-VEICULOS > 9999999
              OR WS-NOVO-ACIDENTES > 9999
              OR WS-NOVO-OBITOS > 9999
              MOVE 'SOMA ESTOURA O CAMPO DO HISTORICO'
                   TO WS-MOTIVO-REJ
           ELSE
           IF WS-NOVO-ACIDENTES > WS-NOVO-VEICULOS
              MOVE 'QTD. ACIDENTES MAIOR QUE QTD. VEICULOS'
                   TO WS-MOTIVO-REJ
           ELSE
           IF WS-NOVO-OBITOS > WS-NOVO-ACIDENTES
              MOVE 'QTD. OBITOS MAIOR QUE QTD. ACIDENTES'
                   TO WS-MOTIVO-REJ
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           IF WS-MOTIVO-REJ NOT = SPACES
              PERFORM 080-REJEITAR
           ELSE
              PERFORM 045-GRAVAR-HISTORICO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA (INCLUSAO) OU REGRAVA O REGISTRO DO MES COM A TAXA
      *    RECALCULADA E IMPRIME AS IMAGENS ANTES/DEPOIS
      *--------------------------------------------------------------*
       045-GRAVAR-HISTORICO.

           IF WS-EXISTE = 'N'
              MOVE SPACES          TO REG-ACIHIST
              MOVE WS-TRN-CIDADE   TO HIS-CIDADE
              MOVE WS-TRN-UF       TO HIS-UF
              MOVE WS-PARM-ANOMES  TO HIS-ANOMES
           END-IF
           MOVE WS-NOVO-VEICULOS  TO HIS-VEICULOS
           MOVE WS-NOVO-BAFOMETRO TO HIS-BAFOMETRO
           MOVE WS-NOVO-ACIDENTES TO HIS-ACIDENTES
           MOVE WS-NOVO-OBITOS    TO HIS-OBITOS
           COMPUTE HIS-TAXA-ACID ROUNDED =
               (HIS-ACIDENTES / HIS-VEICULOS) * 100

           IF WS-EXISTE = 'N'
              WRITE REG-ACIHIST
              IF FS-ERRO-HIST NOT = '00'
                 MOVE  'ERRO AO GRAVAR O ACIHIST'  TO WS-MSG
                 MOVE   FS-ERRO-HIST               TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ADD 1 TO WS-CTINCL
              MOVE 'INCLUIDO '  TO WS-AUD-ACAO
              MOVE 'CIDADE AUSENTE NO MES (CHEGADA ATRASADA)'
                   TO WS-AUD-COMPL
           ELSE
              REWRITE REG-ACIHIST
              IF FS-ERRO-HIST NOT = '00'
                 MOVE  'ERRO AO REGRAVAR O ACIHIST'  TO WS-MSG
                 MOVE   FS-ERRO-HIST                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              IF WS-TRN-TIPO = 'S'
                 ADD 1 TO WS-CTSUBST
                 MOVE 'SUBSTITUI'  TO WS-AUD-ACAO
              ELSE
                 ADD 1 TO WS-CTADIC
                 MOVE 'ADICIONA '  TO WS-AUD-ACAO
              END-IF
              MOVE SPACES TO WS-AUD-COMPL
           END-IF
           PERFORM 085-IMPRIMIR-AUDITORIA

           IF WS-EXISTE = 'S'
              MOVE '           ANTES : ' TO WS-IMG-ROTULO
              MOVE WS-ANT-VEICULOS       TO WS-IMG-VEICULOS
              MOVE WS-ANT-BAFOMETRO      TO WS-IMG-BAFOMETRO
              MOVE WS-ANT-ACIDENTES      TO WS-IMG-ACIDENTES
              MOVE WS-ANT-OBITOS         TO WS-IMG-OBITOS
              MOVE WS-ANT-TAXA-ACID      TO WS-IMG-TAXA
              DISPLAY WS-REG-IMAGEM
           END-IF
           MOVE '           DEPOIS: ' TO WS-IMG-ROTULO
           MOVE HIS-VEICULOS          TO WS-IMG-VEICULOS
           MOVE HIS-BAFOMETRO         TO WS-IMG-BAFOMETRO
           MOVE HIS-ACIDENTES         TO WS-IMG-ACIDENTES
           MOVE HIS-OBITOS            TO WS-IMG-OBITOS
           MOVE HIS-TAXA-ACID         TO WS-IMG-TAXA
           DISPLAY WS-REG-IMAGEM
           .
      *--------------------------------------------------------------*
      *    MES COM AJUSTE APLICADO JA ENVIADO AO DETRAN (REGISTRO NO
      *    DETRSTAT, QUALQUER SITUACAO): MARCA A CORRECAO PENDENTE DE
      *    REENVIO - O PROXIMO T2057EXT DO MES LIMPA A MARCA. MES
      *    NUNCA ENVIADO (FS=23, OU CLUSTER AINDA VAZIO - FS=35) NAO
      *    PRECISA DE MARCA: O PRIMEIRO ENVIO JA LEVA O AJUSTE.
      *--------------------------------------------------------------*
       070-MARCAR-REENVIO.

           IF WS-CTSUBST + WS-CTADIC + WS-CTINCL NOT = ZERO
              OPEN I-O DETRSTAT
              IF FS-ERRO-STA NOT = '35'
                 IF FS-ERRO-STA NOT = '00'
                    MOVE  'ERRO AO ABRIR O DETRSTAT'  TO WS-MSG
                    MOVE   FS-ERRO-STA                TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
                 PERFORM 072-GRAVAR-MARCA
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA A MARCA DE CORRECAO NO REGISTRO DO MES (DETRSTAT
      *    ABERTO PELO 070)
      *--------------------------------------------------------------*
       072-GRAVAR-MARCA.

           MOVE WS-PARM-ANOMES TO STA-ANOMES
           READ DETRSTAT
           IF FS-ERRO-STA = '00'
              MOVE STA-SITUACAO TO WS-SITUACAO-ENVIO
              MOVE 'S'          TO STA-CORRECAO
              MOVE WS-DATA-GER  TO STA-DATA-CORRECAO
              REWRITE REG-DETRSTAT
              IF FS-ERRO-STA NOT = '00'
                 MOVE  'ERRO AO REGRAVAR O DETRSTAT'  TO WS-MSG
                 MOVE   FS-ERRO-STA                   TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              MOVE 'S' TO WS-REENVIO
           ELSE
              IF FS-ERRO-STA NOT = '23'
                 MOVE  'ERRO AO LER O DETRSTAT'  TO WS-MSG
                 MOVE   FS-ERRO-STA              TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           CLOSE DETRSTAT
           IF FS-ERRO-STA NOT = '00'
              MOVE  'ERRO AO FECHAR O DETRSTAT'  TO WS-MSG
              MOVE   FS-ERRO-STA                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    AJUSTE REJEITADO - IMPRIME O MOTIVO NA AUDITORIA
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
           MOVE WS-TRN-CIDADE   TO WS-AUD-CIDADE
           MOVE WS-TRN-UF       TO WS-AUD-UF
           DISPLAY WS-REG-AUDITORIA
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY WS-HIFEN
           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - T2061COR        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * MES CORRIGIDO               = ' WS-PARM-ANOMES
           DISPLAY ' * AJUSTES LIDOS               = ' WS-CTLIDO
           DISPLAY ' * SUBSTITUICOES APLICADAS     = ' WS-CTSUBST
           DISPLAY ' * ADICOES APLICADAS           = ' WS-CTADIC
           DISPLAY ' * CIDADES INCLUIDAS NO MES    = ' WS-CTINCL
           DISPLAY ' * AJUSTES REJEITADOS          = ' WS-CTREJ
           IF WS-REENVIO = 'S'
              DISPLAY ' * MES JA ENVIADO AO DETRAN (SITUACAO '
                      WS-SITUACAO-ENVIO ')'
              DISPLAY ' * MARCADO NO DETRSTAT PARA REENVIO -'
              DISPLAY ' * SUBMETER O GTSDETRA PARA ESTE ANOMES'
           ELSE
              DISPLAY ' * MES AINDA NAO ENVIADO AO DETRAN'
           END-IF
           DISPLAY ' *========================================*'

           CLOSE ACIHIST
           IF FS-ERRO-HIST NOT = '00'
              MOVE  'ERRO AO FECHAR O ACIHIST'  TO WS-MSG
              MOVE   FS-ERRO-HIST               TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE ACICORR
           IF FS-ERRO-TRN NOT = '00'
              MOVE  'ERRO AO FECHAR O ACICORR'  TO WS-MSG
              MOVE   FS-ERRO-TRN                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO T2061COR        *'
           DISPLAY ' *----------------------------------------*'

      *-----> RC=04 PEDE ACAO DO OPERADOR: AJUSTE REJEITADO OU MES
      *-----> A REENVIAR AO DETRAN
           IF WS-CTREJ > ZERO
              OR WS-REENVIO = 'S'
              MOVE 04 TO WS-COD-RETORNO
           ELSE
              MOVE 00 TO WS-COD-RETORNO
           END-IF

           MOVE WS-CTLIDO TO AUD-LIDOS
           COMPUTE AUD-GRAVADOS =
               WS-CTSUBST + WS-CTADIC + WS-CTINCL
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
           DISPLAY ' *      TERMINO ANORMAL DO T2061COR       *'
           DISPLAY ' *----------------------------------------*'
           MOVE 08 TO WS-COD-RETORNO
           IF WS-AUD-GRAVADO = 'N'
              MOVE WS-CTLIDO TO AUD-LIDOS
              COMPUTE AUD-GRAVADOS =
                  WS-CTSUBST + WS-CTADIC + WS-CTINCL
              MOVE WS-CTREJ  TO AUD-REJEITADOS
              PERFORM 087-GRAVAR-AUDITORIA
           END-IF
           MOVE WS-COD-RETORNO TO RETURN-CODE
           STOP RUN
           .
      *---------------> FIM DO PROGRAMA T2061COR <-------------------*
