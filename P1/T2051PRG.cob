      *                                  NOVA SECAO DE GRAVIDADE
      *                                  POR UF; DETALHE MALFORMADO
      *                                  VAI PARA O RELREJ
      *  V12    OUT/2026 010051  GTS     DETALHES 'D' DO DECK
      *                                  CONFERIDO GRAVADOS NO KSDS
      *                                  ACIDET (DATA+CIDADE+UF+SEQ)
      *                                  PARA O PERFIL POR DIA DO
      *                                  T2060PRG; RECARGA DO MESMO
      *                                  DECK REGRAVA SEM DUPLICAR
      *  V13    OUT/2026 010057  GTS     CONTROLE DE PASSOS DA CADEIA:
      *                                  PULA SE JA CONCLUIDO NA DATA
      *                                  DE NEGOCIO (GTSCTLPA) E
      *                                  REGISTRA INICIO/FIM NO
      *                                  GTSEXEC
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
                  RECORD KEY    IS CID-CHAVE
                  FILE STATUS   IS FS-ERRO-CID
           .
           SELECT ACIDET ASSIGN TO ACIDET
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS DET-CHAVE
                  FILE STATUS   IS FS-ERRO-DET
           .
           SELECT GTSAUDIT ASSIGN TO GTSAUDIT
                  FILE STATUS   IS FS-ERRO-AUD
           .
           SELECT GTSCTLPA ASSIGN TO GTSCTLPA
                  FILE STATUS   IS FS-ERRO-CTP
           .
           SELECT GTSEXEC ASSIGN TO GTSEXEC
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS EXE-CHAVE
                  FILE STATUS   IS FS-ERRO-EXE
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
           05 CID-NOME              PIC X(30).
           05 CID-POPULACAO         PIC 9(08).
           05 FILLER                PIC X(06).
      *-----> DETALHE POR ACIDENTE PERSISTIDO ('D' DO DECK). A
      *-----> SEQUENCIA SEPARA ACIDENTES DA MESMA DATA+CIDADE+UF;
      *-----> DATA DA CAPTACAO + CARIMBO DA CARGA IDENTIFICAM O
      *-----> REGISTRO NA RECARGA DO MESMO DECK
       FD  ACIDET
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-ACIDET.
           05 DET-CHAVE.
              10 DET-DATA         PIC 9(08).
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
       FD  GTSCTLPA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-GTSCTLPA           PIC X(100)
           .
       FD  GTSEXEC
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
      *-----> REGISTRO DE EXECUCAO DO PASSO NA DATA DE NEGOCIO -
      *-----> LAYOUT COMUM AOS PROGRAMAS DA CADEIA (VER GTSPASSO)
       01  REG-GTSEXEC.
           05 EXE-CHAVE.
              10 EXE-DATA         PIC 9(08).
              10 EXE-PROGRAMA     PIC X(08).
           05 EXE-SITUACAO          PIC X(01).
           05 EXE-COD-RET           PIC 9(02).
           05 EXE-EXECUCOES         PIC 9(03).
           05 EXE-DATA-EXEC         PIC 9(08).
           05 EXE-HORA-INI          PIC 9(06).
           05 EXE-HORA-FIM          PIC 9(06).
           05 FILLER                PIC X(08).
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           05 WS-SEV-FATAL-G      PIC 9(06)  VALUE ZERO.
           05 WS-SEV-FERIDO-G     PIC 9(06)  VALUE ZERO.
           05 WS-SEV-SEMVIT-G     PIC 9(06)  VALUE ZERO.
      *-----> GRAVACAO DOS DETALHES NO ACIDET (SEGUNDA PASSADA
      *-----> SOBRE O DECK JA CONFERIDO)
       01  WS-AREA-ACIDET.
           05 FS-ERRO-DET         PIC X(02).
           05 WS-DET-FIM          PIC X(01)  VALUE 'N'.
           05 WS-DET-GRAVOU       PIC X(01)  VALUE 'N'.
           05 WS-DET-SEQ-W        PIC 9(05)  VALUE ZERO.
           05 WS-DET-CARGA-DATA   PIC 9(08)  VALUE ZERO.
           05 WS-DET-CARGA-HORA   PIC 9(08)  VALUE ZERO.
           05 WS-CTDETNOV         PIC 9(05)  VALUE ZERO.
           05 WS-CTDETREC         PIC 9(05)  VALUE ZERO.
       01  WS-TAB-SEVERIDADE.
           05 WS-TAB-SEV-ITEM OCCURS 30 TIMES.
              10 WS-SEV-UF        PIC X(02).
           05 AUD-COD-RET         PIC 9(02).
           05 FILLER              PIC X(35)  VALUE SPACES.

      *-----> CONTROLE DE PASSOS DA CADEIA GTS0014J (GTSPASSO)
       01  WS-AREA-CTLPASSO.
           05 FS-ERRO-CTP         PIC X(02).
           05 FS-ERRO-EXE         PIC X(02).
           05 WS-PAS-CONTROLE     PIC X(01)  VALUE 'N'.
           05 WS-PAS-NOVO         PIC X(01)  VALUE 'N'.
           05 WS-PAS-ACHOU        PIC X(01)  VALUE 'N'.
           05 WS-PAS-DATA-W       PIC 9(08).
           05 WS-PAS-HORA-W       PIC 9(08).
           05 WS-IDX-CTP          PIC 9(02)  VALUE ZERO.
      *-----> REGISTRO DE CONTROLE COMPARTILHADO MONTADO PELO GTSPASSO
      *-----> NO INICIO DO JOB - ACAO 'E' = EXECUTA / 'P' = PULA
       01  WS-REG-CTLPASSO.
           05 CTP-DATA            PIC 9(08).
           05 CTP-QTD             PIC 9(02).
           05 CTP-TAB OCCURS 10 TIMES.
              10 CTP-PROGRAMA     PIC X(08).
              10 CTP-ACAO         PIC X(01).

      *-----> CONTROLE DE PAGINACAO DOS RELATORIOS IMPRESSOS
       01  WS-AREA-IMPRESSAO.
           05 WS-LINHA-IMP           PIC X(132) VALUE SPACES.
           DISPLAY "2" WS-DATA(2:3)"/" WS-DATA(5:2)" - FATEC"
           DISPLAY "---------------------"

           PERFORM 086-VERIFICAR-PASSO

           ACCEPT WS-PARM-CARD FROM SYSIN

           IF WS-PARM-DETALHE  NOT = 'N'
              GO TO  999-ERRO
           END-IF

      *-----> DETALHES POR ACIDENTE DO DECK CONFERIDO -> ACIDET
           PERFORM 019-GRAVAR-DETALHES

           OPEN INPUT CLASSIF
           IF FS-ERRO-CLA NOT = '00'
              MOVE  'ERRO AO ABRIR O CLASSIF'  TO WS-MSG
                   WS-CTDET
           .
      *--------------------------------------------------------------*
      *    CRITICA UM DETALHE POR ACIDENTE ('D'). DEVOLVE O MOTIVO
      *    EM WS-REJD-MOTIVO (BRANCO = DETALHE VALIDO) - USADA NA
      *    CONFERENCIA DO DECK E NA GRAVACAO DO ACIDET.
      *--------------------------------------------------------------*
       016-CRITICAR-DETALHE.

           MOVE SPACES TO WS-REJD-MOTIVO
           IF WS-DTL-CIDADE-X NOT NUMERIC
              MOVE 'CIDADE NAO NUMERICA NO DETALHE'
                   TO WS-REJD-MOTIVO
           ELSE
           IF WS-DTL-UF = SPACES
              MOVE 'UF EM BRANCO NO DETALHE'
                   TO WS-REJD-MOTIVO
           ELSE
           IF WS-DTL-DATA-X NOT NUMERIC
              OR WS-DTL-MES < 01
              OR WS-DTL-MES > 12
              MOVE 'DATA INVALIDA NO DETALHE'
                   TO WS-REJD-MOTIVO
           ELSE
           IF WS-DTL-GRAV NOT = 'F'
              AND WS-DTL-GRAV NOT = 'C'
              AND WS-DTL-GRAV NOT = 'S'
              MOVE 'GRAVIDADE INVALIDA (F/C/S)'
                   TO WS-REJD-MOTIVO
           ELSE
           IF WS-DTL-BAFO NOT = 'S'
              AND WS-DTL-BAFO NOT = 'N'
              MOVE 'BAFOMETRO INVALIDO (S/N)'
                   TO WS-REJD-MOTIVO
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICA E ACUMULA UM DETALHE POR ACIDENTE ('D'). O
      *    DETALHE NAO CARREGA VEICULOS, ENTAO ELE SOMA NOS TOTAIS
      *    DE ACIDENTES/OBITOS DA UF (NA QUEBRA) E NOS CONTADORES
      *    DE GRAVIDADE - O DETALHE POR CIDADE DO RELPRIN CONTINUA
      *    VINDO DO REGISTRO AGREGADO.
      *--------------------------------------------------------------*
       017-TRATAR-DETALHE.

           PERFORM 016-CRITICAR-DETALHE
           IF WS-REJD-MOTIVO NOT = SPACES
              PERFORM 018-REJEITAR-DETALHE
           ELSE
              IF WS-PARM-UF NOT = SPACES
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    DETALHE MALFORMADO - IMPRIME A IMAGEM E O MOTIVO NO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA NO ACIDET OS DETALHES VALIDOS DO DECK, EM UMA
      *    SEGUNDA PASSADA SOBRE O ENTRADA - SO DEPOIS DO CONTRATO
      *    HEADER/TRAILER CONFERIDO, PARA QUE DECK TRUNCADO NAO
      *    DEIXE DETALHE PELA METADE. O FILTRO DE UF DO CARTAO SO
      *    VALE PARA O RELATORIO: TODO DETALHE VALIDO E GRAVADO.
      *--------------------------------------------------------------*
       019-GRAVAR-DETALHES.

      *-----> NA PRIMEIRA CARGA O CLUSTER AINDA NAO EXISTE (FS=35):
      *-----> MESMO TRATAMENTO DO ACIHIST
           OPEN I-O ACIDET
           IF FS-ERRO-DET = '35'
              OPEN OUTPUT ACIDET
              IF FS-ERRO-DET = '00'
                 CLOSE ACIDET
                 IF FS-ERRO-DET = '00'
                    OPEN I-O ACIDET
                 END-IF
              END-IF
           END-IF
           IF FS-ERRO-DET NOT = '00'
              MOVE  'ERRO AO ABRIR O ACIDET'  TO WS-MSG
              MOVE   FS-ERRO-DET              TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT ENTRADA
           IF FS-ERRO-ENT NOT = '00'
              MOVE  'ERRO AO ABRIR O ENTRADA'  TO WS-MSG
              MOVE   FS-ERRO-ENT               TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

      *-----> CARIMBO DESTA CARGA - DISTINGUE O DETALHE JA GRAVADO
      *-----> NESTA EXECUCAO DO GRAVADO NUMA CARGA ANTERIOR
           ACCEPT WS-DET-CARGA-DATA FROM DATE
           MOVE '2' TO WS-DET-CARGA-DATA(1:1)
           ACCEPT WS-DET-CARGA-HORA FROM TIME

           MOVE 'N' TO WS-DET-FIM
           PERFORM UNTIL WS-DET-FIM = 'S'
              READ ENTRADA INTO WS-REG-DECK
                 AT END
                    MOVE 'S' TO WS-DET-FIM
              END-READ
              IF WS-DET-FIM NOT = 'S'
                 AND FS-ERRO-ENT NOT = '00'
                 MOVE  'ERRO AO LER O ENTRADA'  TO WS-MSG
                 MOVE   FS-ERRO-ENT             TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              IF WS-DET-FIM NOT = 'S'
                 AND WS-DTL-TIPO = 'D'
                 PERFORM 016-CRITICAR-DETALHE
                 IF WS-REJD-MOTIVO = SPACES
                    PERFORM 020-GRAVAR-DETALHE
                 END-IF
              END-IF
           END-PERFORM

           CLOSE ENTRADA
           IF FS-ERRO-ENT NOT = '00'
              MOVE  'ERRO AO FECHAR O ENTRADA'  TO WS-MSG
              MOVE   FS-ERRO-ENT                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE ACIDET
           IF FS-ERRO-DET NOT = '00'
              MOVE  'ERRO AO FECHAR O ACIDET'  TO WS-MSG
              MOVE   FS-ERRO-DET               TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' * DETALHES GRAVADOS NO ACIDET: ' WS-CTDETNOV
           DISPLAY ' * DETALHES REGRAVADOS (RECARGA): ' WS-CTDETREC
           .
      *--------------------------------------------------------------*
      *    GRAVA UM DETALHE NA PRIMEIRA SEQUENCIA LIVRE DA CHAVE
      *    DATA+CIDADE+UF. SEQUENCIA OCUPADA POR DETALHE DA MESMA
      *    CAPTACAO GRAVADO EM CARGA ANTERIOR E O PROPRIO DETALHE
      *    SENDO RECARREGADO: E REGRAVADO NO LUGAR (NAO DUPLICA).
      *    OCUPADA POR OUTRA CAPTACAO, OU JA GRAVADA NESTA CARGA
      *    (OUTRO ACIDENTE DA MESMA DATA+CIDADE+UF), PULA.
      *--------------------------------------------------------------*
       020-GRAVAR-DETALHE.

           MOVE 'N'  TO WS-DET-GRAVOU
           MOVE ZERO TO WS-DET-SEQ-W
           PERFORM UNTIL WS-DET-GRAVOU = 'S'
              ADD 1 TO WS-DET-SEQ-W
              IF WS-DET-SEQ-W > 9999
                 MOVE  'MAIS DE 9999 DETALHES NA CHAVE'  TO WS-MSG
                 MOVE  'QT'                              TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              MOVE WS-DTL-DATA   TO DET-DATA
              MOVE WS-DTL-CIDADE TO DET-CIDADE
              MOVE WS-DTL-UF     TO DET-UF
              MOVE WS-DET-SEQ-W  TO DET-SEQ
              READ ACIDET
              IF FS-ERRO-DET = '23'
                 PERFORM 021-MONTAR-DETALHE
                 WRITE REG-ACIDET
                 IF FS-ERRO-DET NOT = '00'
                    MOVE  'ERRO AO GRAVAR O ACIDET'  TO WS-MSG
                    MOVE   FS-ERRO-DET               TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
                 ADD 1    TO WS-CTDETNOV
                 MOVE 'S' TO WS-DET-GRAVOU
              ELSE
                 IF FS-ERRO-DET NOT = '00'
                    MOVE  'ERRO AO LER O ACIDET'  TO WS-MSG
                    MOVE   FS-ERRO-DET            TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
                 IF DET-DATA-CAPT = WS-DATA-CAPT
                    AND (DET-CARGA-DATA NOT = WS-DET-CARGA-DATA
                    OR DET-CARGA-HORA NOT = WS-DET-CARGA-HORA)
                    PERFORM 021-MONTAR-DETALHE
                    REWRITE REG-ACIDET
                    IF FS-ERRO-DET NOT = '00'
                       MOVE  'ERRO AO REGRAVAR O ACIDET'  TO WS-MSG
                       MOVE   FS-ERRO-DET                 TO WS-FS-MSG
                       GO TO  999-ERRO
                    END-IF
                    ADD 1    TO WS-CTDETREC
                    MOVE 'S' TO WS-DET-GRAVOU
                 END-IF
              END-IF
           END-PERFORM
           .
      *--------------------------------------------------------------*
      *    MONTA O REGISTRO DO ACIDET A PARTIR DO DETALHE DO DECK
      *    (A CHAVE JA ESTA POSICIONADA)
      *--------------------------------------------------------------*
       021-MONTAR-DETALHE.

           MOVE SPACES            TO REG-ACIDET(19:32)
           MOVE WS-DTL-GRAV       TO DET-GRAVIDADE
           MOVE WS-DTL-BAFO       TO DET-BAFOMETRO
           MOVE WS-DATA-CAPT      TO DET-DATA-CAPT
           MOVE WS-DET-CARGA-DATA TO DET-CARGA-DATA
           MOVE WS-DET-CARGA-HORA TO DET-CARGA-HORA
           .
      *--------------------------------------------------------------*
      *    LOCALIZA (E, QUANDO PEDIDO, CRIA) A ENTRADA DA UF NA
      *    TABELA DE GRAVIDADE, DEIXANDO WS-IDX-SEV POSICIONADO
      *--------------------------------------------------------------*
           MOVE WS-CTHIST  TO AUD-GRAVADOS
           COMPUTE AUD-REJEITADOS = WS-CTREJ + WS-CTDETREJ
           PERFORM 085-GRAVAR-AUDITORIA
           PERFORM 089-FINALIZAR-PASSO

           MOVE WS-COD-RETORNO TO RETURN-CODE
           .
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONTROLE DE PASSOS DA CADEIA: LE O REGISTRO DE CONTROLE
      *    MONTADO PELO GTSPASSO NO INICIO DO JOB. PASSO JA CONCLUIDO
      *    NA DATA DE NEGOCIO TERMINA AQUI COM RC=00 SEM PROCESSAR;
      *    SENAO REGISTRA O INICIO NO GTSEXEC. SEM O DD GTSCTLPA
      *    (EXECUCAO FORA DA CADEIA) O PROGRAMA RODA SEM CONTROLE.
      *--------------------------------------------------------------*
       086-VERIFICAR-PASSO.

           OPEN INPUT GTSCTLPA
           IF FS-ERRO-CTP NOT = '35'
              IF FS-ERRO-CTP NOT = '00'
                 MOVE  'ERRO AO ABRIR O GTSCTLPA'  TO WS-MSG
                 MOVE   FS-ERRO-CTP                TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              READ GTSCTLPA INTO WS-REG-CTLPASSO
              IF FS-ERRO-CTP NOT = '00'
                 MOVE  'ERRO AO LER O GTSCTLPA'  TO WS-MSG
                 MOVE   FS-ERRO-CTP              TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              CLOSE GTSCTLPA
              IF FS-ERRO-CTP NOT = '00'
                 MOVE  'ERRO AO FECHAR O GTSCTLPA'  TO WS-MSG
                 MOVE   FS-ERRO-CTP                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              IF CTP-DATA NOT NUMERIC
                 OR CTP-QTD NOT NUMERIC
                 OR CTP-QTD > 10
                 MOVE  'CONTROLE DE PASSOS INVALIDO'  TO WS-MSG
                 MOVE  'CP'                           TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF

              MOVE 'N' TO WS-PAS-ACHOU
              PERFORM VARYING WS-IDX-CTP FROM 1 BY 1
                 UNTIL WS-IDX-CTP > CTP-QTD
                 OR WS-PAS-ACHOU = 'S'
                 IF CTP-PROGRAMA(WS-IDX-CTP) = AUD-PROGRAMA
                    MOVE 'S' TO WS-PAS-ACHOU
                 END-IF
              END-PERFORM

              IF WS-PAS-ACHOU = 'S'
                 SUBTRACT 1 FROM WS-IDX-CTP
                 IF CTP-ACAO(WS-IDX-CTP) = 'P'
                    DISPLAY ' * PASSO JA CONCLUIDO NA DATA ' CTP-DATA
                    DISPLAY ' * NAO EXECUTADO NESTA SUBMISSAO - RC=00'
                    MOVE ZERO TO RETURN-CODE
                    STOP RUN
                 END-IF
                 PERFORM 088-INICIAR-PASSO
              ELSE
                 DISPLAY ' * PROGRAMA FORA DO CONTROLE DE PASSOS -'
                         ' EXECUTA SEM REGISTRO'
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGISTRA NO GTSEXEC O INICIO DA EXECUCAO NA DATA DE
      *    NEGOCIO ('I' - FICA ASSIM SE O PASSO ABENDAR)
      *--------------------------------------------------------------*
       088-INICIAR-PASSO.

           OPEN I-O GTSEXEC
           IF FS-ERRO-EXE NOT = '00'
              MOVE  'ERRO AO ABRIR O GTSEXEC'  TO WS-MSG
              MOVE   FS-ERRO-EXE               TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE CTP-DATA      TO EXE-DATA
           MOVE AUD-PROGRAMA  TO EXE-PROGRAMA
           READ GTSEXEC
           IF FS-ERRO-EXE = '23'
              MOVE 'S'  TO WS-PAS-NOVO
              MOVE ZERO TO EXE-EXECUCOES
           ELSE
              IF FS-ERRO-EXE NOT = '00'
                 MOVE  'ERRO AO LER O GTSEXEC'  TO WS-MSG
                 MOVE   FS-ERRO-EXE             TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              MOVE 'N'  TO WS-PAS-NOVO
           END-IF

           ACCEPT WS-PAS-DATA-W FROM DATE
           MOVE '2'                TO WS-PAS-DATA-W(1:1)
           ACCEPT WS-PAS-HORA-W FROM TIME
           MOVE 'I'                TO EXE-SITUACAO
           MOVE ZERO               TO EXE-COD-RET
           ADD 1                   TO EXE-EXECUCOES
           MOVE WS-PAS-DATA-W      TO EXE-DATA-EXEC
           MOVE WS-PAS-HORA-W(1:6) TO EXE-HORA-INI
           MOVE ZERO               TO EXE-HORA-FIM

           IF WS-PAS-NOVO = 'S'
              WRITE REG-GTSEXEC
           ELSE
              REWRITE REG-GTSEXEC
           END-IF
           IF FS-ERRO-EXE NOT = '00'
              MOVE  'ERRO AO GRAVAR O GTSEXEC'  TO WS-MSG
              MOVE   FS-ERRO-EXE                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE GTSEXEC
           IF FS-ERRO-EXE NOT = '00'
              MOVE  'ERRO AO FECHAR O GTSEXEC'  TO WS-MSG
              MOVE   FS-ERRO-EXE                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE 'S' TO WS-PAS-CONTROLE
           .
      *--------------------------------------------------------------*
      *    REGISTRA NO GTSEXEC O FIM DA EXECUCAO: 'C' = CONCLUIDO
      *    (RC <= 4, O PASSO PULA NA RESSUBMISSAO) / 'F' = FALHOU
      *--------------------------------------------------------------*
       089-FINALIZAR-PASSO.

           IF WS-PAS-CONTROLE = 'S'
              MOVE 'N' TO WS-PAS-CONTROLE

              OPEN I-O GTSEXEC
              IF FS-ERRO-EXE NOT = '00'
                 MOVE  'ERRO AO ABRIR O GTSEXEC'  TO WS-MSG
                 MOVE   FS-ERRO-EXE               TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF

              MOVE CTP-DATA      TO EXE-DATA
              MOVE AUD-PROGRAMA  TO EXE-PROGRAMA
              READ GTSEXEC
              IF FS-ERRO-EXE NOT = '00'
                 MOVE  'ERRO AO LER O GTSEXEC'  TO WS-MSG
                 MOVE   FS-ERRO-EXE             TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF

              IF WS-COD-RETORNO > 04
                 MOVE 'F'             TO EXE-SITUACAO
              ELSE
                 MOVE 'C'             TO EXE-SITUACAO
              END-IF
              MOVE WS-COD-RETORNO     TO EXE-COD-RET
              ACCEPT WS-PAS-HORA-W FROM TIME
              MOVE WS-PAS-HORA-W(1:6) TO EXE-HORA-FIM
              REWRITE REG-GTSEXEC
              IF FS-ERRO-EXE NOT = '00'
                 MOVE  'ERRO AO REGRAVAR O GTSEXEC'  TO WS-MSG
                 MOVE   FS-ERRO-EXE                  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF

              CLOSE GTSEXEC
              IF FS-ERRO-EXE NOT = '00'
                 MOVE  'ERRO AO FECHAR O GTSEXEC'  TO WS-MSG
                 MOVE   FS-ERRO-EXE                TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ROTINA DE ERRO
      *--------------------------------------------------------------*
       999-ERRO.
              COMPUTE AUD-REJEITADOS = WS-CTREJ + WS-CTDETREJ
              PERFORM 085-GRAVAR-AUDITORIA
           END-IF
           PERFORM 089-FINALIZAR-PASSO
           MOVE WS-COD-RETORNO TO RETURN-CODE
           STOP RUN
           .
