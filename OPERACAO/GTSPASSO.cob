       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   GTSPASSO.
       AUTHOR.       GIOVANI TARGINO SERRA.
       DATE-WRITTEN. 15/10/2026.
      *--------------------------------------------------------------*
      * SISTEMA: OPERACAO DA CADEIA GTS0014J
      *--------------------------------------------------------------*
      * OBJETIVO: CONTROLE DE PASSOS DA CADEIA. CADA PROGRAMA DA
      *           CADEIA REGISTRA NO GTSEXEC (KSDS, CHAVE DATA DE
      *           NEGOCIO + PROGRAMA) O INICIO ('I') E O FIM DA SUA
      *           EXECUCAO ('C' = CONCLUIDO COM RC <= 4, 'F' =
      *           FALHOU). ESTE PROGRAMA RODA EM DUAS FUNCOES:
      *             ' ' = CONTROLE - PRIMEIRO PASSO DO JOB: LE O
      *                   GTSEXEC DA DATA DE NEGOCIO E MONTA O
      *                   REGISTRO DE CONTROLE COMPARTILHADO
      *                   (GTSCTLPA) DIZENDO A CADA PROGRAMA SE
      *                   EXECUTA OU PULA. PASSO JA CONCLUIDO NA DATA
      *                   PULA (RC=00), O RESTO EXECUTA - ASSIM A
      *                   RESSUBMISSAO DO JOB SEM ALTERACAO CONTINUA
      *                   DO PASSO QUE FALHOU.
      *             'S' = SITUACAO - SO IMPRIME O RELATORIO DE
      *                   SITUACAO DOS PASSOS NA DATA (CONCLUIDO,
      *                   FALHOU, INTERROMPIDO OU PENDENTE).
      *           DATA DE NEGOCIO: A DO CARTAO; ZEROS = A DO
      *           REGISTRO DE CONTROLE DO JOB (FUNCAO 'S' NO FIM DA
      *           CADEIA) OU, FORA DISSO, A DATA DE HOJE. SEM NADA
      *           REGISTRADO HOJE E COM A CADEIA DE ONTEM INCOMPLETA,
      *           O CONTROLE NAO ADIVINHA SE E RESSUBMISSAO OU A
      *           CADEIA NOVA: TERMINA COM RC=08 PEDINDO A DATA NO
      *           CARTAO (ONTEM = RETOMAR, HOJE = ABANDONAR ONTEM).
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010057  GTS     VERSAO INICIAL
      *  V02    OUT/2026 010062  GTS     CADEIA DE ONTEM INCOMPLETA SEM
      *                                  CARTAO DE DATA CANCELA (RC=08)
      *                                  EM VEZ DE ASSUMIR ONTEM
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
           SELECT GTSEXEC ASSIGN TO GTSEXEC
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS EXE-CHAVE
                  FILE STATUS   IS FS-ERRO-EXE
           .
           SELECT GTSCTLPA ASSIGN TO GTSCTLPA
                  FILE STATUS   IS FS-ERRO-CTP
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  GTSEXEC
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
      *-----> REGISTRO DE EXECUCAO DE UM PROGRAMA DA CADEIA NA DATA
      *-----> DE NEGOCIO - LAYOUT COMUM AOS PROGRAMAS DA CADEIA
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
       FD  GTSCTLPA
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-GTSCTLPA           PIC X(100)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> VARIAVEIS AUXILIARES UTILIZADA NO PROCESSAMENTO
       01  WS-AREA-AUX.
           05 FS-ERRO-EXE            PIC X(02).
           05 FS-ERRO-CTP            PIC X(02).
           05 WS-MSG                 PIC X(30).
           05 WS-FS-MSG              PIC X(02).
           05 WS-COD-RETORNO         PIC 9(02)  VALUE ZERO.
           05 WS-CTCONCL             PIC 9(02)  VALUE ZERO.
           05 WS-CTFALHA             PIC 9(02)  VALUE ZERO.
           05 WS-CTPEND              PIC 9(02)  VALUE ZERO.
           05 WS-CTEXECUTA           PIC 9(02)  VALUE ZERO.
           05 WS-CTPULA              PIC 9(02)  VALUE ZERO.
           05 WS-CTREG-DATA          PIC 9(02)  VALUE ZERO.
           05 WS-CTCONCL-DATA        PIC 9(02)  VALUE ZERO.
           05 WS-IDX-PAS             PIC 9(02)  VALUE ZERO.
           05 WS-PAS-ACHOU           PIC X(01)  VALUE 'N'.
           05 WS-DATA                PIC 9(08).
           05 WS-DATA-HOJE           PIC 9(08)  VALUE ZERO.
           05 WS-DATA-NEG            PIC 9(08)  VALUE ZERO.
           05 WS-ORIGEM-DATA         PIC X(20)  VALUE SPACES.

      *-----> DATA/HORA DE EXECUCAO
       01  WS-HORA                   PIC 99.99.9999.

      *-----> ENTRADA - CARTAO DE PARAMETRO
      *-----> COL 01-08 DATA DE NEGOCIO AAAAMMDD (ZEROS = HOJE)
      *-----> COL 09    FUNCAO: BRANCO = CONTROLE / 'S' = SITUACAO
      *-----> COL 10-17 PROGRAMA A REEXECUTAR MESMO JA CONCLUIDO
      *----->           (BRANCO = NENHUM)
       01  WS-PARM-CARD.
           05 WS-PARM-DATA        PIC 9(08).
           05 WS-PARM-DATA-X REDEFINES WS-PARM-DATA
                                  PIC X(08).
           05 WS-PARM-FUNCAO      PIC X(01).
           05 WS-PARM-FORCAR      PIC X(08).

      *-----> SAIDA - REGISTRO DE CONTROLE COMPARTILHADO (GTSCTLPA) -
      *-----> LAYOUT COMUM AOS PROGRAMAS DA CADEIA. ACAO 'E' =
      *-----> EXECUTA / 'P' = PULA (JA CONCLUIDO NA DATA)
       01  WS-REG-CTLPASSO.
           05 CTP-DATA            PIC 9(08).
           05 CTP-QTD             PIC 9(02).
           05 CTP-TAB OCCURS 10 TIMES.
              10 CTP-PROGRAMA     PIC X(08).
              10 CTP-ACAO         PIC X(01).

      *-----> PASSOS DA CADEIA GTS0014J QUE REGISTRAM EXECUCAO, NA
      *-----> ORDEM DO JOB. OS PASSOS DE UTILITARIO (IDCAMS, IEFBR14,
      *-----> IEBGENER) E OS RELATORIOS DE OPERACAO (GTSMONIT,
      *-----> GTSOPLOG) PODEM RODAR DE NOVO SEM DANO E NAO ENTRAM.
      *-----> A DESCARGA DO BACKUP (V2051UNL, PASSO026) TAMBEM NAO
      *-----> ENTRA: O DD DA GERACAO NOVA DO GDG E ALOCADO MESMO COM
      *-----> O PROGRAMA PULADO, E UMA GERACAO VAZIA EMPURRARIA O
      *-----> ULTIMO BACKUP BOM PARA FORA DO LIMITE - ELE SEMPRE RODA.
       01  WS-TAB-PASSOS-DEF.
           05 FILLER              PIC X(16) VALUE 'PASSO010T2051PRG'.
           05 FILLER              PIC X(16) VALUE 'PASSO016T2056CHK'.
           05 FILLER              PIC X(16) VALUE 'PASSO018T2052PRG'.
           05 FILLER              PIC X(16) VALUE 'PASSO020V2051P2 '.
           05 FILLER              PIC X(16) VALUE 'PASSO021V2051BAL'.
           05 FILLER              PIC X(16) VALUE 'PASSO022V2051MNT'.
           05 FILLER              PIC X(16) VALUE 'PASSO024V2051REJ'.
           05 FILLER              PIC X(16) VALUE 'PASSO030CGDRV004'.
       01  WS-TAB-PASSOS-R REDEFINES WS-TAB-PASSOS-DEF.
           05 WS-TAB-PASSO OCCURS 8 TIMES.
              10 WS-TPA-PASSO     PIC X(08).
              10 WS-TPA-PROGRAMA  PIC X(08).
       01  WS-QTD-PASSOS          PIC 9(02)  VALUE 08.

      *-----> APOIO DA DATA AUTOMATICA (DIA ANTERIOR)
       01  WS-DT-DATA             PIC 9(08)   VALUE ZERO.
       01  WS-DT-DATA-R REDEFINES WS-DT-DATA.
           05 WS-DT-ANO           PIC 9(04).
           05 WS-DT-MES           PIC 9(02).
           05 WS-DT-DIA           PIC 9(02).
       01  WS-AREA-DIAS.
           05 WS-DT-QUOC          PIC 9(04)   VALUE ZERO.
           05 WS-DT-RESTO4        PIC 9(04)   VALUE ZERO.
           05 WS-DT-RESTO100      PIC 9(04)   VALUE ZERO.
           05 WS-DT-RESTO400      PIC 9(04)   VALUE ZERO.
           05 WS-DT-ULTIMO        PIC 9(02)   VALUE ZERO.
           05 WS-DT-VALIDA        PIC X(01)   VALUE 'N'.
      *-----> DIAS DE CADA MES (FEVEREIRO CORRIGIDO NO ANO BISSEXTO)
       01  WS-TAB-DIAS-MES.
           05 FILLER              PIC X(24) VALUE
              '312831303130313130313031'.
       01  WS-TAB-DIAS-R REDEFINES WS-TAB-DIAS-MES.
           05 WS-TAB-DIAS         PIC 9(02) OCCURS 12 TIMES.

      *-----> SAIDA - RELATORIO DE SITUACAO DOS PASSOS
       01  WS-REG-CAB-DATA.
           05 FILLER              PIC X(18) VALUE
              ' DATA DE NEGOCIO: '.
           05 WS-CAB-DIA          PIC 9(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-CAB-MES          PIC 9(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-CAB-ANO          PIC 9(04).
           05 FILLER              PIC X(02) VALUE ' ('.
           05 WS-CAB-ORIGEM       PIC X(20).
           05 FILLER              PIC X(01) VALUE ')'.

       01  WS-REG-CAB-SIT.
           05 FILLER              PIC X(31) VALUE
              'PASSO    PROGRAMA SITUACAO     '.
           05 FILLER              PIC X(30) VALUE
              'RC EXEC INICIO   FIM      ACAO'.

       01  WS-REG-SIT.
           05 WS-SIT-PASSO        PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-SIT-PROGRAMA     PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-SIT-SITUACAO     PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-SIT-COD-RET      PIC X(02).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-SIT-EXECUCOES    PIC ZZZ9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-SIT-HORA-INI     PIC 99.99.99.
           05 WS-SIT-HORA-INI-X REDEFINES WS-SIT-HORA-INI
                                  PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-SIT-HORA-FIM     PIC 99.99.99.
           05 WS-SIT-HORA-FIM-X REDEFINES WS-SIT-HORA-FIM
                                  PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-SIT-ACAO         PIC X(10).

       01  WS-HIFEN               PIC X(80)  VALUE ALL '-'.

       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-GTSPASSO.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR
              VARYING WS-IDX-PAS FROM 1 BY 1
              UNTIL WS-IDX-PAS > WS-QTD-PASSOS
           IF WS-PARM-FUNCAO = SPACE
              PERFORM 040-GRAVAR-CONTROLE
           END-IF
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *  GTSPASSO - CONTROLE DE PASSOS         *'
           DISPLAY ' *----------------------------------------*'
           ACCEPT WS-DATA FROM DATE
           DISPLAY ' * DATA DO PROCESSAMENTO: '  WS-DATA(7:2) '/'
                   WS-DATA(5:2) '/2' WS-DATA(2:3)
           ACCEPT WS-HORA FROM TIME
           DISPLAY ' * HORA DO PROCESSAMENTO: ' WS-HORA
           DISPLAY ' *========================================*'

           MOVE '2'          TO WS-DATA-HOJE(1:1)
           MOVE WS-DATA(2:3) TO WS-DATA-HOJE(2:3)
           MOVE WS-DATA(5:2) TO WS-DATA-HOJE(5:2)
           MOVE WS-DATA(7:2) TO WS-DATA-HOJE(7:2)

           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-DATA-X = SPACES
              MOVE ZEROS TO WS-PARM-DATA
           END-IF
           IF WS-PARM-DATA-X NOT NUMERIC
              MOVE  'DATA DE NEGOCIO INVALIDA'  TO WS-MSG
              MOVE  'PR'                        TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-PARM-DATA NOT = ZERO
              MOVE WS-PARM-DATA TO WS-DT-DATA
              PERFORM 070-VALIDAR-DATA
              IF WS-DT-VALIDA NOT = 'S'
                 MOVE  'DATA DE NEGOCIO INVALIDA'  TO WS-MSG
                 MOVE  'PR'                        TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF
           IF WS-PARM-FUNCAO NOT = SPACE
              AND WS-PARM-FUNCAO NOT = 'S'
              MOVE  'FUNCAO INVALIDA (BRANCO/S)'  TO WS-MSG
              MOVE  'PR'                          TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-PARM-FORCAR NOT = SPACES
              MOVE 'N' TO WS-PAS-ACHOU
              PERFORM VARYING WS-IDX-PAS FROM 1 BY 1
                 UNTIL WS-IDX-PAS > WS-QTD-PASSOS
                 OR WS-PAS-ACHOU = 'S'
                 IF WS-TPA-PROGRAMA(WS-IDX-PAS) = WS-PARM-FORCAR
                    MOVE 'S' TO WS-PAS-ACHOU
                 END-IF
              END-PERFORM
              IF WS-PAS-ACHOU NOT = 'S'
                 MOVE  'PROGRAMA A REEXECUTAR INVALIDO'  TO WS-MSG
                 MOVE  'PR'                              TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

      *-----> CLUSTER AINDA VAZIO (FS=35) - NENHUMA EXECUCAO FOI
      *-----> REGISTRADA; CRIA EM OUTPUT E REABRE EM I-O
           OPEN I-O GTSEXEC
           IF FS-ERRO-EXE = '35'
              OPEN OUTPUT GTSEXEC
              IF FS-ERRO-EXE = '00'
                 CLOSE GTSEXEC
                 IF FS-ERRO-EXE = '00'
                    OPEN I-O GTSEXEC
                 END-IF
              END-IF
           END-IF
           IF FS-ERRO-EXE NOT = '00'
              MOVE  'ERRO AO ABRIR O GTSEXEC'  TO WS-MSG
              MOVE   FS-ERRO-EXE               TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 020-DEFINIR-DATA

           MOVE WS-DATA-NEG(7:2) TO WS-CAB-DIA
           MOVE WS-DATA-NEG(5:2) TO WS-CAB-MES
           MOVE WS-DATA-NEG(1:4) TO WS-CAB-ANO
           MOVE WS-ORIGEM-DATA   TO WS-CAB-ORIGEM
           DISPLAY WS-HIFEN
           IF WS-PARM-FUNCAO = SPACE
              DISPLAY ' CONTROLE DE PASSOS DA CADEIA GTS0014J'
           ELSE
              DISPLAY ' SITUACAO DOS PASSOS DA CADEIA GTS0014J'
           END-IF
           DISPLAY WS-REG-CAB-DATA
           IF WS-PARM-FORCAR NOT = SPACES
              DISPLAY ' REEXECUCAO FORCADA DO ' WS-PARM-FORCAR
           END-IF
           DISPLAY WS-HIFEN
           DISPLAY WS-REG-CAB-SIT
           DISPLAY WS-HIFEN
           .
      *--------------------------------------------------------------*
      *    DEFINE A DATA DE NEGOCIO: CARTAO; SENAO A DO REGISTRO DE
      *    CONTROLE DO JOB (SO NA FUNCAO 'S'); SENAO HOJE. SEM NADA
      *    REGISTRADO HOJE, A CADEIA DE ONTEM COM PASSO REGISTRADO E
      *    NAO CONCLUIDO PODE SER TANTO A RESSUBMISSAO DE MADRUGADA
      *    QUANTO A CADEIA NOVA ATRAS DE UMA NOITE QUE NINGUEM
      *    CORRIGIU - A DATA NAO E ADIVINHADA: O CONTROLE TERMINA COM
      *    RC=08 E O OPERADOR INFORMA A DATA NO CARTAO. NA FUNCAO 'S'
      *    SO AVISA
      *--------------------------------------------------------------*
       020-DEFINIR-DATA.

           IF WS-PARM-DATA NOT = ZERO
              MOVE WS-PARM-DATA       TO WS-DATA-NEG
              MOVE 'CARTAO'           TO WS-ORIGEM-DATA
           END-IF

           IF WS-DATA-NEG = ZERO
              AND WS-PARM-FUNCAO = 'S'
              OPEN INPUT GTSCTLPA
              IF FS-ERRO-CTP = '00'
                 READ GTSCTLPA INTO WS-REG-CTLPASSO
                 IF FS-ERRO-CTP = '00'
                    AND CTP-DATA NUMERIC
                    AND CTP-DATA NOT = ZERO
                    MOVE CTP-DATA          TO WS-DATA-NEG
                    MOVE 'CONTROLE DO JOB' TO WS-ORIGEM-DATA
                 END-IF
                 CLOSE GTSCTLPA
              END-IF
           END-IF

           IF WS-DATA-NEG = ZERO
              MOVE WS-DATA-HOJE       TO WS-DATA-NEG
              MOVE 'AUTOMATICA - HOJE' TO WS-ORIGEM-DATA
              MOVE WS-DATA-HOJE       TO WS-DT-DATA
              MOVE ZERO               TO WS-CTREG-DATA
                                         WS-CTCONCL-DATA
              PERFORM 025-CONTAR-DATA
                 VARYING WS-IDX-PAS FROM 1 BY 1
                 UNTIL WS-IDX-PAS > WS-QTD-PASSOS
              IF WS-CTREG-DATA = ZERO
                 PERFORM 072-DIA-ANTERIOR
                 PERFORM 025-CONTAR-DATA
                    VARYING WS-IDX-PAS FROM 1 BY 1
                    UNTIL WS-IDX-PAS > WS-QTD-PASSOS
                 IF WS-CTREG-DATA > ZERO
                    AND WS-CTCONCL-DATA < WS-QTD-PASSOS
                    PERFORM 027-AVISAR-ONTEM
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONTA OS PASSOS REGISTRADOS E CONCLUIDOS EM WS-DT-DATA
      *--------------------------------------------------------------*
       025-CONTAR-DATA.

           MOVE WS-DT-DATA                   TO EXE-DATA
           MOVE WS-TPA-PROGRAMA(WS-IDX-PAS)  TO EXE-PROGRAMA
           READ GTSEXEC
           IF FS-ERRO-EXE = '00'
              ADD 1 TO WS-CTREG-DATA
              IF EXE-SITUACAO = 'C'
                 ADD 1 TO WS-CTCONCL-DATA
              END-IF
           ELSE
              IF FS-ERRO-EXE NOT = '23'
                 MOVE  'ERRO AO LER O GTSEXEC'  TO WS-MSG
                 MOVE   FS-ERRO-EXE             TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CADEIA DE ONTEM (WS-DT-DATA) INCOMPLETA E NADA REGISTRADO
      *    HOJE: NO CONTROLE CANCELA PEDINDO A DATA NO CARTAO; NA
      *    FUNCAO 'S' SO AVISA E SEGUE COM HOJE
      *--------------------------------------------------------------*
       027-AVISAR-ONTEM.

           DISPLAY ' * ATENCAO - A CADEIA DE ' WS-DT-DIA '/' WS-DT-MES
                   '/' WS-DT-ANO ' NAO FECHOU: ' WS-CTCONCL-DATA
                   ' DE ' WS-QTD-PASSOS ' PASSOS CONCLUIDOS'
           IF WS-PARM-FUNCAO = SPACE
              DISPLAY ' * INFORMAR NO CARTAO (COL 01-08) A DATA DE '
                      'NEGOCIO A PROCESSAR:'
              DISPLAY ' *   ' WS-DT-DATA
                      ' - RETOMA A CADEIA INCOMPLETA'
              DISPLAY ' *   ' WS-DATA-HOJE
                      ' - ABANDONA A CADEIA INCOMPLETA E PROCESSA HOJE'
              MOVE  'CADEIA DE ONTEM NAO FECHOU'  TO WS-MSG
              MOVE  'DT'                          TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    SITUACAO DE UM PASSO NA DATA DE NEGOCIO E, NA FUNCAO DE
      *    CONTROLE, A ACAO QUE O PROGRAMA VAI RECEBER
      *--------------------------------------------------------------*
       030-PROCESSAR.

           MOVE WS-TPA-PASSO(WS-IDX-PAS)    TO WS-SIT-PASSO
           MOVE WS-TPA-PROGRAMA(WS-IDX-PAS) TO WS-SIT-PROGRAMA
           MOVE WS-TPA-PROGRAMA(WS-IDX-PAS) TO CTP-PROGRAMA(WS-IDX-PAS)
           MOVE 'E'                         TO CTP-ACAO(WS-IDX-PAS)

           MOVE WS-DATA-NEG                 TO EXE-DATA
           MOVE WS-TPA-PROGRAMA(WS-IDX-PAS) TO EXE-PROGRAMA
           READ GTSEXEC
           IF FS-ERRO-EXE = '23'
              ADD 1 TO WS-CTPEND
              MOVE 'PENDENTE'       TO WS-SIT-SITUACAO
              MOVE SPACES           TO WS-SIT-COD-RET
              MOVE ZERO             TO WS-SIT-EXECUCOES
              MOVE SPACES           TO WS-SIT-HORA-INI-X
              MOVE SPACES           TO WS-SIT-HORA-FIM-X
           ELSE
              IF FS-ERRO-EXE NOT = '00'
                 MOVE  'ERRO AO LER O GTSEXEC'  TO WS-MSG
                 MOVE   FS-ERRO-EXE             TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              MOVE EXE-EXECUCOES    TO WS-SIT-EXECUCOES
              MOVE EXE-HORA-INI     TO WS-SIT-HORA-INI
              IF EXE-SITUACAO = 'C'
                 ADD 1 TO WS-CTCONCL
                 MOVE 'CONCLUIDO'     TO WS-SIT-SITUACAO
                 MOVE EXE-COD-RET     TO WS-SIT-COD-RET
                 MOVE EXE-HORA-FIM    TO WS-SIT-HORA-FIM
                 IF WS-TPA-PROGRAMA(WS-IDX-PAS) NOT =
                    WS-PARM-FORCAR
                    MOVE 'P'          TO CTP-ACAO(WS-IDX-PAS)
                 END-IF
              ELSE
              IF EXE-SITUACAO = 'F'
                 ADD 1 TO WS-CTFALHA
                 MOVE 'FALHOU'        TO WS-SIT-SITUACAO
                 MOVE EXE-COD-RET     TO WS-SIT-COD-RET
                 MOVE EXE-HORA-FIM    TO WS-SIT-HORA-FIM
              ELSE
      *-----> INICIO SEM FIM REGISTRADO - ABEND OU CANCELAMENTO
                 ADD 1 TO WS-CTFALHA
                 MOVE 'INTERROMPIDO'  TO WS-SIT-SITUACAO
                 MOVE '**'            TO WS-SIT-COD-RET
                 MOVE SPACES          TO WS-SIT-HORA-FIM-X
              END-IF
              END-IF
           END-IF

           IF WS-PARM-FUNCAO = SPACE
              IF CTP-ACAO(WS-IDX-PAS) = 'P'
                 ADD 1 TO WS-CTPULA
                 MOVE 'PULA'       TO WS-SIT-ACAO
              ELSE
                 ADD 1 TO WS-CTEXECUTA
                 IF FS-ERRO-EXE = '23'
                    MOVE 'EXECUTA'    TO WS-SIT-ACAO
                 ELSE
                    MOVE 'REEXECUTA'  TO WS-SIT-ACAO
                 END-IF
              END-IF
           ELSE
              MOVE SPACES          TO WS-SIT-ACAO
           END-IF

           DISPLAY WS-REG-SIT
           .
      *--------------------------------------------------------------*
      *    GRAVA O REGISTRO DE CONTROLE COMPARTILHADO QUE CADA
      *    PROGRAMA DA CADEIA LE NO INICIO
      *--------------------------------------------------------------*
       040-GRAVAR-CONTROLE.

           MOVE WS-DATA-NEG    TO CTP-DATA
           MOVE WS-QTD-PASSOS  TO CTP-QTD

           OPEN OUTPUT GTSCTLPA
           IF FS-ERRO-CTP NOT = '00'
              MOVE  'ERRO AO ABRIR O GTSCTLPA'  TO WS-MSG
              MOVE   FS-ERRO-CTP                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           WRITE REG-GTSCTLPA FROM WS-REG-CTLPASSO
           IF FS-ERRO-CTP NOT = '00'
              MOVE  'ERRO AO GRAVAR O GTSCTLPA'  TO WS-MSG
              MOVE   FS-ERRO-CTP                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE GTSCTLPA
           IF FS-ERRO-CTP NOT = '00'
              MOVE  'ERRO AO FECHAR O GTSCTLPA'  TO WS-MSG
              MOVE   FS-ERRO-CTP                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONSISTE WS-DT-DATA (AAAAMMDD) CONTRA O CALENDARIO
      *--------------------------------------------------------------*
       070-VALIDAR-DATA.

           MOVE 'S' TO WS-DT-VALIDA
           IF WS-DT-DATA NOT NUMERIC
              OR WS-DT-ANO = ZERO
              OR WS-DT-MES < 01 OR WS-DT-MES > 12
              OR WS-DT-DIA < 01
              MOVE 'N' TO WS-DT-VALIDA
           ELSE
              PERFORM 074-ULTIMO-DIA
              IF WS-DT-DIA > WS-DT-ULTIMO
                 MOVE 'N' TO WS-DT-VALIDA
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    RECUA WS-DT-DATA (AAAAMMDD) EM UM DIA
      *--------------------------------------------------------------*
       072-DIA-ANTERIOR.

           IF WS-DT-DIA > 01
              SUBTRACT 1 FROM WS-DT-DIA
           ELSE
              IF WS-DT-MES > 01
                 SUBTRACT 1 FROM WS-DT-MES
              ELSE
                 MOVE 12 TO WS-DT-MES
                 SUBTRACT 1 FROM WS-DT-ANO
              END-IF
              PERFORM 074-ULTIMO-DIA
              MOVE WS-DT-ULTIMO TO WS-DT-DIA
           END-IF
           .
      *--------------------------------------------------------------*
      *    ULTIMO DIA DO MES DE WS-DT-DATA (29/02 NO ANO BISSEXTO)
      *--------------------------------------------------------------*
       074-ULTIMO-DIA.

           MOVE WS-TAB-DIAS(WS-DT-MES) TO WS-DT-ULTIMO
           IF WS-DT-MES = 02
              DIVIDE WS-DT-ANO BY 4   GIVING WS-DT-QUOC
                     REMAINDER WS-DT-RESTO4
              DIVIDE WS-DT-ANO BY 100 GIVING WS-DT-QUOC
                     REMAINDER WS-DT-RESTO100
              DIVIDE WS-DT-ANO BY 400 GIVING WS-DT-QUOC
                     REMAINDER WS-DT-RESTO400
              IF WS-DT-RESTO400 = ZERO
                 OR (WS-DT-RESTO4 = ZERO
                     AND WS-DT-RESTO100 NOT = ZERO)
                 MOVE 29 TO WS-DT-ULTIMO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           CLOSE GTSEXEC
           IF FS-ERRO-EXE NOT = '00'
              MOVE  'ERRO AO FECHAR O GTSEXEC'  TO WS-MSG
              MOVE   FS-ERRO-EXE                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY WS-HIFEN
           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - GTSPASSO        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * PASSOS CONCLUIDOS           = ' WS-CTCONCL
           DISPLAY ' * PASSOS FALHOS/INTERROMPIDOS = ' WS-CTFALHA
           DISPLAY ' * PASSOS PENDENTES            = ' WS-CTPEND
           IF WS-PARM-FUNCAO = SPACE
              DISPLAY ' * PASSOS QUE VAO EXECUTAR     = ' WS-CTEXECUTA
              DISPLAY ' * PASSOS QUE VAO PULAR        = ' WS-CTPULA
           END-IF
           DISPLAY ' *========================================*'

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO GTSPASSO        *'
           DISPLAY ' *----------------------------------------*'

      *-----> NA FUNCAO 'S' RC=04 AVISA QUE A CADEIA NAO FECHOU
           IF WS-PARM-FUNCAO = 'S'
              AND WS-CTCONCL < WS-QTD-PASSOS
              MOVE 04 TO WS-COD-RETORNO
           ELSE
              MOVE 00 TO WS-COD-RETORNO
           END-IF
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
           DISPLAY ' *      TERMINO ANORMAL DO GTSPASSO       *'
           DISPLAY ' *----------------------------------------*'
           MOVE 08 TO WS-COD-RETORNO
           MOVE WS-COD-RETORNO TO RETURN-CODE
           STOP RUN
           .
      *---------------> FIM DO PROGRAMA GTSPASSO <-------------------*
