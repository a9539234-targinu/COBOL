      * OBJETIVO: ROTINA DE ENTRADA DO JOB (EXEC PGM=) QUE MONTA
      *           LK-PARAMETROS E CHAMA CGPRG004, DEVOLVENDO O
      *           CODIGO DE RETORNO PARA O PASSO JCL.
      *           O PRIMEIRO CARTAO DA SYSIN (CONCATENADO NA FRENTE
      *           DO DECK DO CGPRG004) INFORMA O DEPARTAMENTO A
      *           PROCESSAR - 0000 = TODOS OS ATIVOS NO CADASTRO DE
      *           DEPARTAMENTOS (DPTOCAD, MANTIDO PELO CGPRG012).
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    AGO/2026 010026  GTS     VERSAO INICIAL
      *  V02    OUT/2026 010049  GTS     DEPARTAMENTO DEIXA DE SER
      *                                  FIXO (0150 IMOVEIS-VENDAS):
      *                                  CARTAO DE PARAMETRO + TABELA
      *                                  DE DEPARTAMENTOS ATIVOS DO
      *                                  DPTOCAD PASSADA AO CGPRG004
      *  V03    OUT/2026 010057  GTS     CONTROLE DE PASSOS DA CADEIA:
      *                                  PULA SE JA CONCLUIDO NA DATA
      *                                  DE NEGOCIO (GTSCTLPA) E
      *                                  REGISTRA INICIO/FIM NO
      *                                  GTSEXEC
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           .
       INPUT-OUTPUT SECTION.
      *---------------------*
       FILE-CONTROL.
           SELECT DPTOCAD ASSIGN TO DPTOCAD
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DEP-CODIGO
                  FILE STATUS   IS FS-ERRO-DEP
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
      *------------*
       FD  DPTOCAD
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
      *-----> LAYOUT DO CGPRG012
       01  REG-DPTOCAD.
           05 DEP-CODIGO          PIC 9(04).
           05 DEP-NOME            PIC X(15).
           05 DEP-SITUACAO        PIC X(01).
           05 DEP-EMPRESA-BCO     PIC X(10).
           05 FILLER              PIC X(10).
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
       77  FS-ERRO-DEP            PIC X(02).
       77  WS-DEP-FIM             PIC X(01)   VALUE 'N'.
       77  WS-MSG                 PIC X(30).
       77  WS-FS-MSG              PIC X(02).

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

      *-----> CARTAO DE PARAMETRO - DEPARTAMENTO (0000 = TODOS)
       01  WS-PARM-CARD.
           05 WS-PARM-DPTO        PIC 9(04)   VALUE ZERO.
           05 WS-PARM-DPTO-X REDEFINES WS-PARM-DPTO
                                  PIC X(04).

       01  WS-PARAMETROS.
           05 WS-NR-DPTO             PIC 9(04)  VALUE ZERO.
           05 WS-NOME-DPTO           PIC X(15)  VALUE SPACES.
           05 WS-COD-RETORNO         PIC 99.
           05 WS-QTD-DPTOS           PIC 9(02)  VALUE ZERO.
           05 WS-TAB-DPTOS OCCURS 50 TIMES.
              10 WS-TDEP-CODIGO      PIC 9(04).
              10 WS-TDEP-NOME        PIC X(15).
              10 WS-TDEP-EMPRESA     PIC X(10).
      *
       PROCEDURE DIVISION.
      *==================*
      *    PROCESSO PRINCIPAL                                        *
      *--------------------------------------------------------------*

           PERFORM 086-VERIFICAR-PASSO

           PERFORM 010-MONTAR-PARAMETROS

           CALL 'CGPRG004' USING WS-PARAMETROS

           PERFORM 089-FINALIZAR-PASSO

           MOVE WS-COD-RETORNO  TO RETURN-CODE

           STOP RUN
           .
      *--------------------------------------------------------------*
      *    LE O CARTAO DE DEPARTAMENTO E MONTA A TABELA DOS          *
      *    DEPARTAMENTOS ATIVOS SELECIONADOS                         *
      *--------------------------------------------------------------*
       010-MONTAR-PARAMETROS.

           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-DPTO-X NOT NUMERIC
              MOVE  'CARTAO DE DEPARTAMENTO INVALIDO'  TO WS-MSG
              MOVE  'PR'                               TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT DPTOCAD
           IF FS-ERRO-DEP NOT = '00'
              MOVE  'ERRO AO ABRIR O DPTOCAD'  TO WS-MSG
              MOVE   FS-ERRO-DEP               TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF WS-PARM-DPTO NOT = ZERO
              MOVE WS-PARM-DPTO TO DEP-CODIGO
              READ DPTOCAD
              IF FS-ERRO-DEP = '23'
                 MOVE  'DEPARTAMENTO NAO CADASTRADO'  TO WS-MSG
                 MOVE   FS-ERRO-DEP                   TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              IF FS-ERRO-DEP NOT = '00'
                 MOVE  'ERRO AO LER O DPTOCAD'  TO WS-MSG
                 MOVE   FS-ERRO-DEP             TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              IF DEP-SITUACAO NOT = 'A'
                 MOVE  'DEPARTAMENTO INATIVO'  TO WS-MSG
                 MOVE  'IN'                    TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              MOVE DEP-CODIGO   TO WS-NR-DPTO
              MOVE DEP-NOME     TO WS-NOME-DPTO
              PERFORM 020-GUARDAR-DPTO
           ELSE
              MOVE ZEROS             TO WS-NR-DPTO
              MOVE 'TODOS OS ATIVOS' TO WS-NOME-DPTO
              MOVE ZEROS             TO DEP-CODIGO
              START DPTOCAD KEY NOT < DEP-CODIGO
              IF FS-ERRO-DEP = '23'
                 MOVE 'S' TO WS-DEP-FIM
              ELSE
                 IF FS-ERRO-DEP NOT = '00'
                    MOVE  'ERRO NO START DO DPTOCAD'  TO WS-MSG
                    MOVE   FS-ERRO-DEP                TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
              END-IF
              PERFORM UNTIL WS-DEP-FIM = 'S'
                 READ DPTOCAD NEXT
                    AT END
                       MOVE 'S' TO WS-DEP-FIM
                 END-READ
                 IF WS-DEP-FIM NOT = 'S'
                    IF FS-ERRO-DEP NOT = '00'
                       MOVE  'ERRO AO LER O DPTOCAD'  TO WS-MSG
                       MOVE   FS-ERRO-DEP             TO WS-FS-MSG
                       GO TO  999-ERRO
                    END-IF
                    IF DEP-SITUACAO = 'A'
                       PERFORM 020-GUARDAR-DPTO
                    END-IF
                 END-IF
              END-PERFORM
           END-IF

           CLOSE DPTOCAD
           IF FS-ERRO-DEP NOT = '00'
              MOVE  'ERRO AO FECHAR O DPTOCAD'  TO WS-MSG
              MOVE   FS-ERRO-DEP                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           IF WS-QTD-DPTOS = ZERO
              MOVE  'NENHUM DEPARTAMENTO ATIVO'  TO WS-MSG
              MOVE  'IN'                         TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    ACRESCENTA O DEPARTAMENTO LIDO NA TABELA DE PARAMETROS    *
      *--------------------------------------------------------------*
       020-GUARDAR-DPTO.

           IF WS-QTD-DPTOS = 50
              MOVE  'MAIS DE 50 DEPARTAMENTOS ATIVOS'  TO WS-MSG
              MOVE  'QT'                               TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           ADD 1 TO WS-QTD-DPTOS
           MOVE DEP-CODIGO      TO WS-TDEP-CODIGO(WS-QTD-DPTOS)
           MOVE DEP-NOME        TO WS-TDEP-NOME(WS-QTD-DPTOS)
           MOVE DEP-EMPRESA-BCO TO WS-TDEP-EMPRESA(WS-QTD-DPTOS)
           .
      *--------------------------------------------------------------*
      *    CONTROLE DE PASSOS DA CADEIA: LE O REGISTRO DE CONTROLE     *
      *    MONTADO PELO GTSPASSO NO INICIO DO JOB. PASSO JA CONCLUIDO  *
      *    NA DATA DE NEGOCIO TERMINA AQUI COM RC=00 SEM PROCESSAR;    *
      *    SENAO REGISTRA O INICIO NO GTSEXEC. SEM O DD GTSCTLPA       *
      *    (EXECUCAO FORA DA CADEIA) O PROGRAMA RODA SEM CONTROLE.     *
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
                 IF CTP-PROGRAMA(WS-IDX-CTP) = 'CGDRV004'
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
      *    REGISTRA NO GTSEXEC O INICIO DA EXECUCAO NA DATA DE         *
      *    NEGOCIO ('I' - FICA ASSIM SE O PASSO ABENDAR)               *
      *--------------------------------------------------------------*
       088-INICIAR-PASSO.

           OPEN I-O GTSEXEC
           IF FS-ERRO-EXE NOT = '00'
              MOVE  'ERRO AO ABRIR O GTSEXEC'  TO WS-MSG
              MOVE   FS-ERRO-EXE               TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE CTP-DATA      TO EXE-DATA
           MOVE 'CGDRV004'    TO EXE-PROGRAMA
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
      *    REGISTRA NO GTSEXEC O FIM DA EXECUCAO: 'C' = CONCLUIDO      *
      *    (RC <= 4, O PASSO PULA NA RESSUBMISSAO) / 'F' = FALHOU      *
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
              MOVE 'CGDRV004'    TO EXE-PROGRAMA
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
      *    ROTINA DE ERRO - O CGPRG004 NAO E CHAMADO                 *
      *--------------------------------------------------------------*
       999-ERRO.

           DISPLAY '*** PROGRAMA CANCELADO ***'
           DISPLAY '*** MENSAGEM    = ' WS-MSG
           DISPLAY '*** FILE STATUS = ' WS-FS-MSG
           DISPLAY '*** DEPARTAMENTO = ' WS-PARM-DPTO-X
           DISPLAY 'TERMINO ANORMAL DO PROGRAMA CGDRV004'
           MOVE 08                 TO WS-COD-RETORNO
           PERFORM 089-FINALIZAR-PASSO
           MOVE 08                 TO RETURN-CODE
           STOP RUN
           .
      *---------------> FIM DO PROGRAMA CGDRV004 <--------------------*
