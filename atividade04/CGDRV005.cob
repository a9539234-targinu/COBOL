      *           LK-PARAMETROS E CHAMA CGPRG005 (FECHAMENTO MENSAL
      *           DE COMISSOES), DEVOLVENDO O CODIGO DE RETORNO PARA
      *           O PASSO JCL. MESMO PADRAO DO CGDRV004.
      *           O PRIMEIRO CARTAO DA SYSIN (ANTES DO CARTAO DE
      *           ANOMES DO CGPRG005) INFORMA O DEPARTAMENTO A
      *           FECHAR - 0000 = TODOS OS ATIVOS NO CADASTRO DE
      *           DEPARTAMENTOS (DPTOCAD, MANTIDO PELO CGPRG012).
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    AGO/2026 010027  GTS     VERSAO INICIAL
      *  V02    OUT/2026 010049  GTS     DEPARTAMENTO DEIXA DE SER
      *                                  FIXO (0150 IMOVEIS-VENDAS):
      *                                  CARTAO DE PARAMETRO + TABELA
      *                                  DE DEPARTAMENTOS ATIVOS DO
      *                                  DPTOCAD PASSADA AO CGPRG005,
      *                                  QUE FECHA E GERA O LOTE DE
      *                                  PAGAMENTO POR DEPARTAMENTO
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
       WORKING-STORAGE SECTION.
      *-----------------------*
       77  FS-ERRO-DEP            PIC X(02).
       77  WS-DEP-FIM             PIC X(01)   VALUE 'N'.
       77  WS-MSG                 PIC X(30).
       77  WS-FS-MSG              PIC X(02).

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

           PERFORM 010-MONTAR-PARAMETROS

           CALL 'CGPRG005' USING WS-PARAMETROS

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
      *    ROTINA DE ERRO - O CGPRG005 NAO E CHAMADO                 *
      *--------------------------------------------------------------*
       999-ERRO.

           DISPLAY '*** PROGRAMA CANCELADO ***'
           DISPLAY '*** MENSAGEM    = ' WS-MSG
           DISPLAY '*** FILE STATUS = ' WS-FS-MSG
           DISPLAY '*** DEPARTAMENTO = ' WS-PARM-DPTO-X
           DISPLAY 'TERMINO ANORMAL DO PROGRAMA CGDRV005'
           MOVE 08                 TO RETURN-CODE
           STOP RUN
           .
      *---------------> FIM DO PROGRAMA CGDRV005 <--------------------*
