       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG013.
       AUTHOR. GIOVANI TARGINO SERRA.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 15/10/2026.
       SECURITY. NIVEL BASICO.
      *--------------------------------------------------------------*
      * OBJETIVO: MANUTENCAO DO CADASTRO DE METAS DE VENDA (METAS,
      *           CHAVE = CODIGO DO VENDEDOR + ANOMES) A PARTIR DE
      *           CARTOES DE MOVIMENTO (METTRANS):
      *             'I' = INCLUSAO DA META DO VENDEDOR NO MES
      *             'A' = ALTERACAO DA META EXISTENTE
      *             'E' = EXCLUSAO DA META EXISTENTE
      *           A META CARREGA O VALOR DE VENDAS E O NUMERO DE
      *           VENDAS DO MES. O VENDEDOR TEM DE EXISTIR E ESTAR
      *           ATIVO NO VENCAD (CGPRG006). O CGPRG014 COMPARA A
      *           META COM O REALIZADO DO HISTORICO DE LIQUIDACOES
      *           (TERFECH). MESMO PADRAO DE CARTOES DO CGPRG006.
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
           SELECT METAS ASSIGN TO METAS
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS MET-CHAVE
                  FILE STATUS   IS FS-ERRO-MET
           .
           SELECT VENCAD ASSIGN TO VENCAD
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS VEN-CODIGO
                  FILE STATUS   IS FS-ERRO-VEN
           .
           SELECT METTRANS ASSIGN TO METTRANS
                  FILE STATUS   IS FS-ERRO-TRN
           .
           SELECT GTSAUDIT ASSIGN TO GTSAUDIT
                  FILE STATUS   IS FS-ERRO-AUD
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  METAS
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-METAS.
           05 MET-CHAVE.
              10 MET-VENDEDOR     PIC 9(04).
              10 MET-ANOMES       PIC 9(06).
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
       FD  METTRANS
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-METTRANS           PIC X(40)
           .
       FD  GTSAUDIT
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-GTSAUDIT           PIC X(80)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
      *-----> AREA AUXILIAR
       77  WS-FIM                 PIC X(01)   VALUE 'N'.
       77  WS-CTLIDO              PIC 9(05)   VALUE ZERO.
       77  WS-CTINCL              PIC 9(05)   VALUE ZERO.
       77  WS-CTALTE              PIC 9(05)   VALUE ZERO.
       77  WS-CTEXCL              PIC 9(05)   VALUE ZERO.
       77  WS-CTREJ               PIC 9(05)   VALUE ZERO.
       77  FS-ERRO-MET            PIC X(02).
       77  FS-ERRO-TRN            PIC X(02).
       77  FS-ERRO-VEN            PIC X(02).
       77  WS-MSG                 PIC X(30).
       77  WS-FS-MSG              PIC X(02).
       77  WS-COD-RETORNO         PIC 9(02)   VALUE ZERO.
       77  WS-MOTIVO-REJ          PIC X(40)   VALUE SPACES.
       77  WS-DATA                PIC 9(08).
       77  WS-DATA-HOJE           PIC 9(08)   VALUE ZERO.
       77  WS-HORA                PIC 99.99.9999.

      *-----> AUDITORIA COMUM DA CADEIA GTS0014J
       77  FS-ERRO-AUD            PIC X(02).
       77  WS-AUD-GRAVADO         PIC X(01)  VALUE 'N'.
       77  WS-AUD-DATA-W          PIC 9(08).
       77  WS-AUD-HORA-W          PIC 9(08).
       01  WS-REG-GTSAUDIT.
           05 AUD-PROGRAMA        PIC X(08)  VALUE 'CGPRG013'.
           05 AUD-DATA            PIC 9(08).
           05 AUD-DATA-R REDEFINES AUD-DATA
                                  PIC X(08).
           05 AUD-HORA            PIC 9(06).
           05 AUD-LIDOS           PIC 9(07).
           05 AUD-GRAVADOS        PIC 9(07).
           05 AUD-REJEITADOS      PIC 9(07).
           05 AUD-COD-RET         PIC 9(02).
           05 FILLER              PIC X(35)  VALUE SPACES.

      *-----> ENTRADA - CARTAO DE MOVIMENTO (METTRANS)
       01  WS-REG-TRANS.
           05 WS-TRN-TIPO         PIC X(01).
           05 WS-TRN-CODIGO       PIC 9(04).
           05 WS-TRN-CODIGO-X REDEFINES WS-TRN-CODIGO
                                  PIC X(04).
           05 WS-TRN-ANOMES       PIC 9(06).
           05 WS-TRN-ANOMES-X REDEFINES WS-TRN-ANOMES
                                  PIC X(06).
           05 WS-TRN-ANOMES-R REDEFINES WS-TRN-ANOMES.
              10 WS-TRN-ANO       PIC 9(04).
              10 WS-TRN-MES       PIC 9(02).
           05 WS-TRN-VALOR        PIC 9(10)V99.
           05 WS-TRN-VALOR-X REDEFINES WS-TRN-VALOR
                                  PIC X(12).
           05 WS-TRN-QTD          PIC 9(05).
           05 WS-TRN-QTD-X REDEFINES WS-TRN-QTD
                                  PIC X(05).
           05 FILLER              PIC X(12).

      *-----> IMAGEM ANTERIOR DO REGISTRO (ALTERACAO/EXCLUSAO)
       01  WS-REG-ANTES           PIC X(40).

      *-----> SAIDA - LINHA DE AUDITORIA DO MOVIMENTO
       01  WS-REG-AUDITORIA.
           05 WS-AUD-ACAO         PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-AUD-TIPO         PIC X(01).
           05 FILLER              PIC X(07) VALUE ' COD.: '.
           05 WS-AUD-CODIGO       PIC 9(04).
           05 FILLER              PIC X(07) VALUE ' MES.: '.
           05 WS-AUD-ANOMES       PIC 9(06).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-AUD-COMPL        PIC X(40).

      *-----> SAIDA - META INCLUIDA OU EXCLUIDA (EDITADA)
       01  WS-REG-META-ED.
           05 FILLER              PIC X(07) VALUE 'VALOR '.
           05 WS-MED-VALOR        PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(08) VALUE '  QTD. '.
           05 WS-MED-QTD          PIC ZZ.ZZ9.
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

           DISPLAY "** MANUTENCAO DO CADASTRO DE METAS DE VENDA **"
           ACCEPT WS-DATA FROM DATE
           DISPLAY "DATA DO PROCESSAMENTO: "  WS-DATA(7:2)"/"
           WS-DATA(5:2)"/2" WS-DATA(2:3)
           ACCEPT WS-HORA FROM TIME
           DISPLAY "HORA DO PROCESSAMENTO: " WS-HORA
           MOVE '2'           TO WS-DATA-HOJE(1:1)
           MOVE WS-DATA(2:3)  TO WS-DATA-HOJE(2:3)
           MOVE WS-DATA(5:2)  TO WS-DATA-HOJE(5:2)
           MOVE WS-DATA(7:2)  TO WS-DATA-HOJE(7:2)

      *-----> NA PRIMEIRA CARGA O CLUSTER AINDA NAO TEM DADOS
      *-----> (FS=35): CRIA VAZIO EM OUTPUT E REABRE EM I-O, COMO O
      *-----> VENCAD NO CGPRG006
           OPEN I-O METAS
           IF FS-ERRO-MET = '35'
              OPEN OUTPUT METAS
              IF FS-ERRO-MET = '00'
                 CLOSE METAS
                 IF FS-ERRO-MET = '00'
                    OPEN I-O METAS
                 END-IF
              END-IF
           END-IF
           IF FS-ERRO-MET NOT = '00'
              MOVE  'ERRO AO ABRIR O METAS'  TO WS-MSG
              MOVE   FS-ERRO-MET             TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT VENCAD
           IF FS-ERRO-VEN NOT = '00'
              MOVE  'ERRO AO ABRIR O VENCAD'  TO WS-MSG
              MOVE   FS-ERRO-VEN              TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT METTRANS
           IF FS-ERRO-TRN NOT = '00'
              MOVE  'ERRO AO ABRIR O METTRANS'  TO WS-MSG
              MOVE   FS-ERRO-TRN                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 025-LER-TRANSACAO
           .
      *--------------------------------------------------------------*
      *    LEITURA DO ARQUIVO DE MOVIMENTOS                          *
      *--------------------------------------------------------------*
       025-LER-TRANSACAO.

           READ METTRANS INTO WS-REG-TRANS
              AT END
                 MOVE 'S' TO WS-FIM
           END-READ

           IF WS-FIM NOT = 'S'
              IF FS-ERRO-TRN NOT = '00'
                 MOVE  'ERRO AO LER O METTRANS'  TO WS-MSG
                 MOVE   FS-ERRO-TRN              TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ADD 1 TO WS-CTLIDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICA O CARTAO E APLICA O MOVIMENTO CONFORME O TIPO    *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF WS-TRN-CODIGO-X NOT NUMERIC
              OR WS-TRN-CODIGO = ZERO
              MOVE 'CODIGO DE VENDEDOR INVALIDO'
                   TO WS-MOTIVO-REJ
              PERFORM 080-REJEITAR
           ELSE
           IF WS-TRN-ANOMES-X NOT NUMERIC
              OR WS-TRN-ANO = ZERO
              OR WS-TRN-MES < 01
              OR WS-TRN-MES > 12
              MOVE 'ANOMES INVALIDO'
                   TO WS-MOTIVO-REJ
              PERFORM 080-REJEITAR
           ELSE
           IF (WS-TRN-TIPO = 'I' OR WS-TRN-TIPO = 'A')
              AND (WS-TRN-VALOR-X NOT NUMERIC
                   OR WS-TRN-QTD-X NOT NUMERIC)
              MOVE 'VALOR/QTD DA META INVALIDO'
                   TO WS-MOTIVO-REJ
              PERFORM 080-REJEITAR
           ELSE
           IF (WS-TRN-TIPO = 'I' OR WS-TRN-TIPO = 'A')
              AND WS-TRN-VALOR = ZERO
              AND WS-TRN-QTD = ZERO
              MOVE 'META ZERADA - USAR EXCLUSAO (E)'
                   TO WS-MOTIVO-REJ
              PERFORM 080-REJEITAR
           ELSE
           IF WS-TRN-TIPO = 'I' OR WS-TRN-TIPO = 'A'
              PERFORM 032-LER-VENDEDOR
           END-IF
           IF (WS-TRN-TIPO = 'I' OR WS-TRN-TIPO = 'A')
              AND FS-ERRO-VEN = '23'
              MOVE 'VENDEDOR NAO CADASTRADO NO VENCAD'
                   TO WS-MOTIVO-REJ
              PERFORM 080-REJEITAR
           ELSE
           IF (WS-TRN-TIPO = 'I' OR WS-TRN-TIPO = 'A')
              AND VEN-SITUACAO NOT = 'A'
              MOVE 'VENDEDOR INATIVO NO VENCAD'
                   TO WS-MOTIVO-REJ
              PERFORM 080-REJEITAR
           ELSE
              IF WS-TRN-TIPO = 'I'
                 PERFORM 035-INCLUIR
              ELSE
                 IF WS-TRN-TIPO = 'A'
                    PERFORM 040-ALTERAR
                 ELSE
                    IF WS-TRN-TIPO = 'E'
                       PERFORM 045-EXCLUIR
                    ELSE
                       MOVE 'TIPO DE MOVIMENTO INVALIDO (I/A/E)'
                            TO WS-MOTIVO-REJ
                       PERFORM 080-REJEITAR
                    END-IF
                 END-IF
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           PERFORM 025-LER-TRANSACAO
           .
      *--------------------------------------------------------------*
      *    LE O VENDEDOR DO CARTAO NO VENCAD (FS=23 = NAO            *
      *    CADASTRADO, TRATADO NA CRITICA)                           *
      *--------------------------------------------------------------*
       032-LER-VENDEDOR.

           MOVE WS-TRN-CODIGO TO VEN-CODIGO
           READ VENCAD
           IF FS-ERRO-VEN NOT = '00'
              AND FS-ERRO-VEN NOT = '23'
              MOVE  'ERRO AO LER O VENCAD'  TO WS-MSG
              MOVE   FS-ERRO-VEN            TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    INCLUSAO - GRAVA A META NOVA; CHAVE DUPLICADA (FS=22)    *
      *    E REJEITADA                                               *
      *--------------------------------------------------------------*
       035-INCLUIR.

           MOVE SPACES           TO REG-METAS
           MOVE WS-TRN-CODIGO    TO MET-VENDEDOR
           MOVE WS-TRN-ANOMES    TO MET-ANOMES
           MOVE WS-TRN-VALOR     TO MET-VALOR
           MOVE WS-TRN-QTD       TO MET-QTD-VENDAS
           MOVE WS-DATA-HOJE     TO MET-DATA-ATUAL

           WRITE REG-METAS
           IF FS-ERRO-MET = '22'
              MOVE 'META JA EXISTE PARA O MES (FS=22)'
                   TO WS-MOTIVO-REJ
              PERFORM 080-REJEITAR
           ELSE
              IF FS-ERRO-MET NOT = '00'
                 MOVE  'ERRO AO GRAVAR O METAS'  TO WS-MSG
                 MOVE   FS-ERRO-MET              TO WS-FS-MSG
                 GO TO  999-ERRO
              ELSE
                 ADD 1 TO WS-CTINCL
                 MOVE 'INCLUIDO ' TO WS-AUD-ACAO
                 MOVE MET-VALOR      TO WS-MED-VALOR
                 MOVE MET-QTD-VENDAS TO WS-MED-QTD
                 MOVE WS-REG-META-ED TO WS-AUD-COMPL
                 PERFORM 085-IMPRIMIR-AUDITORIA
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ALTERACAO - RELE O REGISTRO, GUARDA A IMAGEM ANTERIOR,   *
      *    APLICA A META NOVA E REGRAVA                              *
      *--------------------------------------------------------------*
       040-ALTERAR.

           MOVE WS-TRN-CODIGO    TO MET-VENDEDOR
           MOVE WS-TRN-ANOMES    TO MET-ANOMES

           READ METAS
           IF FS-ERRO-MET = '23'
              MOVE 'META NAO ENCONTRADA NO CADASTRO (FS=23)'
                   TO WS-MOTIVO-REJ
              PERFORM 080-REJEITAR
           ELSE
              IF FS-ERRO-MET NOT = '00'
                 MOVE  'ERRO AO LER O METAS'  TO WS-MSG
                 MOVE   FS-ERRO-MET           TO WS-FS-MSG
                 GO TO  999-ERRO
              ELSE
                 MOVE REG-METAS        TO WS-REG-ANTES

                 MOVE WS-TRN-VALOR     TO MET-VALOR
                 MOVE WS-TRN-QTD       TO MET-QTD-VENDAS
                 MOVE WS-DATA-HOJE     TO MET-DATA-ATUAL

                 REWRITE REG-METAS
                 IF FS-ERRO-MET NOT = '00'
                    MOVE  'ERRO AO REGRAVAR O METAS'  TO WS-MSG
                    MOVE   FS-ERRO-MET                TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF

                 ADD 1 TO WS-CTALTE
                 MOVE 'ALTERADO ' TO WS-AUD-ACAO
                 MOVE SPACES      TO WS-AUD-COMPL
                 PERFORM 085-IMPRIMIR-AUDITORIA
                 DISPLAY '           ANTES : ' WS-REG-ANTES(1:35)
                 DISPLAY '           DEPOIS: ' REG-METAS(1:35)
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    EXCLUSAO - RELE O REGISTRO PARA DOCUMENTAR A IMAGEM      *
      *    EXCLUIDA E O REMOVE DO CADASTRO                           *
      *--------------------------------------------------------------*
       045-EXCLUIR.

           MOVE WS-TRN-CODIGO    TO MET-VENDEDOR
           MOVE WS-TRN-ANOMES    TO MET-ANOMES

           READ METAS
           IF FS-ERRO-MET = '23'
              MOVE 'META NAO ENCONTRADA NO CADASTRO (FS=23)'
                   TO WS-MOTIVO-REJ
              PERFORM 080-REJEITAR
           ELSE
              IF FS-ERRO-MET NOT = '00'
                 MOVE  'ERRO AO LER O METAS'  TO WS-MSG
                 MOVE   FS-ERRO-MET           TO WS-FS-MSG
                 GO TO  999-ERRO
              ELSE
                 MOVE REG-METAS      TO WS-REG-ANTES
                 MOVE MET-VALOR      TO WS-MED-VALOR
                 MOVE MET-QTD-VENDAS TO WS-MED-QTD

                 DELETE METAS
                 IF FS-ERRO-MET NOT = '00'
                    MOVE  'ERRO AO EXCLUIR DO METAS'  TO WS-MSG
                    MOVE   FS-ERRO-MET                TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF

                 ADD 1 TO WS-CTEXCL
                 MOVE 'EXCLUIDO ' TO WS-AUD-ACAO
                 MOVE WS-REG-META-ED TO WS-AUD-COMPL
                 PERFORM 085-IMPRIMIR-AUDITORIA
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    MOVIMENTO REJEITADO - IMPRIME O MOTIVO NA AUDITORIA      *
      *--------------------------------------------------------------*
       080-REJEITAR.

           ADD 1 TO WS-CTREJ
           MOVE 'REJEITADO '    TO WS-AUD-ACAO
           MOVE WS-MOTIVO-REJ   TO WS-AUD-COMPL
           PERFORM 085-IMPRIMIR-AUDITORIA
           .
      *--------------------------------------------------------------*
      *    IMPRIME UMA LINHA DA LISTAGEM DE AUDITORIA               *
      *--------------------------------------------------------------*
       085-IMPRIMIR-AUDITORIA.

           MOVE WS-TRN-TIPO     TO WS-AUD-TIPO
           MOVE WS-TRN-CODIGO   TO WS-AUD-CODIGO
           MOVE WS-TRN-ANOMES   TO WS-AUD-ANOMES
           DISPLAY WS-REG-AUDITORIA
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           CLOSE METAS
           IF FS-ERRO-MET NOT = '00'
              MOVE  'ERRO AO FECHAR O METAS'  TO WS-MSG
              MOVE   FS-ERRO-MET              TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE VENCAD
           IF FS-ERRO-VEN NOT = '00'
              MOVE  'ERRO AO FECHAR O VENCAD'  TO WS-MSG
              MOVE   FS-ERRO-VEN               TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE METTRANS
           IF FS-ERRO-TRN NOT = '00'
              MOVE  'ERRO AO FECHAR O METTRANS'  TO WS-MSG
              MOVE   FS-ERRO-TRN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY "MOVIMENTOS LIDOS = " WS-CTLIDO
           DISPLAY "INCLUSOES APLICADAS = " WS-CTINCL
           DISPLAY "ALTERACOES APLICADAS = " WS-CTALTE
           DISPLAY "EXCLUSOES APLICADAS = " WS-CTEXCL
           DISPLAY "MOVIMENTOS REJEITADOS = " WS-CTREJ

           IF WS-CTREJ > ZERO
              MOVE 04              TO WS-COD-RETORNO
           ELSE
              MOVE 00              TO WS-COD-RETORNO
           END-IF
           MOVE WS-COD-RETORNO     TO RETURN-CODE

           MOVE WS-CTLIDO          TO AUD-LIDOS
           COMPUTE AUD-GRAVADOS = WS-CTINCL + WS-CTALTE + WS-CTEXCL
           MOVE WS-CTREJ           TO AUD-REJEITADOS
           PERFORM 060-GRAVAR-AUDITORIA

           DISPLAY "COD.RETORNO = " WS-COD-RETORNO
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG013"
           .
      *--------------------------------------------------------------*
      *    GRAVA O REGISTRO PADRONIZADO DE AUDITORIA DA CADEIA       *
      *    (GTSAUDIT) - UM POR EXECUCAO DO PASSO                     *
      *--------------------------------------------------------------*
       060-GRAVAR-AUDITORIA.

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
      *    ROTINA DE ERRO                                            *
      *--------------------------------------------------------------*
       999-ERRO.

           DISPLAY '*** PROGRAMA CANCELADO ***'
           DISPLAY '*** MENSAGEM    = ' WS-MSG
           DISPLAY '*** FILE STATUS = ' WS-FS-MSG
           DISPLAY 'TERMINO ANORMAL DO PROGRAMA CGPRG013'
           MOVE 08                 TO WS-COD-RETORNO
           IF WS-AUD-GRAVADO = 'N'
              MOVE WS-CTLIDO       TO AUD-LIDOS
              COMPUTE AUD-GRAVADOS =
                  WS-CTINCL + WS-CTALTE + WS-CTEXCL
              MOVE WS-CTREJ        TO AUD-REJEITADOS
              PERFORM 060-GRAVAR-AUDITORIA
           END-IF
           MOVE WS-COD-RETORNO     TO RETURN-CODE
           STOP RUN
           .
      *---------------> FIM DO PROGRAMA CGPRG013 <-------------------*
