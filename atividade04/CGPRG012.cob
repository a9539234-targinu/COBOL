       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG012.
       AUTHOR. GIOVANI TARGINO SERRA.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 15/10/2026.
       SECURITY. NIVEL BASICO.
      *--------------------------------------------------------------*
      * OBJETIVO: MANUTENCAO DO CADASTRO DE DEPARTAMENTOS (DPTOCAD,
      *           CHAVE = CODIGO DO DEPARTAMENTO) A PARTIR DE CARTOES
      *           DE MOVIMENTO (DPTOTRAN):
      *             'I' = INCLUSAO DE DEPARTAMENTO NOVO
      *             'A' = ALTERACAO DO DEPARTAMENTO EXISTENTE
      *             'E' = EXCLUSAO DO DEPARTAMENTO EXISTENTE
      *           O CADASTRO CARREGA NOME, SITUACAO (A=ATIVO /
      *           I=INATIVO) E O CODIGO DA EMPRESA NO BANCO USADO NO
      *           HEADER DO LOTE DO DEPARTAMENTO NO TERBANCO. OS
      *           DRIVERS CGDRV004/CGDRV005 MONTAM A PARTIR DELE A
      *           TABELA DE DEPARTAMENTOS DO CALCULO E DO FECHAMENTO
      *           E O CGPRG006 VALIDA O DEPARTAMENTO DO VENDEDOR.
      *           DEPARTAMENTO COM VENDEDOR NO VENCAD NAO PODE SER
      *           EXCLUIDO - DEVE SER INATIVADO. MESMO PADRAO DE
      *           CARTOES DO CGPRG006.
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010049  GTS     VERSAO INICIAL
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
           SELECT DPTOCAD ASSIGN TO DPTOCAD
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DEP-CODIGO
                  FILE STATUS   IS FS-ERRO-DEP
           .
           SELECT VENCAD ASSIGN TO VENCAD
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS VEN-CODIGO
                  FILE STATUS   IS FS-ERRO-VEN
           .
           SELECT DPTOTRAN ASSIGN TO DPTOTRAN
                  FILE STATUS   IS FS-ERRO-TRN
           .
           SELECT GTSAUDIT ASSIGN TO GTSAUDIT
                  FILE STATUS   IS FS-ERRO-AUD
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  DPTOCAD
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-DPTOCAD.
           05 DEP-CODIGO          PIC 9(04).
           05 DEP-NOME            PIC X(15).
           05 DEP-SITUACAO        PIC X(01).
           05 DEP-EMPRESA-BCO     PIC X(10).
           05 FILLER              PIC X(10).
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
       FD  DPTOTRAN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-DPTOTRAN           PIC X(40)
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
       77  FS-ERRO-DEP            PIC X(02).
       77  FS-ERRO-VEN            PIC X(02).
       77  FS-ERRO-TRN            PIC X(02).
       77  WS-VEN-ABERTO          PIC X(01)   VALUE 'N'.
       77  WS-VEN-FIM             PIC X(01)   VALUE 'N'.
       77  WS-CTVEND-DPTO         PIC 9(05)   VALUE ZERO.
       77  WS-MSG                 PIC X(30).
       77  WS-FS-MSG              PIC X(02).
       77  WS-COD-RETORNO         PIC 9(02)   VALUE ZERO.
       77  WS-MOTIVO-REJ          PIC X(40)   VALUE SPACES.
       77  WS-DATA                PIC 9(08).
       77  WS-HORA                PIC 99.99.9999.

      *-----> AUDITORIA COMUM DA CADEIA GTS0014J
       77  FS-ERRO-AUD            PIC X(02).
       77  WS-AUD-GRAVADO         PIC X(01)  VALUE 'N'.
       77  WS-AUD-DATA-W          PIC 9(08).
       77  WS-AUD-HORA-W          PIC 9(08).
       01  WS-REG-GTSAUDIT.
           05 AUD-PROGRAMA        PIC X(08)  VALUE 'CGPRG012'.
           05 AUD-DATA            PIC 9(08).
           05 AUD-DATA-R REDEFINES AUD-DATA
                                  PIC X(08).
           05 AUD-HORA            PIC 9(06).
           05 AUD-LIDOS           PIC 9(07).
           05 AUD-GRAVADOS        PIC 9(07).
           05 AUD-REJEITADOS      PIC 9(07).
           05 AUD-COD-RET         PIC 9(02).
           05 FILLER              PIC X(35)  VALUE SPACES.

      *-----> ENTRADA - CARTAO DE MOVIMENTO (DPTOTRAN)
       01  WS-REG-TRANS.
           05 WS-TRN-TIPO         PIC X(01).
           05 WS-TRN-CODIGO       PIC 9(04).
           05 WS-TRN-CODIGO-X REDEFINES WS-TRN-CODIGO
                                  PIC X(04).
           05 WS-TRN-NOME         PIC X(15).
           05 WS-TRN-SITUACAO     PIC X(01).
           05 WS-TRN-EMPRESA      PIC X(10).
           05 FILLER              PIC X(09).

      *-----> IMAGEM ANTERIOR DO REGISTRO (ALTERACAO/EXCLUSAO)
       01  WS-REG-ANTES           PIC X(40).

      *-----> SAIDA - LINHA DE AUDITORIA DO MOVIMENTO
       01  WS-REG-AUDITORIA.
           05 WS-AUD-ACAO         PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-AUD-TIPO         PIC X(01).
           05 FILLER              PIC X(07) VALUE ' COD.: '.
           05 WS-AUD-CODIGO       PIC 9(04).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-AUD-COMPL        PIC X(40).
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

           DISPLAY "** MANUTENCAO DO CADASTRO DE DEPARTAMENTOS **"
           ACCEPT WS-DATA FROM DATE
           DISPLAY "DATA DO PROCESSAMENTO: "  WS-DATA(7:2)"/"
           WS-DATA(5:2)"/2" WS-DATA(2:3)
           ACCEPT WS-HORA FROM TIME
           DISPLAY "HORA DO PROCESSAMENTO: " WS-HORA

      *-----> NA PRIMEIRA CARGA O CLUSTER AINDA NAO EXISTE (FS=35):
      *-----> CRIA VAZIO EM OUTPUT E REABRE EM I-O, COMO O VENCAD
      *-----> NO CGPRG006
           OPEN I-O DPTOCAD
           IF FS-ERRO-DEP = '35'
              OPEN OUTPUT DPTOCAD
              IF FS-ERRO-DEP = '00'
                 CLOSE DPTOCAD
                 IF FS-ERRO-DEP = '00'
                    OPEN I-O DPTOCAD
                 END-IF
              END-IF
           END-IF
           IF FS-ERRO-DEP NOT = '00'
              MOVE  'ERRO AO ABRIR O DPTOCAD'  TO WS-MSG
              MOVE   FS-ERRO-DEP               TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

      *-----> CADASTRO DE VENDEDORES SO PARA A CRITICA DA EXCLUSAO;
      *-----> AINDA NAO CRIADO (FS=35) = NENHUM VENDEDOR
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

           OPEN INPUT DPTOTRAN
           IF FS-ERRO-TRN NOT = '00'
              MOVE  'ERRO AO ABRIR O DPTOTRAN'  TO WS-MSG
              MOVE   FS-ERRO-TRN                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 025-LER-TRANSACAO
           .
      *--------------------------------------------------------------*
      *    LEITURA DO ARQUIVO DE MOVIMENTOS                          *
      *--------------------------------------------------------------*
       025-LER-TRANSACAO.

           READ DPTOTRAN INTO WS-REG-TRANS
              AT END
                 MOVE 'S' TO WS-FIM
           END-READ

           IF WS-FIM NOT = 'S'
              IF FS-ERRO-TRN NOT = '00'
                 MOVE  'ERRO AO LER O DPTOTRAN'  TO WS-MSG
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
              MOVE 'CODIGO DE DEPARTAMENTO INVALIDO'
                   TO WS-MOTIVO-REJ
              PERFORM 080-REJEITAR
           ELSE
           IF (WS-TRN-TIPO = 'I' OR WS-TRN-TIPO = 'A')
              AND (WS-TRN-NOME = SPACES
                   OR WS-TRN-EMPRESA = SPACES)
              MOVE 'NOME/EMPRESA NO BANCO INVALIDO'
                   TO WS-MOTIVO-REJ
              PERFORM 080-REJEITAR
           ELSE
           IF (WS-TRN-TIPO = 'I' OR WS-TRN-TIPO = 'A')
              AND WS-TRN-SITUACAO NOT = 'A'
              AND WS-TRN-SITUACAO NOT = 'I'
              MOVE 'SITUACAO INVALIDA (A/I)'
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

           PERFORM 025-LER-TRANSACAO
           .
      *--------------------------------------------------------------*
      *    INCLUSAO - GRAVA DEPARTAMENTO NOVO; CHAVE DUPLICADA      *
      *    (FS=22) E REJEITADA                                       *
      *--------------------------------------------------------------*
       035-INCLUIR.

           MOVE SPACES           TO REG-DPTOCAD
           MOVE WS-TRN-CODIGO    TO DEP-CODIGO
           MOVE WS-TRN-NOME      TO DEP-NOME
           MOVE WS-TRN-SITUACAO  TO DEP-SITUACAO
           MOVE WS-TRN-EMPRESA   TO DEP-EMPRESA-BCO

           WRITE REG-DPTOCAD
           IF FS-ERRO-DEP = '22'
              MOVE 'CODIGO JA EXISTE NO CADASTRO (FS=22)'
                   TO WS-MOTIVO-REJ
              PERFORM 080-REJEITAR
           ELSE
              IF FS-ERRO-DEP NOT = '00'
                 MOVE  'ERRO AO GRAVAR O DPTOCAD'  TO WS-MSG
                 MOVE   FS-ERRO-DEP                TO WS-FS-MSG
                 GO TO  999-ERRO
              ELSE
                 ADD 1 TO WS-CTINCL
                 MOVE 'INCLUIDO ' TO WS-AUD-ACAO
                 MOVE REG-DPTOCAD(5:26) TO WS-AUD-COMPL
                 PERFORM 085-IMPRIMIR-AUDITORIA
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ALTERACAO - RELE O REGISTRO, GUARDA A IMAGEM ANTERIOR,   *
      *    APLICA OS NOVOS DADOS E REGRAVA                           *
      *--------------------------------------------------------------*
       040-ALTERAR.

           MOVE WS-TRN-CODIGO    TO DEP-CODIGO

           READ DPTOCAD
           IF FS-ERRO-DEP = '23'
              MOVE 'CODIGO NAO ENCONTRADO NO CADASTRO (FS=23)'
                   TO WS-MOTIVO-REJ
              PERFORM 080-REJEITAR
           ELSE
              IF FS-ERRO-DEP NOT = '00'
                 MOVE  'ERRO AO LER O DPTOCAD'  TO WS-MSG
                 MOVE   FS-ERRO-DEP             TO WS-FS-MSG
                 GO TO  999-ERRO
              ELSE
                 MOVE REG-DPTOCAD      TO WS-REG-ANTES

                 MOVE WS-TRN-NOME      TO DEP-NOME
                 MOVE WS-TRN-SITUACAO  TO DEP-SITUACAO
                 MOVE WS-TRN-EMPRESA   TO DEP-EMPRESA-BCO

                 REWRITE REG-DPTOCAD
                 IF FS-ERRO-DEP NOT = '00'
                    MOVE  'ERRO AO REGRAVAR O DPTOCAD'  TO WS-MSG
                    MOVE   FS-ERRO-DEP                  TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF

                 ADD 1 TO WS-CTALTE
                 MOVE 'ALTERADO ' TO WS-AUD-ACAO
                 MOVE SPACES      TO WS-AUD-COMPL
                 PERFORM 085-IMPRIMIR-AUDITORIA
                 DISPLAY '           ANTES : ' WS-REG-ANTES(1:30)
                 DISPLAY '           DEPOIS: ' REG-DPTOCAD(1:30)
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    EXCLUSAO - RELE O REGISTRO PARA DOCUMENTAR A IMAGEM      *
      *    EXCLUIDA E O REMOVE DO CADASTRO. DEPARTAMENTO QUE AINDA   *
      *    TEM VENDEDOR NO VENCAD E REJEITADO (INATIVAR COM 'A')     *
      *--------------------------------------------------------------*
       045-EXCLUIR.

           MOVE WS-TRN-CODIGO    TO DEP-CODIGO

           READ DPTOCAD
           IF FS-ERRO-DEP = '23'
              MOVE 'CODIGO NAO ENCONTRADO NO CADASTRO (FS=23)'
                   TO WS-MOTIVO-REJ
              PERFORM 080-REJEITAR
           ELSE
              IF FS-ERRO-DEP NOT = '00'
                 MOVE  'ERRO AO LER O DPTOCAD'  TO WS-MSG
                 MOVE   FS-ERRO-DEP             TO WS-FS-MSG
                 GO TO  999-ERRO
              ELSE
                 PERFORM 047-CONTAR-VENDEDORES
                 IF WS-CTVEND-DPTO > ZERO
                    MOVE 'DPTO COM VENDEDORES NO VENCAD: '
                         TO WS-MOTIVO-REJ
                    MOVE WS-CTVEND-DPTO TO WS-MOTIVO-REJ(32:5)
                    PERFORM 080-REJEITAR
                 ELSE
                    MOVE REG-DPTOCAD TO WS-REG-ANTES

                    DELETE DPTOCAD
                    IF FS-ERRO-DEP NOT = '00'
                       MOVE  'ERRO AO EXCLUIR DO DPTOCAD'  TO WS-MSG
                       MOVE   FS-ERRO-DEP                  TO WS-FS-MSG
                       GO TO  999-ERRO
                    END-IF

                    ADD 1 TO WS-CTEXCL
                    MOVE 'EXCLUIDO ' TO WS-AUD-ACAO
                    MOVE WS-REG-ANTES(5:26) TO WS-AUD-COMPL
                    PERFORM 085-IMPRIMIR-AUDITORIA
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONTA OS VENDEDORES DO DEPARTAMENTO NO VENCAD (LEITURA    *
      *    SEQUENCIAL DESDE O PRIMEIRO CODIGO)                       *
      *--------------------------------------------------------------*
       047-CONTAR-VENDEDORES.

           MOVE ZERO TO WS-CTVEND-DPTO
           IF WS-VEN-ABERTO = 'S'
              MOVE 'N'   TO WS-VEN-FIM
              MOVE ZEROS TO VEN-CODIGO
              START VENCAD KEY NOT < VEN-CODIGO
              IF FS-ERRO-VEN = '23'
                 MOVE 'S' TO WS-VEN-FIM
              ELSE
                 IF FS-ERRO-VEN NOT = '00'
                    MOVE  'ERRO NO START DO VENCAD'  TO WS-MSG
                    MOVE   FS-ERRO-VEN               TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
              END-IF
              PERFORM UNTIL WS-VEN-FIM = 'S'
                 READ VENCAD NEXT
                    AT END
                       MOVE 'S' TO WS-VEN-FIM
                 END-READ
                 IF WS-VEN-FIM NOT = 'S'
                    IF FS-ERRO-VEN NOT = '00'
                       MOVE  'ERRO AO LER O VENCAD'  TO WS-MSG
                       MOVE   FS-ERRO-VEN            TO WS-FS-MSG
                       GO TO  999-ERRO
                    END-IF
                    IF VEN-DPTO = WS-TRN-CODIGO
                       ADD 1 TO WS-CTVEND-DPTO
                    END-IF
                 END-IF
              END-PERFORM
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
           DISPLAY WS-REG-AUDITORIA
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           CLOSE DPTOCAD
           IF FS-ERRO-DEP NOT = '00'
              MOVE  'ERRO AO FECHAR O DPTOCAD'  TO WS-MSG
              MOVE   FS-ERRO-DEP                TO WS-FS-MSG
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

           CLOSE DPTOTRAN
           IF FS-ERRO-TRN NOT = '00'
              MOVE  'ERRO AO FECHAR O DPTOTRAN'  TO WS-MSG
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
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG012"
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
           DISPLAY 'TERMINO ANORMAL DO PROGRAMA CGPRG012'
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
      *---------------> FIM DO PROGRAMA CGPRG012 <-------------------*
