       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   V2051EMN.
       AUTHOR.       GIOVANI TARGINO SERRA.
       DATE-WRITTEN. 15/10/2026.
      *--------------------------------------------------------------*
      * SISTEMA: CADASTRO DE PRODUTOS (P2CADV)
      *--------------------------------------------------------------*
      * OBJETIVO: MANUTENCAO DOS PARAMETROS DE REPOSICAO (P2ESTMIN,
      *           CHAVE DEPTO+CODIGO DO P2CADV): ESTOQUE MINIMO E
      *           QUANTIDADE DE REPOSICAO (LOTE DE COMPRA) DE CADA
      *           PRODUTO, A PARTIR DE CARTOES DE MOVIMENTO
      *           (P2EMNTRN):
      *             'I' = INCLUSAO DOS PARAMETROS DO PRODUTO
      *             'A' = ALTERACAO DOS PARAMETROS EXISTENTES
      *             'E' = EXCLUSAO (PRODUTO SAI DA REPOSICAO)
      *           O PRODUTO TEM DE EXISTIR NO P2CADV NA INCLUSAO E NA
      *           ALTERACAO. ARQUIVO A PARTE DO P2CADV PARA A CARGA
      *           NOTURNA (V2051P2) E O REPROCESSO (V2051REJ) NAO
      *           PERDEREM OS PARAMETROS. LIDO PELO V2051REP.
      *           LISTAGEM DE AUDITORIA ANTES/DEPOIS - MESMO PADRAO
      *           DO V2051MNT.
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010055  GTS     VERSAO INICIAL
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
           SELECT P2ESTMIN ASSIGN TO P2ESTMIN
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS EMN-CHAVE
                  FILE STATUS   IS FS-ERRO
           .
           SELECT P2CADV ASSIGN TO P2JOBV
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS REG-CHAVE
                  FILE STATUS   IS FS-ERRO-CAD
           .
           SELECT P2EMNTRN ASSIGN TO P2EMNTRN
                  FILE STATUS   IS FS-ERRO-TRN
           .
           SELECT GTSAUDIT ASSIGN TO GTSAUDIT
                  FILE STATUS   IS FS-ERRO-AUD
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  P2ESTMIN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-P2ESTMIN.
           05 EMN-CHAVE.
              10 EMN-DEP          PIC X(02).
              10 EMN-COD          PIC 9(03).
           05 EMN-MINIMO            PIC 9(04).
           05 EMN-REPOSICAO         PIC 9(04).
           05 EMN-DATA-ALT          PIC 9(08).
           05 FILLER                PIC X(09).
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
       FD  P2EMNTRN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-P2EMNTRN           PIC X(20)
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
           05  WS-FIM                 PIC X(01)      VALUE 'N'.
           05  WS-CTLIDO              PIC 9(05)      VALUE ZERO.
           05  WS-CTINCL              PIC 9(05)      VALUE ZERO.
           05  WS-CTALTE              PIC 9(05)      VALUE ZERO.
           05  WS-CTEXCL              PIC 9(05)      VALUE ZERO.
           05  WS-CTREJ               PIC 9(05)      VALUE ZERO.
           05  FS-ERRO                PIC X(02).
           05  FS-ERRO-CAD            PIC X(02).
           05  FS-ERRO-TRN            PIC X(02).
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-COD-RETORNO         PIC 9(02)      VALUE ZERO.
           05  WS-MOTIVO-REJ          PIC X(40)      VALUE SPACES.

      *-----> DATA/HORA DE EXECUCAO
       01  WS-DATA                   PIC 9(08).
       01  WS-DATA-GER               PIC 9(08)      VALUE ZERO.
       01  WS-HORA                   PIC 99.99.9999.

      *-----> AUDITORIA COMUM DA CADEIA GTS0014J
       01  WS-AREA-AUDITORIA.
           05 FS-ERRO-AUD         PIC X(02).
           05 WS-AUD-GRAVADO      PIC X(01)  VALUE 'N'.
           05 WS-AUD-DATA-W       PIC 9(08).
           05 WS-AUD-HORA-W       PIC 9(08).
       01  WS-REG-GTSAUDIT.
           05 AUD-PROGRAMA        PIC X(08)  VALUE 'V2051EMN'.
           05 AUD-DATA            PIC 9(08).
           05 AUD-DATA-R REDEFINES AUD-DATA
                                  PIC X(08).
           05 AUD-HORA            PIC 9(06).
           05 AUD-LIDOS           PIC 9(07).
           05 AUD-GRAVADOS        PIC 9(07).
           05 AUD-REJEITADOS      PIC 9(07).
           05 AUD-COD-RET         PIC 9(02).
           05 FILLER              PIC X(35)  VALUE SPACES.

      *-----> ENTRADA - CARTAO DE MOVIMENTO (P2EMNTRN)
       01  WS-REG-TRANS.
           05 WS-TRN-TIPO         PIC X(01).
           05 WS-TRN-DEP          PIC X(02).
           05 WS-TRN-COD          PIC 9(03).
           05 WS-TRN-COD-X REDEFINES WS-TRN-COD
                                  PIC X(03).
           05 WS-TRN-MINIMO       PIC 9(04).
           05 WS-TRN-MINIMO-X REDEFINES WS-TRN-MINIMO
                                  PIC X(04).
           05 WS-TRN-REPOSICAO    PIC 9(04).
           05 WS-TRN-REPOSICAO-X REDEFINES WS-TRN-REPOSICAO
                                  PIC X(04).
           05 FILLER              PIC X(06).

      *-----> IMAGEM ANTERIOR DO REGISTRO (ALTERACAO/EXCLUSAO)
       01  WS-REG-ANTES           PIC X(30).

      *-----> SAIDA - LINHA DE AUDITORIA DO MOVIMENTO
       01  WS-REG-AUDITORIA.
           05 WS-AUD-ACAO         PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-AUD-TIPO         PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-AUD-DEP          PIC X(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-AUD-COD          PIC X(03).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-AUD-COMPL        PIC X(40).

      *-----> SAIDA - IMAGEM DOS PARAMETROS (ANTES/DEPOIS)
       01  WS-REG-IMAGEM.
           05 WS-IMG-ROTULO       PIC X(19).
           05 FILLER              PIC X(09) VALUE 'MINIMO = '.
           05 WS-IMG-MINIMO       PIC Z.ZZ9.
           05 FILLER              PIC X(14) VALUE
              '  REPOSICAO = '.
           05 WS-IMG-REPOSICAO    PIC Z.ZZ9.

       01  WS-HIFEN               PIC X(80)       VALUE ALL '-'.

       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-V2051EMN.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY ' *========================================*'
           DISPLAY ' *  V2051EMN - PARAMETROS DE REPOSICAO    *'
           DISPLAY ' *----------------------------------------*'
           ACCEPT WS-DATA FROM DATE
           DISPLAY ' * DATA DO PROCESSAMENTO: '  WS-DATA(7:2) '/'
                   WS-DATA(5:2) '/2' WS-DATA(2:3)
           ACCEPT WS-HORA FROM TIME
           DISPLAY ' * HORA DO PROCESSAMENTO: ' WS-HORA
           DISPLAY ' *========================================*'

           MOVE '2'           TO WS-DATA-GER(1:1)
           MOVE WS-DATA(2:7)  TO WS-DATA-GER(2:7)

      *-----> NA PRIMEIRA CARGA O CLUSTER AINDA ESTA VAZIO (FS=35):
      *-----> CRIA EM OUTPUT E REABRE EM I-O, COMO O T2053MNT
           OPEN I-O P2ESTMIN
           IF FS-ERRO = '35'
              OPEN OUTPUT P2ESTMIN
              IF FS-ERRO = '00'
                 CLOSE P2ESTMIN
                 IF FS-ERRO = '00'
                    OPEN I-O P2ESTMIN
                 END-IF
              END-IF
           END-IF
           IF FS-ERRO NOT = '00'
              MOVE  'ERRO AO ABRIR O P2ESTMIN'  TO WS-MSG
              MOVE   FS-ERRO                    TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT P2CADV
           IF FS-ERRO-CAD NOT = '00'
              MOVE  'ERRO AO ABRIR O P2CADV'  TO WS-MSG
              MOVE   FS-ERRO-CAD              TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT P2EMNTRN
           IF FS-ERRO-TRN NOT = '00'
              MOVE  'ERRO AO ABRIR O P2EMNTRN'  TO WS-MSG
              MOVE   FS-ERRO-TRN                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM 025-LER-TRANSACAO
           .
      *--------------------------------------------------------------*
      *    LEITURA DO ARQUIVO DE MOVIMENTOS
      *--------------------------------------------------------------*
       025-LER-TRANSACAO.

           READ P2EMNTRN INTO WS-REG-TRANS
              AT END
                 MOVE 'S' TO WS-FIM
           END-READ

           IF WS-FIM NOT = 'S'
              IF FS-ERRO-TRN NOT = '00'
                 MOVE  'ERRO AO LER O P2EMNTRN'  TO WS-MSG
                 MOVE   FS-ERRO-TRN              TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ADD 1 TO WS-CTLIDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    APLICA O MOVIMENTO LIDO CONFORME O TIPO
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF WS-TRN-DEP = SPACES
              OR WS-TRN-COD-X NOT NUMERIC
              MOVE 'DEPTO/CODIGO INVALIDO NO CARTAO'
                   TO WS-MOTIVO-REJ
              PERFORM 080-REJEITAR
           ELSE
              IF (WS-TRN-TIPO = 'I' OR WS-TRN-TIPO = 'A')
                 AND (WS-TRN-MINIMO-X NOT NUMERIC
                      OR WS-TRN-REPOSICAO-X NOT NUMERIC)
                 MOVE 'MINIMO/REPOSICAO NAO NUMERICO'
                      TO WS-MOTIVO-REJ
                 PERFORM 080-REJEITAR
              ELSE
                 IF WS-TRN-TIPO = 'I'
                    PERFORM 040-INCLUIR
                 ELSE
                    IF WS-TRN-TIPO = 'A'
                       PERFORM 050-ALTERAR
                    ELSE
                       IF WS-TRN-TIPO = 'E'
                          PERFORM 060-EXCLUIR
                       ELSE
                          MOVE 'TIPO DE MOVIMENTO INVALIDO (I/A/E)'
                               TO WS-MOTIVO-REJ
                          PERFORM 080-REJEITAR
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF

           PERFORM 025-LER-TRANSACAO
           .
      *--------------------------------------------------------------*
      *    CONFERE SE O PRODUTO DO CARTAO EXISTE NO P2CADV
      *--------------------------------------------------------------*
       035-CONFERIR-PRODUTO.

           MOVE WS-TRN-DEP      TO REG-DEP
           MOVE WS-TRN-COD      TO REG-COD
           READ P2CADV
           IF FS-ERRO-CAD NOT = '00'
              AND FS-ERRO-CAD NOT = '23'
              MOVE  'ERRO AO LER O P2CADV'  TO WS-MSG
              MOVE   FS-ERRO-CAD            TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    INCLUSAO - GRAVA OS PARAMETROS DO PRODUTO; CHAVE
      *    DUPLICADA (FS=22) E PRODUTO INEXISTENTE SAO REJEITADOS
      *--------------------------------------------------------------*
       040-INCLUIR.

           PERFORM 035-CONFERIR-PRODUTO
           IF FS-ERRO-CAD = '23'
              MOVE 'PRODUTO NAO EXISTE NO P2CADV (FS=23)'
                   TO WS-MOTIVO-REJ
              PERFORM 080-REJEITAR
           ELSE
              MOVE SPACES           TO REG-P2ESTMIN
              MOVE WS-TRN-DEP       TO EMN-DEP
              MOVE WS-TRN-COD       TO EMN-COD
              MOVE WS-TRN-MINIMO    TO EMN-MINIMO
              MOVE WS-TRN-REPOSICAO TO EMN-REPOSICAO
              MOVE WS-DATA-GER      TO EMN-DATA-ALT

              WRITE REG-P2ESTMIN
              IF FS-ERRO = '22'
                 MOVE 'CHAVE JA EXISTE NO CADASTRO (FS=22)'
                      TO WS-MOTIVO-REJ
                 PERFORM 080-REJEITAR
              ELSE
                 IF FS-ERRO NOT = '00'
                    MOVE  'ERRO AO GRAVAR O P2ESTMIN'  TO WS-MSG
                    MOVE   FS-ERRO                     TO WS-FS-MSG
                    GO TO  999-ERRO
                 ELSE
                    ADD 1 TO WS-CTINCL
                    MOVE 'INCLUIDO ' TO WS-AUD-ACAO
                    MOVE REG-PROD    TO WS-AUD-COMPL
                    PERFORM 085-IMPRIMIR-AUDITORIA
                    MOVE '           DEPOIS: ' TO WS-IMG-ROTULO
                    MOVE EMN-MINIMO            TO WS-IMG-MINIMO
                    MOVE EMN-REPOSICAO         TO WS-IMG-REPOSICAO
                    DISPLAY WS-REG-IMAGEM
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ALTERACAO - RELE O REGISTRO, GUARDA A IMAGEM ANTERIOR,
      *    APLICA OS NOVOS PARAMETROS E REGRAVA
      *--------------------------------------------------------------*
       050-ALTERAR.

           PERFORM 035-CONFERIR-PRODUTO
           IF FS-ERRO-CAD = '23'
              MOVE 'PRODUTO NAO EXISTE NO P2CADV (FS=23)'
                   TO WS-MOTIVO-REJ
              PERFORM 080-REJEITAR
           ELSE
              MOVE WS-TRN-DEP      TO EMN-DEP
              MOVE WS-TRN-COD      TO EMN-COD
              READ P2ESTMIN
              IF FS-ERRO = '23'
                 MOVE 'CHAVE NAO ENCONTRADA NO CADASTRO (FS=23)'
                      TO WS-MOTIVO-REJ
                 PERFORM 080-REJEITAR
              ELSE
                 IF FS-ERRO NOT = '00'
                    MOVE  'ERRO AO LER O P2ESTMIN'  TO WS-MSG
                    MOVE   FS-ERRO                  TO WS-FS-MSG
                    GO TO  999-ERRO
                 ELSE
                    MOVE REG-P2ESTMIN     TO WS-REG-ANTES
                    MOVE '           ANTES : ' TO WS-IMG-ROTULO
                    MOVE EMN-MINIMO            TO WS-IMG-MINIMO
                    MOVE EMN-REPOSICAO         TO WS-IMG-REPOSICAO

                    MOVE WS-TRN-MINIMO    TO EMN-MINIMO
                    MOVE WS-TRN-REPOSICAO TO EMN-REPOSICAO
                    MOVE WS-DATA-GER      TO EMN-DATA-ALT

                    REWRITE REG-P2ESTMIN
                    IF FS-ERRO NOT = '00'
                       MOVE  'ERRO AO REGRAVAR O P2ESTMIN'  TO WS-MSG
                       MOVE   FS-ERRO                       TO WS-FS-MSG
                       GO TO  999-ERRO
                    END-IF

                    ADD 1 TO WS-CTALTE
                    MOVE 'ALTERADO ' TO WS-AUD-ACAO
                    MOVE REG-PROD    TO WS-AUD-COMPL
                    PERFORM 085-IMPRIMIR-AUDITORIA
                    DISPLAY WS-REG-IMAGEM
                    MOVE '           DEPOIS: ' TO WS-IMG-ROTULO
                    MOVE EMN-MINIMO            TO WS-IMG-MINIMO
                    MOVE EMN-REPOSICAO         TO WS-IMG-REPOSICAO
                    DISPLAY WS-REG-IMAGEM
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    EXCLUSAO - RELE O REGISTRO PARA DOCUMENTAR A IMAGEM
      *    EXCLUIDA E O REMOVE (PRODUTO SAI DA SUGESTAO DE COMPRA)
      *--------------------------------------------------------------*
       060-EXCLUIR.

           MOVE WS-TRN-DEP      TO EMN-DEP
           MOVE WS-TRN-COD      TO EMN-COD

           READ P2ESTMIN
           IF FS-ERRO = '23'
              MOVE 'CHAVE NAO ENCONTRADA NO CADASTRO (FS=23)'
                   TO WS-MOTIVO-REJ
              PERFORM 080-REJEITAR
           ELSE
              IF FS-ERRO NOT = '00'
                 MOVE  'ERRO AO LER O P2ESTMIN'  TO WS-MSG
                 MOVE   FS-ERRO                  TO WS-FS-MSG
                 GO TO  999-ERRO
              ELSE
                 MOVE REG-P2ESTMIN TO WS-REG-ANTES
                 MOVE '           ANTES : ' TO WS-IMG-ROTULO
                 MOVE EMN-MINIMO            TO WS-IMG-MINIMO
                 MOVE EMN-REPOSICAO         TO WS-IMG-REPOSICAO

                 DELETE P2ESTMIN
                 IF FS-ERRO NOT = '00'
                    MOVE  'ERRO AO EXCLUIR DO P2ESTMIN'  TO WS-MSG
                    MOVE   FS-ERRO                       TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF

                 ADD 1 TO WS-CTEXCL
                 MOVE 'EXCLUIDO ' TO WS-AUD-ACAO
                 MOVE SPACES      TO WS-AUD-COMPL
                 PERFORM 085-IMPRIMIR-AUDITORIA
                 DISPLAY WS-REG-IMAGEM
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    MOVIMENTO REJEITADO - IMPRIME O MOTIVO NA AUDITORIA
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
           MOVE WS-TRN-DEP      TO WS-AUD-DEP
           MOVE WS-TRN-COD-X    TO WS-AUD-COD
           DISPLAY WS-REG-AUDITORIA
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY WS-HIFEN
           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE CONTROLE - V2051EMN        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * MOVIMENTOS LIDOS            = ' WS-CTLIDO
           DISPLAY ' * INCLUSOES APLICADAS         = ' WS-CTINCL
           DISPLAY ' * ALTERACOES APLICADAS        = ' WS-CTALTE
           DISPLAY ' * EXCLUSOES APLICADAS         = ' WS-CTEXCL
           DISPLAY ' * MOVIMENTOS REJEITADOS       = ' WS-CTREJ
           DISPLAY ' *========================================*'

           CLOSE P2ESTMIN
           IF FS-ERRO NOT = '00'
              MOVE  'ERRO AO FECHAR O P2ESTMIN'  TO WS-MSG
              MOVE   FS-ERRO                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE P2CADV
           IF FS-ERRO-CAD NOT = '00'
              MOVE  'ERRO AO FECHAR O P2CADV'  TO WS-MSG
              MOVE   FS-ERRO-CAD               TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE P2EMNTRN
           IF FS-ERRO-TRN NOT = '00'
              MOVE  'ERRO AO FECHAR O P2EMNTRN'  TO WS-MSG
              MOVE   FS-ERRO-TRN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO V2051EMN        *'
           DISPLAY ' *----------------------------------------*'

           IF WS-CTREJ > ZERO
              MOVE 04 TO WS-COD-RETORNO
           ELSE
              MOVE 00 TO WS-COD-RETORNO
           END-IF

           MOVE WS-CTLIDO TO AUD-LIDOS
           COMPUTE AUD-GRAVADOS =
               WS-CTINCL + WS-CTALTE + WS-CTEXCL
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
           DISPLAY ' *      TERMINO ANORMAL DO V2051EMN       *'
           DISPLAY ' *----------------------------------------*'
           MOVE 08 TO WS-COD-RETORNO
           IF WS-AUD-GRAVADO = 'N'
              MOVE WS-CTLIDO TO AUD-LIDOS
              COMPUTE AUD-GRAVADOS =
                  WS-CTINCL + WS-CTALTE + WS-CTEXCL
              MOVE WS-CTREJ  TO AUD-REJEITADOS
              PERFORM 087-GRAVAR-AUDITORIA
           END-IF
           MOVE WS-COD-RETORNO TO RETURN-CODE
           STOP RUN
           .
      *---------------> FIM DO PROGRAMA V2051EMN <-------------------*
