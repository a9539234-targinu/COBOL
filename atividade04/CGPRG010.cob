       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG010.
       AUTHOR. GIOVANI TARGINO SERRA.
       INSTALLATION. FATEC SAO CAETANO.
       DATE-WRITTEN. 15/10/2026.
       SECURITY. NIVEL BASICO.
      *--------------------------------------------------------------*
      * OBJETIVO: MANUTENCAO DA TABELA DE REFERENCIA DE PRECO DO M2
      *           POR REGIAO (PREFIXO DE 5 DIGITOS DO CEP) - ARQUIVO
      *           GTS.CG.PRECOM2. O CGPRG004 CRITICA O VAL-M2 DE CADA
      *           ORCAMENTO CONTRA O MINIMO/MAXIMO DA REGIAO; UM
      *           DIGITO A MAIS NO CARTAO DEIXA DE VIRAR COMISSAO.
      *             - CARTOES DE MOVIMENTO (CGPRETRN):
      *                 'I' INCLUI A REGIAO
      *                 'A' ALTERA MINIMO/MAXIMO/ACAO/DESCRICAO
      *                 'E' EXCLUI A REGIAO
      *             - ACAO FORA DA FAIXA POR REGIAO: 'R' = O CGPRG004
      *               REJEITA O ORCAMENTO / 'S' = SEGURA O ORCAMENTO
      *               (SITUACAO 'P') ATE O CARTAO 'L' DE LIBERACAO
      *               DO SUPERVISOR
      *             - LISTAGEM DE AUDITORIA ANTES/DEPOIS
      *           MESMO PADRAO DO V2051MRG: A TABELA E CARREGADA EM
      *           MEMORIA, O ARQUIVO NOVO SAI EM CGPRECOS E A VIRADA
      *           SOBRE O CGPRECO E O PASSO SEGUINTE DO JOB
      *           (IEBGENER).
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010048  GTS     VERSAO INICIAL
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
           SELECT CGPRECO ASSIGN TO CGPRECO
                  FILE STATUS   IS FS-ERRO-REF
           .
           SELECT CGPRETRN ASSIGN TO CGPRETRN
                  FILE STATUS   IS FS-ERRO-TRN
           .
           SELECT CGPRECOS ASSIGN TO CGPRECOS
                  FILE STATUS   IS FS-ERRO-SAI
           .
           SELECT GTSAUDIT ASSIGN TO GTSAUDIT
                  FILE STATUS   IS FS-ERRO-AUD
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
       FD  CGPRECO
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CGPRECO            PIC X(50)
           .
       FD  CGPRETRN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CGPRETRN           PIC X(50)
           .
       FD  CGPRECOS
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CGPRECOS           PIC X(50)
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
       77  WS-CTGRAV              PIC 9(05)   VALUE ZERO.
       77  FS-ERRO-REF            PIC X(02).
       77  FS-ERRO-TRN            PIC X(02).
       77  FS-ERRO-SAI            PIC X(02).
       77  WS-MSG                 PIC X(30).
       77  WS-FS-MSG              PIC X(02).
       77  WS-COD-RETORNO         PIC 9(02)   VALUE ZERO.
       77  WS-MOTIVO-REJ          PIC X(40)   VALUE SPACES.
       77  WS-DATA                PIC 9(08).
       77  WS-HORA                PIC 99.99.9999.
       77  WS-DATA-PROC           PIC 9(08)   VALUE ZERO.

      *-----> AUDITORIA COMUM DA CADEIA GTS0014J
       77  FS-ERRO-AUD            PIC X(02).
       77  WS-AUD-GRAVADO         PIC X(01)  VALUE 'N'.
       77  WS-AUD-DATA-W          PIC 9(08).
       77  WS-AUD-HORA-W          PIC 9(08).
       01  WS-REG-GTSAUDIT.
           05 AUD-PROGRAMA        PIC X(08)  VALUE 'CGPRG010'.
           05 AUD-DATA            PIC 9(08).
           05 AUD-DATA-R REDEFINES AUD-DATA
                                  PIC X(08).
           05 AUD-HORA            PIC 9(06).
           05 AUD-LIDOS           PIC 9(07).
           05 AUD-GRAVADOS        PIC 9(07).
           05 AUD-REJEITADOS      PIC 9(07).
           05 AUD-COD-RET         PIC 9(02).
           05 FILLER              PIC X(35)  VALUE SPACES.

      *-----> REGISTRO DA TABELA DE REFERENCIA (CGPRECO/CGPRECOS -
      *-----> LIDA TAMBEM PELO CGPRG004 E PELO CGPRG011)
       01  WS-REG-REFERENCIA.
           05 REF-PREFIXO         PIC 9(05).
           05 REF-VAL-MIN         PIC 9(05)V99.
           05 REF-VAL-MAX         PIC 9(05)V99.
      *-----> R = REJEITA / S = SEGURA PARA LIBERACAO DO SUPERVISOR
           05 REF-ACAO            PIC X(01).
           05 REF-DESCRICAO       PIC X(20).
           05 REF-DATA-ATUAL      PIC 9(08).
           05 FILLER              PIC X(02).

      *-----> ENTRADA - CARTAO DE MOVIMENTO (CGPRETRN)
       01  WS-REG-TRANS.
           05 WS-TRN-TIPO         PIC X(01).
           05 WS-TRN-PREFIXO      PIC 9(05).
           05 WS-TRN-PREFIXO-X REDEFINES WS-TRN-PREFIXO
                                  PIC X(05).
           05 WS-TRN-VAL-MIN      PIC 9(05)V99.
           05 WS-TRN-VAL-MIN-X REDEFINES WS-TRN-VAL-MIN
                                  PIC X(07).
           05 WS-TRN-VAL-MAX      PIC 9(05)V99.
           05 WS-TRN-VAL-MAX-X REDEFINES WS-TRN-VAL-MAX
                                  PIC X(07).
           05 WS-TRN-ACAO         PIC X(01).
           05 WS-TRN-DESCRICAO    PIC X(20).
           05 FILLER              PIC X(09).

      *-----> TABELA DE REGIOES EM MANUTENCAO (ARQUIVO + CARTOES)
       77  WS-QTD-REF             PIC 9(03)   VALUE ZERO.
       77  WS-IDX-REF             PIC 9(03)   VALUE ZERO.
       77  WS-REF-ACHOU           PIC X(01)   VALUE 'N'.
       77  WS-REF-FIM             PIC X(01)   VALUE 'N'.
       01  WS-TAB-REFERENCIA.
           05 WS-TAB-REF-ITEM OCCURS 500 TIMES.
              10 WS-TREF-PREFIXO  PIC 9(05).
              10 WS-TREF-VAL-MIN  PIC 9(05)V99.
              10 WS-TREF-VAL-MAX  PIC 9(05)V99.
              10 WS-TREF-ACAO     PIC X(01).
              10 WS-TREF-DESCR    PIC X(20).
              10 WS-TREF-DATA     PIC 9(08).
              10 WS-TREF-EXCLUIDA PIC X(01).

      *-----> SAIDA - LINHA DE AUDITORIA DO MOVIMENTO
       01  WS-REG-AUDITORIA.
           05 WS-AUD-ACAO         PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-AUD-TIPO         PIC X(01).
           05 FILLER              PIC X(10) VALUE ' REGIAO: '.
           05 WS-AUD-PREFIXO      PIC X(05).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-AUD-COMPL        PIC X(40).

      *-----> SAIDA - LINHA ANTES/DEPOIS
       01  WS-REG-ANTES-DEPOIS.
           05 WS-AD-ROTULO        PIC X(19).
           05 FILLER              PIC X(05) VALUE 'MIN: '.
           05 WS-AD-VAL-MIN       PIC ZZ.ZZ9,99.
           05 FILLER              PIC X(07) VALUE '  MAX: '.
           05 WS-AD-VAL-MAX       PIC ZZ.ZZ9,99.
           05 FILLER              PIC X(08) VALUE '  ACAO: '.
           05 WS-AD-ACAO          PIC X(01).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-AD-DESCRICAO     PIC X(20).

       01  WS-HIFEN               PIC X(80)   VALUE ALL '-'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL                                        *
      *--------------------------------------------------------------*

           PERFORM 010-INICIAR
           PERFORM 015-CARREGAR-TABELA
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 070-GRAVAR-SAIDA
           PERFORM 050-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS                                    *
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "** MANUTENCAO DA REFERENCIA DE PRECO DO M2 **"
           ACCEPT WS-DATA FROM DATE
           DISPLAY "DATA DO PROCESSAMENTO: "  WS-DATA(7:2)"/"
           WS-DATA(5:2)"/2" WS-DATA(2:3)
           ACCEPT WS-HORA FROM TIME
           DISPLAY "HORA DO PROCESSAMENTO: " WS-HORA

           MOVE '2'          TO WS-DATA-PROC(1:1)
           MOVE WS-DATA(2:3) TO WS-DATA-PROC(2:3)
           MOVE WS-DATA(5:2) TO WS-DATA-PROC(5:2)
           MOVE WS-DATA(7:2) TO WS-DATA-PROC(7:2)

           OPEN INPUT CGPRETRN
           IF FS-ERRO-TRN NOT = '00'
              MOVE  'ERRO AO ABRIR O CGPRETRN'  TO WS-MSG
              MOVE   FS-ERRO-TRN                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGA A TABELA ATUAL - NA PRIMEIRA CARGA O ARQUIVO      *
      *    AINDA NAO EXISTE (FS=35) E A TABELA COMECA VAZIA          *
      *--------------------------------------------------------------*
       015-CARREGAR-TABELA.

           OPEN INPUT CGPRECO
           IF FS-ERRO-REF = '35'
              MOVE 'S' TO WS-REF-FIM
           ELSE
              IF FS-ERRO-REF NOT = '00'
                 MOVE  'ERRO AO ABRIR O CGPRECO'  TO WS-MSG
                 MOVE   FS-ERRO-REF               TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           PERFORM UNTIL WS-REF-FIM = 'S'
              READ CGPRECO INTO WS-REG-REFERENCIA
                 AT END
                    MOVE 'S' TO WS-REF-FIM
              END-READ
              IF WS-REF-FIM NOT = 'S'
                 IF FS-ERRO-REF NOT = '00'
                    MOVE  'ERRO AO LER O CGPRECO'  TO WS-MSG
                    MOVE   FS-ERRO-REF             TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
                 IF WS-QTD-REF = 500
                    MOVE  'MAIS DE 500 REGIOES NO CGPRECO'
                          TO WS-MSG
                    MOVE  'QT'  TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
                 ADD 1 TO WS-QTD-REF
                 MOVE REF-PREFIXO    TO WS-TREF-PREFIXO(WS-QTD-REF)
                 MOVE REF-VAL-MIN    TO WS-TREF-VAL-MIN(WS-QTD-REF)
                 MOVE REF-VAL-MAX    TO WS-TREF-VAL-MAX(WS-QTD-REF)
                 MOVE REF-ACAO       TO WS-TREF-ACAO(WS-QTD-REF)
                 MOVE REF-DESCRICAO  TO WS-TREF-DESCR(WS-QTD-REF)
                 MOVE REF-DATA-ATUAL TO WS-TREF-DATA(WS-QTD-REF)
                 MOVE 'N'            TO WS-TREF-EXCLUIDA(WS-QTD-REF)
              END-IF
           END-PERFORM

           IF FS-ERRO-REF NOT = '35'
              CLOSE CGPRECO
              IF FS-ERRO-REF NOT = '00'
                 MOVE  'ERRO AO FECHAR O CGPRECO'  TO WS-MSG
                 MOVE   FS-ERRO-REF                TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           DISPLAY "REGIOES CARREGADAS (CGPRECO) = " WS-QTD-REF
           DISPLAY WS-HIFEN

           PERFORM 025-LER-TRANSACAO
           .
      *--------------------------------------------------------------*
      *    LEITURA DO ARQUIVO DE MOVIMENTOS                          *
      *--------------------------------------------------------------*
       025-LER-TRANSACAO.

           READ CGPRETRN INTO WS-REG-TRANS
              AT END
                 MOVE 'S' TO WS-FIM
           END-READ

           IF WS-FIM NOT = 'S'
              IF FS-ERRO-TRN NOT = '00'
                 MOVE  'ERRO AO LER O CGPRETRN'  TO WS-MSG
                 MOVE   FS-ERRO-TRN              TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ADD 1 TO WS-CTLIDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCURA A REGIAO DO CARTAO NA TABELA                      *
      *--------------------------------------------------------------*
       027-PROCURAR-REGIAO.

           MOVE 'N' TO WS-REF-ACHOU
           PERFORM VARYING WS-IDX-REF FROM 1 BY 1
              UNTIL WS-IDX-REF > WS-QTD-REF
              OR WS-REF-ACHOU = 'S'
              IF WS-TREF-PREFIXO(WS-IDX-REF) = WS-TRN-PREFIXO
                 AND WS-TREF-EXCLUIDA(WS-IDX-REF) NOT = 'S'
                 MOVE 'S' TO WS-REF-ACHOU
              END-IF
           END-PERFORM

           IF WS-REF-ACHOU = 'S'
              SUBTRACT 1 FROM WS-IDX-REF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICA O CARTAO E APLICA O MOVIMENTO NA TABELA          *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF WS-TRN-PREFIXO-X NOT NUMERIC
              OR WS-TRN-PREFIXO = ZERO
              MOVE 'PREFIXO DE CEP INVALIDO'
                   TO WS-MOTIVO-REJ
              PERFORM 080-REJEITAR
           ELSE
           IF (WS-TRN-TIPO = 'I' OR WS-TRN-TIPO = 'A')
              AND (WS-TRN-VAL-MIN-X NOT NUMERIC
                   OR WS-TRN-VAL-MAX-X NOT NUMERIC)
              MOVE 'MINIMO/MAXIMO NAO NUMERICO NO CARTAO'
                   TO WS-MOTIVO-REJ
              PERFORM 080-REJEITAR
           ELSE
           IF (WS-TRN-TIPO = 'I' OR WS-TRN-TIPO = 'A')
              AND (WS-TRN-VAL-MIN = ZERO
                   OR WS-TRN-VAL-MAX < WS-TRN-VAL-MIN)
              MOVE 'FAIXA INVALIDA (MINIMO ZERO OU > MAXIMO)'
                   TO WS-MOTIVO-REJ
              PERFORM 080-REJEITAR
           ELSE
           IF (WS-TRN-TIPO = 'I' OR WS-TRN-TIPO = 'A')
              AND WS-TRN-ACAO NOT = 'R'
              AND WS-TRN-ACAO NOT = 'S'
              MOVE 'ACAO FORA DA FAIXA INVALIDA (R/S)'
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

           PERFORM 025-LER-TRANSACAO
           .
      *--------------------------------------------------------------*
      *    INCLUSAO - REGIAO NOVA NA TABELA                          *
      *--------------------------------------------------------------*
       035-INCLUIR.

           PERFORM 027-PROCURAR-REGIAO
           IF WS-REF-ACHOU = 'S'
              MOVE 'REGIAO JA EXISTE NA TABELA'
                   TO WS-MOTIVO-REJ
              PERFORM 080-REJEITAR
           ELSE
              IF WS-QTD-REF = 500
                 MOVE  'MAIS DE 500 REGIOES NO CGPRECO'
                       TO WS-MSG
                 MOVE  'QT'  TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ADD 1 TO WS-QTD-REF
              MOVE WS-QTD-REF       TO WS-IDX-REF
              MOVE WS-TRN-PREFIXO   TO WS-TREF-PREFIXO(WS-IDX-REF)
              MOVE 'N'              TO WS-TREF-EXCLUIDA(WS-IDX-REF)
              PERFORM 037-APLICAR-CARTAO
              ADD 1 TO WS-CTINCL
              MOVE 'INCLUIDO ' TO WS-AUD-ACAO
              MOVE SPACES      TO WS-AUD-COMPL
              PERFORM 085-IMPRIMIR-AUDITORIA
              MOVE '           DEPOIS: ' TO WS-AD-ROTULO
              PERFORM 087-IMPRIMIR-REGIAO
           END-IF
           .
      *--------------------------------------------------------------*
      *    COPIA OS DADOS DO CARTAO PARA A REGIAO DA TABELA          *
      *--------------------------------------------------------------*
       037-APLICAR-CARTAO.

           MOVE WS-TRN-VAL-MIN      TO WS-TREF-VAL-MIN(WS-IDX-REF)
           MOVE WS-TRN-VAL-MAX      TO WS-TREF-VAL-MAX(WS-IDX-REF)
           MOVE WS-TRN-ACAO         TO WS-TREF-ACAO(WS-IDX-REF)
           MOVE WS-TRN-DESCRICAO    TO WS-TREF-DESCR(WS-IDX-REF)
           MOVE WS-DATA-PROC        TO WS-TREF-DATA(WS-IDX-REF)
           .
      *--------------------------------------------------------------*
      *    ALTERACAO - TROCA A FAIXA DA REGIAO EXISTENTE,            *
      *    DOCUMENTANDO O ANTES/DEPOIS                               *
      *--------------------------------------------------------------*
       040-ALTERAR.

           PERFORM 027-PROCURAR-REGIAO
           IF WS-REF-ACHOU NOT = 'S'
              MOVE 'REGIAO NAO ENCONTRADA NA TABELA'
                   TO WS-MOTIVO-REJ
              PERFORM 080-REJEITAR
           ELSE
              ADD 1 TO WS-CTALTE
              MOVE 'ALTERADO ' TO WS-AUD-ACAO
              MOVE SPACES      TO WS-AUD-COMPL
              PERFORM 085-IMPRIMIR-AUDITORIA
              MOVE '           ANTES : ' TO WS-AD-ROTULO
              PERFORM 087-IMPRIMIR-REGIAO
              PERFORM 037-APLICAR-CARTAO
              MOVE '           DEPOIS: ' TO WS-AD-ROTULO
              PERFORM 087-IMPRIMIR-REGIAO
           END-IF
           .
      *--------------------------------------------------------------*
      *    EXCLUSAO - MARCA A REGIAO PARA NAO SAIR NO ARQUIVO NOVO   *
      *--------------------------------------------------------------*
       045-EXCLUIR.

           PERFORM 027-PROCURAR-REGIAO
           IF WS-REF-ACHOU NOT = 'S'
              MOVE 'REGIAO NAO ENCONTRADA NA TABELA'
                   TO WS-MOTIVO-REJ
              PERFORM 080-REJEITAR
           ELSE
              MOVE 'S' TO WS-TREF-EXCLUIDA(WS-IDX-REF)
              ADD 1 TO WS-CTEXCL
              MOVE 'EXCLUIDO ' TO WS-AUD-ACAO
              MOVE SPACES      TO WS-AUD-COMPL
              PERFORM 085-IMPRIMIR-AUDITORIA
              MOVE '           ANTES : ' TO WS-AD-ROTULO
              PERFORM 087-IMPRIMIR-REGIAO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA O ARQUIVO NOVO (CGPRECOS) - SO AS REGIOES NAO       *
      *    EXCLUIDAS; A VIRADA SOBRE O CGPRECO E DO PASSO SEGUINTE   *
      *--------------------------------------------------------------*
       070-GRAVAR-SAIDA.

           OPEN OUTPUT CGPRECOS
           IF FS-ERRO-SAI NOT = '00'
              MOVE  'ERRO AO ABRIR O CGPRECOS'  TO WS-MSG
              MOVE   FS-ERRO-SAI                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           PERFORM VARYING WS-IDX-REF FROM 1 BY 1
              UNTIL WS-IDX-REF > WS-QTD-REF
              IF WS-TREF-EXCLUIDA(WS-IDX-REF) NOT = 'S'
                 MOVE SPACES                     TO WS-REG-REFERENCIA
                 MOVE WS-TREF-PREFIXO(WS-IDX-REF) TO REF-PREFIXO
                 MOVE WS-TREF-VAL-MIN(WS-IDX-REF) TO REF-VAL-MIN
                 MOVE WS-TREF-VAL-MAX(WS-IDX-REF) TO REF-VAL-MAX
                 MOVE WS-TREF-ACAO(WS-IDX-REF)    TO REF-ACAO
                 MOVE WS-TREF-DESCR(WS-IDX-REF)   TO REF-DESCRICAO
                 MOVE WS-TREF-DATA(WS-IDX-REF)    TO REF-DATA-ATUAL
                 WRITE REG-CGPRECOS FROM WS-REG-REFERENCIA
                 IF FS-ERRO-SAI NOT = '00'
                    MOVE  'ERRO AO GRAVAR O CGPRECOS'  TO WS-MSG
                    MOVE   FS-ERRO-SAI                 TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
                 ADD 1 TO WS-CTGRAV
              END-IF
           END-PERFORM

           CLOSE CGPRECOS
           IF FS-ERRO-SAI NOT = '00'
              MOVE  'ERRO AO FECHAR O CGPRECOS'  TO WS-MSG
              MOVE   FS-ERRO-SAI                 TO WS-FS-MSG
              GO TO  999-ERRO
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

           MOVE WS-TRN-TIPO       TO WS-AUD-TIPO
           MOVE WS-TRN-PREFIXO-X  TO WS-AUD-PREFIXO
           DISPLAY WS-REG-AUDITORIA
           .
      *--------------------------------------------------------------*
      *    IMPRIME A FAIXA DA REGIAO (ANTES OU DEPOIS)               *
      *--------------------------------------------------------------*
       087-IMPRIMIR-REGIAO.

           MOVE WS-TREF-VAL-MIN(WS-IDX-REF) TO WS-AD-VAL-MIN
           MOVE WS-TREF-VAL-MAX(WS-IDX-REF) TO WS-AD-VAL-MAX
           MOVE WS-TREF-ACAO(WS-IDX-REF)    TO WS-AD-ACAO
           MOVE WS-TREF-DESCR(WS-IDX-REF)   TO WS-AD-DESCRICAO
           DISPLAY WS-REG-ANTES-DEPOIS
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           CLOSE CGPRETRN
           IF FS-ERRO-TRN NOT = '00'
              MOVE  'ERRO AO FECHAR O CGPRETRN'  TO WS-MSG
              MOVE   FS-ERRO-TRN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY WS-HIFEN
           DISPLAY "MOVIMENTOS LIDOS = " WS-CTLIDO
           DISPLAY "INCLUSOES APLICADAS = " WS-CTINCL
           DISPLAY "ALTERACOES APLICADAS = " WS-CTALTE
           DISPLAY "EXCLUSOES APLICADAS = " WS-CTEXCL
           DISPLAY "MOVIMENTOS REJEITADOS = " WS-CTREJ
           DISPLAY "REGIOES GRAVADAS (CGPRECOS) = " WS-CTGRAV

           IF WS-CTREJ > ZERO
              MOVE 04              TO WS-COD-RETORNO
           ELSE
              MOVE 00              TO WS-COD-RETORNO
           END-IF
           MOVE WS-COD-RETORNO     TO RETURN-CODE

           MOVE WS-CTLIDO          TO AUD-LIDOS
           MOVE WS-CTGRAV          TO AUD-GRAVADOS
           MOVE WS-CTREJ           TO AUD-REJEITADOS
           PERFORM 060-GRAVAR-AUDITORIA

           DISPLAY "COD.RETORNO = " WS-COD-RETORNO
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG010"
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
           DISPLAY 'TERMINO ANORMAL DO PROGRAMA CGPRG010'
           MOVE 08                 TO WS-COD-RETORNO
           IF WS-AUD-GRAVADO = 'N'
              MOVE WS-CTLIDO       TO AUD-LIDOS
              MOVE WS-CTGRAV       TO AUD-GRAVADOS
              MOVE WS-CTREJ        TO AUD-REJEITADOS
              PERFORM 060-GRAVAR-AUDITORIA
           END-IF
           MOVE WS-COD-RETORNO     TO RETURN-CODE
           STOP RUN
           .
      *---------------> FIM DO PROGRAMA CGPRG010 <-------------------*
