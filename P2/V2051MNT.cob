      *           TRATA DUPLICIDADE (FS=22) E CHAVE INEXISTENTE
      *           (FS=23) E IMPRIME LISTAGEM DE AUDITORIA COM AS
      *           IMAGENS ANTES/DEPOIS NAS ALTERACOES.
      *           ALTERACAO CUJO PRECO DE COMPRA VARIA MAIS QUE O
      *           LIMITE DO CARTAO DE PARAMETRO NAO MEXE NO PRECO:
      *           VAI PARA O ARQUIVO DE PENDENTES (P2PRCPEN) E SO E
      *           APLICADA PELA APROVACAO (V2051APR).
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      *                                  CARGA DE MARGENS PASSA A
      *                                  ESCOLHER A MARGEM VIGENTE
      *                                  NA DATA DO PROCESSAMENTO
      *  V06    OUT/2026 010056  GTS     MUDANCA DE PRECO ACIMA DO
      *                                  LIMITE DO CARTAO DE
      *                                  PARAMETRO FICA RETIDA NO
      *                                  P2PRCPEN ATE A APROVACAO;
      *                                  CARTAO GANHA O USUARIO QUE
      *                                  O SUBMETEU (LRECL 40)
      *  V07    OUT/2026 010057  GTS     CONTROLE DE PASSOS DA CADEIA:
      *                                  PULA SE JA CONCLUIDO NA DATA
      *                                  DE NEGOCIO (GTSCTLPA) E
      *                                  REGISTRA INICIO/FIM NO
      *                                  GTSEXEC
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT P2PRCHIS ASSIGN TO P2PRCHIS
                  FILE STATUS   IS FS-ERRO-PRH
           .
           SELECT P2PRCPEN ASSIGN TO P2PRCPEN
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS PEN-CHAVE
                  FILE STATUS   IS FS-ERRO-PEN
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
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-P2TRANS            PIC X(40)
           .
       FD  P2MARG
           LABEL RECORD STANDARD
           .
       01  REG-P2PRCHIS           PIC X(50)
           .
       FD  P2PRCPEN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
      *-----> MUDANCA DE PRECO RETIDA PARA APROVACAO - LAYOUT COMUM
      *-----> AO V2051MNT / V2051RVL / V2051APR
       01  REG-P2PRCPEN.
           05 PEN-CHAVE.
              10 PEN-DEP          PIC X(02).
              10 PEN-COD          PIC 9(03).
           05 PEN-VALCOMP-ANT       PIC 9(03)V99.
           05 PEN-VALCOMP-NOV       PIC 9(03)V99.
           05 PEN-VALVENDA-ANT      PIC 9(04)V99.
           05 PEN-VALVENDA-NOV      PIC 9(04)V99.
           05 PEN-PERC-VAR          PIC 9(03)V99.
           05 PEN-SINAL             PIC X(01).
           05 PEN-DATA              PIC 9(08).
           05 PEN-PROGRAMA          PIC X(08).
           05 PEN-USUARIO           PIC X(08).
           05 PEN-PROD              PIC X(20).
           05 FILLER                PIC X(03).
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
           05  WS-CTALTE              PIC 9(05)      VALUE ZERO.
           05  WS-CTEXCL              PIC 9(05)      VALUE ZERO.
           05  WS-CTREJ               PIC 9(05)      VALUE ZERO.
           05  WS-CTRETIDO            PIC 9(05)      VALUE ZERO.
           05  FS-ERRO                PIC X(02).
           05  FS-ERRO-TRN            PIC X(02).
           05  FS-ERRO-MRG            PIC X(02).
           05  FS-ERRO-PRH            PIC X(02).
           05  FS-ERRO-PEN            PIC X(02).
           05  WS-DATA-HOJE           PIC 9(08)      VALUE ZERO.
           05  WS-VALCOMP-ANT         PIC 9(03)V99   VALUE ZERO.
           05  WS-VALVENDA-ANT        PIC 9(04)V99   VALUE ZERO.
           05  WS-PERC-VAR            PIC 9(03)V99   VALUE ZERO.
           05  WS-PERC-VAR-ED         PIC ZZ9,99.
           05  WS-DIF-VALCOMP         PIC 9(03)V99   VALUE ZERO.
           05  WS-SINAL               PIC X(01)      VALUE SPACES.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-COD-RETORNO         PIC 9(02)      VALUE ZERO.
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

      *-----> ENTRADA - CARTAO DE PARAMETRO
      *-----> COL 01-05 LIMITE DA VARIACAO DO PRECO DE COMPRA NUMA
      *-----> ALTERACAO, EM % 9(03)V99 - ACIMA DELE A MUDANCA FICA
      *-----> RETIDA PARA APROVACAO (ZEROS = SEM RETENCAO)
       01  WS-PARM-CARD.
           05 WS-PARM-LIMITE      PIC 9(03)V99.
           05 WS-PARM-LIMITE-X REDEFINES WS-PARM-LIMITE
                                  PIC X(05).

      *-----> TABELA DE MARGENS DE LUCRO POR DEPARTAMENTO (P2MARG)
       01  WS-AREA-MARGENS.
           05  WS-QTD-MRG            PIC 9(02)    VALUE ZERO.
              10 WS-TRN-VALCOMP   PIC 9(03)V99.
              10 WS-TRN-VALCOMP-X REDEFINES WS-TRN-VALCOMP
                                  PIC X(05).
           05 WS-TRN-USUARIO      PIC X(08).

      *-----> IMAGEM ANTERIOR DO REGISTRO (ALTERACAO/EXCLUSAO)
       01  WS-REG-ANTES           PIC X(70).
           DISPLAY ' * HORA DO PROCESSAMENTO: ' WS-HORA
           DISPLAY ' *========================================*'

           PERFORM 086-VERIFICAR-PASSO

           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-LIMITE-X NOT NUMERIC
              MOVE  'LIMITE DE VARIACAO INVALIDO'  TO WS-MSG
              MOVE  'PR'                            TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           IF WS-PARM-LIMITE = ZERO
              DISPLAY ' * LIMITE DE VARIACAO: SEM RETENCAO'
           ELSE
              DISPLAY ' * LIMITE DE VARIACAO DO PRECO (%) = '
                      WS-PARM-LIMITE
           END-IF

           OPEN I-O P2CADV
           IF FS-ERRO NOT = '00'
              MOVE  'ERRO AO ABRIR O P2CADV'  TO WS-MSG
              GO TO  999-ERRO
           END-IF

      *-----> PENDENTES DE APROVACAO - CLUSTER VAZIO NA PRIMEIRA
      *-----> VEZ (FS=35): CRIA EM OUTPUT E REABRE EM I-O
           OPEN I-O P2PRCPEN
           IF FS-ERRO-PEN = '35'
              OPEN OUTPUT P2PRCPEN
              IF FS-ERRO-PEN = '00'
                 CLOSE P2PRCPEN
                 IF FS-ERRO-PEN = '00'
                    OPEN I-O P2PRCPEN
                 END-IF
              END-IF
           END-IF
           IF FS-ERRO-PEN NOT = '00'
              MOVE  'ERRO AO ABRIR O P2PRCPEN'  TO WS-MSG
              MOVE   FS-ERRO-PEN                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT P2TRANS
           IF FS-ERRO-TRN NOT = '00'
              MOVE  'ERRO AO ABRIR O P2TRANS'  TO WS-MSG
                 MOVE REG-P2CADV      TO WS-REG-ANTES
                 MOVE REG-VALCOMP     TO WS-VALCOMP-ANT
                 MOVE REG-VALVENDA    TO WS-VALVENDA-ANT
                 PERFORM 052-CALCULAR-VARIACAO
                 IF WS-PARM-LIMITE > ZERO
                    AND WS-PERC-VAR > WS-PARM-LIMITE
                    PERFORM 057-RETER-PRECO
                 ELSE
                    PERFORM 054-APLICAR-ALTERACAO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    VARIACAO PERCENTUAL DO PRECO DE COMPRA DO CARTAO SOBRE O
      *    DO CADASTRO. PRECO ANTERIOR ZERO (OU VARIACAO QUE NAO
      *    CABE NA PICTURE) VALE O MAXIMO - SEMPRE PASSA DO LIMITE.
      *--------------------------------------------------------------*
       052-CALCULAR-VARIACAO.

           IF WS-TRN-VALCOMP < WS-VALCOMP-ANT
              MOVE '-' TO WS-SINAL
              COMPUTE WS-DIF-VALCOMP = WS-VALCOMP-ANT - WS-TRN-VALCOMP
           ELSE
              MOVE '+' TO WS-SINAL
              COMPUTE WS-DIF-VALCOMP = WS-TRN-VALCOMP - WS-VALCOMP-ANT
           END-IF

           IF WS-DIF-VALCOMP = ZERO
              MOVE ZERO TO WS-PERC-VAR
           ELSE
              IF WS-VALCOMP-ANT = ZERO
                 MOVE 999,99 TO WS-PERC-VAR
              ELSE
                 COMPUTE WS-PERC-VAR ROUNDED =
                     WS-DIF-VALCOMP * 100 / WS-VALCOMP-ANT
                    ON SIZE ERROR
                       MOVE 999,99 TO WS-PERC-VAR
                 END-COMPUTE
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    APLICA A ALTERACAO COMPLETA DO CARTAO E REGRAVA
      *--------------------------------------------------------------*
       054-APLICAR-ALTERACAO.

           MOVE WS-TRN-PROD     TO REG-PROD
           MOVE WS-TRN-QTD      TO REG-QTD
           MOVE WS-TRN-UF       TO REG-UF
           MOVE WS-TRN-VALCOMP  TO REG-VALCOMP
           COMPUTE WS-VALVENDA ROUNDED =
               WS-TRN-VALCOMP
               + (WS-TRN-VALCOMP * REG-PORC / 100)
           MOVE WS-VALVENDA     TO REG-VALVENDA

           REWRITE REG-P2CADV
           IF FS-ERRO NOT = '00'
              MOVE  'ERRO AO REGRAVAR O P2CADV'  TO WS-MSG
              MOVE   FS-ERRO                     TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           ADD 1 TO WS-CTALTE
           PERFORM 055-GRAVAR-PRECO
           MOVE 'ALTERADO ' TO WS-AUD-ACAO
           MOVE SPACES      TO WS-AUD-COMPL
           PERFORM 085-IMPRIMIR-AUDITORIA
           DISPLAY '           ANTES : ' WS-REG-ANTES(1:50)
           DISPLAY '           DEPOIS: ' REG-P2CADV(1:50)
           .
      *--------------------------------------------------------------*
      *    APENDA NO HISTORICO DE PRECOS (P2PRCHIS) O PRECO RECEM
      *    GRAVADO NO CADASTRO - VALOR ANTERIOR EM WS-VALCOMP-ANT/
      *    WS-VALVENDA-ANT (ZEROS NA INCLUSAO)
           END-IF
           .
      *--------------------------------------------------------------*
      *    VARIACAO ACIMA DO LIMITE - O PRECO NOVO VAI PARA O
      *    P2PRCPEN E O CADASTRO RECEBE SO OS DEMAIS CAMPOS DO
      *    CARTAO, MANTENDO O PRECO ATUAL ATE A APROVACAO. PRODUTO
      *    QUE JA TEM PRECO PENDENTE (FS=22) TEM O CARTAO REJEITADO.
      *--------------------------------------------------------------*
       057-RETER-PRECO.

           MOVE REG-DEP         TO PEN-DEP
           MOVE REG-COD         TO PEN-COD
           MOVE WS-VALCOMP-ANT  TO PEN-VALCOMP-ANT
           MOVE WS-VALVENDA-ANT TO PEN-VALVENDA-ANT
           MOVE WS-TRN-VALCOMP  TO PEN-VALCOMP-NOV
           COMPUTE WS-VALVENDA ROUNDED =
               WS-TRN-VALCOMP
               + (WS-TRN-VALCOMP * REG-PORC / 100)
           MOVE WS-VALVENDA     TO PEN-VALVENDA-NOV
           MOVE WS-PERC-VAR     TO PEN-PERC-VAR
           MOVE WS-SINAL        TO PEN-SINAL
           MOVE WS-DATA-HOJE    TO PEN-DATA
           MOVE 'V2051MNT'      TO PEN-PROGRAMA
           MOVE WS-TRN-USUARIO  TO PEN-USUARIO
           IF PEN-USUARIO = SPACES
              MOVE 'NAO INF.'   TO PEN-USUARIO
           END-IF
           MOVE WS-TRN-PROD     TO PEN-PROD

           WRITE REG-P2PRCPEN
           IF FS-ERRO-PEN = '22'
              MOVE 'PRODUTO JA TEM PRECO PENDENTE DE APROVACAO'
                   TO WS-MOTIVO-REJ
              PERFORM 080-REJEITAR
           ELSE
              IF FS-ERRO-PEN NOT = '00'
                 MOVE  'ERRO AO GRAVAR O P2PRCPEN'  TO WS-MSG
                 MOVE   FS-ERRO-PEN                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF

              MOVE WS-TRN-PROD     TO REG-PROD
              MOVE WS-TRN-QTD      TO REG-QTD
              MOVE WS-TRN-UF       TO REG-UF
              REWRITE REG-P2CADV
              IF FS-ERRO NOT = '00'
                 MOVE  'ERRO AO REGRAVAR O P2CADV'  TO WS-MSG
                 MOVE   FS-ERRO                     TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF

              ADD 1 TO WS-CTRETIDO
              MOVE 'RETIDO   ' TO WS-AUD-ACAO
              MOVE SPACES      TO WS-AUD-COMPL
              MOVE WS-PERC-VAR TO WS-PERC-VAR-ED
              STRING 'PRECO AGUARDA APROVACAO - VAR '
                     WS-SINAL WS-PERC-VAR-ED '%'
                 DELIMITED BY SIZE INTO WS-AUD-COMPL
              PERFORM 085-IMPRIMIR-AUDITORIA
              DISPLAY '           ANTES : ' WS-REG-ANTES(1:50)
              DISPLAY '           DEPOIS: ' REG-P2CADV(1:50)
           END-IF
           .
      *--------------------------------------------------------------*
      *    EXCLUSAO - RELE O REGISTRO PARA DOCUMENTAR A IMAGEM
      *    EXCLUIDA E O REMOVE DO CADASTRO
      *--------------------------------------------------------------*
           DISPLAY ' * MOVIMENTOS LIDOS            = ' WS-CTLIDO
           DISPLAY ' * INCLUSOES APLICADAS         = ' WS-CTINCL
           DISPLAY ' * ALTERACOES APLICADAS        = ' WS-CTALTE
           DISPLAY ' * PRECOS RETIDOS P/ APROVACAO = ' WS-CTRETIDO
           DISPLAY ' * EXCLUSOES APLICADAS         = ' WS-CTEXCL
           DISPLAY ' * MOVIMENTOS REJEITADOS       = ' WS-CTREJ
           DISPLAY ' *========================================*'
              GO TO  999-ERRO
           END-IF

           CLOSE P2PRCPEN
           IF FS-ERRO-PEN NOT = '00'
              MOVE  'ERRO AO FECHAR O P2PRCPEN'  TO WS-MSG
              MOVE   FS-ERRO-PEN                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           DISPLAY ' *----------------------------------------*'
           DISPLAY ' *      TERMINO NORMAL DO V2051MNT        *'
           DISPLAY ' *----------------------------------------*'

           MOVE WS-CTLIDO TO AUD-LIDOS
           COMPUTE AUD-GRAVADOS =
               WS-CTINCL + WS-CTALTE + WS-CTEXCL + WS-CTRETIDO
           MOVE WS-CTREJ  TO AUD-REJEITADOS
           PERFORM 087-GRAVAR-AUDITORIA
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
           IF WS-AUD-GRAVADO = 'N'
              MOVE WS-CTLIDO TO AUD-LIDOS
              COMPUTE AUD-GRAVADOS =
                  WS-CTINCL + WS-CTALTE + WS-CTEXCL + WS-CTRETIDO
              MOVE WS-CTREJ  TO AUD-REJEITADOS
              PERFORM 087-GRAVAR-AUDITORIA
           END-IF
           PERFORM 089-FINALIZAR-PASSO
           MOVE WS-COD-RETORNO TO RETURN-CODE
           STOP RUN
           .
