      *             'I' = INCLUSAO DE CIDADE NOVA
      *             'A' = ALTERACAO DA CIDADE EXISTENTE
      *             'E' = EXCLUSAO DA CIDADE EXISTENTE
      *             'M' = MESCLA/RENUMERACAO (IBGE): LEVA TODOS OS
      *                   MESES DO ACIHIST DO CODIGO ANTIGO PARA O
      *                   NOVO, SOMANDO QUANDO O MES JA EXISTE NO
      *                   NOVO, E TRANSFERE O CADASTRO
      *           O CADASTRO CARREGA O NOME E A POPULACAO DA CIDADE
      *           PARA OS RELATORIOS DE ACIDENTES (T2051PRG E
      *           T2052PRG) IMPRIMIREM O NOME NO LUGAR DO CODIGO
      *           INEXISTENTE (FS=23) E IMPRIME LISTAGEM DE
      *           AUDITORIA COM AS IMAGENS ANTES/DEPOIS NAS
      *           ALTERACOES - MESMO PADRAO DO V2051MNT.
      *           EXCLUSAO E RECUSADA ENQUANTO HOUVER HISTORICO DA
      *           CIDADE NO ACIHIST (USAR O 'M' PARA RENUMERAR).
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    SET/2026 010030  GTS     VERSAO INICIAL
      *  V02    OUT/2026 010053  GTS     EXCLUSAO RECUSADA COM
      *                                  HISTORICO NO ACIHIST E NOVO
      *                                  MOVIMENTO 'M' (MESCLA/
      *                                  RENUMERACAO DE CIDADE)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
                  RECORD KEY    IS CID-CHAVE
                  FILE STATUS   IS FS-ERRO
           .
           SELECT ACIHIST ASSIGN TO ACIHIST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS HIS-CHAVE
                  FILE STATUS   IS FS-ERRO-HIST
           .
           SELECT CIDTRANS ASSIGN TO CIDTRANS
                  FILE STATUS   IS FS-ERRO-TRN
           .
           05 CID-NOME              PIC X(30).
           05 CID-POPULACAO         PIC 9(08).
           05 FILLER                PIC X(06).
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
       FD  CIDTRANS
           LABEL RECORD STANDARD
           RECORDING MODE  F
           05  WS-CTALTE              PIC 9(05)      VALUE ZERO.
           05  WS-CTEXCL              PIC 9(05)      VALUE ZERO.
           05  WS-CTREJ               PIC 9(05)      VALUE ZERO.
           05  WS-CTMESC              PIC 9(05)      VALUE ZERO.
           05  WS-CTMESMOV            PIC 9(05)      VALUE ZERO.
           05  WS-CTMESSOM            PIC 9(05)      VALUE ZERO.
           05  FS-ERRO                PIC X(02).
           05  FS-ERRO-TRN            PIC X(02).
           05  FS-ERRO-HIST           PIC X(02).
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-COD-RETORNO         PIC 9(02)      VALUE ZERO.
                                  PIC X(04).
              10 WS-TRN-UF        PIC X(02).
              10 WS-TRN-NOME      PIC X(30).
              10 WS-TRN-NOVO REDEFINES WS-TRN-NOME.
                 15 WS-TRN-NOVA-CIDADE   PIC 9(04).
                 15 WS-TRN-NOVA-CIDADE-X REDEFINES
                    WS-TRN-NOVA-CIDADE   PIC X(04).
                 15 WS-TRN-NOVA-UF       PIC X(02).
                 15 FILLER               PIC X(24).
              10 WS-TRN-POPUL     PIC 9(08).
              10 WS-TRN-POPUL-X REDEFINES WS-TRN-POPUL
                                  PIC X(08).
      *-----> IMAGEM ANTERIOR DO REGISTRO (ALTERACAO/EXCLUSAO)
       01  WS-REG-ANTES           PIC X(50).

      *-----> MESES DA CIDADE NO ACIHIST (EXCLUSAO E MESCLA)
       01  WS-AREA-HISTORICO.
           05 WS-QTD-MES             PIC 9(03)  VALUE ZERO.
           05 WS-IDX-MES             PIC 9(03)  VALUE ZERO.
           05 WS-HIS-FIM             PIC X(01)  VALUE 'N'.
           05 WS-NOVA-CIDADE         PIC 9(04)  VALUE ZERO.
           05 WS-NOVA-UF             PIC X(02)  VALUE SPACES.
           05 WS-SOMA-VEICULOS       PIC 9(08)  VALUE ZERO.
           05 WS-SOMA-ACIDENTES      PIC 9(05)  VALUE ZERO.
           05 WS-SOMA-OBITOS         PIC 9(05)  VALUE ZERO.
       01  WS-TAB-HISTORICO.
           05 WS-TAB-HIS-ITEM OCCURS 240 TIMES.
              10 WS-THIS-REG         PIC X(40).

      *-----> REGISTRO DO CODIGO ANTIGO EM TRABALHO NA MESCLA
       01  WS-REG-VELHO.
           05 WS-VLH-CHAVE.
              10 WS-VLH-CIDADE       PIC 9(04).
              10 WS-VLH-UF           PIC X(02).
              10 WS-VLH-ANOMES       PIC 9(06).
           05 WS-VLH-VEICULOS        PIC 9(07).
           05 WS-VLH-BAFOMETRO       PIC X(01).
           05 WS-VLH-ACIDENTES       PIC 9(04).
           05 WS-VLH-OBITOS          PIC 9(04).
           05 WS-VLH-TAXA-ACID       PIC 9(03)V99.
           05 FILLER                 PIC X(07).

      *-----> MOTIVO DA EXCLUSAO RECUSADA (COM A CONTAGEM DE MESES)
       01  WS-MOT-HISTORICO.
           05 FILLER              PIC X(11)
                                  VALUE 'CIDADE COM '.
           05 WS-MOT-QTD-MES      PIC ZZ9.
           05 FILLER              PIC X(26)
                                  VALUE ' MESES NO ACIHIST - USAR M'.

      *-----> SAIDA - LINHA DE AUDITORIA DO MOVIMENTO
       01  WS-REG-AUDITORIA.
           05 WS-AUD-ACAO         PIC X(10).
              GO TO  999-ERRO
           END-IF

      *-----> HISTORICO CONSULTADO NA EXCLUSAO E ATUALIZADO NA MESCLA
           OPEN I-O ACIHIST
           IF FS-ERRO-HIST = '35'
              OPEN OUTPUT ACIHIST
              IF FS-ERRO-HIST = '00'
                 CLOSE ACIHIST
                 IF FS-ERRO-HIST = '00'
                    OPEN I-O ACIHIST
                 END-IF
              END-IF
           END-IF
           IF FS-ERRO-HIST NOT = '00'
              MOVE  'ERRO AO ABRIR O ACIHIST'  TO WS-MSG
              MOVE   FS-ERRO-HIST              TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           OPEN INPUT CIDTRANS
           IF FS-ERRO-TRN NOT = '00'
              MOVE  'ERRO AO ABRIR O CIDTRANS'  TO WS-MSG
                          IF WS-TRN-TIPO = 'E'
                             PERFORM 060-EXCLUIR
                          ELSE
                             IF WS-TRN-TIPO = 'M'
                                PERFORM 070-MESCLAR
                             ELSE
                                MOVE
                                'TIPO DE MOVIMENTO INVALIDO (I/A/E/M)'
                                     TO WS-MOTIVO-REJ
                                PERFORM 080-REJEITAR
                             END-IF
                          END-IF
                       END-IF
                    END-IF
                 GO TO  999-ERRO
              ELSE
                 MOVE REG-CIDCAD TO WS-REG-ANTES
                 MOVE WS-TRN-CIDADE TO WS-VLH-CIDADE
                 MOVE WS-TRN-UF     TO WS-VLH-UF
                 PERFORM 065-CARREGAR-HISTORICO
              END-IF
           END-IF

      *-----> CIDADE COM MESES NO ACIHIST NAO PODE SAIR DO CADASTRO -
      *-----> OS RELATORIOS PASSARIAM A IMPRIMI-LA SEM NOME
           IF FS-ERRO = '00'
              IF WS-QTD-MES > ZERO
                 MOVE WS-QTD-MES       TO WS-MOT-QTD-MES
                 MOVE WS-MOT-HISTORICO TO WS-MOTIVO-REJ
                 PERFORM 080-REJEITAR
              ELSE
                 DELETE CIDCAD
                 IF FS-ERRO NOT = '00'
                    MOVE  'ERRO AO EXCLUIR DO CIDCAD'  TO WS-MSG
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGA NA TABELA TODOS OS MESES DO ACIHIST DA CIDADE+UF
      *    EM WS-VLH-CIDADE/WS-VLH-UF (CHAVE CIDADE+UF+ANOMES). A
      *    MESCLA TRABALHA SOBRE A TABELA PORQUE AS LEITURAS POR
      *    CHAVE DO CODIGO NOVO DESPOSICIONARIAM O READ NEXT
      *--------------------------------------------------------------*
       065-CARREGAR-HISTORICO.

           MOVE ZERO          TO WS-QTD-MES
           MOVE 'N'           TO WS-HIS-FIM
           MOVE WS-VLH-CIDADE TO HIS-CIDADE
           MOVE WS-VLH-UF     TO HIS-UF
           MOVE ZERO          TO HIS-ANOMES

           START ACIHIST KEY NOT < HIS-CHAVE
           IF FS-ERRO-HIST = '23'
              MOVE 'S' TO WS-HIS-FIM
           ELSE
              IF FS-ERRO-HIST NOT = '00'
                 MOVE  'ERRO NO START DO ACIHIST'  TO WS-MSG
                 MOVE   FS-ERRO-HIST               TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           PERFORM UNTIL WS-HIS-FIM = 'S'
              READ ACIHIST NEXT
                 AT END
                    MOVE 'S' TO WS-HIS-FIM
              END-READ
              IF WS-HIS-FIM NOT = 'S'
                 IF FS-ERRO-HIST NOT = '00'
                    MOVE  'ERRO AO LER O ACIHIST'  TO WS-MSG
                    MOVE   FS-ERRO-HIST            TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
                 IF HIS-CIDADE NOT = WS-VLH-CIDADE
                    OR HIS-UF NOT = WS-VLH-UF
                    MOVE 'S' TO WS-HIS-FIM
                 ELSE
                    IF WS-QTD-MES = 240
                       MOVE  'MAIS DE 240 MESES NA CIDADE'  TO WS-MSG
                       MOVE  'QT'                           TO WS-FS-MSG
                       GO TO  999-ERRO
                    END-IF
                    ADD 1 TO WS-QTD-MES
                    MOVE REG-ACIHIST TO WS-THIS-REG(WS-QTD-MES)
                 END-IF
              END-IF
           END-PERFORM
           .
      *--------------------------------------------------------------*
      *    MESCLA/RENUMERACAO - CARTAO 'M' COM O CODIGO ANTIGO EM
      *    COL 02-07 E O NOVO EM COL 08-13 (UF NOVA EM BRANCO = A
      *    MESMA). CONFERE ANTES SE ALGUMA SOMA ESTOURA O REGISTRO,
      *    PARA NAO DEIXAR A CIDADE MEIO MOVIDA, E SO ENTAO MOVE
      *    MES A MES E TRANSFERE O CADASTRO
      *--------------------------------------------------------------*
       070-MESCLAR.

           MOVE WS-TRN-NOVA-UF TO WS-NOVA-UF
           IF WS-NOVA-UF = SPACES
              MOVE WS-TRN-UF   TO WS-NOVA-UF
           END-IF

           IF WS-TRN-NOVA-CIDADE-X NOT NUMERIC
              MOVE 'CODIGO NOVO NAO NUMERICO (COL 08-11)'
                   TO WS-MOTIVO-REJ
              PERFORM 080-REJEITAR
           ELSE
              MOVE WS-TRN-NOVA-CIDADE TO WS-NOVA-CIDADE
              IF WS-NOVA-CIDADE = WS-TRN-CIDADE
                 AND WS-NOVA-UF = WS-TRN-UF
                 MOVE 'CODIGO NOVO IGUAL AO ANTIGO'
                      TO WS-MOTIVO-REJ
                 PERFORM 080-REJEITAR
              ELSE
                 MOVE WS-TRN-CIDADE TO WS-VLH-CIDADE
                 MOVE WS-TRN-UF     TO WS-VLH-UF
                 PERFORM 065-CARREGAR-HISTORICO
                 IF WS-QTD-MES = ZERO
                    MOVE 'CODIGO ANTIGO SEM MESES NO ACIHIST'
                         TO WS-MOTIVO-REJ
                    PERFORM 080-REJEITAR
                 ELSE
                    PERFORM 071-EXECUTAR-MESCLA
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    MESCLA COM OS MESES DO CODIGO ANTIGO JA CARREGADOS: SO
      *    MOVE SE NENHUMA SOMA ESTOURA
      *--------------------------------------------------------------*
       071-EXECUTAR-MESCLA.

           MOVE SPACES TO WS-MOTIVO-REJ
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
              UNTIL WS-IDX-MES > WS-QTD-MES
              OR WS-MOTIVO-REJ NOT = SPACES
              PERFORM 072-CONFERIR-SOMA
           END-PERFORM

           IF WS-MOTIVO-REJ NOT = SPACES
              PERFORM 080-REJEITAR
           ELSE
              ADD 1 TO WS-CTMESC
              MOVE 'MESCLADO '  TO WS-AUD-ACAO
              MOVE SPACES       TO WS-AUD-COMPL
              STRING 'PARA ' WS-NOVA-CIDADE '/' WS-NOVA-UF
                     DELIMITED BY SIZE INTO WS-AUD-COMPL
              PERFORM 085-IMPRIMIR-AUDITORIA

              PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                 UNTIL WS-IDX-MES > WS-QTD-MES
                 PERFORM 075-MOVER-MES
              END-PERFORM

              PERFORM 077-MOVER-CADASTRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERE SE O MES DO CODIGO ANTIGO CABE NO CODIGO NOVO -
      *    SOMA NOS LIMITES DO REGISTRO DO ACIHIST
      *--------------------------------------------------------------*
       072-CONFERIR-SOMA.

           MOVE WS-THIS-REG(WS-IDX-MES) TO WS-REG-VELHO
           MOVE WS-NOVA-CIDADE TO HIS-CIDADE
           MOVE WS-NOVA-UF     TO HIS-UF
           MOVE WS-VLH-ANOMES  TO HIS-ANOMES

           READ ACIHIST
           IF FS-ERRO-HIST = '00'
              COMPUTE WS-SOMA-VEICULOS =
                  HIS-VEICULOS + WS-VLH-VEICULOS
              COMPUTE WS-SOMA-ACIDENTES =
                  HIS-ACIDENTES + WS-VLH-ACIDENTES
              COMPUTE WS-SOMA-OBITOS =
                  HIS-OBITOS + WS-VLH-OBITOS
              IF WS-SOMA-VEICULOS > 9999999
                 OR WS-SOMA-ACIDENTES > 9999
                 OR WS-SOMA-OBITOS > 9999
                 OR WS-SOMA-VEICULOS = ZERO
                 MOVE SPACES TO WS-MOTIVO-REJ
                 STRING 'SOMA ESTOURA O ACIHIST NO MES '
                        WS-VLH-ANOMES
                        DELIMITED BY SIZE INTO WS-MOTIVO-REJ
              END-IF
           ELSE
              IF FS-ERRO-HIST NOT = '23'
                 MOVE  'ERRO AO LER O ACIHIST'  TO WS-MSG
                 MOVE   FS-ERRO-HIST            TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    MOVE UM MES: GRAVA NO CODIGO NOVO (OU SOMA AO MES QUE JA
      *    EXISTE LA, RECALCULANDO A TAXA COMO O T2051PRG) E EXCLUI
      *    DO CODIGO ANTIGO, IMPRIMINDO AS IMAGENS ANTES/DEPOIS
      *--------------------------------------------------------------*
       075-MOVER-MES.

           MOVE WS-THIS-REG(WS-IDX-MES) TO WS-REG-VELHO
           DISPLAY '           MES   : ' WS-VLH-ANOMES
           DISPLAY '           ANTES : ' WS-REG-VELHO(1:33)

           MOVE WS-NOVA-CIDADE TO HIS-CIDADE
           MOVE WS-NOVA-UF     TO HIS-UF
           MOVE WS-VLH-ANOMES  TO HIS-ANOMES

           READ ACIHIST
           IF FS-ERRO-HIST = '23'
              MOVE WS-REG-VELHO   TO REG-ACIHIST
              MOVE WS-NOVA-CIDADE TO HIS-CIDADE
              MOVE WS-NOVA-UF     TO HIS-UF
              WRITE REG-ACIHIST
              IF FS-ERRO-HIST NOT = '00'
                 MOVE  'ERRO AO GRAVAR O ACIHIST'  TO WS-MSG
                 MOVE   FS-ERRO-HIST               TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ADD 1 TO WS-CTMESMOV
           ELSE
              IF FS-ERRO-HIST NOT = '00'
                 MOVE  'ERRO AO LER O ACIHIST'  TO WS-MSG
                 MOVE   FS-ERRO-HIST            TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              DISPLAY '           ANTES : ' REG-ACIHIST(1:33)
              ADD WS-VLH-VEICULOS  TO HIS-VEICULOS
              ADD WS-VLH-ACIDENTES TO HIS-ACIDENTES
              ADD WS-VLH-OBITOS    TO HIS-OBITOS
              IF WS-VLH-BAFOMETRO = 'S'
                 MOVE 'S' TO HIS-BAFOMETRO
              END-IF
              COMPUTE HIS-TAXA-ACID ROUNDED =
                  (HIS-ACIDENTES / HIS-VEICULOS) * 100
              REWRITE REG-ACIHIST
              IF FS-ERRO-HIST NOT = '00'
                 MOVE  'ERRO AO REGRAVAR O ACIHIST'  TO WS-MSG
                 MOVE   FS-ERRO-HIST                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              ADD 1 TO WS-CTMESSOM
           END-IF
           DISPLAY '           DEPOIS: ' REG-ACIHIST(1:33)

           MOVE WS-VLH-CHAVE TO HIS-CHAVE
           DELETE ACIHIST
           IF FS-ERRO-HIST NOT = '00'
              MOVE  'ERRO AO EXCLUIR DO ACIHIST'  TO WS-MSG
              MOVE   FS-ERRO-HIST                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           DISPLAY '           DEPOIS: ' WS-VLH-CHAVE
                   ' EXCLUIDO DO ACIHIST'
           .
      *--------------------------------------------------------------*
      *    CADASTRO NA MESCLA: CODIGO NOVO AUSENTE NO CIDCAD HERDA O
      *    NOME E A POPULACAO DO ANTIGO (RENUMERACAO); JA EXISTENTE
      *    FICA COMO ESTA (POPULACAO SE ACERTA COM CARTAO 'A'). O
      *    CODIGO ANTIGO, SEM HISTORICO, SAI DO CADASTRO
      *--------------------------------------------------------------*
       077-MOVER-CADASTRO.

           MOVE WS-TRN-CIDADE   TO CID-CIDADE
           MOVE WS-TRN-UF       TO CID-UF
           READ CIDCAD
           IF FS-ERRO = '23'
              DISPLAY '           CIDCAD: CODIGO ANTIGO SEM CADASTRO'
           ELSE
              IF FS-ERRO NOT = '00'
                 MOVE  'ERRO AO LER O CIDCAD'  TO WS-MSG
                 MOVE   FS-ERRO                TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              MOVE REG-CIDCAD TO WS-REG-ANTES

              DELETE CIDCAD
              IF FS-ERRO NOT = '00'
                 MOVE  'ERRO AO EXCLUIR DO CIDCAD'  TO WS-MSG
                 MOVE   FS-ERRO                     TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              DISPLAY '           ANTES : ' WS-REG-ANTES(1:44)
              DISPLAY '           DEPOIS: ' WS-REG-ANTES(1:6)
                      ' EXCLUIDO DO CIDCAD'

              PERFORM 078-GRAVAR-CODIGO-NOVO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CODIGO NOVO JA CADASTRADO FICA COMO ESTA; AUSENTE RECEBE
      *    O CADASTRO DO ANTIGO (WS-REG-ANTES)
      *--------------------------------------------------------------*
       078-GRAVAR-CODIGO-NOVO.

           MOVE WS-NOVA-CIDADE TO CID-CIDADE
           MOVE WS-NOVA-UF     TO CID-UF
           READ CIDCAD
           IF FS-ERRO = '00'
              DISPLAY '           CIDCAD: ' REG-CIDCAD(1:44)
           ELSE
              IF FS-ERRO NOT = '23'
                 MOVE  'ERRO AO LER O CIDCAD'  TO WS-MSG
                 MOVE   FS-ERRO                TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF

              MOVE WS-REG-ANTES   TO REG-CIDCAD
              MOVE WS-NOVA-CIDADE TO CID-CIDADE
              MOVE WS-NOVA-UF     TO CID-UF
              WRITE REG-CIDCAD
              IF FS-ERRO NOT = '00'
                 MOVE  'ERRO AO GRAVAR O CIDCAD'  TO WS-MSG
                 MOVE   FS-ERRO                   TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              DISPLAY '           DEPOIS: ' REG-CIDCAD(1:44)
           END-IF
           .
      *--------------------------------------------------------------*
      *    MOVIMENTO REJEITADO - IMPRIME O MOTIVO NA AUDITORIA
      *--------------------------------------------------------------*
       080-REJEITAR.
           DISPLAY ' * INCLUSOES APLICADAS         = ' WS-CTINCL
           DISPLAY ' * ALTERACOES APLICADAS        = ' WS-CTALTE
           DISPLAY ' * EXCLUSOES APLICADAS         = ' WS-CTEXCL
           DISPLAY ' * MESCLAS APLICADAS           = ' WS-CTMESC
           DISPLAY ' *   MESES MOVIDOS P/ CODIGO   = ' WS-CTMESMOV
           DISPLAY ' *   MESES SOMADOS NO CODIGO   = ' WS-CTMESSOM
           DISPLAY ' * MOVIMENTOS REJEITADOS       = ' WS-CTREJ
           DISPLAY ' *========================================*'

              GO TO  999-ERRO
           END-IF

           CLOSE ACIHIST
           IF FS-ERRO-HIST NOT = '00'
              MOVE  'ERRO AO FECHAR O ACIHIST'  TO WS-MSG
              MOVE   FS-ERRO-HIST               TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           CLOSE CIDTRANS
           IF FS-ERRO-TRN NOT = '00'
              MOVE  'ERRO AO FECHAR O CIDTRANS'  TO WS-MSG

           MOVE WS-CTLIDO TO AUD-LIDOS
           COMPUTE AUD-GRAVADOS =
               WS-CTINCL + WS-CTALTE + WS-CTEXCL + WS-CTMESC
           MOVE WS-CTREJ  TO AUD-REJEITADOS
           PERFORM 087-GRAVAR-AUDITORIA

              MOVE WS-CTLIDO TO AUD-LIDOS
              COMPUTE AUD-GRAVADOS =
                  WS-CTINCL + WS-CTALTE + WS-CTEXCL
                + WS-CTMESC
              MOVE WS-CTREJ  TO AUD-REJEITADOS
              PERFORM 087-GRAVAR-AUDITORIA
           END-IF
