      *                                  REJEITA O CALCULO - CHEGA
      *                                  DE VENDEDOR FANTASMA NO
      *                                  EXTRATO
      *  V06    OUT/2026 010047  GTS     CICLO DE VIDA DO ORCAMENTO:
      *                                  SITUACAO, DATA DA SITUACAO,
      *                                  VENDEDOR E DPTO NO TERCAD
      *                                  (AGORA COM 100 BYTES) E
      *                                  TIPO NA COLUNA 30 DO CARTAO
      *                                  (BRANCO=ORCAR, V=VENDIDO,
      *                                  C=CANCELAR, R=REORCAR COM
      *                                  NOVO PRECO). A COMISSAO SO
      *                                  VAI PARA O TERMOV NA VENDA;
      *                                  CANCELAMENTO DE VENDA JA
      *                                  LIBERADA GRAVA MOVIMENTO DE
      *                                  ESTORNO (TIPO 'C')
      *  V07    OUT/2026 010048  GTS     VAL-M2 CRITICADO CONTRA O
      *                                  MINIMO/MAXIMO DA REGIAO
      *                                  (PREFIXO DO CEP) NA TABELA
      *                                  CGPRECO (CGPRG010): FORA DA
      *                                  FAIXA REJEITA OU SEGURA O
      *                                  ORCAMENTO (SITUACAO 'P')
      *                                  CONFORME A REGIAO; CARTAO
      *                                  'L' LIBERA O SEGURADO
      *  V08    OUT/2026 010049  GTS     DEPARTAMENTO DO ORCAMENTO
      *                                  PASSA A SER O DO VENDEDOR
      *                                  (VEN-DPTO), ACEITO SO SE
      *                                  CONSTAR DA TABELA DE
      *                                  DEPARTAMENTOS SELECIONADOS
      *                                  (ATIVOS NO DPTOCAD) QUE O
      *                                  CGDRV004 MONTA A PARTIR DO
      *                                  CARTAO DE PARAMETRO
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT GTSAUDIT ASSIGN TO GTSAUDIT
                  FILE STATUS   IS FS-ERRO-AUD
           .
           SELECT CGPRECO ASSIGN TO CGPRECO
                  FILE STATUS   IS FS-ERRO-REF
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
           05 CAD-COMISSAO        PIC 9(06)V99.
           05 CAD-PADRAO          PIC X(12).
           05 CAD-DATA-CALC       PIC 9(08).
      *-----> O = ORCADO / V = VENDIDO / C = CANCELADO / X = EXPIRADO
      *-----> P = SEGURADO (VAL-M2 FORA DA FAIXA, AGUARDA LIBERACAO)
           05 CAD-SITUACAO        PIC X(01).
           05 CAD-DATA-SITUACAO   PIC 9(08).
           05 CAD-VENDEDOR        PIC 9(04).
           05 CAD-DPTO            PIC 9(04).
      *-----> S = COMISSAO JA LIBERADA AO FECHAMENTO (TERMOV)
           05 CAD-MOV-LIBERADO    PIC X(01).
           05 FILLER              PIC X(19).
       FD  TERMOV
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-GTSAUDIT           PIC X(80)
           .
       FD  CGPRECO
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CGPRECO            PIC X(50)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*

      *-----> CADASTRO DE VENDEDORES (VENCAD) - VALIDACAO
       77  FS-ERRO-VEN            PIC X(02).
       77  WS-MOTIVO-REJ          PIC X(40)   VALUE SPACES.
      *-----> CICLO DE VIDA DO ORCAMENTO
       77  WS-CTVENDA             PIC 9(05)   VALUE ZERO.
       77  WS-CTCANC              PIC 9(05)   VALUE ZERO.
       77  WS-CTREORC             PIC 9(05)   VALUE ZERO.
       77  WS-CTESTORNO           PIC 9(05)   VALUE ZERO.
       77  WS-TIPO-MOV            PIC X(01)   VALUE 'V'.
      *-----> REFERENCIA DE PRECO DO M2 POR REGIAO (CGPRECO)
       77  FS-ERRO-REF            PIC X(02).
       77  WS-REF-FIM             PIC X(01)   VALUE 'N'.
       77  WS-QTD-REF             PIC 9(03)   VALUE ZERO.
       77  WS-IDX-REF             PIC 9(03)   VALUE ZERO.
       77  WS-REF-ACHOU           PIC X(01)   VALUE 'N'.
       77  WS-SEGURAR             PIC X(01)   VALUE 'N'.
       77  WS-CTSEGURO            PIC 9(05)   VALUE ZERO.
       77  WS-CTLIBER             PIC 9(05)   VALUE ZERO.
       77  WS-CTSEM-REF           PIC 9(05)   VALUE ZERO.
       77  WS-CEP-PREFIXO         PIC 9(05)   VALUE ZERO.
      *-----> DEPARTAMENTOS SELECIONADOS (TABELA RECEBIDA DO DRIVER)
       77  WS-IDX-DEP             PIC 9(02)   VALUE ZERO.
       77  WS-DEP-ACHOU           PIC X(01)   VALUE 'N'.
       77  WS-DPTO-CALC           PIC 9(04)   VALUE ZERO.
       77  WS-CTOUTRO-DPTO        PIC 9(05)   VALUE ZERO.

      *-----> REGISTRO DA TABELA DE REFERENCIA (LAYOUT DO CGPRG010)
       01  WS-REG-REFERENCIA.
           05 REF-PREFIXO         PIC 9(05).
           05 REF-VAL-MIN         PIC 9(05)V99.
           05 REF-VAL-MAX         PIC 9(05)V99.
           05 REF-ACAO            PIC X(01).
           05 REF-DESCRICAO       PIC X(20).
           05 REF-DATA-ATUAL      PIC 9(08).
           05 FILLER              PIC X(02).
       01  WS-TAB-REFERENCIA.
           05 WS-TAB-REF-ITEM OCCURS 500 TIMES.
              10 WS-TREF-PREFIXO  PIC 9(05).
              10 WS-TREF-VAL-MIN  PIC 9(05)V99.
              10 WS-TREF-VAL-MAX  PIC 9(05)V99.
              10 WS-TREF-ACAO     PIC X(01).

      *-----> SAIDA - ORCAMENTO SEGURADO PARA LIBERACAO
       01  WS-REG-SEGURADO.
           05 FILLER              PIC X(24) VALUE
              '*** SEGURADO *** CEP: '.
           05 WS-SEG-CEP          PIC 9(08).
           05 FILLER              PIC X(10) VALUE ' MOTIVO: '.
           05 WS-SEG-MOTIVO       PIC X(40).

      *-----> SAIDA - REGISTRO DE MOVIMENTO DE COMISSAO
       01  WS-REG-TERMOV.
           05 MOV-VAL-VENDA       PIC 9(08)V99.
           05 MOV-FAIXA           PIC X(12).
           05 MOV-COMISSAO        PIC 9(06)V99.
      *-----> V = VENDA / C = ESTORNO DE VENDA CANCELADA
           05 MOV-TIPO            PIC X(01).
           05 FILLER              PIC X(05)   VALUE SPACES.

      *-----> SITUACAO DO ORCAMENTO ANTES E DEPOIS DA TRANSACAO
       01  WS-REG-CICLO.
           05 FILLER              PIC X(04) VALUE 'CEP '.
           05 WS-CIC-CEP          PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CIC-ACAO         PIC X(12).
           05 FILLER              PIC X(11) VALUE ' SITUACAO: '.
           05 WS-CIC-SIT-ANT      PIC X(01).
           05 FILLER              PIC X(04) VALUE ' -> '.
           05 WS-CIC-SIT-NOV      PIC X(01).
           05 FILLER              PIC X(08) VALUE ' VALOR: '.
           05 WS-CIC-VAL-ANT      PIC $$.$$$.$$9,99.
           05 FILLER              PIC X(04) VALUE ' -> '.
           05 WS-CIC-VAL-NOV      PIC $$.$$$.$$9,99.

      *-----> AUDITORIA COMUM DA CADEIA GTS0014J
       77  FS-ERRO-AUD            PIC X(02).
       77  WS-ACHOU-FAIXA           PIC X(01)   VALUE 'N'.
      *-----> ENTRADA - DADOS VIA SYSIN (NO JCL DE EXECUCAO)
       01  WS-REG-SYSIN.
           05 WS-IN-DADOS.
              10 WS-IN-CEP        PIC 9(08).
              10 WS-IN-CEP-X REDEFINES WS-IN-CEP
                                  PIC X(08).
              10 WS-IN-FRENTE     PIC 9(03)V99.
              10 WS-IN-COMP       PIC 9(03)V99.
              10 WS-IN-VAL-M2     PIC 9(05)V99.
              10 WS-IN-VENDEDOR   PIC 9(04).
              10 WS-IN-VENDEDOR-X REDEFINES WS-IN-VENDEDOR
                                  PIC X(04).
      *-----> BRANCO = ORCAR / V = VENDIDO / C = CANCELAR /
      *-----> R = REORCAR COM NOVO PRECO / L = LIBERAR SEGURADO
           05 WS-IN-TIPO          PIC X(01).
      *-----> DADOS DE SAIDA VIA SYSOUT
       01  WS-REG-SYSOUT.
           05 WS-CEP              PIC 9(08).
           05 LK-NR-DPTO             PIC 9(04).
           05 LK-NOME-DPTO           PIC X(15).
           05 LK-COD-RETORNO         PIC 99.
      *-----> DEPARTAMENTOS ATIVOS SELECIONADOS PELO CARTAO DO DRIVER
      *-----> (LK-NR-DPTO ZERO = TODOS OS ATIVOS DO DPTOCAD)
           05 LK-QTD-DPTOS           PIC 9(02).
           05 LK-TAB-DPTOS OCCURS 50 TIMES.
              10 LK-TDEP-CODIGO      PIC 9(04).
              10 LK-TDEP-NOME        PIC X(15).
              10 LK-TDEP-EMPRESA     PIC X(10).
      *
       PROCEDURE DIVISION USING LK-PARAMETROS.
      *==================*

           ACCEPT WS-REG-SYSIN FROM SYSIN

           IF WS-IN-DADOS = ALL '9'
              MOVE 'S' TO WS-FIM
           END-IF
           .
           ACCEPT WS-HORA FROM TIME
           DISPLAY "HORA DO CALCULO: " WS-HORA
           DISPLAY "DEPARTAMENTO: " LK-NR-DPTO " - " LK-NOME-DPTO
           DISPLAY "DEPARTAMENTOS SELECIONADOS: " LK-QTD-DPTOS
           MOVE  ZEROS  TO  WS-CTEXIB
           MOVE  ZEROS  TO  LK-COD-RETORNO

              GO TO  999-ERRO
           END-IF

           PERFORM 015-CARREGAR-REFERENCIA

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    CARREGA A TABELA DE REFERENCIA DE PRECO DO M2 POR REGIAO  *
      *    (MANTIDA PELO CGPRG010). SEM O ARQUIVO (FS=35) O VAL-M2   *
      *    NAO E CRITICADO - O AVISO SAI NO INICIO E NOS TOTAIS.     *
      *--------------------------------------------------------------*
       015-CARREGAR-REFERENCIA.

           OPEN INPUT CGPRECO
           IF FS-ERRO-REF = '35'
              MOVE 'S' TO WS-REF-FIM
              DISPLAY "** SEM TABELA DE REFERENCIA (CGPRECO) - "
                      "VAL-M2 NAO CRITICADO **"
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
                 MOVE REF-PREFIXO  TO WS-TREF-PREFIXO(WS-QTD-REF)
                 MOVE REF-VAL-MIN  TO WS-TREF-VAL-MIN(WS-QTD-REF)
                 MOVE REF-VAL-MAX  TO WS-TREF-VAL-MAX(WS-QTD-REF)
                 MOVE REF-ACAO     TO WS-TREF-ACAO(WS-QTD-REF)
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

           DISPLAY "REGIOES DE REFERENCIA (CGPRECO) = " WS-QTD-REF
           .
      *--------------------------------------------------------------*
      *    PROCESSAR DADOS RECEBIDOS DA SYSIN                        *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           PERFORM 026-VALIDAR-SYSIN

      *-----> VENDEDOR E OBRIGATORIO NO ORCAMENTO; NOS DEMAIS TIPOS
      *-----> SO E VALIDADO QUANDO INFORMADO
           IF WS-REG-VALIDO = 'S'
              IF WS-IN-TIPO = SPACE
                 OR WS-IN-VENDEDOR NOT = ZERO
                 PERFORM 027-VALIDAR-VENDEDOR
              END-IF
           END-IF

           IF WS-REG-VALIDO = 'S'
              IF WS-IN-TIPO = SPACE
                 MOVE WS-IN-CEP           TO   AS-CEP
                 MOVE WS-IN-FRENTE        TO   AS-FRENTE
                 MOVE WS-IN-COMP          TO   AS-COMP
                 MOVE WS-IN-VAL-M2        TO   AS-VAL-M2
                 MOVE VEN-DPTO            TO   WS-DPTO-CALC
                 PERFORM 028-VALIDAR-DPTO
                 IF WS-REG-VALIDO = 'S'
                    PERFORM 033-CRITICAR-PRECO
                 END-IF
                 IF WS-REG-VALIDO = 'S'
                    PERFORM 032-CALCULAR-ORCAMENTO
                    PERFORM 040-GRAVAR-CADASTRO
                 END-IF
              ELSE
              IF WS-IN-TIPO = 'V'
                 PERFORM 041-VENDER-ORCAMENTO
              ELSE
              IF WS-IN-TIPO = 'C'
                 PERFORM 042-CANCELAR-ORCAMENTO
              ELSE
              IF WS-IN-TIPO = 'R'
                 PERFORM 043-REORCAR
              ELSE
              IF WS-IN-TIPO = 'L'
                 PERFORM 046-LIBERAR-ORCAMENTO
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF

           IF WS-REG-VALIDO NOT = 'S'
              ADD 1 TO WS-CTREJ
              DISPLAY '*** REJEITADO *** CEP: ' WS-IN-CEP
                      ' MOTIVO: ' WS-MOTIVO-REJ
           END-IF

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    CALCULA VALOR DE VENDA E COMISSAO PELA TABELA DE FAIXAS E *
      *    EXIBE O ORCAMENTO                                         *
      *--------------------------------------------------------------*
       032-CALCULAR-ORCAMENTO.

           COMPUTE AS-VAL-VENDA = AS-FRENTE * AS-COMP * AS-VAL-M2

           MOVE 'N' TO WS-ACHOU-FAIXA
           PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
              UNTIL WS-IDX-FAIXA > 3
              OR WS-ACHOU-FAIXA = 'S'
              IF AS-VAL-VENDA <= WS-TAB-LIMITE(WS-IDX-FAIXA)
                 COMPUTE AS-COMISSAO =
                    AS-VAL-VENDA * WS-TAB-PERCENT(WS-IDX-FAIXA)
                 MOVE WS-TAB-PADRAO(WS-IDX-FAIXA) TO WS-MENSAGEM
                 MOVE 'S' TO WS-ACHOU-FAIXA
              END-IF
           END-PERFORM

           MOVE AS-CEP             TO   WS-CEP
           MOVE AS-FRENTE          TO   WS-FRENTE
           MOVE AS-COMP            TO   WS-COMP
           MOVE AS-VAL-M2          TO   WS-VAL-M2
           MOVE AS-VAL-VENDA       TO   WS-VAL-VENDA
           MOVE AS-COMISSAO        TO   WS-COMISSAO
           DISPLAY WS-REG-SYSOUT
           ADD   1                 TO   WS-CTEXIB
           .
      *--------------------------------------------------------------*
      *    CRITICA O VAL-M2 CONTRA A FAIXA DA REGIAO (PREFIXO DE 5   *
      *    DIGITOS DO CEP). FORA DA FAIXA: REGIAO COM ACAO 'R'       *
      *    REJEITA O CARTAO; ACAO 'S' SEGURA O ORCAMENTO PARA        *
      *    LIBERACAO DO SUPERVISOR (CARTAO 'L'). REGIAO FORA DA      *
      *    TABELA PASSA SEM CRITICA E E CONTADA NOS TOTAIS.          *
      *--------------------------------------------------------------*
       033-CRITICAR-PRECO.

           MOVE 'N' TO WS-SEGURAR
           MOVE AS-CEP(1:5) TO WS-CEP-PREFIXO

           MOVE 'N' TO WS-REF-ACHOU
           PERFORM VARYING WS-IDX-REF FROM 1 BY 1
              UNTIL WS-IDX-REF > WS-QTD-REF
              OR WS-REF-ACHOU = 'S'
              IF WS-TREF-PREFIXO(WS-IDX-REF) = WS-CEP-PREFIXO
                 MOVE 'S' TO WS-REF-ACHOU
              END-IF
           END-PERFORM

           IF WS-REF-ACHOU NOT = 'S'
              ADD 1 TO WS-CTSEM-REF
           ELSE
              SUBTRACT 1 FROM WS-IDX-REF
              IF AS-VAL-M2 < WS-TREF-VAL-MIN(WS-IDX-REF)
                 MOVE 'VAL-M2 ABAIXO DO MINIMO DA REGIAO'
                      TO WS-MOTIVO-REJ
                 MOVE WS-CEP-PREFIXO TO WS-MOTIVO-REJ(35:5)
                 PERFORM 034-APLICAR-ACAO
              ELSE
                 IF AS-VAL-M2 > WS-TREF-VAL-MAX(WS-IDX-REF)
                    MOVE 'VAL-M2 ACIMA DO MAXIMO DA REGIAO'
                         TO WS-MOTIVO-REJ
                    MOVE WS-CEP-PREFIXO TO WS-MOTIVO-REJ(34:5)
                    PERFORM 034-APLICAR-ACAO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    VAL-M2 FORA DA FAIXA - REJEITA OU SEGURA CONFORME A       *
      *    ACAO DA REGIAO                                            *
      *--------------------------------------------------------------*
       034-APLICAR-ACAO.

           IF WS-TREF-ACAO(WS-IDX-REF) = 'S'
              MOVE 'S'           TO WS-SEGURAR
              MOVE AS-CEP        TO WS-SEG-CEP
              MOVE WS-MOTIVO-REJ TO WS-SEG-MOTIVO
              DISPLAY WS-REG-SEGURADO
              ADD 1 TO WS-CTSEGURO
           ELSE
              MOVE 'N' TO WS-REG-VALIDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA O CALCULO NO CADASTRO DE TERRENOS (TERCAD) POR CEP. *
      *    CEP JA ORCADO NAO E SOBREPOSTO: O ORCAMENTO ANTERIOR E    *
      *    RELIDO E MOSTRADO COM O VALOR E A DATA ORIGINAIS (NOVO    *
      *    PRECO PARA O MESMO CEP E O CARTAO 'R'). O ORCAMENTO NASCE *
      *    SITUACAO 'O' E A COMISSAO SO E LIBERADA NA VENDA.         *
      *--------------------------------------------------------------*
       040-GRAVAR-CADASTRO.

           MOVE AS-COMISSAO   TO CAD-COMISSAO
           MOVE WS-MENSAGEM   TO CAD-PADRAO
           MOVE WS-DATA-CALC  TO CAD-DATA-CALC
           MOVE 'O'           TO CAD-SITUACAO
           IF WS-SEGURAR = 'S'
              MOVE 'P'        TO CAD-SITUACAO
           END-IF
           MOVE WS-DATA-CALC  TO CAD-DATA-SITUACAO
           MOVE WS-IN-VENDEDOR TO CAD-VENDEDOR
           MOVE WS-DPTO-CALC  TO CAD-DPTO
           MOVE 'N'           TO CAD-MOV-LIBERADO

           WRITE REG-TERCAD
           IF FS-ERRO-CAD = '22'
                 GO TO  999-ERRO
              END-IF
              ADD 1 TO WS-CTGRAV
           END-IF
           .
      *--------------------------------------------------------------*
      *    FECHA O ORCAMENTO COMO VENDIDO E LIBERA O MOVIMENTO DE    *
      *    COMISSAO AO FECHAMENTO MENSAL. SO ORCAMENTO EM ABERTO     *
      *    ('O') PODE SER VENDIDO.                                   *
      *--------------------------------------------------------------*
       041-VENDER-ORCAMENTO.

           PERFORM 044-LER-ORCAMENTO
           IF WS-REG-VALIDO = 'S'
              IF CAD-SITUACAO NOT = 'O'
                 MOVE 'N' TO WS-REG-VALIDO
                 MOVE 'ORCAMENTO NAO ESTA EM ABERTO'
                      TO WS-MOTIVO-REJ
                 IF CAD-SITUACAO = 'P'
                    MOVE 'ORCAMENTO SEGURADO - AGUARDA LIBERACAO'
                         TO WS-MOTIVO-REJ
                 END-IF
              END-IF
           END-IF

           IF WS-REG-VALIDO = 'S'
              MOVE CAD-CEP         TO WS-CIC-CEP
              MOVE 'VENDIDO'       TO WS-CIC-ACAO
              MOVE CAD-SITUACAO    TO WS-CIC-SIT-ANT
              MOVE CAD-VAL-VENDA   TO WS-CIC-VAL-ANT
                                      WS-CIC-VAL-NOV
              MOVE 'V'             TO CAD-SITUACAO
              MOVE WS-DATA-CALC    TO CAD-DATA-SITUACAO
              IF CAD-MOV-LIBERADO NOT = 'S'
                 MOVE 'S'          TO CAD-MOV-LIBERADO
                 MOVE 'V'          TO WS-TIPO-MOV
                 PERFORM 045-GRAVAR-MOVIMENTO
              END-IF
              PERFORM 047-REGRAVAR-CADASTRO
              ADD 1 TO WS-CTVENDA
           END-IF
           .
      *--------------------------------------------------------------*
      *    CANCELA O ORCAMENTO. VENDA COM COMISSAO JA LIBERADA GERA  *
      *    MOVIMENTO DE ESTORNO (NEGATIVO) COM A DATA DE HOJE - SE O *
      *    MES DA VENDA JA FOI FECHADO, O CGPRG005 ABATE O ESTORNO   *
      *    NO PROXIMO MES DO VENDEDOR.                               *
      *--------------------------------------------------------------*
       042-CANCELAR-ORCAMENTO.

           PERFORM 044-LER-ORCAMENTO
           IF WS-REG-VALIDO = 'S'
              IF CAD-SITUACAO NOT = 'O'
                 AND CAD-SITUACAO NOT = 'V'
                 AND CAD-SITUACAO NOT = 'P'
                 MOVE 'N' TO WS-REG-VALIDO
                 MOVE 'ORCAMENTO JA CANCELADO/EXPIRADO'
                      TO WS-MOTIVO-REJ
              END-IF
           END-IF

      *-----> ORCAMENTO ANTIGO SEM VENDEDOR: O ESTORNO PRECISA DO
      *-----> VENDEDOR INFORMADO NO CARTAO
           IF WS-REG-VALIDO = 'S'
              AND CAD-MOV-LIBERADO = 'S'
              AND CAD-VENDEDOR = ZERO
              IF WS-IN-VENDEDOR = ZERO
                 MOVE 'N' TO WS-REG-VALIDO
                 MOVE 'INFORMAR O VENDEDOR DO ESTORNO'
                      TO WS-MOTIVO-REJ
              ELSE
                 MOVE WS-IN-VENDEDOR TO CAD-VENDEDOR
              END-IF
           END-IF

           IF WS-REG-VALIDO = 'S'
              MOVE CAD-CEP         TO WS-CIC-CEP
              MOVE 'CANCELADO'     TO WS-CIC-ACAO
              MOVE CAD-SITUACAO    TO WS-CIC-SIT-ANT
              MOVE CAD-VAL-VENDA   TO WS-CIC-VAL-ANT
                                      WS-CIC-VAL-NOV
              MOVE 'C'             TO CAD-SITUACAO
              MOVE WS-DATA-CALC    TO CAD-DATA-SITUACAO
              IF CAD-MOV-LIBERADO = 'S'
                 MOVE 'N'          TO CAD-MOV-LIBERADO
                 MOVE 'C'          TO WS-TIPO-MOV
                 PERFORM 045-GRAVAR-MOVIMENTO
                 ADD 1 TO WS-CTESTORNO
              END-IF
              PERFORM 047-REGRAVAR-CADASTRO
              ADD 1 TO WS-CTCANC
           END-IF
           .
      *--------------------------------------------------------------*
      *    REORCA O CEP COM NOVO PRECO POR M2 (FRENTE/COMPRIMENTO    *
      *    ZERADOS NO CARTAO MANTEM AS MEDIDAS DO CADASTRO). VENDA   *
      *    FECHADA NAO E REORCADA - CANCELAR ANTES.                  *
      *--------------------------------------------------------------*
       043-REORCAR.

           PERFORM 044-LER-ORCAMENTO
           IF WS-REG-VALIDO = 'S'
              IF CAD-SITUACAO = 'V'
                 MOVE 'N' TO WS-REG-VALIDO
                 MOVE 'ORCAMENTO VENDIDO - CANCELAR ANTES'
                      TO WS-MOTIVO-REJ
              END-IF
           END-IF

           IF WS-REG-VALIDO = 'S'
              MOVE CAD-CEP         TO WS-CIC-CEP
              MOVE 'REORCADO'      TO WS-CIC-ACAO
              MOVE CAD-SITUACAO    TO WS-CIC-SIT-ANT
              MOVE CAD-VAL-VENDA   TO WS-CIC-VAL-ANT

              MOVE CAD-CEP         TO AS-CEP
              MOVE CAD-FRENTE      TO AS-FRENTE
              MOVE CAD-COMP        TO AS-COMP
              IF WS-IN-FRENTE NOT = ZERO
                 MOVE WS-IN-FRENTE TO AS-FRENTE
              END-IF
              IF WS-IN-COMP NOT = ZERO
                 MOVE WS-IN-COMP   TO AS-COMP
              END-IF
              MOVE WS-IN-VAL-M2    TO AS-VAL-M2
              PERFORM 033-CRITICAR-PRECO
           END-IF

           IF WS-REG-VALIDO = 'S'
              PERFORM 032-CALCULAR-ORCAMENTO

              MOVE AS-FRENTE       TO CAD-FRENTE
              MOVE AS-COMP         TO CAD-COMP
              MOVE AS-VAL-M2       TO CAD-VAL-M2
              MOVE AS-VAL-VENDA    TO CAD-VAL-VENDA
              MOVE AS-COMISSAO     TO CAD-COMISSAO
              MOVE WS-MENSAGEM     TO CAD-PADRAO
              MOVE WS-DATA-CALC    TO CAD-DATA-CALC
              MOVE 'O'             TO CAD-SITUACAO
              IF WS-SEGURAR = 'S'
                 MOVE 'P'          TO CAD-SITUACAO
              END-IF
              MOVE WS-DATA-CALC    TO CAD-DATA-SITUACAO
              IF WS-IN-VENDEDOR NOT = ZERO
                 MOVE WS-IN-VENDEDOR TO CAD-VENDEDOR
              END-IF
              MOVE AS-VAL-VENDA    TO WS-CIC-VAL-NOV
              PERFORM 047-REGRAVAR-CADASTRO
              ADD 1 TO WS-CTREORC
           END-IF
           .
      *--------------------------------------------------------------*
      *    LE O ORCAMENTO DO CEP DO CARTAO - CEP SEM ORCAMENTO       *
      *    REJEITA O CARTAO                                          *
      *--------------------------------------------------------------*
       044-LER-ORCAMENTO.

           MOVE WS-IN-CEP TO CAD-CEP
           READ TERCAD
           IF FS-ERRO-CAD = '23'
              MOVE 'N' TO WS-REG-VALIDO
              MOVE 'CEP SEM ORCAMENTO NO TERCAD'
                   TO WS-MOTIVO-REJ
           ELSE
              IF FS-ERRO-CAD NOT = '00'
                 MOVE  'ERRO AO LER O TERCAD'  TO WS-MSG
                 MOVE   FS-ERRO-CAD            TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              MOVE CAD-DPTO TO WS-DPTO-CALC
              PERFORM 028-VALIDAR-DPTO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LIBERACAO PELO SUPERVISOR DO ORCAMENTO SEGURADO POR       *
      *    VAL-M2 FORA DA FAIXA DA REGIAO - VOLTA A ABERTO ('O')     *
      *--------------------------------------------------------------*
       046-LIBERAR-ORCAMENTO.

           PERFORM 044-LER-ORCAMENTO
           IF WS-REG-VALIDO = 'S'
              IF CAD-SITUACAO NOT = 'P'
                 MOVE 'N' TO WS-REG-VALIDO
                 MOVE 'ORCAMENTO NAO ESTA SEGURADO'
                      TO WS-MOTIVO-REJ
              END-IF
           END-IF

           IF WS-REG-VALIDO = 'S'
              MOVE CAD-CEP         TO WS-CIC-CEP
              MOVE 'LIBERADO'      TO WS-CIC-ACAO
              MOVE CAD-SITUACAO    TO WS-CIC-SIT-ANT
              MOVE CAD-VAL-VENDA   TO WS-CIC-VAL-ANT
                                      WS-CIC-VAL-NOV
              MOVE 'O'             TO CAD-SITUACAO
              MOVE WS-DATA-CALC    TO CAD-DATA-SITUACAO
              PERFORM 047-REGRAVAR-CADASTRO
              ADD 1 TO WS-CTLIBER
           END-IF
           .
      *--------------------------------------------------------------*
      *    REGRAVA O ORCAMENTO E MOSTRA A TRANSICAO DE SITUACAO      *
      *--------------------------------------------------------------*
       047-REGRAVAR-CADASTRO.

           REWRITE REG-TERCAD
           IF FS-ERRO-CAD NOT = '00'
              MOVE  'ERRO AO REGRAVAR O TERCAD'  TO WS-MSG
              MOVE   FS-ERRO-CAD                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE CAD-SITUACAO TO WS-CIC-SIT-NOV
           DISPLAY WS-REG-CICLO
           .
      *--------------------------------------------------------------*
      *    GRAVA O MOVIMENTO DE COMISSAO DO VENDEDOR (TERMOV) - UM   *
      *    POR ORCAMENTO VENDIDO ('V') OU VENDA CANCELADA ('C' =     *
      *    ESTORNO), COM OS VALORES DO CADASTRO. O FECHAMENTO        *
      *    MENSAL (CGPRG005) CONSOME ESTE ARQUIVO.                   *
      *--------------------------------------------------------------*
       045-GRAVAR-MOVIMENTO.

           MOVE WS-DATA-CALC   TO MOV-DATA-CALC
           MOVE CAD-DPTO       TO MOV-DPTO
           MOVE CAD-VENDEDOR   TO MOV-VENDEDOR
           MOVE CAD-CEP        TO MOV-CEP
           MOVE CAD-VAL-VENDA  TO MOV-VAL-VENDA
           MOVE CAD-PADRAO     TO MOV-FAIXA
           MOVE CAD-COMISSAO   TO MOV-COMISSAO
           MOVE WS-TIPO-MOV    TO MOV-TIPO

           WRITE REG-TERMOV FROM WS-REG-TERMOV
           IF FS-ERRO-MOV NOT = '00'

           MOVE 'S' TO WS-REG-VALIDO

           IF WS-IN-TIPO = SPACE
              IF WS-IN-FRENTE = ZERO OR WS-IN-COMP = ZERO
                 OR WS-IN-VAL-M2 = ZERO
                 MOVE 'N' TO WS-REG-VALIDO
                 MOVE 'FRENTE/COMP/VAL-M2 INVALIDO'
                      TO WS-MOTIVO-REJ
              END-IF
           END-IF

           IF WS-IN-TIPO = 'R'
              AND WS-IN-VAL-M2 = ZERO
              MOVE 'N' TO WS-REG-VALIDO
              MOVE 'NOVO VAL-M2 OBRIGATORIO NO REORCAMENTO'
                   TO WS-MOTIVO-REJ
           END-IF

                   TO WS-MOTIVO-REJ
           ELSE
              IF WS-IN-VENDEDOR = ZERO
                 AND WS-IN-TIPO = SPACE
                 MOVE 'N' TO WS-REG-VALIDO
                 MOVE 'CODIGO DE VENDEDOR INVALIDO'
                      TO WS-MOTIVO-REJ
              END-IF
           END-IF

           IF WS-IN-CEP-X NOT NUMERIC
              OR WS-IN-CEP = ZERO
              MOVE 'N' TO WS-REG-VALIDO
              MOVE 'CEP INVALIDO'
                   TO WS-MOTIVO-REJ
           END-IF

           IF WS-IN-TIPO NOT = SPACE
              AND WS-IN-TIPO NOT = 'V'
              AND WS-IN-TIPO NOT = 'C'
              AND WS-IN-TIPO NOT = 'R'
              AND WS-IN-TIPO NOT = 'L'
              MOVE 'N' TO WS-REG-VALIDO
              MOVE 'TIPO DE TRANSACAO INVALIDO (COL 30)'
                   TO WS-MOTIVO-REJ
           END-IF
           .
      *--------------------------------------------------------------*
      *    VALIDA O VENDEDOR CONTRA O CADASTRO (VENCAD) - CODIGO    *
           END-IF
           .
      *--------------------------------------------------------------*
      *    O DEPARTAMENTO DO ORCAMENTO (DO VENDEDOR NO CALCULO, DO   *
      *    TERCAD NOS DEMAIS CARTOES) PRECISA CONSTAR DA TABELA DE   *
      *    DEPARTAMENTOS ATIVOS SELECIONADOS PELO DRIVER             *
      *--------------------------------------------------------------*
       028-VALIDAR-DPTO.

           MOVE 'N' TO WS-DEP-ACHOU
           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
              UNTIL WS-IDX-DEP > LK-QTD-DPTOS
              OR WS-DEP-ACHOU = 'S'
              IF LK-TDEP-CODIGO(WS-IDX-DEP) = WS-DPTO-CALC
                 MOVE 'S' TO WS-DEP-ACHOU
              END-IF
           END-PERFORM

           IF WS-DEP-ACHOU NOT = 'S'
              MOVE 'N' TO WS-REG-VALIDO
              MOVE 'DPTO INATIVO OU FORA DA SELECAO:'
                   TO WS-MOTIVO-REJ
              MOVE WS-DPTO-CALC TO WS-MOTIVO-REJ(34:4)
              ADD 1 TO WS-CTOUTRO-DPTO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.
           DISPLAY "REGISTROS REJEITADOS = " WS-CTREJ
           DISPLAY "GRAVADOS NO CADASTRO = " WS-CTGRAV
           DISPLAY "ORCAMENTOS JA EXISTENTES = " WS-CTDUP
           DISPLAY "ORCAMENTOS VENDIDOS = " WS-CTVENDA
           DISPLAY "ORCAMENTOS CANCELADOS = " WS-CTCANC
           DISPLAY "ORCAMENTOS REORCADOS = " WS-CTREORC
           DISPLAY "MOVIMENTOS DE COMISSAO = " WS-CTMOV
           DISPLAY "ESTORNOS DE VENDA CANCELADA = " WS-CTESTORNO
           DISPLAY "SEGURADOS PARA LIBERACAO = " WS-CTSEGURO
           DISPLAY "SEGURADOS LIBERADOS = " WS-CTLIBER
           DISPLAY "CEPS SEM REGIAO DE REFERENCIA = " WS-CTSEM-REF
           DISPLAY "REJEITADOS POR DPTO FORA DA SELECAO = "
                   WS-CTOUTRO-DPTO

           IF WS-CTEXIB + WS-CTVENDA + WS-CTCANC + WS-CTLIBER = ZERO
              OR WS-CTREJ > ZERO
              OR WS-CTSEGURO > ZERO
              MOVE 04              TO LK-COD-RETORNO
           ELSE
              MOVE 00              TO LK-COD-RETORNO
           MOVE LK-COD-RETORNO     TO RETURN-CODE

           COMPUTE AUD-LIDOS = WS-CTEXIB + WS-CTREJ
                             + WS-CTVENDA + WS-CTCANC + WS-CTLIBER
           COMPUTE AUD-GRAVADOS = WS-CTGRAV + WS-CTVENDA
                                + WS-CTCANC + WS-CTREORC + WS-CTLIBER
           MOVE WS-CTREJ           TO AUD-REJEITADOS
           PERFORM 060-GRAVAR-AUDITORIA

