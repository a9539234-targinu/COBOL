      *           DE MOVIMENTOS (TERMOV) GRAVADO PELO CGPRG004,
      *           CLASSIFICA POR VENDEDOR E IMPRIME O EXTRATO DE
      *           CADA UM - CADA VENDA (CEP, VALOR, FAIXA, COMISSAO)
      *           E OS TOTAIS - COM A CONSOLIDACAO DE CADA
      *           DEPARTAMENTO SELECIONADO (TABELA LK-TAB-DPTOS
      *           RECEBIDA DO DRIVER).
      *           O CARTAO SYSIN INFORMA O ANOMES A FECHAR (AAAAMM;
      *           ZEROS OU BRANCO = TODOS OS MOVIMENTOS).
      *--------------------------------------------------------------*
      *                                  VALOR TOTAL; RC=04 AVISA O
      *                                  OPERADOR QUE HA ARQUIVO A
      *                                  TRANSMITIR
      *  V06    OUT/2026 010046  GTS     DETALHE DO TERBANCO PASSA A
      *                                  LEVAR O ANOMES DA
      *                                  LIQUIDACAO E O TERFECH A
      *                                  SITUACAO DO PAGAMENTO
      *                                  (CONCILIADA PELO CGPRG008);
      *                                  VALORES RECUSADOS PELO
      *                                  BANCO (TERREPAG) SAO
      *                                  REPAGOS NO FECHAMENTO DO
      *                                  DEPARTAMENTO, OS DE OUTROS
      *                                  DEPARTAMENTOS SEGUEM NO
      *                                  TRANSPORTE (TERREPS)
      *  V07    OUT/2026 010047  GTS     MOVIMENTO DE ESTORNO ('C',
      *                                  VENDA CANCELADA NO CGPRG004)
      *                                  ABATE VALOR E COMISSAO DO
      *                                  VENDEDOR; SALDO NEGATIVO NAO
      *                                  E PAGO E SEGUE NO TRANSPORTE
      *                                  PARA O MES SEGUINTE
      *  V08    OUT/2026 010049  GTS     FECHAMENTO POR DEPARTAMENTO
      *                                  DO CADASTRO DPTOCAD: UM OU
      *                                  TODOS OS ATIVOS (TABELA
      *                                  MONTADA PELO CGDRV005), COM
      *                                  QUEBRA POR DPTO, EXTRATO E
      *                                  LOTE PROPRIO NO TERBANCO
      *                                  (HEADER COM O ID DA EMPRESA
      *                                  DO DPTO + TRAILER); MOVIMENTO
      *                                  DE DPTO FORA DA SELECAO
      *                                  SEGUE NO TRANSPORTE E E
      *                                  LISTADO POR DEPARTAMENTO
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT TERBANCO ASSIGN TO TERBANCO
                  FILE STATUS   IS FS-ERRO-BCO
           .
           SELECT TERREPAG ASSIGN TO TERREPAG
                  FILE STATUS   IS FS-ERRO-REP
           .
           SELECT TERREPS ASSIGN TO TERREPS
                  FILE STATUS   IS FS-ERRO-RPS
           .
       DATA DIVISION.
      *=============*
       FILE SECTION.
           .
       01  REG-TERBANCO           PIC X(60)
           .
       FD  TERREPAG
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-TERREPAG           PIC X(40)
           .
       FD  TERREPS
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-TERREPS            PIC X(40)
           .
       WORKING-STORAGE SECTION.
      *-----------------------*
      *-----> AREA AUXILIAR
       77  WS-TOT-PGTO            PIC 9(10)V99 VALUE ZERO.
       77  WS-DATA                PIC 9(08).
       77  WS-DATA-PGTO           PIC 9(08)   VALUE ZERO.
      *-----> REPAGAMENTO DE VALORES RECUSADOS PELO BANCO (TERREPAG)
       77  FS-ERRO-REP            PIC X(02).
       77  FS-ERRO-RPS            PIC X(02).
       77  WS-REP-FIM             PIC X(01)   VALUE 'N'.
       77  WS-CTREPAGO            PIC 9(05)   VALUE ZERO.
       77  WS-CTREP-OUTRO         PIC 9(05)   VALUE ZERO.
       77  WS-TOT-REPAGO          PIC 9(10)V99 VALUE ZERO.
      *-----> ESTORNOS DE VENDA CANCELADA E SALDO NEGATIVO
       77  WS-CTESTORNO           PIC 9(05)   VALUE ZERO.
       77  WS-CTSALDO-NEG         PIC 9(05)   VALUE ZERO.
       77  WS-TOT-SALDO-NEG       PIC 9(10)V99 VALUE ZERO.
       77  WS-ANOMES-PROX         PIC 9(06)   VALUE ZERO.

      *-----> QUEBRA POR DEPARTAMENTO - INDICE DO DEPARTAMENTO EM
      *-----> FECHAMENTO NA TABELA RECEBIDA DO DRIVER E LOTE ABERTO
      *-----> NO TERBANCO (UM HEADER/TRAILER POR DEPARTAMENTO)
       77  WS-DPTO-PRIM           PIC X(01)   VALUE 'S'.
       77  WS-DPTO-ATUAL          PIC 9(04)   VALUE ZERO.
       77  WS-DPTO-SELEC          PIC X(01)   VALUE 'N'.
       77  WS-IDX-ATUAL           PIC 9(02)   VALUE ZERO.
       77  WS-IDX-DEP             PIC 9(02)   VALUE ZERO.
       77  WS-IDX-PEND            PIC 9(02)   VALUE ZERO.
       77  WS-DEP-ACHOU           PIC X(01)   VALUE 'N'.
       77  WS-CTOUTRO-ATU         PIC 9(05)   VALUE ZERO.
       77  WS-LOTE-ABERTO         PIC X(01)   VALUE 'N'.
       77  WS-CTLOTES             PIC 9(03)   VALUE ZERO.
       77  WS-CTPGTO-LOTE         PIC 9(07)   VALUE ZERO.
       77  WS-TOT-PGTO-LOTE       PIC 9(10)V99 VALUE ZERO.
       01  WS-TAB-DPTO-FECHADO.
           05 WS-TDEP-FECHADO     PIC X(01)   OCCURS 50 TIMES.

      *-----> SAIDA - HEADER DA INTERFACE DO BANCO
       01  WS-REG-BCO-HEADER.
           05 WS-BCO-H-TIPO       PIC X(01)   VALUE '0'.
           05 WS-BCO-H-EMPRESA    PIC X(10)   VALUE SPACES.
           05 WS-BCO-H-DATA-PGTO  PIC 9(08).
           05 WS-BCO-H-DPTO       PIC 9(04).
           05 FILLER              PIC X(37)   VALUE SPACES.

      *-----> SAIDA - DETALHE DA INTERFACE (UM POR VENDEDOR)
       01  WS-REG-BCO-DETALHE.
           05 WS-BCO-D-TIPO       PIC X(01)   VALUE '1'.
           05 WS-BCO-D-VENDEDOR   PIC 9(04).
           05 WS-BCO-D-VALOR      PIC 9(08)V99.
           05 WS-BCO-D-ANOMES     PIC 9(06).
           05 FILLER              PIC X(39)   VALUE SPACES.

      *-----> SAIDA - TRAILER DA INTERFACE
       01  WS-REG-BCO-TRAILER.
           05 WS-BCO-T-TIPO       PIC X(01)   VALUE '9'.
           05 WS-BCO-T-CONTAGEM   PIC 9(07).
           05 WS-BCO-T-TOTAL      PIC 9(10)V99.
           05 WS-BCO-T-DPTO       PIC 9(04).
           05 FILLER              PIC X(36)   VALUE SPACES.

      *-----> SAIDA - LINHA DO RELATORIO DE CONTROLE DO PAGAMENTO
       01  WS-REG-CTRL-PGTO.
           05 WS-CTP-VENDEDOR     PIC 9(04).
           05 FILLER              PIC X(10)   VALUE ' VALOR = '.
           05 WS-CTP-VALOR        PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(10)   VALUE SPACES.
           05 WS-CTP-REPAGTO      PIC X(22)   VALUE SPACES.

      *-----> SAIDA - REGISTRO DE LIQUIDACAO (UM POR VENDEDOR POR
      *-----> ANOMES FECHADO)
           05 FEC-QTD-VENDAS      PIC 9(05).
           05 FEC-TOT-VENDIDO     PIC 9(10)V99.
           05 FEC-TOT-COMISSAO    PIC 9(08)V99.
      *-----> E = ENVIADA AO BANCO / P = PAGA / R = RECUSADA (A
      *-----> REPAGAR) - ATUALIZADA PELA CONCILIACAO (CGPRG008)
           05 FEC-SITUACAO        PIC X(01)   VALUE 'E'.
           05 FEC-DATA-RETORNO    PIC 9(08)   VALUE ZERO.

      *-----> ENTRADA - VALOR RECUSADO PELO BANCO A REPAGAR
      *-----> (LAYOUT DO CGPRG008)
       01  WS-REG-TERREPAG.
           05 REP-VENDEDOR        PIC 9(04).
           05 REP-DPTO            PIC 9(04).
           05 REP-ANOMES          PIC 9(06).
           05 REP-VALOR           PIC 9(08)V99.
           05 REP-DATA-RECUSA     PIC 9(08).
           05 REP-MOTIVO          PIC X(03).
           05 FILLER              PIC X(05).

      *-----> CARTAO DE PARAMETRO - ANOMES DO FECHAMENTO
       01  WS-PARM-CARD.
           05 WS-VEND-ANT         PIC 9(04)   VALUE ZEROS.
           05 WS-VEND-PRIM        PIC X(01)   VALUE 'S'.
           05 WS-TOT-VENDAS-VEN   PIC 9(05)      VALUE ZERO.
           05 WS-TOT-VALOR-VEN    PIC S9(10)V99  VALUE ZERO.
           05 WS-TOT-COMIS-VEN    PIC S9(08)V99  VALUE ZERO.
           05 WS-TOT-VENDAS-DEP   PIC 9(07)      VALUE ZERO.
           05 WS-TOT-VALOR-DEP    PIC S9(12)V99  VALUE ZERO.
           05 WS-TOT-COMIS-DEP    PIC S9(10)V99  VALUE ZERO.

      *-----> ENTRADA - MOVIMENTO DE COMISSAO (LAYOUT DO CGPRG004)
       01  WS-REG-TERMOV.
           05 MOV-VAL-VENDA       PIC 9(08)V99.
           05 MOV-FAIXA           PIC X(12).
           05 MOV-COMISSAO        PIC 9(06)V99.
      *-----> V = VENDA / C = ESTORNO (ABATE DO VENDEDOR)
           05 MOV-TIPO            PIC X(01).
           05 FILLER              PIC X(05).

      *-----> SAIDA - SALDO NEGATIVO DO VENDEDOR TRANSPORTADO PARA O
      *-----> MES SEGUINTE (ESTORNO NO LAYOUT DO TERMOV)
       01  WS-REG-SALDO.
           05 SAL-DATA-CALC       PIC 9(08).
           05 SAL-DPTO            PIC 9(04).
           05 SAL-VENDEDOR        PIC 9(04).
           05 SAL-CEP             PIC 9(08)   VALUE ZEROS.
           05 SAL-VAL-VENDA       PIC 9(08)V99 VALUE ZEROS.
           05 SAL-FAIXA           PIC X(12)   VALUE 'SALDO NEGAT.'.
           05 SAL-COMISSAO        PIC 9(06)V99.
           05 SAL-TIPO            PIC X(01)   VALUE 'C'.
           05 FILLER              PIC X(05)   VALUE SPACES.

      *-----> SAIDA - CABECALHO DO EXTRATO DO VENDEDOR
       01  WS-REG-CAB-VEND.
           05 WS-TOT-V-VENDAS     PIC ZZ.ZZ9.
           05 FILLER              PIC X(09) VALUE ' VENDAS '.
           05 FILLER              PIC X(08) VALUE ' VALOR: '.
           05 WS-TOT-V-VALOR      PIC $$.$$$.$$$.$$9,99-.
           05 FILLER              PIC X(12) VALUE ' COMISSAO: '.
           05 WS-TOT-V-COMIS      PIC $$$.$$$.$$9,99-.

      *-----> SAIDA - CONSOLIDACAO DO DEPARTAMENTO
       01  WS-REG-CAB-DEPTO.
           05 FILLER              PIC X(20) VALUE
              '** DEPARTAMENTO: '.
           05 WS-CABD-NUMERO      PIC 9(04).
           05 FILLER              PIC X(03) VALUE ' - '.
           05 WS-CABD-NOME        PIC X(15).
           05 FILLER              PIC X(03) VALUE ' **'.

       01  WS-REG-TOT-DEPTO.
           05 FILLER              PIC X(15) VALUE
              'DEPARTAMENTO: '.
           05 FILLER              PIC X(10) VALUE ' VENDAS = '.
           05 WS-TOT-D-VENDAS     PIC Z.ZZZ.ZZ9.
           05 FILLER              PIC X(09) VALUE ' VALOR = '.
           05 WS-TOT-D-VALOR      PIC $$$.$$$.$$$.$$9,99-.
           05 FILLER              PIC X(12) VALUE ' COMISSAO = '.
           05 WS-TOT-D-COMIS      PIC $$$.$$$.$$9,99-.

       01  WS-HIFEN               PIC X(70)   VALUE ALL '-'.

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

           DISPLAY "** FECHAMENTO MENSAL DE COMISSOES **"
           DISPLAY "DEPARTAMENTO: " LK-NR-DPTO " - " LK-NOME-DPTO
           DISPLAY "DEPARTAMENTOS SELECIONADOS: " LK-QTD-DPTOS
           MOVE ZEROS TO LK-COD-RETORNO
           MOVE ALL 'N' TO WS-TAB-DPTO-FECHADO

           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-ANOMES-X NOT NUMERIC
           END-IF
           DISPLAY WS-HIFEN

      *-----> CLASSIFICA OS MOVIMENTOS POR DEPARTAMENTO, VENDEDOR
      *-----> E CEP
           SORT ARQSORT ON ASCENDING KEY SRT-DPTO
                                         SRT-VENDEDOR
                                         SRT-CEP
                USING  TERMOV
                GIVING CLASSIF
           END-IF

      *-----> INTERFACE DE PAGAMENTO - ARQUIVO NOVO A CADA
      *-----> FECHAMENTO; O HEADER DE CADA LOTE (DEPARTAMENTO) SAI
      *-----> NO PRIMEIRO PAGAMENTO DO DEPARTAMENTO
           ACCEPT WS-DATA FROM DATE
           MOVE '2'          TO WS-DATA-PGTO(1:1)
           MOVE WS-DATA(2:3) TO WS-DATA-PGTO(2:3)
              GO TO  999-ERRO
           END-IF

      *-----> HISTORICO DE LIQUIDACOES - SEMPRE EM EXTEND, CADA
      *-----> FECHAMENTO ACRESCENTA O SEU MES
           OPEN EXTEND TERFECH
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF WS-DPTO-PRIM = 'S'
              OR MOV-DPTO NOT = WS-DPTO-ATUAL
              PERFORM 031-QUEBRA-DPTO
           END-IF

           IF WS-DPTO-SELEC NOT = 'S'
              ADD 1 TO WS-CTOUTRO-DPTO
              ADD 1 TO WS-CTOUTRO-ATU
              PERFORM 045-GRAVAR-TRANSPORTE
           ELSE
              IF WS-PARM-ANOMES NOT = ZERO
           PERFORM 025-LER-MOVIMENTO
           .
      *--------------------------------------------------------------*
      *    QUEBRA DE DEPARTAMENTO - FECHA O ANTERIOR E ABRE O NOVO   *
      *--------------------------------------------------------------*
       031-QUEBRA-DPTO.

           IF WS-DPTO-PRIM = 'N'
              PERFORM 032-FECHAR-DPTO
           END-IF
           MOVE 'N'      TO WS-DPTO-PRIM
           MOVE MOV-DPTO TO WS-DPTO-ATUAL
           PERFORM 033-ABRIR-DPTO
           .
      *--------------------------------------------------------------*
      *    FECHA O DEPARTAMENTO: ULTIMO VENDEDOR, REPAGAMENTOS,      *
      *    CONSOLIDACAO E TRAILER DO LOTE. DEPARTAMENTO FORA DA      *
      *    SELECAO (INATIVO OU SEM CADASTRO NO DPTOCAD, OU OUTRO     *
      *    QUE NAO O DO CARTAO) SO TEM OS MOVIMENTOS TRANSPORTADOS - *
      *    E LISTADO AQUI PARA NINGUEM SE SURPREENDER NO MES SEGUINTE*
      *--------------------------------------------------------------*
       032-FECHAR-DPTO.

           IF WS-DPTO-SELEC = 'S'
              IF WS-VEND-PRIM = 'N'
                 PERFORM 040-SUBTOTAL-VENDEDOR
              END-IF
              PERFORM 047-REPAGAR-RECUSADOS
              PERFORM 034-CONSOLIDAR-DPTO
              PERFORM 039-FECHAR-LOTE
           ELSE
              DISPLAY "*** DPTO " WS-DPTO-ATUAL
                      " INATIVO OU FORA DA SELECAO - "
                      WS-CTOUTRO-ATU
                      " MOVIMENTOS TRANSPORTADOS SEM FECHAR ***"
              DISPLAY WS-HIFEN
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRE O DEPARTAMENTO: LOCALIZA NA TABELA DE SELECIONADOS   *
      *    E ZERA OS ACUMULADORES                                    *
      *--------------------------------------------------------------*
       033-ABRIR-DPTO.

           MOVE 'N' TO WS-DEP-ACHOU
           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
              UNTIL WS-IDX-DEP > LK-QTD-DPTOS
              OR WS-DEP-ACHOU = 'S'
              IF LK-TDEP-CODIGO(WS-IDX-DEP) = WS-DPTO-ATUAL
                 MOVE 'S' TO WS-DEP-ACHOU
              END-IF
           END-PERFORM

           MOVE 'S'   TO WS-VEND-PRIM
           MOVE ZEROS TO WS-CTOUTRO-ATU
                         WS-TOT-VENDAS-DEP
                         WS-TOT-VALOR-DEP
                         WS-TOT-COMIS-DEP

           IF WS-DEP-ACHOU = 'S'
              SUBTRACT 1 FROM WS-IDX-DEP
              MOVE 'S'        TO WS-DPTO-SELEC
              MOVE WS-IDX-DEP TO WS-IDX-ATUAL
              MOVE 'S'        TO WS-TDEP-FECHADO(WS-IDX-ATUAL)
              MOVE WS-DPTO-ATUAL TO WS-CABD-NUMERO
              MOVE LK-TDEP-NOME(WS-IDX-ATUAL) TO WS-CABD-NOME
              DISPLAY WS-REG-CAB-DEPTO
              DISPLAY WS-HIFEN
           ELSE
              MOVE 'N'        TO WS-DPTO-SELEC
              MOVE ZERO       TO WS-IDX-ATUAL
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIME A CONSOLIDACAO DO DEPARTAMENTO                    *
      *--------------------------------------------------------------*
       034-CONSOLIDAR-DPTO.

           MOVE WS-DPTO-ATUAL     TO WS-TOT-D-NUMERO
           MOVE LK-TDEP-NOME(WS-IDX-ATUAL) TO WS-TOT-D-NOME
           MOVE WS-TOT-VENDAS-DEP TO WS-TOT-D-VENDAS
           MOVE WS-TOT-VALOR-DEP  TO WS-TOT-D-VALOR
           MOVE WS-TOT-COMIS-DEP  TO WS-TOT-D-COMIS
           DISPLAY WS-REG-TOT-DEPTO
           DISPLAY WS-HIFEN
           .
      *--------------------------------------------------------------*
      *    IMPRIME A VENDA NO EXTRATO DO VENDEDOR (COM QUEBRA)       *
           MOVE MOV-FAIXA      TO WS-VND-FAIXA
           MOVE MOV-COMISSAO   TO WS-VND-COMISSAO
           MOVE MOV-DATA-CALC  TO WS-VND-DATA

      *-----> ESTORNO (VENDA CANCELADA OU SALDO NEGATIVO DO MES
      *-----> ANTERIOR) ABATE VALOR E COMISSAO E NAO CONTA VENDA
           IF MOV-TIPO = 'C'
              MOVE 'ESTORNO (-)'  TO WS-VND-FAIXA
              DISPLAY WS-REG-VENDA
              SUBTRACT MOV-VAL-VENDA FROM WS-TOT-VALOR-VEN
              SUBTRACT MOV-COMISSAO  FROM WS-TOT-COMIS-VEN
              ADD 1 TO WS-CTESTORNO
           ELSE
              DISPLAY WS-REG-VENDA
              ADD 1               TO WS-TOT-VENDAS-VEN
              ADD MOV-VAL-VENDA   TO WS-TOT-VALOR-VEN
              ADD MOV-COMISSAO    TO WS-TOT-COMIS-VEN
           END-IF
           ADD 1 TO WS-CTPROC
           .
      *--------------------------------------------------------------*
      *    DEPARTAMENTO SELECIONADO SEM MOVIMENTO NO FECHAMENTO -    *
      *    AINDA PODE TER VALORES RECUSADOS A REPAGAR                *
      *--------------------------------------------------------------*
       036-DPTO-SEM-MOVIMENTO.

           IF WS-TDEP-FECHADO(WS-IDX-PEND) = 'N'
              MOVE LK-TDEP-CODIGO(WS-IDX-PEND) TO WS-DPTO-ATUAL
              PERFORM 033-ABRIR-DPTO
              PERFORM 032-FECHAR-DPTO
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRE O EXTRATO DE UM NOVO VENDEDOR                        *
      *--------------------------------------------------------------*
       037-CABECALHO-VENDEDOR.
           DISPLAY WS-REG-CAB-VEND
           .
      *--------------------------------------------------------------*
      *    ABRE O LOTE DO DEPARTAMENTO NO TERBANCO - HEADER COM O ID *
      *    DA EMPRESA DO DEPARTAMENTO NO BANCO (DPTOCAD)             *
      *--------------------------------------------------------------*
       038-ABRIR-LOTE.

           MOVE LK-TDEP-EMPRESA(WS-IDX-ATUAL) TO WS-BCO-H-EMPRESA
           MOVE WS-DATA-PGTO                  TO WS-BCO-H-DATA-PGTO
           MOVE WS-DPTO-ATUAL                 TO WS-BCO-H-DPTO
           WRITE REG-TERBANCO FROM WS-REG-BCO-HEADER
           IF FS-ERRO-BCO NOT = '00'
              MOVE  'ERRO AO GRAVAR O TERBANCO'  TO WS-MSG
              MOVE   FS-ERRO-BCO                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE 'S'   TO WS-LOTE-ABERTO
           MOVE ZEROS TO WS-CTPGTO-LOTE
                         WS-TOT-PGTO-LOTE
           ADD 1      TO WS-CTLOTES
           .
      *--------------------------------------------------------------*
      *    FECHA O LOTE DO DEPARTAMENTO - TRAILER COM CONTAGEM E     *
      *    VALOR DO LOTE. DEPARTAMENTO SEM PAGAMENTO NAO GERA LOTE.  *
      *--------------------------------------------------------------*
       039-FECHAR-LOTE.

           IF WS-LOTE-ABERTO = 'S'
              MOVE WS-CTPGTO-LOTE   TO WS-BCO-T-CONTAGEM
              MOVE WS-TOT-PGTO-LOTE TO WS-BCO-T-TOTAL
              MOVE WS-DPTO-ATUAL    TO WS-BCO-T-DPTO
              WRITE REG-TERBANCO FROM WS-REG-BCO-TRAILER
              IF FS-ERRO-BCO NOT = '00'
                 MOVE  'ERRO AO GRAVAR O TRAILER'  TO WS-MSG
                 MOVE   FS-ERRO-BCO                TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
              MOVE 'N' TO WS-LOTE-ABERTO
              MOVE WS-TOT-PGTO-LOTE TO WS-CTP-VALOR
              DISPLAY "LOTE DE PAGAMENTO DO DPTO " WS-DPTO-ATUAL
                      " (EMPRESA " WS-BCO-H-EMPRESA ") = "
                      WS-CTPGTO-LOTE " ITENS " WS-CTP-VALOR
              DISPLAY WS-HIFEN
           END-IF
           .
      *--------------------------------------------------------------*
      *    FECHA O EXTRATO DO VENDEDOR ANTERIOR                      *
      *--------------------------------------------------------------*
       040-SUBTOTAL-VENDEDOR.
       042-GRAVAR-LIQUIDACAO.

           MOVE WS-VEND-ANT       TO FEC-VENDEDOR
           MOVE WS-DPTO-ATUAL     TO FEC-DPTO
           MOVE WS-PARM-ANOMES    TO FEC-ANOMES
           MOVE WS-TOT-VENDAS-VEN TO FEC-QTD-VENDAS
           MOVE WS-TOT-VALOR-VEN  TO FEC-TOT-VENDIDO
           MOVE WS-TOT-COMIS-VEN  TO FEC-TOT-COMISSAO
      *-----> MES LIQUIDO NEGATIVO FICA ZERADO NO HISTORICO - O SALDO
      *-----> SEGUE NO TRANSPORTE E ABATE NO MES SEGUINTE
           IF WS-TOT-VALOR-VEN < ZERO
              MOVE ZEROS          TO FEC-TOT-VENDIDO
           END-IF
           IF WS-TOT-COMIS-VEN < ZERO
              MOVE ZEROS          TO FEC-TOT-COMISSAO
           END-IF

           WRITE REG-TERFECH FROM WS-REG-TERFECH
           IF FS-ERRO-FEC NOT = '00'
      *--------------------------------------------------------------*
      *    GRAVA O DETALHE DE PAGAMENTO DO VENDEDOR NA INTERFACE DO *
      *    BANCO - COMISSAO ZERADA NO MES E PULADA (O BANCO RECUSA  *
      *    LANCAMENTO DE VALOR ZERO); COMISSAO NEGATIVA (ESTORNOS   *
      *    MAIORES QUE AS VENDAS) NAO E PAGA E SEGUE PARA O MES     *
      *    SEGUINTE                                                 *
      *--------------------------------------------------------------*
       043-GRAVAR-PAGAMENTO.

           IF WS-TOT-COMIS-VEN NOT > ZERO
              ADD 1 TO WS-CTPGTO-ZERO
              IF WS-TOT-COMIS-VEN < ZERO
                 PERFORM 044-TRANSPORTAR-SALDO
              END-IF
           ELSE
              IF WS-LOTE-ABERTO = 'N'
                 PERFORM 038-ABRIR-LOTE
              END-IF
              MOVE WS-VEND-ANT      TO WS-BCO-D-VENDEDOR
              MOVE WS-TOT-COMIS-VEN TO WS-BCO-D-VALOR
              MOVE WS-PARM-ANOMES   TO WS-BCO-D-ANOMES
              WRITE REG-TERBANCO FROM WS-REG-BCO-DETALHE
              IF FS-ERRO-BCO NOT = '00'
                 MOVE  'ERRO AO GRAVAR O TERBANCO'  TO WS-MSG
                 GO TO  999-ERRO
              END-IF
              ADD 1                 TO WS-CTPGTO
                                       WS-CTPGTO-LOTE
              ADD WS-TOT-COMIS-VEN  TO WS-TOT-PGTO
                                       WS-TOT-PGTO-LOTE
              MOVE WS-VEND-ANT      TO WS-CTP-VENDEDOR
              MOVE WS-TOT-COMIS-VEN TO WS-CTP-VALOR
              DISPLAY WS-REG-CTRL-PGTO
           END-IF
           .
      *--------------------------------------------------------------*
      *    SALDO NEGATIVO DO VENDEDOR: GRAVA UM ESTORNO NO           *
      *    TRANSPORTE COM DATA DO DIA 01 DO MES SEGUINTE AO          *
      *    FECHAMENTO (SEM ANOMES, DO MES SEGUINTE A HOJE), QUE O    *
      *    PROXIMO FECHAMENTO ABATE DAS VENDAS DO VENDEDOR           *
      *--------------------------------------------------------------*
       044-TRANSPORTAR-SALDO.

           IF WS-PARM-ANOMES NOT = ZERO
              MOVE WS-PARM-ANOMES      TO WS-ANOMES-PROX
           ELSE
              MOVE WS-DATA-PGTO(1:6)   TO WS-ANOMES-PROX
           END-IF
           IF WS-ANOMES-PROX(5:2) = '12'
              ADD  89                  TO WS-ANOMES-PROX
           ELSE
              ADD  1                   TO WS-ANOMES-PROX
           END-IF

           MOVE WS-ANOMES-PROX         TO SAL-DATA-CALC(1:6)
           MOVE '01'                   TO SAL-DATA-CALC(7:2)
           MOVE WS-DPTO-ATUAL          TO SAL-DPTO
           MOVE WS-VEND-ANT            TO SAL-VENDEDOR
           COMPUTE SAL-COMISSAO = ZERO - WS-TOT-COMIS-VEN

           WRITE REG-TERMOVS FROM WS-REG-SALDO
           IF FS-ERRO-MVS NOT = '00'
              MOVE  'ERRO AO GRAVAR O TERMOVS'  TO WS-MSG
              MOVE   FS-ERRO-MVS                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           ADD 1                       TO WS-CTSALDO-NEG
           ADD SAL-COMISSAO            TO WS-TOT-SALDO-NEG
           MOVE WS-VEND-ANT            TO WS-CTP-VENDEDOR
           MOVE SAL-COMISSAO           TO WS-CTP-VALOR
           DISPLAY '  SALDO NEGATIVO DO VENDEDOR ' WS-CTP-VENDEDOR
                   ' = ' WS-CTP-VALOR ' TRANSPORTADO PARA '
                   WS-ANOMES-PROX
           .
      *--------------------------------------------------------------*
      *    MOVIMENTO NAO FECHADO NESTE PROCESSAMENTO (OUTRO ANOMES   *
      *    OU OUTRO DEPARTAMENTO) - REGRAVA NO ARQUIVO DE TRANSPORTE *
      *    QUE SUBSTITUI O ACUMULADO NA VIRADA, PRESERVANDO O MES    *
      *    AINDA ABERTO                                              *
      *--------------------------------------------------------------*
       045-GRAVAR-TRANSPORTE.

           WRITE REG-TERMOVS FROM WS-REG-TERMOV
           IF FS-ERRO-MVS NOT = '00'
              MOVE  'ERRO AO GRAVAR O TERMOVS'  TO WS-MSG
              MOVE   FS-ERRO-MVS                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           ADD 1 TO WS-CTCARRY
           .
      *--------------------------------------------------------------*
      *    REPAGAMENTO DOS VALORES RECUSADOS PELO BANCO: CADA VALOR  *
      *    DO DEPARTAMENTO EM FECHAMENTO VOLTA AO LOTE DELE NO       *
      *    ARQUIVO DE PAGAMENTO COMO ITEM PROPRIO, COM O ANOMES DA   *
      *    LIQUIDACAO DE ORIGEM (A CONCILIACAO DO PROXIMO RETORNO    *
      *    MARCA A MESMA LIQUIDACAO). SEM O ARQUIVO (FS=35) NAO HA   *
      *    REPAGAMENTO.                                              *
      *--------------------------------------------------------------*
       047-REPAGAR-RECUSADOS.

           MOVE 'N' TO WS-REP-FIM
           OPEN INPUT TERREPAG
           IF FS-ERRO-REP = '35'
              MOVE 'S' TO WS-REP-FIM
           ELSE
              IF FS-ERRO-REP NOT = '00'
                 MOVE  'ERRO AO ABRIR O TERREPAG'  TO WS-MSG
                 MOVE   FS-ERRO-REP                TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           PERFORM UNTIL WS-REP-FIM = 'S'
              READ TERREPAG INTO WS-REG-TERREPAG
                 AT END
                    MOVE 'S' TO WS-REP-FIM
              END-READ
              IF WS-REP-FIM NOT = 'S'
                 IF FS-ERRO-REP NOT = '00'
                    MOVE  'ERRO AO LER O TERREPAG'  TO WS-MSG
                    MOVE   FS-ERRO-REP              TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
                 IF REP-DPTO = WS-DPTO-ATUAL
                    PERFORM 048-GRAVAR-REPAGAMENTO
                 END-IF
              END-IF
           END-PERFORM

           IF FS-ERRO-REP NOT = '35'
              CLOSE TERREPAG
              IF FS-ERRO-REP NOT = '00'
                 MOVE  'ERRO AO FECHAR O TERREPAG'  TO WS-MSG
                 MOVE   FS-ERRO-REP                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA UM ITEM DE REPAGAMENTO NA INTERFACE DO BANCO        *
      *--------------------------------------------------------------*
       048-GRAVAR-REPAGAMENTO.

           IF WS-LOTE-ABERTO = 'N'
              PERFORM 038-ABRIR-LOTE
           END-IF
           MOVE REP-VENDEDOR TO WS-BCO-D-VENDEDOR
           MOVE REP-VALOR    TO WS-BCO-D-VALOR
           MOVE REP-ANOMES   TO WS-BCO-D-ANOMES
           WRITE REG-TERBANCO FROM WS-REG-BCO-DETALHE
           IF FS-ERRO-BCO NOT = '00'
              MOVE  'ERRO AO GRAVAR O TERBANCO'  TO WS-MSG
              MOVE   FS-ERRO-BCO                 TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           ADD 1            TO WS-CTPGTO
                               WS-CTPGTO-LOTE
           ADD REP-VALOR    TO WS-TOT-PGTO
                               WS-TOT-PGTO-LOTE
           ADD 1            TO WS-CTREPAGO
           ADD REP-VALOR    TO WS-TOT-REPAGO
           MOVE REP-VENDEDOR TO WS-CTP-VENDEDOR
           MOVE REP-VALOR    TO WS-CTP-VALOR
           MOVE 'REPAGTO. ANOMES '  TO WS-CTP-REPAGTO
           MOVE REP-ANOMES   TO WS-CTP-REPAGTO(17:6)
           DISPLAY WS-REG-CTRL-PGTO
           MOVE SPACES       TO WS-CTP-REPAGTO
           .
      *--------------------------------------------------------------*
      *    RECUSADOS DE DEPARTAMENTOS FORA DA SELECAO VAO PARA O     *
      *    TRANSPORTE, QUE SUBSTITUI O TERREPAG NA VIRADA - O QUE    *
      *    FOI REPAGO SAI DO ARQUIVO E NAO E PAGO DUAS VEZES.        *
      *--------------------------------------------------------------*
       049-TRANSPORTAR-RECUSADOS.

           OPEN OUTPUT TERREPS
           IF FS-ERRO-RPS NOT = '00'
              MOVE  'ERRO AO ABRIR O TERREPS'  TO WS-MSG
              MOVE   FS-ERRO-RPS               TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF

           MOVE 'N' TO WS-REP-FIM
           OPEN INPUT TERREPAG
           IF FS-ERRO-REP = '35'
              MOVE 'S' TO WS-REP-FIM
           ELSE
              IF FS-ERRO-REP NOT = '00'
                 MOVE  'ERRO AO ABRIR O TERREPAG'  TO WS-MSG
                 MOVE   FS-ERRO-REP                TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           PERFORM UNTIL WS-REP-FIM = 'S'
              READ TERREPAG INTO WS-REG-TERREPAG
                 AT END
                    MOVE 'S' TO WS-REP-FIM
              END-READ
              IF WS-REP-FIM NOT = 'S'
                 IF FS-ERRO-REP NOT = '00'
                    MOVE  'ERRO AO LER O TERREPAG'  TO WS-MSG
                    MOVE   FS-ERRO-REP              TO WS-FS-MSG
                    GO TO  999-ERRO
                 END-IF
                 MOVE 'N' TO WS-DEP-ACHOU
                 PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                    UNTIL WS-IDX-DEP > LK-QTD-DPTOS
                    OR WS-DEP-ACHOU = 'S'
                    IF LK-TDEP-CODIGO(WS-IDX-DEP) = REP-DPTO
                       MOVE 'S' TO WS-DEP-ACHOU
                    END-IF
                 END-PERFORM
                 IF WS-DEP-ACHOU = 'N'
                    WRITE REG-TERREPS FROM WS-REG-TERREPAG
                    IF FS-ERRO-RPS NOT = '00'
                       MOVE  'ERRO AO GRAVAR O TERREPS'  TO WS-MSG
                       MOVE   FS-ERRO-RPS                TO WS-FS-MSG
                       GO TO  999-ERRO
                    END-IF
                    ADD 1 TO WS-CTREP-OUTRO
                 END-IF
              END-IF
           END-PERFORM

           IF FS-ERRO-REP NOT = '35'
              CLOSE TERREPAG
              IF FS-ERRO-REP NOT = '00'
                 MOVE  'ERRO AO FECHAR O TERREPAG'  TO WS-MSG
                 MOVE   FS-ERRO-REP                 TO WS-FS-MSG
                 GO TO  999-ERRO
              END-IF
           END-IF

           CLOSE TERREPS
           IF FS-ERRO-RPS NOT = '00'
              MOVE  'ERRO AO FECHAR O TERREPS'  TO WS-MSG
              MOVE   FS-ERRO-RPS                TO WS-FS-MSG
              GO TO  999-ERRO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           IF WS-DPTO-PRIM = 'N'
              PERFORM 032-FECHAR-DPTO
           END-IF

      *-----> DEPARTAMENTOS SELECIONADOS SEM MOVIMENTO NO MES
           PERFORM VARYING WS-IDX-PEND FROM 1 BY 1
              UNTIL WS-IDX-PEND > LK-QTD-DPTOS
              PERFORM 036-DPTO-SEM-MOVIMENTO
           END-PERFORM

           PERFORM 049-TRANSPORTAR-RECUSADOS

           CLOSE CLASSIF
           IF FS-ERRO-CLA NOT = '00'
              GO TO  999-ERRO
           END-IF

           CLOSE TERBANCO
           IF FS-ERRO-BCO NOT = '00'
              MOVE  'ERRO AO FECHAR O TERBANCO'  TO WS-MSG
           DISPLAY "MOVIMENTOS LIDOS = " WS-CTLIDO
           DISPLAY "MOVIMENTOS NO FECHAMENTO = " WS-CTPROC
           DISPLAY "FORA DO ANOMES = " WS-CTFORA-MES
           DISPLAY "DE DPTOS FORA DA SELECAO = " WS-CTOUTRO-DPTO
           DISPLAY "MOVIMENTOS TRANSPORTADOS = " WS-CTCARRY
           DISPLAY "ESTORNOS ABATIDOS = " WS-CTESTORNO
           DISPLAY "SALDOS NEGATIVOS TRANSPORTADOS = " WS-CTSALDO-NEG
           DISPLAY "VALOR DOS SALDOS NEGATIVOS = " WS-TOT-SALDO-NEG
           DISPLAY "VENDEDORES NO FECHAMENTO = " WS-CTVENDEDORES
           DISPLAY "LIQUIDACOES GRAVADAS (TERFECH) = " WS-CTFECH
           IF WS-SEM-TERFECH = 'S'
           DISPLAY WS-HIFEN
           DISPLAY "** CONTROLE DO ARQUIVO DE PAGAMENTO **"
           DISPLAY "DATA DE PAGAMENTO = " WS-DATA-PGTO
           DISPLAY "LOTES DE DEPARTAMENTO (TERBANCO) = " WS-CTLOTES
           DISPLAY "PAGAMENTOS GERADOS (TERBANCO) = " WS-CTPGTO
           DISPLAY "VENDEDORES SEM COMISSAO (PULADOS) = "
                   WS-CTPGTO-ZERO
           DISPLAY "REPAGAMENTOS DE RECUSADOS (TERREPAG) = "
                   WS-CTREPAGO
           DISPLAY "VALOR REPAGO = " WS-TOT-REPAGO
           DISPLAY "REPAGAMENTOS DE OUTROS DPTOS (TERREPS) = "
                   WS-CTREP-OUTRO
           DISPLAY "VALOR TOTAL DO ARQUIVO = " WS-TOT-PGTO
           DISPLAY WS-HIFEN

