       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG050.
       AUTHOR.        MIGUEL MORAIS.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NIVEL BASICO.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: FLUXO DE CAIXA PROJETADO E AGING DA CARTEIRA DE
      *           RECEBIVEIS COM PROVISAO PARA DEVEDORES DUVIDOSOS.
      *           LE A CARTEIRA (CGRECMST) APOS O FATURAMENTO DO
      *           MES E, PARA AS PARCELAS EM ABERTO ('A'/'V' COM
      *           SALDO):
      *           - PROJETA O RECEBIMENTO DO SALDO A VENCER MES A
      *             MES NOS 24 MESES A PARTIR DO MES DA DATA DE
      *             MOVIMENTO (DATAMOV), COM O SALDO POSTERIOR EM
      *             LINHA PROPRIA;
      *           - CLASSIFICA O SALDO VENCIDO PELOS DIAS DE ATRASO
      *             CONTRA A DATA DE MOVIMENTO NAS FAIXAS 1-30,
      *             31-60, 61-90, 91-180 E ACIMA DE 180 DIAS;
      *           - CALCULA A PDD DE CADA FAIXA PELO PERCENTUAL DA
      *             TABELA CGPDDPCT.
      *           GRAVA NO HISTORICO CGFLXRES UM REGISTRO DE RESUMO
      *           DA EXECUCAO (COPY CGREGFXC).
      *           PARCELAS PAGAS, DISTRATADAS E RENEGOCIADAS EM
      *           ACORDO FICAM FORA; AS PARCELAS NOVAS DO ACORDO
      *           ENTRAM COMO AS DEMAIS.
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010001  CRIACAO - FLUXO DE CAIXA PROJETADO,
      *                          AGING E PDD DA CARTEIRA
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
       CONFIGURATION SECTION.
      *---------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           CURRENCY SIGN IS "R$ " WITH PICTURE SYMBOL "$"
           .
       INPUT-OUTPUT SECTION.
      *---------------------*
       FILE-CONTROL.
      *==> LOCAL PARA O SELECT DOS ARQUIVOS
           SELECT RECMST-FILE        ASSIGN TO "CGRECMST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-REC.
           SELECT DATAMOV-FILE       ASSIGN TO "DATAMOV"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-DMV.
           SELECT PDDPCT-FILE        ASSIGN TO "CGPDDPCT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-PDD.
           SELECT RESUMO-FILE        ASSIGN TO "CGFLXRES"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
       FD  RECMST-FILE.
       01  RECMST-REG.
           COPY CGREGREC.

      *==> CARTAO COM A DATA DE MOVIMENTO DO FECHAMENTO (AAAA/MM/DD)
       FD  DATAMOV-FILE.
       01  DATAMOV-REG.
           05 DMV-DATA            PIC 9999/99/99.

      *==> TABELA DE PERCENTUAIS DE PDD: UM CARTAO POR FAIXA DE
      *==> ATRASO (01 = 1-30  02 = 31-60  03 = 61-90  04 = 91-180
      *==> 05 = ACIMA DE 180 DIAS) COM O PERCENTUAL PROVISIONADO
       FD  PDDPCT-FILE.
       01  PDDPCT-REG.
           05 PD-FAIXA            PIC 9(02).
           05 PD-SEP1             PIC X(01).
           05 PD-PCT              PIC 9(03)V99.

      *==> HISTORICO DOS RESUMOS DO FLUXO DE CAIXA (DISP=MOD)
       FD  RESUMO-FILE.
       01  RESUMO-REG.
           COPY CGREGFXC.

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> AREA AUXILIAR
       77  WS-EOF-REC             PIC X(01).
       77  WS-EOF-PDD             PIC X(01).
       77  WS-FIM-DMV             PIC X(01).
       77  WS-STATUS-REC          PIC X(02).
       77  WS-STATUS-DMV          PIC X(02).
       77  WS-STATUS-PDD          PIC X(02).
       77  WS-DATA-ATUAL          PIC 9999/99/99.
       77  WS-DATA-MOVTO          PIC 9999/99/99.
       77  WS-DMOV-INT            PIC 9(07).
       77  WS-DVEN-INT            PIC 9(07).
       77  WS-DCAL-INT            PIC 9(07).
       77  WS-DIAS-ATRASO         PIC 9(05).
       77  WS-MES-BASE            PIC 9(06).
       77  WS-MES-VENC            PIC 9(06).
       77  WS-DIF-MESES           PIC S9(06).
       77  WS-IDX-MS              PIC 9(02).
       77  WS-IDX-FX              PIC 9(01).
       77  WS-CTLIDO              PIC 9(06)       VALUE ZEROS.
       77  WS-CTABERTA            PIC 9(06)       VALUE ZEROS.
       77  WS-CTAVENCER           PIC 9(06)       VALUE ZEROS.
       77  WS-CTVENCIDA           PIC 9(06)       VALUE ZEROS.
       77  WS-CTALEM              PIC 9(06)       VALUE ZEROS.
       77  WS-CTPDD-ERRO          PIC 9(03)       VALUE ZEROS.
       77  WS-PDD-CARTAO          PIC X(01)       VALUE 'N'.
       77  AS-VAL-A-VENCER        PIC 9(11)V99    VALUE ZEROS.
       77  AS-VAL-VENCIDO         PIC 9(11)V99    VALUE ZEROS.
       77  AS-VAL-PDD             PIC 9(11)V99    VALUE ZEROS.
       77  AS-VAL-ALEM            PIC 9(11)V99    VALUE ZEROS.
       77  AS-VAL-ACUMULADO       PIC 9(11)V99    VALUE ZEROS.
       77  WS-VAL-EXIB            PIC $$.$$$.$$$.$$9,99.

      *-----> DESDOBRAMENTO DE DATA (AAAA/MM/DD) PARA O CALCULO DOS
      *-----> DIAS DE ATRASO E DO MES DE VENCIMENTO
       01  WS-DATA-DESDOBRA.
           05 WS-DD-AAAA          PIC 9(04).
           05 FILLER              PIC X(01).
           05 WS-DD-MM            PIC 9(02).
           05 FILLER              PIC X(01).
           05 WS-DD-DD            PIC 9(02).
       01  WS-DATA-AAAAMMDD.
           05 WS-DT-AAAA          PIC X(04).
           05 WS-DT-MM            PIC X(02).
           05 WS-DT-DD            PIC X(02).
       01  FILLER  REDEFINES  WS-DATA-AAAAMMDD.
           05 WS-DATA-AAAAMMDD-N  PIC 9(08).

      *-----> MES CORRENTE NA MONTAGEM DOS ROTULOS DA PROJECAO
       01  WS-MES-ROTULO.
           05 WS-ROT-AAAA         PIC 9(04).
           05 WS-ROT-MM           PIC 9(02).

      *-----> PROJECAO: ROTULO, QTDE. DE PARCELAS E SALDO A VENCER
      *-----> POR MES (01 = MES DA DATA DE MOVIMENTO)
       01  WS-TAB-PROJECAO.
           05 WS-TAB-PRJ-OCR  OCCURS 24 TIMES.
              10 WS-TAB-PRJ-AAAA        PIC 9(04).
              10 WS-TAB-PRJ-MM          PIC 9(02).
              10 WS-TAB-PRJ-QTD         PIC 9(06).
              10 WS-TAB-PRJ-VALOR       PIC 9(11)V99.

      *-----> FAIXAS DE ATRASO: LIMITE SUPERIOR EM DIAS, DESCRICAO,
      *-----> PERCENTUAL DE PDD (PADRAO SEM O CARTAO CGPDDPCT) E
      *-----> ACUMULADORES
       01  WS-LISTA-LIMITE.
           05 FILLER              PIC 9(05)       VALUE 00030.
           05 FILLER              PIC 9(05)       VALUE 00060.
           05 FILLER              PIC 9(05)       VALUE 00090.
           05 FILLER              PIC 9(05)       VALUE 00180.
           05 FILLER              PIC 9(05)       VALUE 99999.
       01  FILLER  REDEFINES  WS-LISTA-LIMITE.
           05 WS-FX-LIMITE        PIC 9(05)  OCCURS 5 TIMES.
       01  WS-LISTA-DESC-FX.
           05 FILLER              PIC X(16)  VALUE '1 A 30 DIAS'.
           05 FILLER              PIC X(16)  VALUE '31 A 60 DIAS'.
           05 FILLER              PIC X(16)  VALUE '61 A 90 DIAS'.
           05 FILLER              PIC X(16)  VALUE '91 A 180 DIAS'.
           05 FILLER              PIC X(16)  VALUE 'ACIMA DE 180'.
       01  FILLER  REDEFINES  WS-LISTA-DESC-FX.
           05 WS-FX-DESC          PIC X(16)  OCCURS 5 TIMES.
       01  WS-LISTA-PCT-PADRAO.
           05 FILLER              PIC 9(03)V99    VALUE 001,00.
           05 FILLER              PIC 9(03)V99    VALUE 003,00.
           05 FILLER              PIC 9(03)V99    VALUE 010,00.
           05 FILLER              PIC 9(03)V99    VALUE 050,00.
           05 FILLER              PIC 9(03)V99    VALUE 100,00.
       01  FILLER  REDEFINES  WS-LISTA-PCT-PADRAO.
           05 WS-FX-PCT-PADRAO    PIC 9(03)V99  OCCURS 5 TIMES.
       01  WS-TAB-FAIXA.
           05 WS-TAB-FX-OCR  OCCURS 5 TIMES.
              10 WS-TAB-FX-PCT          PIC 9(03)V99.
              10 WS-TAB-FX-QTD          PIC 9(06).
              10 WS-TAB-FX-SALDO        PIC 9(11)V99.
              10 WS-TAB-FX-PDD          PIC 9(11)V99.

      *-----> LINHA DA PROJECAO MENSAL
       01  WS-REG-PROJECAO.
           05 FILLER              PIC X(03)       VALUE SPACES.
           05 WS-PRJ-AAAA-OUT     PIC 9(04).
           05 FILLER              PIC X(01)       VALUE '/'.
           05 WS-PRJ-MM-OUT       PIC 9(02).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-PRJ-QTD-OUT      PIC ZZZZZ9.
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-PRJ-VALOR-OUT    PIC $$.$$$.$$$.$$9,99.
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-PRJ-ACUM-OUT     PIC $$.$$$.$$$.$$9,99.

      *-----> LINHA DO AGING COM A PDD
       01  WS-REG-AGING.
           05 FILLER              PIC X(03)       VALUE SPACES.
           05 WS-AGE-DESC-OUT     PIC X(16).
           05 WS-AGE-QTD-OUT      PIC ZZZZZ9.
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-AGE-SALDO-OUT    PIC $$.$$$.$$$.$$9,99.
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-AGE-PCT-OUT      PIC ZZ9,99.
           05 FILLER              PIC X(03)       VALUE '%  '.
           05 WS-AGE-PDD-OUT      PIC $$.$$$.$$$.$$9,99.
       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG050.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-EOF-REC = 'S'
           PERFORM 050-IMPRIMIR-PROJECAO
           PERFORM 060-IMPRIMIR-AGING
           PERFORM 070-GRAVAR-RESUMO
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-ATUAL FROM DATE
           PERFORM 012-OBTER-DATA-MOVTO
           PERFORM 014-CARREGAR-PDD
           MOVE WS-DATA-MOVTO  TO  WS-DATA-DESDOBRA
           PERFORM 037-MONTAR-DATA-INT
           MOVE WS-DCAL-INT    TO  WS-DMOV-INT
           COMPUTE WS-MES-BASE = WS-DD-AAAA * 12 + WS-DD-MM

           MOVE WS-DD-AAAA  TO  WS-ROT-AAAA
           MOVE WS-DD-MM    TO  WS-ROT-MM
           MOVE 1           TO  WS-IDX-MS
           PERFORM 016-MONTAR-MES UNTIL WS-IDX-MS > 24

           DISPLAY "** FLUXO DE CAIXA PROJETADO E AGING DA CARTEIRA **"
           DISPLAY "DATA DO MOVIMENTO: " WS-DATA-MOVTO

           MOVE 'N'  TO  WS-EOF-REC
           OPEN INPUT RECMST-FILE
           IF WS-STATUS-REC NOT = '00'
              DISPLAY "CARTEIRA CGRECMST INDISPONIVEL - STATUS "
                      WS-STATUS-REC
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 025-LER-RECMST
           IF WS-EOF-REC = 'S'
              DISPLAY "CARTEIRA CGRECMST VAZIA - NADA A PROJETAR"
              CLOSE RECMST-FILE
              MOVE 12   TO  RETURN-CODE
              STOP RUN
           END-IF
           .
      *--------------------------------------------------------------*
      *    OBTEM A DATA DE MOVIMENTO DO CARTAO DATAMOV; SEM O        *
      *    CARTAO, A DATA DA MAQUINA E ASSUMIDA COMO MOVIMENTO       *
      *--------------------------------------------------------------*
       012-OBTER-DATA-MOVTO.

           MOVE WS-DATA-ATUAL  TO  WS-DATA-MOVTO
           OPEN INPUT DATAMOV-FILE
           IF WS-STATUS-DMV = '00'
              READ DATAMOV-FILE
                  AT END MOVE 'S' TO WS-FIM-DMV
                  NOT AT END MOVE DMV-DATA TO WS-DATA-MOVTO
              END-READ
              CLOSE DATAMOV-FILE
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGA OS PERCENTUAIS DE PDD DO CARTAO CGPDDPCT; FAIXA   *
      *    SEM CARTAO FICA COM O PERCENTUAL PADRAO (1%, 3%, 10%,     *
      *    50% E 100%) E CARTAO INVALIDO E DESPREZADO COM AVISO      *
      *--------------------------------------------------------------*
       014-CARREGAR-PDD.

           INITIALIZE WS-TAB-FAIXA
           MOVE 1  TO  WS-IDX-FX
           PERFORM 018-ASSUMIR-PCT-PADRAO UNTIL WS-IDX-FX > 5

           MOVE 'N'  TO  WS-EOF-PDD
           OPEN INPUT PDDPCT-FILE
           IF WS-STATUS-PDD = '00'
              PERFORM 015-LER-PDD
              PERFORM 017-VALIDAR-PDD UNTIL WS-EOF-PDD = 'S'
              CLOSE PDDPCT-FILE
           END-IF

           IF WS-PDD-CARTAO NOT = 'S'
              DISPLAY "TABELA CGPDDPCT AUSENTE OU VAZIA - ASSUMIDOS"
                      " OS PERCENTUAIS PADRAO DE PDD"
           END-IF
           .
       015-LER-PDD.

           READ PDDPCT-FILE
               AT END MOVE 'S'  TO  WS-EOF-PDD
           END-READ
           .
      *--------------------------------------------------------------*
      *    ROTULO AAAA/MM DE CADA MES DA PROJECAO                    *
      *--------------------------------------------------------------*
       016-MONTAR-MES.

           MOVE WS-ROT-AAAA  TO  WS-TAB-PRJ-AAAA (WS-IDX-MS)
           MOVE WS-ROT-MM    TO  WS-TAB-PRJ-MM   (WS-IDX-MS)
           MOVE ZEROS        TO  WS-TAB-PRJ-QTD   (WS-IDX-MS)
                                 WS-TAB-PRJ-VALOR (WS-IDX-MS)
           IF WS-ROT-MM = 12
              MOVE 01  TO  WS-ROT-MM
              ADD  1   TO  WS-ROT-AAAA
           ELSE
              ADD  1   TO  WS-ROT-MM
           END-IF
           ADD 1  TO  WS-IDX-MS
           .
       017-VALIDAR-PDD.

           IF PD-FAIXA NOT NUMERIC OR
              PD-PCT   NOT NUMERIC OR
              PD-FAIXA < 01 OR PD-FAIXA > 05 OR
              PD-PCT > 100,00
              ADD 1  TO  WS-CTPDD-ERRO
              DISPLAY "CARTAO DE PDD INVALIDO DESPREZADO: " PDDPCT-REG
           ELSE
              MOVE 'S'     TO  WS-PDD-CARTAO
              MOVE PD-PCT  TO  WS-TAB-FX-PCT (PD-FAIXA)
           END-IF

           PERFORM 015-LER-PDD
           .
       018-ASSUMIR-PCT-PADRAO.

           MOVE WS-FX-PCT-PADRAO (WS-IDX-FX)
             TO WS-TAB-FX-PCT    (WS-IDX-FX)
           ADD 1  TO  WS-IDX-FX
           .
      *--------------------------------------------------------------*
      *    LEITURA DA CARTEIRA                                       *
      *--------------------------------------------------------------*
       025-LER-RECMST.

           READ RECMST-FILE
               AT END MOVE 'S'  TO  WS-EOF-REC
           END-READ
           .
      *--------------------------------------------------------------*
      *    CLASSIFICA A PARCELA EM ABERTO: A VENCER VAI PARA O MES   *
      *    DA PROJECAO; VENCIDA VAI PARA A FAIXA DE ATRASO           *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           ADD 1  TO  WS-CTLIDO

           IF (REC-SITUACAO = 'A' OR REC-SITUACAO = 'V') AND
              REC-VAL-SALDO > ZEROS
              ADD 1  TO  WS-CTABERTA
              IF REC-DATA-VENC < WS-DATA-MOVTO
                 PERFORM 034-CLASSIFICAR-VENCIDA
              ELSE
                 PERFORM 032-PROJETAR-A-VENCER
              END-IF
           END-IF

           PERFORM 025-LER-RECMST
           .
       032-PROJETAR-A-VENCER.

           ADD 1              TO  WS-CTAVENCER
           ADD REC-VAL-SALDO  TO  AS-VAL-A-VENCER

           MOVE REC-DATA-VENC  TO  WS-DATA-DESDOBRA
           COMPUTE WS-MES-VENC  = WS-DD-AAAA * 12 + WS-DD-MM
           COMPUTE WS-DIF-MESES = WS-MES-VENC - WS-MES-BASE + 1

           IF WS-DIF-MESES > 24
              ADD 1              TO  WS-CTALEM
              ADD REC-VAL-SALDO  TO  AS-VAL-ALEM
           ELSE
              MOVE WS-DIF-MESES  TO  WS-IDX-MS
              ADD 1              TO  WS-TAB-PRJ-QTD   (WS-IDX-MS)
              ADD REC-VAL-SALDO  TO  WS-TAB-PRJ-VALOR (WS-IDX-MS)
           END-IF
           .
       034-CLASSIFICAR-VENCIDA.

           ADD 1              TO  WS-CTVENCIDA
           ADD REC-VAL-SALDO  TO  AS-VAL-VENCIDO

           MOVE REC-DATA-VENC  TO  WS-DATA-DESDOBRA
           PERFORM 037-MONTAR-DATA-INT
           MOVE WS-DCAL-INT    TO  WS-DVEN-INT
           COMPUTE WS-DIAS-ATRASO = WS-DMOV-INT - WS-DVEN-INT

           MOVE 1  TO  WS-IDX-FX
           PERFORM 036-LOCALIZAR-FAIXA
              UNTIL WS-DIAS-ATRASO NOT > WS-FX-LIMITE (WS-IDX-FX)

           ADD 1              TO  WS-TAB-FX-QTD   (WS-IDX-FX)
           ADD REC-VAL-SALDO  TO  WS-TAB-FX-SALDO (WS-IDX-FX)
           .
       036-LOCALIZAR-FAIXA.

           ADD 1  TO  WS-IDX-FX
           .
      *--------------------------------------------------------------*
      *    CONVERTE A DATA DESDOBRADA (AAAA/MM/DD) EM DIAS CORRIDOS  *
      *    (WS-DCAL-INT); DATA ZERADA DEVOLVE ZEROS                  *
      *--------------------------------------------------------------*
       037-MONTAR-DATA-INT.

           MOVE WS-DD-AAAA  TO  WS-DT-AAAA
           MOVE WS-DD-MM    TO  WS-DT-MM
           MOVE WS-DD-DD    TO  WS-DT-DD

           IF WS-DATA-AAAAMMDD-N = ZEROS
              MOVE ZEROS  TO  WS-DCAL-INT
           ELSE
              COMPUTE WS-DCAL-INT =
                 FUNCTION INTEGER-OF-DATE (WS-DATA-AAAAMMDD-N)
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROJECAO MENSAL DOS RECEBIMENTOS (SALDO A VENCER)         *
      *--------------------------------------------------------------*
       050-IMPRIMIR-PROJECAO.

           CLOSE RECMST-FILE

           DISPLAY ' '
           DISPLAY ' RECEBIMENTOS PREVISTOS - PROXIMOS 24 MESES'
           DISPLAY '   MES      PARCELAS     SALDO A VENCER'
                   '          ACUMULADO'
           MOVE 1  TO  WS-IDX-MS
           PERFORM 052-IMPRIMIR-MES UNTIL WS-IDX-MS > 24

           MOVE AS-VAL-ALEM  TO  WS-VAL-EXIB
           DISPLAY '   APOS 24 MESES....: ' WS-CTALEM
                   ' PARCELAS ' WS-VAL-EXIB
           MOVE AS-VAL-A-VENCER  TO  WS-VAL-EXIB
           DISPLAY '   TOTAL A VENCER...: ' WS-CTAVENCER
                   ' PARCELAS ' WS-VAL-EXIB
           .
       052-IMPRIMIR-MES.

           ADD WS-TAB-PRJ-VALOR (WS-IDX-MS)  TO  AS-VAL-ACUMULADO
           MOVE WS-TAB-PRJ-AAAA  (WS-IDX-MS)  TO  WS-PRJ-AAAA-OUT
           MOVE WS-TAB-PRJ-MM    (WS-IDX-MS)  TO  WS-PRJ-MM-OUT
           MOVE WS-TAB-PRJ-QTD   (WS-IDX-MS)  TO  WS-PRJ-QTD-OUT
           MOVE WS-TAB-PRJ-VALOR (WS-IDX-MS)  TO  WS-PRJ-VALOR-OUT
           MOVE AS-VAL-ACUMULADO              TO  WS-PRJ-ACUM-OUT
           DISPLAY WS-REG-PROJECAO

           ADD 1  TO  WS-IDX-MS
           .
      *--------------------------------------------------------------*
      *    AGING DO SALDO VENCIDO POR FAIXA DE ATRASO, COM A PDD     *
      *--------------------------------------------------------------*
       060-IMPRIMIR-AGING.

           DISPLAY ' '
           DISPLAY ' SALDO VENCIDO POR FAIXA DE ATRASO E PDD'
           DISPLAY '   FAIXA         PARCELAS      SALDO VENCIDO'
                   '   % PDD           PROVISAO'
           MOVE 1  TO  WS-IDX-FX
           PERFORM 062-IMPRIMIR-FAIXA UNTIL WS-IDX-FX > 5

           MOVE AS-VAL-VENCIDO  TO  WS-VAL-EXIB
           DISPLAY '   TOTAL VENCIDO....: ' WS-CTVENCIDA
                   ' PARCELAS ' WS-VAL-EXIB
           MOVE AS-VAL-PDD      TO  WS-VAL-EXIB
           DISPLAY '   TOTAL DA PDD.....: ' WS-VAL-EXIB
           .
       062-IMPRIMIR-FAIXA.

           COMPUTE WS-TAB-FX-PDD (WS-IDX-FX) ROUNDED =
                   WS-TAB-FX-SALDO (WS-IDX-FX) *
                   WS-TAB-FX-PCT   (WS-IDX-FX) / 100
           ADD WS-TAB-FX-PDD (WS-IDX-FX)  TO  AS-VAL-PDD

           MOVE WS-FX-DESC      (WS-IDX-FX)  TO  WS-AGE-DESC-OUT
           MOVE WS-TAB-FX-QTD   (WS-IDX-FX)  TO  WS-AGE-QTD-OUT
           MOVE WS-TAB-FX-SALDO (WS-IDX-FX)  TO  WS-AGE-SALDO-OUT
           MOVE WS-TAB-FX-PCT   (WS-IDX-FX)  TO  WS-AGE-PCT-OUT
           MOVE WS-TAB-FX-PDD   (WS-IDX-FX)  TO  WS-AGE-PDD-OUT
           DISPLAY WS-REG-AGING

           ADD 1  TO  WS-IDX-FX
           .
      *--------------------------------------------------------------*
      *    GRAVA O RESUMO DA EXECUCAO NO HISTORICO CGFLXRES          *
      *--------------------------------------------------------------*
       070-GRAVAR-RESUMO.

           MOVE SPACES           TO  RESUMO-REG
           MOVE WS-DATA-MOVTO    TO  FXC-DATA-BASE
           MOVE WS-CTABERTA      TO  FXC-QTD-ABERTAS
           MOVE AS-VAL-A-VENCER  TO  FXC-VAL-A-VENCER
           MOVE AS-VAL-VENCIDO   TO  FXC-VAL-VENCIDO
           MOVE AS-VAL-PDD       TO  FXC-VAL-PDD
           MOVE AS-VAL-ALEM      TO  FXC-VAL-ALEM-24

           MOVE 1  TO  WS-IDX-MS
           PERFORM 072-MOVER-MES UNTIL WS-IDX-MS > 24
           MOVE 1  TO  WS-IDX-FX
           PERFORM 074-MOVER-FAIXA UNTIL WS-IDX-FX > 5

           OPEN EXTEND RESUMO-FILE
           WRITE RESUMO-REG
           CLOSE RESUMO-FILE
           .
       072-MOVER-MES.

           MOVE WS-TAB-PRJ-VALOR (WS-IDX-MS)
             TO FXC-VAL-PROJECAO (WS-IDX-MS)
           ADD 1  TO  WS-IDX-MS
           .
       074-MOVER-FAIXA.

           MOVE WS-TAB-FX-SALDO (WS-IDX-FX)
             TO FXC-VAL-FX-SALDO (WS-IDX-FX)
           MOVE WS-TAB-FX-PDD   (WS-IDX-FX)
             TO FXC-VAL-FX-PDD   (WS-IDX-FX)
           ADD 1  TO  WS-IDX-FX
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' '
           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DO FLUXO DE CAIXA - CGPRG050  *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * PARCELAS LIDAS..........= ' WS-CTLIDO
           DISPLAY ' * PARCELAS EM ABERTO......= ' WS-CTABERTA
           DISPLAY ' * A VENCER................= ' WS-CTAVENCER
           DISPLAY ' * VENCIDAS................= ' WS-CTVENCIDA
           DISPLAY ' * CARTOES DE PDD INVALIDOS= ' WS-CTPDD-ERRO
           DISPLAY ' *========================================*'

           IF WS-CTPDD-ERRO > ZEROS
              MOVE 04   TO  RETURN-CODE
           ELSE
              MOVE 00   TO  RETURN-CODE
           END-IF

           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG050"
           .
      *---------------> FIM DO PROGRAMA CGPRG050 <-------------------*
