       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG038.
       AUTHOR.        MIGUEL MORAIS.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NIVEL BASICO.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: ENCERRAMENTO DOS DISTRATOS DO DIA NA CARTEIRA DE
      *           RECEBIVEIS. LE OS DISTRATOS GRAVADOS PELO CGPRG011
      *           (CG011DIS) E A CARTEIRA ATUAL (CGRECMST), ENCERRA
      *           COMO DISTRATADAS ('D') AS PARCELAS DO CONTRATO
      *           DESFEITO - AS ABERTAS E VENCIDAS DEIXAM DE SER
      *           COBRADAS E AS PAGAS GUARDAM O VALOR PAGO - E
      *           GRAVA A NOVA GERACAO DA CARTEIRA (RECNOVO).
      *           APURA A DEVOLUCAO AO COMPRADOR (TOTAL PAGO MENOS
      *           O PERCENTUAL DE RETENCAO DO CONTRATO), GRAVA O
      *           DISTRATO COMPLETO NO HISTORICO (CG038DIS - BASE DO
      *           ESTORNO DE COMISSAO NO CGPRG021) E IMPRIME UM
      *           DEMONSTRATIVO DE DISTRATO POR LOTE, UMA PAGINA POR
      *           LOTE (MODELO DO CGPRG026), PARA O JURIDICO
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010001  CRIACAO - ENCERRAMENTO DO DISTRATO
      *                          NA CARTEIRA E DEMONSTRATIVO DA
      *                          DEVOLUCAO
      *  V02    OUT/2026 010002  CARTEIRA COM SALDO (117 BYTES): O
      *                          PAGO PARCIAL DE PARCELA ABERTA OU
      *                          VENCIDA ENTRA NA DEVOLUCAO E O
      *                          ENCERRADO PASSA A SER O SALDO
      *  V03    OUT/2026 010003  PARCELA RENEGOCIADA EM ACORDO ('R',
      *                          CGPRG042) TAMBEM E ENCERRADA: O PAGO
      *                          PARCIAL DELA ENTRA NA DEVOLUCAO E O
      *                          SALDO JA ESTA NAS PARCELAS DO ACORDO
      *  V04    OUT/2026 010004  DEVOLUCAO AO COMPRADOR ('DEV') E
      *                          SALDO ENCERRADO ('DEC') GRAVADOS
      *                          COMO EVENTOS CONTABEIS NO CGCTBEVT
      *                          (COPY CGREGEVT), PARA O DIARIO
      *                          CONTABIL (CGPRG044)
      *  V05    OUT/2026 010005  PARCELA SO E DO DISTRATO SE O
      *                          COMPRADOR FOR O DA VENDA DESFEITA
      *                          (LOTE REVENDIDO NAO E ENCERRADO);
      *                          DISTRATO SEM PARCELAS NA CARTEIRA
      *                          ENCERRA O VALOR DA VENDA NO 'DEC'
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
           SELECT DISTRAT-FILE       ASSIGN TO "CG011DIS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-DIS.
           SELECT RECMST-FILE        ASSIGN TO "CGRECMST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-REC.
           SELECT RECNOVO-FILE       ASSIGN TO "RECNOVO"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTDIS-FILE       ASSIGN TO "CG038DIS"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EVENTO-FILE        ASSIGN TO "CGCTBEVT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *==> MESMO LAYOUT GRAVADO PELO CGPRG011 (DISTRATOS DO DIA)
      *==> (COPY CGREGDIS, DESCRITO NO HISTORICO ABAIXO)
       FD  DISTRAT-FILE.
       01  DISTRAT-REG             PIC X(107).

       FD  RECMST-FILE.
       01  RECMST-REG.
           COPY CGREGREC.

      *==> NOVA GERACAO DA CARTEIRA (MESMO LAYOUT DO CGRECMST)
       FD  RECNOVO-FILE.
       01  RECNOVO-REG             PIC X(117).

      *==> HISTORICO DOS DISTRATOS COM A DEVOLUCAO APURADA (MESMO
      *==> LAYOUT DO CG011DIS) - ABERTO DURANTE TODA A EXECUCAO, A
      *==> AREA DO REGISTRO SERVE DE VISAO DO DISTRATO DA TABELA
       FD  HISTDIS-FILE.
       01  HISTDIS-REG.
           COPY CGREGDIS.

      *==> EVENTOS CONTABEIS PENDENTES (DISP=MOD) - A DEVOLUCAO E O
      *==> SALDO ENCERRADO SAO LANCADOS PELO CGPRG044
       FD  EVENTO-FILE.
       01  EVENTO-REG.
           COPY CGREGEVT.

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> AREA AUXILIAR
       77  WS-EOF-DIS             PIC X(01).
       77  WS-EOF-REC             PIC X(01).
       77  WS-STATUS-DIS          PIC X(02).
       77  WS-STATUS-REC          PIC X(02).
       77  WS-DATA-ATUAL          PIC 9999/99/99.
       77  WS-CTDIS               PIC 9(03)       VALUE ZEROS.
       77  WS-CTLIDO              PIC 9(06)       VALUE ZEROS.
       77  WS-CTGRAVADO           PIC 9(06)       VALUE ZEROS.
       77  WS-CTENCERRADA         PIC 9(06)       VALUE ZEROS.
       77  WS-CTPAGA              PIC 9(06)       VALUE ZEROS.
       77  WS-CTSEMPARC           PIC 9(03)       VALUE ZEROS.
       77  WS-DIS-ACHADO          PIC X(01).
       77  WS-IDX-DS              PIC 9(03).
       77  WS-CTPAGINA            PIC 9(03)       VALUE ZEROS.
       77  WS-CTLINHA             PIC 9(02)       VALUE 99.
       77  AS-TOT-PAGO            PIC 9(13)V99    VALUE ZEROS.
       77  AS-TOT-RETIDO          PIC 9(13)V99    VALUE ZEROS.
       77  AS-TOT-DEVOLVER        PIC 9(13)V99    VALUE ZEROS.
       77  AS-TOT-ENCERRADO       PIC 9(13)V99    VALUE ZEROS.
       77  WS-VAL-EXIB            PIC $$.$$$.$$$.$$9,99.

      *-----> DISTRATOS DO DIA (CG011DIS), ACUMULANDO AS PARCELAS
      *-----> DO CONTRATO ENCONTRADAS NA CARTEIRA
       01  WS-TAB-DIS.
           05 WS-TAB-DIS-OCR  OCCURS 100 TIMES.
              10 WS-TAB-DIS-REG         PIC X(107).
              10 WS-TAB-DIS-QTD-PAG     PIC 9(02).
              10 WS-TAB-DIS-VAL-PAGO    PIC 9(08)V99.
              10 WS-TAB-DIS-QTD-ENC     PIC 9(02).
              10 WS-TAB-DIS-VAL-ENC     PIC 9(08)V99.

      *-----> LINHA DE RELATORIO DAS PARCELAS ENCERRADAS
       01  WS-REG-SYSOUT.
           05 FILLER              PIC X(05)       VALUE 'LOTE '.
           05 WS-LOTE-OUT         PIC 9(06).
           05 FILLER              PIC X(06)       VALUE ' PARC '.
           05 WS-PARC-OUT         PIC 9(02).
           05 FILLER              PIC X(07)       VALUE ' VENC: '.
           05 WS-VENC-OUT         PIC X(10).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-VALOR-OUT        PIC $$.$$$.$$9,99.
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-SITUACAO-OUT     PIC X(12).

      *-----> LINHAS DO DEMONSTRATIVO DE DISTRATO
       01  WS-REG-DEM-LOTE.
           05 FILLER              PIC X(08)       VALUE '  LOTE: '.
           05 WS-DEM-LOTE         PIC 9(06).
           05 FILLER              PIC X(21)
              VALUE '  DATA DO DISTRATO: '.
           05 WS-DEM-DATA         PIC X(10).

       01  WS-REG-DEM-COMPRADOR.
           05 FILLER              PIC X(19)
              VALUE '  COMPRADOR (CPF): '.
           05 WS-DEM-COMPRADOR    PIC X(11).
           05 FILLER              PIC X(12)
              VALUE '  USUARIO: '.
           05 WS-DEM-USUARIO      PIC X(08).

       01  WS-REG-DEM-VENDA.
           05 FILLER              PIC X(19)
              VALUE '  VALOR DA VENDA:  '.
           05 WS-DEM-VENDA        PIC $$.$$$.$$9,99.
           05 FILLER              PIC X(09)       VALUE '  PLANO: '.
           05 WS-DEM-PRAZO        PIC Z9.
           05 FILLER              PIC X(06)       VALUE ' MESES'.

       01  WS-REG-DEM-VALOR.
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-DEM-ROTULO       PIC X(28).
           05 WS-DEM-QTD          PIC ZZ9.
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-DEM-VALOR        PIC $$.$$$.$$9,99.

       01  WS-REG-DEM-RETENCAO.
           05 FILLER              PIC X(30)
              VALUE '  RETENCAO CONTRATUAL......: '.
           05 WS-DEM-PCT          PIC ZZ9,99.
           05 FILLER              PIC X(03)       VALUE '%  '.
           05 WS-DEM-RETIDO       PIC $$.$$$.$$9,99.

       01  WS-REG-DEM-DEVOLVER.
           05 FILLER              PIC X(35)
              VALUE '  VALOR A DEVOLVER AO COMPRADOR:  '.
           05 WS-DEM-DEVOLVER     PIC $$.$$$.$$9,99.
       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG038.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-EOF-REC = 'S'
           PERFORM 050-FECHAR-DISTRATOS
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-ATUAL FROM DATE

           DISPLAY "** ENCERRAMENTO DOS DISTRATOS NA CARTEIRA **"
           DISPLAY '-----------------------------------'

      *--->    A CARGA COM GUARDA DE CAPACIDADE RODA ANTES DE
      *--->    QUALQUER SAIDA ABRIR - UM ESTOURO ABORTA SEM
      *--->    CATALOGAR UMA GERACAO PARCIAL DA CARTEIRA
           PERFORM 020-CARREGAR-DISTRATOS

           OPEN OUTPUT RECNOVO-FILE
           OPEN EXTEND HISTDIS-FILE
           OPEN EXTEND EVENTO-FILE
           MOVE 'N'  TO  WS-EOF-REC
           OPEN INPUT RECMST-FILE
           IF WS-STATUS-REC NOT = '00'
              DISPLAY 'CARTEIRA CGRECMST NAO ENCONTRADA'
              MOVE 'S'  TO  WS-EOF-REC
           ELSE
              PERFORM 025-LER-RECMST
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARGA DOS DISTRATOS DO DIA (CG011DIS) EM MEMORIA          *
      *--------------------------------------------------------------*
       020-CARREGAR-DISTRATOS.

           MOVE ZEROS  TO  WS-TAB-DIS
           MOVE 'N'    TO  WS-EOF-DIS
           OPEN INPUT DISTRAT-FILE
           IF WS-STATUS-DIS = '00'
              PERFORM 021-LER-DISTRATO
              PERFORM 022-ACUMULAR-DISTRATO UNTIL WS-EOF-DIS = 'S'
              CLOSE DISTRAT-FILE
           ELSE
              DISPLAY 'ARQUIVO CG011DIS NAO ENCONTRADO - SEM'
                      ' DISTRATOS A ENCERRAR'
           END-IF
           .
       021-LER-DISTRATO.

           READ DISTRAT-FILE
               AT END MOVE 'S'  TO  WS-EOF-DIS
           END-READ
           .
       022-ACUMULAR-DISTRATO.

           IF WS-CTDIS >= 100
              DISPLAY "CAPACIDADE DA TABELA DE DISTRATOS (100)"
                      " EXCEDIDA - EXECUCAO ABANDONADA"
              CLOSE DISTRAT-FILE
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

           ADD 1  TO  WS-CTDIS
           MOVE DISTRAT-REG  TO  WS-TAB-DIS-REG (WS-CTDIS)
           PERFORM 021-LER-DISTRATO
           .
      *--------------------------------------------------------------*
      *    LEITURA DE UMA PARCELA DA CARTEIRA                        *
      *--------------------------------------------------------------*
       025-LER-RECMST.

           READ RECMST-FILE
               AT END MOVE 'S'  TO  WS-EOF-REC
           END-READ
           .
      *--------------------------------------------------------------*
      *    PROCESSA UMA PARCELA: SE O LOTE TEVE DISTRATO NO DIA E A  *
      *    PARCELA E DO CONTRATO DESFEITO (ABERTA, VENCIDA, PAGA OU  *
      *    RENEGOCIADA EM ACORDO), ENCERRA COMO DISTRATADA; COPIA    *
      *    PARA A NOVA GERACAO                                       *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           ADD 1  TO  WS-CTLIDO

           IF REC-SITUACAO = 'A' OR
              REC-SITUACAO = 'V' OR
              REC-SITUACAO = 'P' OR
              REC-SITUACAO = 'R'
              PERFORM 035-LOCALIZAR-DISTRATO
              IF WS-DIS-ACHADO = 'S'
                 PERFORM 040-ENCERRAR-PARCELA
              END-IF
           END-IF

           MOVE RECMST-REG  TO  RECNOVO-REG
           WRITE RECNOVO-REG
           ADD 1  TO  WS-CTGRAVADO
           PERFORM 025-LER-RECMST
           .
      *--------------------------------------------------------------*
      *    LOCALIZA O DISTRATO DO LOTE DA PARCELA CORRENTE; A        *
      *    PARCELA DE OUTRO COMPRADOR E DE UMA REVENDA DO LOTE E NAO *
      *    E TOCADA                                                  *
      *--------------------------------------------------------------*
       035-LOCALIZAR-DISTRATO.

           MOVE 'N'  TO  WS-DIS-ACHADO
           MOVE 1    TO  WS-IDX-DS

           PERFORM 036-COMPARAR-DISTRATO
              UNTIL WS-DIS-ACHADO = 'S' OR WS-IDX-DS > WS-CTDIS
           .
       036-COMPARAR-DISTRATO.

           MOVE WS-TAB-DIS-REG (WS-IDX-DS)  TO  HISTDIS-REG
           IF DIS-LOTE = REC-LOTE  AND
              DIS-COMPRADOR = REC-COMPRADOR
              MOVE 'S'  TO  WS-DIS-ACHADO
           ELSE
              ADD 1  TO  WS-IDX-DS
           END-IF
           .
      *--------------------------------------------------------------*
      *    ENCERRA UMA PARCELA DO CONTRATO DESFEITO: A PAGA SOMA NA  *
      *    BASE DA DEVOLUCAO; A ABERTA/VENCIDA DEIXA DE SER COBRADA  *
      *--------------------------------------------------------------*
       040-ENCERRAR-PARCELA.

           IF REC-SITUACAO = 'P'
              ADD 1             TO  WS-CTPAGA
              ADD 1             TO  WS-TAB-DIS-QTD-PAG  (WS-IDX-DS)
              ADD REC-VAL-PAGO  TO  WS-TAB-DIS-VAL-PAGO (WS-IDX-DS)
              MOVE 'PAGA-DISTR. '   TO  WS-SITUACAO-OUT
              MOVE REC-VAL-PAGO     TO  WS-VALOR-OUT
           END-IF

      *--->    PARCELA RENEGOCIADA: O SALDO FOI PARA AS PARCELAS DO
      *--->    ACORDO (ENCERRADAS A PARTE); SO O JA RECEBIDO NELA
      *--->    ENTRA NA BASE DA DEVOLUCAO
           IF REC-SITUACAO = 'R'
              ADD REC-VAL-PAGO     TO  WS-TAB-DIS-VAL-PAGO (WS-IDX-DS)
              MOVE 'RENEG-DISTR.'  TO  WS-SITUACAO-OUT
              MOVE REC-VAL-PAGO    TO  WS-VALOR-OUT
           END-IF

           IF REC-SITUACAO = 'A' OR REC-SITUACAO = 'V'
      *--->       PARCELA ABERTA/VENCIDA COM PAGAMENTO PARCIAL: O JA
      *--->       RECEBIDO ENTRA NA BASE DA DEVOLUCAO E SO O SALDO
      *--->       DEIXA DE SER COBRADO
              ADD 1                TO  WS-CTENCERRADA
              ADD 1                TO  WS-TAB-DIS-QTD-ENC (WS-IDX-DS)
              ADD REC-VAL-SALDO    TO  WS-TAB-DIS-VAL-ENC (WS-IDX-DS)
              ADD REC-VAL-PAGO     TO  WS-TAB-DIS-VAL-PAGO (WS-IDX-DS)
              MOVE 'ENCERRADA   '  TO  WS-SITUACAO-OUT
              MOVE REC-VAL-SALDO   TO  WS-VALOR-OUT
           END-IF

           MOVE 'D'             TO  REC-SITUACAO

           MOVE REC-LOTE        TO  WS-LOTE-OUT
           MOVE REC-PARCELA     TO  WS-PARC-OUT
           MOVE REC-DATA-VENC   TO  WS-VENC-OUT
           DISPLAY WS-REG-SYSOUT
           .
      *--------------------------------------------------------------*
      *    APURA A DEVOLUCAO DE CADA DISTRATO, GRAVA O HISTORICO E   *
      *    IMPRIME O DEMONSTRATIVO                                   *
      *--------------------------------------------------------------*
       050-FECHAR-DISTRATOS.

           MOVE 1  TO  WS-IDX-DS
           PERFORM 051-FECHAR-UM-DISTRATO
              UNTIL WS-IDX-DS > WS-CTDIS
           .
      *--------------------------------------------------------------*
      *    DEVOLUCAO = TOTAL PAGO - RETENCAO CONTRATUAL SOBRE O PAGO *
      *    SEM PARCELAS NA CARTEIRA O CONTAS A RECEBER DA VENDA      *
      *    ('VEN' DO CGPRG011) E ENCERRADO PELO VALOR DA VENDA       *
      *--------------------------------------------------------------*
       051-FECHAR-UM-DISTRATO.

           MOVE WS-TAB-DIS-REG (WS-IDX-DS)  TO  HISTDIS-REG
           MOVE WS-TAB-DIS-QTD-PAG  (WS-IDX-DS)  TO  DIS-QTD-PAGAS
           MOVE WS-TAB-DIS-VAL-PAGO (WS-IDX-DS)  TO  DIS-VAL-PAGO
           MOVE WS-TAB-DIS-QTD-ENC  (WS-IDX-DS)  TO  DIS-QTD-ENCERRADAS
           MOVE WS-TAB-DIS-VAL-ENC  (WS-IDX-DS)  TO  DIS-VAL-ENCERRADO
           COMPUTE DIS-VAL-RETIDO ROUNDED =
              DIS-VAL-PAGO * DIS-PCT-RETENCAO / 100
           SUBTRACT DIS-VAL-RETIDO FROM DIS-VAL-PAGO
              GIVING DIS-VAL-DEVOLVER

           IF DIS-QTD-PAGAS = ZEROS AND DIS-QTD-ENCERRADAS = ZEROS
              ADD 1  TO  WS-CTSEMPARC
              MOVE DIS-VAL-VENDA  TO  DIS-VAL-ENCERRADO
              MOVE DIS-VAL-VENDA  TO  WS-VAL-EXIB
              DISPLAY "LOTE " DIS-LOTE " SEM PARCELAS NA CARTEIRA -"
                      " VENDA AINDA NAO GERADA PELO CGPRG024 -"
                      " ENCERRADO O VALOR DA VENDA " WS-VAL-EXIB
           END-IF

           WRITE HISTDIS-REG

      *--->    EVENTOS CONTABEIS DO DISTRATO: O SALDO A RECEBER
      *--->    ENCERRADO E A DEVOLUCAO SAO ESTORNO DA VENDA; A
      *--->    RETENCAO PERMANECE COMO RECEITA
           MOVE 'DEC'              TO  EVT-CODIGO
           MOVE DIS-VAL-ENCERRADO  TO  EVT-VALOR
           PERFORM 055-GRAVAR-EVENTO
           MOVE 'DEV'              TO  EVT-CODIGO
           MOVE DIS-VAL-DEVOLVER   TO  EVT-VALOR
           PERFORM 055-GRAVAR-EVENTO

           ADD DIS-VAL-PAGO       TO  AS-TOT-PAGO
           ADD DIS-VAL-RETIDO     TO  AS-TOT-RETIDO
           ADD DIS-VAL-DEVOLVER   TO  AS-TOT-DEVOLVER
           ADD DIS-VAL-ENCERRADO  TO  AS-TOT-ENCERRADO

           PERFORM 060-IMPRIMIR-DEMONSTRATIVO
           ADD 1  TO  WS-IDX-DS
           .
      *--------------------------------------------------------------*
      *    GRAVA UM EVENTO CONTABIL DO DISTRATO CORRENTE NO CGCTBEVT *
      *    (EVT-CODIGO E EVT-VALOR JA PREENCHIDOS); EVENTO DE VALOR  *
      *    ZERO NAO E GRAVADO                                        *
      *--------------------------------------------------------------*
       055-GRAVAR-EVENTO.

           IF EVT-VALOR > ZEROS
              MOVE DIS-DATA        TO  EVT-DATA
              MOVE DIS-LOTE        TO  EVT-LOTE
              MOVE 'CGPRG038'      TO  EVT-PROGRAMA
              MOVE DIS-COMPRADOR   TO  EVT-COMPLEMENTO
              MOVE SPACE           TO  EVT-SEP1  EVT-SEP2  EVT-SEP3
                                       EVT-SEP4  EVT-SEP5
              WRITE EVENTO-REG
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIME O DEMONSTRATIVO DE UM DISTRATO (UMA PAGINA POR    *
      *    LOTE) COM OS DADOS DA VENDA DESFEITA E A DEVOLUCAO        *
      *--------------------------------------------------------------*
       060-IMPRIMIR-DEMONSTRATIVO.

      *--->    CADA DEMONSTRATIVO ABRE UMA PAGINA NOVA
           MOVE 99  TO  WS-CTLINHA
           PERFORM 070-ESCREVER-LINHA

           MOVE DIS-LOTE       TO  WS-DEM-LOTE
           MOVE DIS-DATA       TO  WS-DEM-DATA
           PERFORM 070-ESCREVER-LINHA
           DISPLAY WS-REG-DEM-LOTE

           MOVE DIS-COMPRADOR  TO  WS-DEM-COMPRADOR
           MOVE DIS-USUARIO    TO  WS-DEM-USUARIO
           PERFORM 070-ESCREVER-LINHA
           DISPLAY WS-REG-DEM-COMPRADOR

           MOVE DIS-VAL-VENDA  TO  WS-DEM-VENDA
           MOVE DIS-PRAZO-FIN  TO  WS-DEM-PRAZO
           PERFORM 070-ESCREVER-LINHA
           DISPLAY WS-REG-DEM-VENDA

           PERFORM 070-ESCREVER-LINHA
           DISPLAY '  ------------------------------------------'

           MOVE 'PARCELAS PAGAS.............:'  TO  WS-DEM-ROTULO
           MOVE DIS-QTD-PAGAS       TO  WS-DEM-QTD
           MOVE DIS-VAL-PAGO        TO  WS-DEM-VALOR
           PERFORM 070-ESCREVER-LINHA
           DISPLAY WS-REG-DEM-VALOR

           MOVE 'PARCELAS ENCERRADAS........:'  TO  WS-DEM-ROTULO
           MOVE DIS-QTD-ENCERRADAS  TO  WS-DEM-QTD
           MOVE DIS-VAL-ENCERRADO   TO  WS-DEM-VALOR
           PERFORM 070-ESCREVER-LINHA
           DISPLAY WS-REG-DEM-VALOR

           MOVE DIS-PCT-RETENCAO    TO  WS-DEM-PCT
           MOVE DIS-VAL-RETIDO      TO  WS-DEM-RETIDO
           PERFORM 070-ESCREVER-LINHA
           DISPLAY WS-REG-DEM-RETENCAO

           PERFORM 070-ESCREVER-LINHA
           DISPLAY '  ------------------------------------------'
           MOVE DIS-VAL-DEVOLVER    TO  WS-DEM-DEVOLVER
           PERFORM 070-ESCREVER-LINHA
           DISPLAY WS-REG-DEM-DEVOLVER

           PERFORM 070-ESCREVER-LINHA
           DISPLAY '  ------------------------------------------'
           PERFORM 070-ESCREVER-LINHA
           DISPLAY '  O LOTE RETORNOU AO ESTOQUE PARA NOVA VENDA E AS'
           PERFORM 070-ESCREVER-LINHA
           DISPLAY '  PARCELAS EM ABERTO DEIXARAM DE SER COBRADAS.'
           .
      *--------------------------------------------------------------*
      *    CONTROLA A QUEBRA DE PAGINA A 60 LINHAS, IMPRIMINDO O     *
      *    CABECALHO COM DATA E NUMERO DA PAGINA                     *
      *--------------------------------------------------------------*
       070-ESCREVER-LINHA.

           IF WS-CTLINHA >= 60
              ADD 1  TO  WS-CTPAGINA
              DISPLAY 'DEMONSTRATIVO DE DISTRATO DE LOTE'
                      '    DATA: ' WS-DATA-ATUAL
                      '  PAGINA: ' WS-CTPAGINA
              DISPLAY '==============================================='
              MOVE 3  TO  WS-CTLINHA
           END-IF

           ADD 1  TO  WS-CTLINHA
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           CLOSE RECMST-FILE
           CLOSE RECNOVO-FILE
           CLOSE HISTDIS-FILE
           CLOSE EVENTO-FILE

           DISPLAY ' '
           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DO DISTRATO - CGPRG038        *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * DISTRATOS DO DIA........= ' WS-CTDIS
           DISPLAY ' * SEM PARCELAS NA CARTEIRA= ' WS-CTSEMPARC
           DISPLAY ' * PARCELAS LIDAS..........= ' WS-CTLIDO
           DISPLAY ' * PARCELAS GRAVADAS.......= ' WS-CTGRAVADO
           DISPLAY ' * PAGAS DO CONTRATO.......= ' WS-CTPAGA
           DISPLAY ' * ENCERRADAS SEM PAGAMENTO= ' WS-CTENCERRADA
           MOVE AS-TOT-ENCERRADO  TO  WS-VAL-EXIB
           DISPLAY ' * VALOR ENCERRADO.........= ' WS-VAL-EXIB
           MOVE AS-TOT-PAGO       TO  WS-VAL-EXIB
           DISPLAY ' * TOTAL PAGO..............= ' WS-VAL-EXIB
           MOVE AS-TOT-RETIDO     TO  WS-VAL-EXIB
           DISPLAY ' * TOTAL RETIDO............= ' WS-VAL-EXIB
           MOVE AS-TOT-DEVOLVER   TO  WS-VAL-EXIB
           DISPLAY ' * TOTAL A DEVOLVER........= ' WS-VAL-EXIB
           DISPLAY ' *========================================*'

           IF WS-CTSEMPARC > ZEROS
              MOVE 04   TO  RETURN-CODE
           ELSE
              MOVE 00   TO  RETURN-CODE
           END-IF

           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG038"
           .
      *---------------> FIM DO PROGRAMA CGPRG038 <-------------------*
