       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG044.
       AUTHOR.        MIGUEL MORAIS.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NIVEL BASICO.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: LANCAMENTO CONTABIL DIARIO PARA A CONTABILIDADE
      *           GERAL. LE OS EVENTOS CONTABEIS PENDENTES (CGCTBEVT)
      *           GRAVADOS PELA VENDA (CGPRG011), PELA BAIXA DE
      *           PARCELAS (CGPRG025), PELO ACORDO E QUITACAO
      *           (CGPRG042), PELA LIQUIDACAO DE COMISSOES
      *           (CGPRG021) E PELO DISTRATO (CGPRG038), BUSCA AS
      *           CONTAS DE DEBITO E CREDITO DE CADA EVENTO NO PLANO
      *           DE CONTAS (CGPLACTA) E GRAVA O DIARIO (CG044LAN)
      *           COM UM LANCAMENTO POR EVENTO NA DATA DE MOVIMENTO,
      *           COM A REFERENCIA DO LOTE.
      *           EVENTO SEM CONTA NO PLANO VAI PARA O CG044ERR NO
      *           MESMO LAYOUT, PARA REENVIO APOS CORRIGIR O PLANO.
      *           O TOTAL A DEBITO E CONFERIDO CONTRA O TOTAL A
      *           CREDITO: DIFERENCA DEVOLVE RC 08 E O JOB NAO
      *           ENTREGA O DIARIO NEM ESVAZIA OS PENDENTES
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010001  CRIACAO - DIARIO CONTABIL DOS
      *                          EVENTOS DE VENDA, BAIXA, COMISSAO
      *                          E DISTRATO
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
           SELECT PLANO-FILE         ASSIGN TO "CGPLACTA"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-PLC.
           SELECT EVENTO-FILE        ASSIGN TO "CGCTBEVT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-EVT.
           SELECT LANCAM-FILE        ASSIGN TO "CG044LAN"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EVTERRO-FILE       ASSIGN TO "CG044ERR"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DATAMOV-FILE       ASSIGN TO "DATAMOV"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-DMV.
           SELECT CONTROLE-FILE      ASSIGN TO "CGCTRL"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *==> PLANO DE CONTAS POR EVENTO: CONTA A DEBITAR, CONTA A
      *==> CREDITAR E HISTORICO PADRAO DO LANCAMENTO
       FD  PLANO-FILE.
       01  PLANO-REG.
           05 PC-EVENTO           PIC X(03).
           05 PC-SEP1             PIC X(01).
           05 PC-CONTA-DEB        PIC X(12).
           05 PC-SEP2             PIC X(01).
           05 PC-CONTA-CRED       PIC X(12).
           05 PC-SEP3             PIC X(01).
           05 PC-HISTORICO        PIC X(30).

      *==> EVENTOS PENDENTES ACUMULADOS DESDE O ULTIMO DIARIO
       FD  EVENTO-FILE.
       01  EVENTO-REG.
           COPY CGREGEVT.

       FD  LANCAM-FILE.
       01  LANCAM-REG.
           COPY CGREGLAN.

      *==> EVENTO REJEITADO (LAYOUT DO CGCTBEVT) + MOTIVO
       FD  EVTERRO-FILE.
       01  EVTERRO-REG.
           05 EE-EVENTO           PIC X(53).
           05 EE-SEP1             PIC X(01).
           05 EE-MOTIVO           PIC 9(02).
           05 EE-SEP2             PIC X(01).
           05 EE-DESC-MOTIVO      PIC X(30).

       FD  DATAMOV-FILE.
       01  DATAMOV-REG.
           05 DMV-DATA            PIC 9999/99/99.

      *==> TOTAIS DE CONTROLE DO PASSO, CONFERIDOS PELO CGPRG014
       FD  CONTROLE-FILE.
       01  CONTROLE-REG.
           COPY CGREGCTL.

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> AREA AUXILIAR
       77  WS-EOF-EVT             PIC X(01).
       77  WS-EVT-ABERTO          PIC X(01)       VALUE 'N'.
       77  WS-EOF-PLC             PIC X(01).
       77  WS-FIM-DMV             PIC X(01).
       77  WS-STATUS-PLC          PIC X(02).
       77  WS-STATUS-EVT          PIC X(02).
       77  WS-STATUS-DMV          PIC X(02).
       77  WS-DATA-ATUAL          PIC 9999/99/99.
       77  WS-DATA-MOVTO          PIC 9999/99/99.
       77  WS-CTPLC               PIC 9(02)       VALUE ZEROS.
       77  WS-CTLIDO              PIC 9(06)       VALUE ZEROS.
       77  WS-CTLANC              PIC 9(06)       VALUE ZEROS.
       77  WS-CTGRAVADO           PIC 9(06)       VALUE ZEROS.
       77  WS-CTZERADO            PIC 9(06)       VALUE ZEROS.
       77  WS-CTREJEITA           PIC 9(06)       VALUE ZEROS.
       77  WS-CTSEMPAR            PIC 9(06)       VALUE ZEROS.
       77  WS-IDX-PC              PIC 9(02).
       77  WS-PLC-ACHADO          PIC X(01).
       77  WS-MOTIVO              PIC 9(02).
       77  AS-TOT-DEBITO          PIC 9(13)V99    VALUE ZEROS.
       77  AS-TOT-CREDITO         PIC 9(13)V99    VALUE ZEROS.
       77  AS-DIFERENCA           PIC S9(13)V99.
       77  WS-VAL-EXIB            PIC $$.$$$.$$$.$$9,99.
       77  WS-DIF-EXIB            PIC -$$.$$$.$$$.$$9,99.

      *-----> PLANO DE CONTAS EM MEMORIA, COM O ACUMULADO DO DIA
      *-----> POR EVENTO PARA O RESUMO
       01  WS-TAB-PLC.
           05 WS-TAB-PLC-OCR  OCCURS 30 TIMES.
              10 WS-TAB-PLC-EVENTO      PIC X(03).
              10 WS-TAB-PLC-DEBITO      PIC X(12).
              10 WS-TAB-PLC-CREDITO     PIC X(12).
              10 WS-TAB-PLC-HISTORICO   PIC X(30).
              10 WS-TAB-PLC-QTD         PIC 9(06).
              10 WS-TAB-PLC-VALOR       PIC 9(13)V99.

      *-----> LINHA DO RESUMO POR EVENTO
       01  WS-REG-RESUMO.
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-RES-EVENTO       PIC X(03).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-RES-HISTORICO    PIC X(30).
           05 FILLER              PIC X(03)       VALUE ' D '.
           05 WS-RES-DEBITO       PIC X(12).
           05 FILLER              PIC X(03)       VALUE ' C '.
           05 WS-RES-CREDITO      PIC X(12).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-RES-QTD          PIC ZZZ.ZZ9.
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-RES-VALOR        PIC $$.$$$.$$$.$$9,99.
       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG044.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-EOF-EVT = 'S'
           PERFORM 070-IMPRIMIR-RESUMO
           PERFORM 085-GRAVAR-CONTROLE
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-ATUAL FROM DATE
           PERFORM 011-OBTER-DATA-MOVTO

           DISPLAY "** LANCAMENTO CONTABIL DIARIO **"
           DISPLAY "DATA DE MOVIMENTO: " WS-DATA-MOVTO
           DISPLAY '-----------------------------------'

      *--->    SEM PLANO DE CONTAS NENHUM EVENTO PODE SER LANCADO -
      *--->    A CARGA RODA ANTES DE QUALQUER SAIDA ABRIR
           PERFORM 015-CARREGAR-PLANO

           OPEN OUTPUT LANCAM-FILE
           OPEN EXTEND EVTERRO-FILE
           MOVE 'N'  TO  WS-EOF-EVT
           OPEN INPUT EVENTO-FILE
           IF WS-STATUS-EVT NOT = '00'
              DISPLAY 'ARQUIVO CGCTBEVT NAO ENCONTRADO - SEM EVENTOS'
                      ' PENDENTES'
              MOVE 'S'  TO  WS-EOF-EVT
           ELSE
              MOVE 'S'  TO  WS-EVT-ABERTO
              PERFORM 025-LER-EVENTO
           END-IF
           .
      *--------------------------------------------------------------*
      *    OBTEM A DATA DE MOVIMENTO DO CARTAO DATAMOV; SEM O        *
      *    CARTAO, A DATA DA MAQUINA E ASSUMIDA COMO MOVIMENTO       *
      *--------------------------------------------------------------*
       011-OBTER-DATA-MOVTO.

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
      *    CARGA DO PLANO DE CONTAS POR EVENTO (CGPLACTA); SEM O     *
      *    PLANO A EXECUCAO E ABANDONADA                             *
      *--------------------------------------------------------------*
       015-CARREGAR-PLANO.

           MOVE 'N'  TO  WS-EOF-PLC
           OPEN INPUT PLANO-FILE
           IF WS-STATUS-PLC = '00'
              PERFORM 016-LER-PLANO
              PERFORM 017-ACUMULAR-PLANO UNTIL WS-EOF-PLC = 'S'
              CLOSE PLANO-FILE
           END-IF

           IF WS-CTPLC = ZEROS
              DISPLAY "PLANO DE CONTAS CGPLACTA AUSENTE OU VAZIO -"
                      " EXECUCAO ABANDONADA"
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF
           .
       016-LER-PLANO.

           READ PLANO-FILE
               AT END MOVE 'S'  TO  WS-EOF-PLC
           END-READ
           .
       017-ACUMULAR-PLANO.

           IF WS-CTPLC >= 30
              DISPLAY "CAPACIDADE DA TABELA DO PLANO DE CONTAS (30)"
                      " EXCEDIDA - EXECUCAO ABANDONADA"
              CLOSE PLANO-FILE
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

           ADD 1  TO  WS-CTPLC
           MOVE PC-EVENTO      TO  WS-TAB-PLC-EVENTO    (WS-CTPLC)
           MOVE PC-CONTA-DEB   TO  WS-TAB-PLC-DEBITO    (WS-CTPLC)
           MOVE PC-CONTA-CRED  TO  WS-TAB-PLC-CREDITO   (WS-CTPLC)
           MOVE PC-HISTORICO   TO  WS-TAB-PLC-HISTORICO (WS-CTPLC)
           MOVE ZEROS          TO  WS-TAB-PLC-QTD       (WS-CTPLC)
                                   WS-TAB-PLC-VALOR     (WS-CTPLC)

           PERFORM 016-LER-PLANO
           .
      *--------------------------------------------------------------*
      *    LEITURA DE UM EVENTO PENDENTE                             *
      *--------------------------------------------------------------*
       025-LER-EVENTO.

           READ EVENTO-FILE
               AT END MOVE 'S'  TO  WS-EOF-EVT
           END-READ
           .
      *--------------------------------------------------------------*
      *    LANCA UM EVENTO PELO PLANO DE CONTAS                      *
      *    MOTIVOS DE REJEICAO:                                      *
      *       01 = EVENTO SEM CONTA NO PLANO DE CONTAS               *
      *       02 = VALOR DO EVENTO NAO NUMERICO                      *
      *    EVENTO DE VALOR ZERO NAO GERA LANCAMENTO                  *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           ADD 1  TO  WS-CTLIDO
           PERFORM 032-LOCALIZAR-PLANO

           IF WS-PLC-ACHADO NOT = 'S'
              MOVE 01  TO  WS-MOTIVO
              PERFORM 060-REJEITAR-EVENTO
           ELSE
              IF EVT-VALOR NOT NUMERIC
                 MOVE 02  TO  WS-MOTIVO
                 PERFORM 060-REJEITAR-EVENTO
              ELSE
                 IF EVT-VALOR = ZEROS
                    ADD 1  TO  WS-CTZERADO
                 ELSE
                    PERFORM 040-LANCAR-EVENTO
                 END-IF
              END-IF
           END-IF

           PERFORM 025-LER-EVENTO
           .
      *--------------------------------------------------------------*
      *    LOCALIZA O EVENTO NO PLANO DE CONTAS, DEIXANDO WS-IDX-PC  *
      *    POSICIONADO                                               *
      *--------------------------------------------------------------*
       032-LOCALIZAR-PLANO.

           MOVE 'N'  TO  WS-PLC-ACHADO
           MOVE 1    TO  WS-IDX-PC

           PERFORM 033-COMPARAR-PLANO
              UNTIL WS-PLC-ACHADO = 'S' OR WS-IDX-PC > WS-CTPLC
           .
       033-COMPARAR-PLANO.

           IF WS-TAB-PLC-EVENTO (WS-IDX-PC) = EVT-CODIGO
              MOVE 'S'  TO  WS-PLC-ACHADO
           ELSE
              ADD 1  TO  WS-IDX-PC
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA O LANCAMENTO DO EVENTO: UMA LINHA A DEBITO E UMA A  *
      *    CREDITO PELO MESMO VALOR. CONTA EM BRANCO NO PLANO DEIXA  *
      *    O LANCAMENTO SEM CONTRAPARTIDA, APONTADO AQUI E BARRADO   *
      *    NA CONFERENCIA FINAL DE DEBITO X CREDITO                  *
      *--------------------------------------------------------------*
       040-LANCAR-EVENTO.

           ADD 1  TO  WS-CTLANC
           ADD 1          TO  WS-TAB-PLC-QTD   (WS-IDX-PC)
           ADD EVT-VALOR  TO  WS-TAB-PLC-VALOR (WS-IDX-PC)

           IF WS-TAB-PLC-DEBITO (WS-IDX-PC) NOT = SPACES
              MOVE 'D'  TO  LAN-DC
              MOVE WS-TAB-PLC-DEBITO (WS-IDX-PC)  TO  LAN-CONTA
              PERFORM 045-GRAVAR-LINHA
              ADD EVT-VALOR  TO  AS-TOT-DEBITO
           END-IF

           IF WS-TAB-PLC-CREDITO (WS-IDX-PC) NOT = SPACES
              MOVE 'C'  TO  LAN-DC
              MOVE WS-TAB-PLC-CREDITO (WS-IDX-PC)  TO  LAN-CONTA
              PERFORM 045-GRAVAR-LINHA
              ADD EVT-VALOR  TO  AS-TOT-CREDITO
           END-IF

           IF WS-TAB-PLC-DEBITO  (WS-IDX-PC) = SPACES OR
              WS-TAB-PLC-CREDITO (WS-IDX-PC) = SPACES
              ADD 1  TO  WS-CTSEMPAR
              DISPLAY "LANCAMENTO " WS-CTLANC " EVENTO " EVT-CODIGO
                      " LOTE " EVT-LOTE " SEM CONTRAPARTIDA NO PLANO"
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA UMA LINHA DO DIARIO (LAN-DC E LAN-CONTA JA          *
      *    PREENCHIDOS)                                              *
      *--------------------------------------------------------------*
       045-GRAVAR-LINHA.

           MOVE WS-DATA-MOVTO  TO  LAN-DATA
           MOVE WS-CTLANC      TO  LAN-NUMERO
           MOVE EVT-CODIGO     TO  LAN-EVENTO
           MOVE EVT-VALOR      TO  LAN-VALOR
           MOVE EVT-LOTE       TO  LAN-LOTE
           MOVE EVT-DATA       TO  LAN-DATA-EVENTO
           MOVE WS-TAB-PLC-HISTORICO (WS-IDX-PC)  TO  LAN-HISTORICO
           MOVE SPACE          TO  LAN-SEP1  LAN-SEP2  LAN-SEP3
                                   LAN-SEP4  LAN-SEP5  LAN-SEP6
                                   LAN-SEP7  LAN-SEP8
           WRITE LANCAM-REG
           ADD 1  TO  WS-CTGRAVADO
           .
      *--------------------------------------------------------------*
      *    GRAVA O EVENTO REJEITADO NO CG044ERR COM O MOTIVO         *
      *--------------------------------------------------------------*
       060-REJEITAR-EVENTO.

           ADD 1  TO  WS-CTREJEITA
           MOVE EVENTO-REG  TO  EE-EVENTO
           MOVE WS-MOTIVO   TO  EE-MOTIVO
           MOVE SPACE       TO  EE-SEP1  EE-SEP2

           EVALUATE WS-MOTIVO
               WHEN 01
                  MOVE 'EVENTO SEM CONTA NO PLANO'
                                           TO  EE-DESC-MOTIVO
               WHEN 02
                  MOVE 'VALOR DO EVENTO INVALIDO'
                                           TO  EE-DESC-MOTIVO
           END-EVALUATE

           WRITE EVTERRO-REG
           DISPLAY "EVENTO " EVT-CODIGO " LOTE " EVT-LOTE
                   " REJEITADO - " EE-DESC-MOTIVO
           .
      *--------------------------------------------------------------*
      *    IMPRIME O RESUMO DO DIARIO POR EVENTO DO PLANO DE CONTAS  *
      *--------------------------------------------------------------*
       070-IMPRIMIR-RESUMO.

           DISPLAY ' '
           DISPLAY ' RESUMO DO DIARIO POR EVENTO'
           DISPLAY ' EVT HISTORICO                      CONTA DEBITO'
                   '   CONTA CREDITO  LANCTOS           VALOR'
           MOVE 1  TO  WS-IDX-PC
           PERFORM 071-IMPRIMIR-UM-EVENTO
              UNTIL WS-IDX-PC > WS-CTPLC
           .
       071-IMPRIMIR-UM-EVENTO.

           IF WS-TAB-PLC-QTD (WS-IDX-PC) > ZEROS
              MOVE WS-TAB-PLC-EVENTO    (WS-IDX-PC)  TO  WS-RES-EVENTO
              MOVE WS-TAB-PLC-HISTORICO (WS-IDX-PC)
                                           TO  WS-RES-HISTORICO
              MOVE WS-TAB-PLC-DEBITO    (WS-IDX-PC)  TO  WS-RES-DEBITO
              MOVE WS-TAB-PLC-CREDITO   (WS-IDX-PC)  TO  WS-RES-CREDITO
              MOVE WS-TAB-PLC-QTD       (WS-IDX-PC)  TO  WS-RES-QTD
              MOVE WS-TAB-PLC-VALOR     (WS-IDX-PC)  TO  WS-RES-VALOR
              DISPLAY WS-REG-RESUMO
           END-IF

           ADD 1  TO  WS-IDX-PC
           .
      *--------------------------------------------------------------*
      *    GRAVA OS TOTAIS DE CONTROLE DO PASSO NO CGCTRL (TOTAL A   *
      *    DEBITO NO HASH DE VALOR)                                  *
      *--------------------------------------------------------------*
       085-GRAVAR-CONTROLE.

           OPEN EXTEND CONTROLE-FILE
           INITIALIZE CONTROLE-REG
           MOVE 'CGPRG044'        TO  CTL-PASSO
           MOVE WS-DATA-MOVTO     TO  CTL-DATA
           MOVE WS-CTLIDO         TO  CTL-LIDOS
           MOVE 'CG044LAN'        TO  CTL-ARQ1
           MOVE WS-CTGRAVADO      TO  CTL-GRAV1
           MOVE 'CG044ERR'        TO  CTL-ARQ2
           MOVE WS-CTREJEITA      TO  CTL-GRAV2
           MOVE AS-TOT-DEBITO     TO  CTL-HASH-VALOR
           WRITE CONTROLE-REG
           CLOSE CONTROLE-FILE
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS: CONFERENCIA DE DEBITO X CREDITO     *
      *--------------------------------------------------------------*
       090-TERMINAR.

           CLOSE LANCAM-FILE
           CLOSE EVTERRO-FILE
           IF WS-EVT-ABERTO = 'S'
              CLOSE EVENTO-FILE
           END-IF

           COMPUTE AS-DIFERENCA = AS-TOT-DEBITO - AS-TOT-CREDITO

           DISPLAY ' '
           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DO DIARIO CONTABIL - CGPRG044 *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * EVENTOS LIDOS...........= ' WS-CTLIDO
           DISPLAY ' * LANCAMENTOS.............= ' WS-CTLANC
           DISPLAY ' * LINHAS GRAVADAS.........= ' WS-CTGRAVADO
           DISPLAY ' * EVENTOS SEM VALOR.......= ' WS-CTZERADO
           DISPLAY ' * EVENTOS REJEITADOS......= ' WS-CTREJEITA
                   ' (VIDE CG044ERR)'
           DISPLAY ' * SEM CONTRAPARTIDA.......= ' WS-CTSEMPAR
           MOVE AS-TOT-DEBITO   TO  WS-VAL-EXIB
           DISPLAY ' * TOTAL A DEBITO..........= ' WS-VAL-EXIB
           MOVE AS-TOT-CREDITO  TO  WS-VAL-EXIB
           DISPLAY ' * TOTAL A CREDITO.........= ' WS-VAL-EXIB
           MOVE AS-DIFERENCA    TO  WS-DIF-EXIB
           DISPLAY ' * DIFERENCA...............= ' WS-DIF-EXIB
           DISPLAY ' *========================================*'

           IF AS-DIFERENCA NOT = ZEROS
              DISPLAY '*** DIARIO DESBALANCEADO - DEBITO DIFERENTE DO'
                      ' CREDITO ***'
              DISPLAY '*** CG044LAN NAO SERA ENTREGUE A CONTABILIDADE'
                      ' - CORRIGIR O PLANO E REPROCESSAR ***'
              MOVE 08   TO  RETURN-CODE
           ELSE
              IF WS-CTLIDO = ZEROS
                 MOVE 12   TO  RETURN-CODE
              ELSE
                 IF WS-CTREJEITA > ZEROS
                    MOVE 04   TO  RETURN-CODE
                 ELSE
                    MOVE 00   TO  RETURN-CODE
                 END-IF
              END-IF
           END-IF

           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG044"
           .
      *---------------> FIM DO PROGRAMA CGPRG044 <-------------------*
