       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG051.
       AUTHOR.        MIGUEL MORAIS.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NIVEL BASICO.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: VERIFICACAO SEMANAL DE INTEGRIDADE ENTRE OS
      *           ARQUIVOS DO NEGOCIO DE LOTES. CRUZA O CADASTRO
      *           (CGLOTMST), A CARTEIRA DE RECEBIVEIS (CGRECMST),
      *           OS PLANOS DE FINANCIAMENTO (CG004SIM), A AUDITORIA
      *           DA PRECIFICACAO (CG004AUD), AS COMISSOES A PAGAR
      *           (CG021PAG) E O HISTORICO DE DISTRATOS (CG038DIS)
      *           E GRAVA CADA INCONSISTENCIA NO CG051INC (COPY
      *           CGREGINC) COM CODIGO E SEVERIDADE:
      *              01 LOTE 'V' SEM PARCELAS NA CARTEIRA (VENDA DO
      *                 MES DA DATA DE MOVIMENTO E INFORMATIVA -
      *                 AGUARDA A GERACAO MENSAL DO CGCARTER)
      *              02 PARCELA DE LOTE QUE NAO ESTA VENDIDO
      *              03 TOTAL DAS PARCELAS DO CONTRATO DIFERENTE DO
      *                 PLANO DA VENDA (A VISTA = LM-VAL-VENDA;
      *                 FINANCIADA = PRESTACAO CG004SIM X PRAZO)
      *              04 COMISSAO DEVIDA DE LOTE QUE NUNCA FOI VENDIDO
      *              05 LOTE SEM REGISTRO DE PRECIFICACAO
      *              06 CORRETOR DA PARCELA DIFERENTE DO CORRETOR DA
      *                 ULTIMA PRECIFICACAO DO LOTE
      *           PARCELAS DISTRATADAS ('D') PERTENCEM A CONTRATO
      *           DESFEITO E FICAM FORA DE TODAS AS CONFERENCIAS;
      *           AS PARCELAS RENEGOCIADAS ('R') CONTAM NO TOTAL DO
      *           CONTRATO ORIGINAL E AS PARCELAS NOVAS DO ACORDO
      *           (NUMERADAS APOS O PRAZO DA VENDA) NAO.
      *           O CG051INC ALIMENTA O DIGESTO DE EXCECOES DO
      *           FECHAMENTO (CGPRG032).
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010001  CRIACAO - VERIFICACAO SEMANAL DE
      *                          INTEGRIDADE ENTRE ARQUIVOS
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
           SELECT LOTMST-FILE        ASSIGN TO "CGLOTMST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS LM-LOTE
                  FILE STATUS  IS WS-STATUS-MST.
           SELECT RECMST-FILE        ASSIGN TO "CGRECMST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-REC.
           SELECT SIMULA-FILE        ASSIGN TO "CG004SIM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-SIM.
           SELECT AUDITORIA-FILE     ASSIGN TO "CG004AUD"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-AUD.
           SELECT PAGAR-FILE         ASSIGN TO "CG021PAG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-PAG.
           SELECT HISTDIS-FILE       ASSIGN TO "CG038DIS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-DIS.
           SELECT DATAMOV-FILE       ASSIGN TO "DATAMOV"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-DMV.
           SELECT INCONS-FILE        ASSIGN TO "CG051INC"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *==> MESMO LAYOUT GRAVADO PELO CGPRG011
       FD  LOTMST-FILE.
       01  LOTMST-REG.
           COPY CGREGLOT.

       FD  RECMST-FILE.
       01  RECMST-REG.
           COPY CGREGREC.

      *==> MESMO LAYOUT GRAVADO PELO CGPRG004 (PLANOS POR LOTE)
       FD  SIMULA-FILE.
       01  SIMULA-REG.
           05 SIM-LOTE            PIC 9(06).
           05 SIM-SEP1            PIC X(01).
           05 SIM-PADRAO          PIC X(01).
           05 SIM-SEP2            PIC X(01).
           05 SIM-PRAZO           PIC 9(02).
           05 SIM-SEP3            PIC X(01).
           05 SIM-TAXA            PIC 9(02)V9999.
           05 SIM-SEP4            PIC X(01).
           05 SIM-PRESTACAO       PIC 9(08)V99.
           05 SIM-SEP5            PIC X(01).
           05 SIM-TOTAL           PIC 9(10)V99.

      *==> MESMO LAYOUT GRAVADO PELO CGPRG004
       FD  AUDITORIA-FILE.
       01  AUDITORIA-REG.
           COPY CGREGAUD.

      *==> MESMO LAYOUT GRAVADO PELO CGPRG021
       FD  PAGAR-FILE.
       01  PAGAR-REG.
           05 PG-CORRETOR         PIC 9(04).
           05 PG-SEP1             PIC X(01).
           05 PG-LOTE             PIC 9(06).
           05 PG-SEP2             PIC X(01).
           05 PG-DATA-AUD         PIC 9999/99/99.
           05 PG-SEP3             PIC X(01).
           05 PG-COMISSAO         PIC 9(06)V99.
           05 PG-SEP4             PIC X(01).
           05 PG-SINAL            PIC X(01).
           05 PG-SEP5             PIC X(01).
           05 PG-SITUACAO         PIC X(12).

      *==> HISTORICO DE DISTRATOS GRAVADO PELO CGPRG038
       FD  HISTDIS-FILE.
       01  HISTDIS-REG.
           COPY CGREGDIS.

      *==> CARTAO COM A DATA DE MOVIMENTO DO FECHAMENTO (AAAA/MM/DD)
       FD  DATAMOV-FILE.
       01  DATAMOV-REG.
           05 DMV-DATA            PIC 9999/99/99.

      *==> INCONSISTENCIAS ENCONTRADAS NA VERIFICACAO
       FD  INCONS-FILE.
       01  INCONS-REG.
           COPY CGREGINC.

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> AREA AUXILIAR
       77  WS-FIM-MST             PIC X(01).
       77  WS-EOF-REC             PIC X(01).
       77  WS-EOF-SIM             PIC X(01).
       77  WS-EOF-AUD             PIC X(01).
       77  WS-EOF-PAG             PIC X(01).
       77  WS-EOF-DIS             PIC X(01).
       77  WS-FIM-DMV             PIC X(01).
       77  WS-STATUS-MST          PIC X(02).
       77  WS-STATUS-REC          PIC X(02).
       77  WS-STATUS-SIM          PIC X(02).
       77  WS-STATUS-AUD          PIC X(02).
       77  WS-STATUS-PAG          PIC X(02).
       77  WS-STATUS-DIS          PIC X(02).
       77  WS-STATUS-DMV          PIC X(02).
       77  WS-DATA-ATUAL          PIC 9999/99/99.
       77  WS-DATA-MOVTO          PIC 9999/99/99.
       77  WS-CTLOT               PIC 9(04)       VALUE ZEROS.
       77  WS-CTSIM               PIC 9(04)       VALUE ZEROS.
       77  WS-CTDIS               PIC 9(04)       VALUE ZEROS.
       77  WS-CTLIDO-AUD          PIC 9(06)       VALUE ZEROS.
       77  WS-CTLIDO-REC          PIC 9(06)       VALUE ZEROS.
       77  WS-CTLIDO-PAG          PIC 9(06)       VALUE ZEROS.
       77  WS-CTACAO              PIC 9(06)       VALUE ZEROS.
       77  WS-CTINFO              PIC 9(06)       VALUE ZEROS.
       77  WS-IDX-LT              PIC 9(04).
       77  WS-IDX-SM              PIC 9(04).
       77  WS-IDX-DS              PIC 9(04).
       77  WS-IDX-CD              PIC 9(02).
       77  WS-LOTE-BUSCA          PIC 9(06).
       77  WS-LOT-ACHADO          PIC X(01).
       77  WS-SIM-ACHADO          PIC X(01).
       77  WS-DIS-ACHADO          PIC X(01).
       77  WS-QTD-ORIGINAL        PIC 9(02).
       77  WS-VAL-PLANO           PIC 9(10)V99.
       77  WS-LOTE-SEMCAD-ANT     PIC 9(06)       VALUE ZEROS.
       77  WS-MES-MOVTO           PIC X(07).

      *-----> INCONSISTENCIA A GRAVAR
       77  WS-COD-INC             PIC 9(02).
       77  WS-SEV-INC             PIC X(01).
       77  WS-DETALHE             PIC X(38).

      *-----> MES DA DATA DE MOVIMENTO E DA VENDA (AAAA/MM)
       01  WS-DATA-DESDOBRA.
           05 WS-DD-AAAA-MM       PIC X(07).
           05 FILLER              PIC X(03).

      *-----> LOTES DO CADASTRO COM O QUE OS DEMAIS ARQUIVOS DIZEM
      *-----> DE CADA UM
       01  WS-TAB-LOT.
           05 WS-TAB-LOT-OCR  OCCURS 999 TIMES.
              10 WS-TAB-LOT-LOTE        PIC 9(06).
              10 WS-TAB-LOT-SITUACAO    PIC X(01).
              10 WS-TAB-LOT-VAL-VENDA   PIC 9(08)V99.
              10 WS-TAB-LOT-PRAZO       PIC 9(02).
              10 WS-TAB-LOT-DATA-SIT    PIC X(10).
              10 WS-TAB-LOT-TEM-AUD     PIC X(01).
              10 WS-TAB-LOT-COR-AUD     PIC 9(04).
              10 WS-TAB-LOT-QTD-PARC    PIC 9(03).
              10 WS-TAB-LOT-SOMA-PARC   PIC 9(10)V99.
              10 WS-TAB-LOT-COR-REC     PIC 9(04).
              10 WS-TAB-LOT-COR-DIVERG  PIC X(01).

      *-----> PLANOS DE FINANCIAMENTO POR LOTE (CG004SIM)
       01  WS-TAB-SIM.
           05 WS-TAB-SIM-OCR  OCCURS 999 TIMES.
              10 WS-TAB-SIM-LOTE        PIC 9(06).
              10 WS-TAB-SIM-PRAZO       PIC 9(02).
              10 WS-TAB-SIM-PRESTACAO   PIC 9(08)V99.

      *-----> LOTES COM DISTRATO NO HISTORICO (CG038DIS)
       01  WS-TAB-DIS.
           05 WS-TAB-DIS-LOTE     PIC 9(06)  OCCURS 999 TIMES.

      *-----> DESCRICAO, SEVERIDADE PADRAO E CONTAGEM POR CODIGO
       01  WS-LISTA-DESC-INC.
           05 FILLER              PIC X(30)
              VALUE 'LOTE VENDIDO SEM PARCELAS'.
           05 FILLER              PIC X(30)
              VALUE 'PARCELA DE LOTE NAO VENDIDO'.
           05 FILLER              PIC X(30)
              VALUE 'PARCELAS DIFEREM DO PLANO'.
           05 FILLER              PIC X(30)
              VALUE 'COMISSAO DE LOTE NAO VENDIDO'.
           05 FILLER              PIC X(30)
              VALUE 'LOTE SEM PRECIFICACAO CG004AUD'.
           05 FILLER              PIC X(30)
              VALUE 'CORRETOR DA PARCELA DIVERGENTE'.
       01  FILLER  REDEFINES  WS-LISTA-DESC-INC.
           05 WS-INC-DESC         PIC X(30)  OCCURS 6 TIMES.
       01  WS-TAB-CONTAGEM.
           05 WS-CT-CODIGO        PIC 9(05)  OCCURS 6 TIMES.

      *-----> DETALHES POR CODIGO (MOVIDOS PARA WS-DETALHE)
       01  WS-DET-VENDA.
           05 FILLER              PIC X(09)       VALUE 'VENDA EM '.
           05 WS-DTV-DATA         PIC X(10).
           05 WS-DTV-OBS          PIC X(19).
       01  WS-DET-SITUACAO.
           05 FILLER              PIC X(18)
              VALUE 'SITUACAO DO LOTE: '.
           05 WS-DTS-SITUACAO     PIC X(01).
           05 WS-DTS-COMPL        PIC X(12).
           05 WS-DTS-QTD          PIC ZZ9.
           05 FILLER              PIC X(04)       VALUE SPACES.
       01  WS-DET-PRECIF.
           05 FILLER              PIC X(18)
              VALUE 'SITUACAO DO LOTE: '.
           05 WS-DTA-SITUACAO     PIC X(01).
           05 FILLER              PIC X(19)       VALUE SPACES.
       01  WS-DET-SEMCAD.
           05 FILLER              PIC X(22)
              VALUE 'LOTE FORA DO CGLOTMST '.
           05 WS-DTC-COMPL        PIC X(16).
       01  WS-DET-PLANO.
           05 FILLER              PIC X(05)       VALUE 'PARC '.
           05 WS-DTP-PARCELAS     PIC ZZZZZZZZZ9,99.
           05 FILLER              PIC X(07)       VALUE ' PLANO '.
           05 WS-DTP-PLANO        PIC ZZZZZZZZZ9,99.
       01  WS-DET-SEMPLANO.
           05 FILLER              PIC X(06)       VALUE 'PRAZO '.
           05 WS-DTN-PRAZO        PIC 9(02).
           05 FILLER              PIC X(30)
              VALUE ' SEM PLANO NO CG004SIM'.
       01  WS-DET-COMISSAO.
           05 FILLER              PIC X(09)       VALUE 'CORRETOR '.
           05 WS-DTM-CORRETOR     PIC 9(04).
           05 FILLER              PIC X(07)       VALUE ' VALOR '.
           05 WS-DTM-VALOR        PIC ZZZZZ9,99.
           05 FILLER              PIC X(06)       VALUE ' SIT. '.
           05 WS-DTM-SITUACAO     PIC X(01).
           05 FILLER              PIC X(02)       VALUE SPACES.
       01  WS-DET-CORRETOR.
           05 FILLER              PIC X(09)       VALUE 'PARCELA: '.
           05 WS-DTR-REC          PIC 9(04).
           05 FILLER              PIC X(16)
              VALUE '  PRECIFICACAO: '.
           05 WS-DTR-AUD          PIC 9(04).
           05 FILLER              PIC X(05)       VALUE SPACES.
       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG051.

           PERFORM 010-INICIAR
           PERFORM 022-CRUZAR-AUDITORIA
           PERFORM 025-CRUZAR-CARTEIRA
           PERFORM 035-CRUZAR-COMISSOES
           PERFORM 050-CONFERIR-LOTES
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-ATUAL FROM DATE
           PERFORM 012-OBTER-DATA-MOVTO
           MOVE WS-DATA-MOVTO  TO  WS-DATA-DESDOBRA
           MOVE WS-DD-AAAA-MM  TO  WS-MES-MOVTO
           MOVE ZEROS          TO  WS-TAB-CONTAGEM

           DISPLAY "** VERIFICACAO DE INTEGRIDADE ENTRE ARQUIVOS **"
           DISPLAY "DATA DO MOVIMENTO: " WS-DATA-MOVTO
           DISPLAY '-----------------------------------'

           PERFORM 013-CARREGAR-LOTES
           PERFORM 016-CARREGAR-PLANOS
           PERFORM 019-CARREGAR-DISTRATOS

           OPEN OUTPUT INCONS-FILE
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
      *    CARGA DO CADASTRO DE LOTES (KSDS, EM ORDEM DE LM-LOTE)    *
      *--------------------------------------------------------------*
       013-CARREGAR-LOTES.

           MOVE 'N'  TO  WS-FIM-MST
           OPEN INPUT LOTMST-FILE
           IF WS-STATUS-MST NOT = '00'
              DISPLAY "CADASTRO CGLOTMST INDISPONIVEL - STATUS "
                      WS-STATUS-MST
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 015-LER-LOTMST
           PERFORM 014-GUARDAR-LOTE UNTIL WS-FIM-MST = 'S'
           CLOSE LOTMST-FILE
           .
       014-GUARDAR-LOTE.

           IF WS-CTLOT >= 999
              DISPLAY "CAPACIDADE DA TABELA DE LOTES (999)"
                      " EXCEDIDA - EXECUCAO ABANDONADA"
              CLOSE LOTMST-FILE
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

           ADD 1  TO  WS-CTLOT
           INITIALIZE WS-TAB-LOT-OCR (WS-CTLOT)
           MOVE LM-LOTE           TO  WS-TAB-LOT-LOTE      (WS-CTLOT)
           MOVE LM-SITUACAO       TO  WS-TAB-LOT-SITUACAO  (WS-CTLOT)
           MOVE LM-VAL-VENDA      TO  WS-TAB-LOT-VAL-VENDA (WS-CTLOT)
           MOVE LM-PRAZO-FIN      TO  WS-TAB-LOT-PRAZO     (WS-CTLOT)
           MOVE LM-DATA-SITUACAO  TO  WS-TAB-LOT-DATA-SIT  (WS-CTLOT)
           MOVE 'N'  TO  WS-TAB-LOT-TEM-AUD    (WS-CTLOT)
                         WS-TAB-LOT-COR-DIVERG (WS-CTLOT)

           PERFORM 015-LER-LOTMST
           .
       015-LER-LOTMST.

           READ LOTMST-FILE NEXT RECORD
               AT END MOVE 'S'  TO  WS-FIM-MST
           END-READ
           .
      *--------------------------------------------------------------*
      *    CARGA DOS PLANOS DE FINANCIAMENTO POR LOTE (CG004SIM)     *
      *--------------------------------------------------------------*
       016-CARREGAR-PLANOS.

           MOVE 'N'  TO  WS-EOF-SIM
           OPEN INPUT SIMULA-FILE
           IF WS-STATUS-SIM = '00'
              PERFORM 017-LER-SIMULA
              PERFORM 018-GUARDAR-PLANO UNTIL WS-EOF-SIM = 'S'
              CLOSE SIMULA-FILE
           END-IF
           .
       017-LER-SIMULA.

           READ SIMULA-FILE
               AT END MOVE 'S'  TO  WS-EOF-SIM
           END-READ
           .
       018-GUARDAR-PLANO.

           IF WS-CTSIM >= 999
              DISPLAY "CAPACIDADE DA TABELA DE PLANOS (999)"
                      " EXCEDIDA - EXECUCAO ABANDONADA"
              CLOSE SIMULA-FILE
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

           ADD 1  TO  WS-CTSIM
           MOVE SIM-LOTE       TO  WS-TAB-SIM-LOTE      (WS-CTSIM)
           MOVE SIM-PRAZO      TO  WS-TAB-SIM-PRAZO     (WS-CTSIM)
           MOVE SIM-PRESTACAO  TO  WS-TAB-SIM-PRESTACAO (WS-CTSIM)
           PERFORM 017-LER-SIMULA
           .
      *--------------------------------------------------------------*
      *    CARGA DOS LOTES COM DISTRATO (CG038DIS)                   *
      *--------------------------------------------------------------*
       019-CARREGAR-DISTRATOS.

           MOVE 'N'  TO  WS-EOF-DIS
           OPEN INPUT HISTDIS-FILE
           IF WS-STATUS-DIS = '00'
              PERFORM 020-LER-DISTRATO
              PERFORM 021-GUARDAR-DISTRATO UNTIL WS-EOF-DIS = 'S'
              CLOSE HISTDIS-FILE
           END-IF
           .
       020-LER-DISTRATO.

           READ HISTDIS-FILE
               AT END MOVE 'S'  TO  WS-EOF-DIS
           END-READ
           .
       021-GUARDAR-DISTRATO.

           IF WS-CTDIS >= 999
              DISPLAY "CAPACIDADE DA TABELA DE DISTRATOS (999)"
                      " EXCEDIDA - EXECUCAO ABANDONADA"
              CLOSE HISTDIS-FILE
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

           ADD 1  TO  WS-CTDIS
           MOVE DIS-LOTE  TO  WS-TAB-DIS-LOTE (WS-CTDIS)
           PERFORM 020-LER-DISTRATO
           .
      *--------------------------------------------------------------*
      *    AUDITORIA DA PRECIFICACAO: MARCA OS LOTES PRECIFICADOS E  *
      *    GUARDA O CORRETOR DA ULTIMA PRECIFICACAO DE CADA UM       *
      *--------------------------------------------------------------*
       022-CRUZAR-AUDITORIA.

           MOVE 'N'  TO  WS-EOF-AUD
           OPEN INPUT AUDITORIA-FILE
           IF WS-STATUS-AUD = '00'
              PERFORM 023-LER-AUDITORIA
              PERFORM 024-TRATAR-AUDITORIA UNTIL WS-EOF-AUD = 'S'
              CLOSE AUDITORIA-FILE
           ELSE
              DISPLAY "AUDITORIA CG004AUD INDISPONIVEL - STATUS "
                      WS-STATUS-AUD " - TODOS OS LOTES SEM"
                      " PRECIFICACAO"
           END-IF
           .
       023-LER-AUDITORIA.

           READ AUDITORIA-FILE
               AT END MOVE 'S'  TO  WS-EOF-AUD
           END-READ
           .
       024-TRATAR-AUDITORIA.

           ADD 1  TO  WS-CTLIDO-AUD
           MOVE AUD-LOTE  TO  WS-LOTE-BUSCA
           PERFORM 040-LOCALIZAR-LOTE
           IF WS-LOT-ACHADO = 'S'
              MOVE 'S'           TO  WS-TAB-LOT-TEM-AUD (WS-IDX-LT)
              MOVE AUD-CORRETOR  TO  WS-TAB-LOT-COR-AUD (WS-IDX-LT)
           END-IF
           PERFORM 023-LER-AUDITORIA
           .
      *--------------------------------------------------------------*
      *    CARTEIRA DE RECEBIVEIS: ACUMULA AS PARCELAS DO CONTRATO   *
      *    VIGENTE DE CADA LOTE (FORA AS DISTRATADAS)                *
      *--------------------------------------------------------------*
       025-CRUZAR-CARTEIRA.

           MOVE 'N'  TO  WS-EOF-REC
           OPEN INPUT RECMST-FILE
           IF WS-STATUS-REC = '00'
              PERFORM 026-LER-RECMST
              PERFORM 030-TRATAR-PARCELA UNTIL WS-EOF-REC = 'S'
              CLOSE RECMST-FILE
           ELSE
              DISPLAY "CARTEIRA CGRECMST INDISPONIVEL - STATUS "
                      WS-STATUS-REC
           END-IF
           .
       026-LER-RECMST.

           READ RECMST-FILE
               AT END MOVE 'S'  TO  WS-EOF-REC
           END-READ
           .
       030-TRATAR-PARCELA.

           ADD 1  TO  WS-CTLIDO-REC

           IF REC-SITUACAO NOT = 'D'
              MOVE REC-LOTE  TO  WS-LOTE-BUSCA
              PERFORM 040-LOCALIZAR-LOTE
              IF WS-LOT-ACHADO = 'S'
                 PERFORM 032-ACUMULAR-PARCELA
              ELSE
      *--->          UMA INCONSISTENCIA POR LOTE, NA PRIMEIRA PARCELA
                 IF REC-LOTE NOT = WS-LOTE-SEMCAD-ANT
                    MOVE REC-LOTE      TO  WS-LOTE-SEMCAD-ANT
                    MOVE SPACES        TO  WS-DTC-COMPL
                    MOVE WS-DET-SEMCAD TO  WS-DETALHE
                    MOVE 02            TO  WS-COD-INC
                    MOVE 'A'           TO  WS-SEV-INC
                    PERFORM 060-GRAVAR-INCONSISTENCIA
                 END-IF
              END-IF
           END-IF

           PERFORM 026-LER-RECMST
           .
       032-ACUMULAR-PARCELA.

           ADD 1  TO  WS-TAB-LOT-QTD-PARC (WS-IDX-LT)

           IF WS-TAB-LOT-PRAZO (WS-IDX-LT) = ZEROS
              MOVE 1  TO  WS-QTD-ORIGINAL
           ELSE
              MOVE WS-TAB-LOT-PRAZO (WS-IDX-LT)  TO  WS-QTD-ORIGINAL
           END-IF
      *--->    PARCELA NUMERADA APOS O PRAZO DA VENDA E DO ACORDO
           IF REC-PARCELA NOT > WS-QTD-ORIGINAL
              ADD REC-VAL-PARCELA  TO  WS-TAB-LOT-SOMA-PARC (WS-IDX-LT)
           END-IF

           IF WS-TAB-LOT-TEM-AUD (WS-IDX-LT) = 'S' AND
              REC-CORRETOR NOT = WS-TAB-LOT-COR-AUD (WS-IDX-LT)
              MOVE 'S'           TO  WS-TAB-LOT-COR-DIVERG (WS-IDX-LT)
              MOVE REC-CORRETOR  TO  WS-TAB-LOT-COR-REC    (WS-IDX-LT)
           END-IF
           .
      *--------------------------------------------------------------*
      *    COMISSOES A PAGAR: COMISSAO DEVIDA DE LOTE QUE NAO ESTA   *
      *    VENDIDO E NAO TEM DISTRATO NUNCA FOI VENDIDO              *
      *--------------------------------------------------------------*
       035-CRUZAR-COMISSOES.

           MOVE 'N'  TO  WS-EOF-PAG
           OPEN INPUT PAGAR-FILE
           IF WS-STATUS-PAG = '00'
              PERFORM 036-LER-PAGAR
              PERFORM 037-TRATAR-COMISSAO UNTIL WS-EOF-PAG = 'S'
              CLOSE PAGAR-FILE
           END-IF
           .
       036-LER-PAGAR.

           READ PAGAR-FILE
               AT END MOVE 'S'  TO  WS-EOF-PAG
           END-READ
           .
       037-TRATAR-COMISSAO.

           ADD 1  TO  WS-CTLIDO-PAG

           IF PG-SINAL = '+'
              MOVE PG-LOTE  TO  WS-LOTE-BUSCA
              PERFORM 040-LOCALIZAR-LOTE
              IF WS-LOT-ACHADO = 'S'
                 MOVE WS-TAB-LOT-SITUACAO (WS-IDX-LT)
                   TO WS-DTM-SITUACAO
              ELSE
                 MOVE '?'  TO  WS-DTM-SITUACAO
              END-IF
              IF WS-DTM-SITUACAO NOT = 'V'
                 PERFORM 044-LOCALIZAR-DISTRATO
                 IF WS-DIS-ACHADO NOT = 'S'
                    MOVE PG-CORRETOR      TO  WS-DTM-CORRETOR
                    MOVE PG-COMISSAO      TO  WS-DTM-VALOR
                    MOVE WS-DET-COMISSAO  TO  WS-DETALHE
                    MOVE 04               TO  WS-COD-INC
                    MOVE 'A'              TO  WS-SEV-INC
                    PERFORM 060-GRAVAR-INCONSISTENCIA
                 END-IF
              END-IF
           END-IF

           PERFORM 036-LER-PAGAR
           .
      *--------------------------------------------------------------*
      *    LOCALIZA WS-LOTE-BUSCA NA TABELA DE LOTES (WS-IDX-LT)     *
      *--------------------------------------------------------------*
       040-LOCALIZAR-LOTE.

           MOVE 'N'  TO  WS-LOT-ACHADO
           MOVE 1    TO  WS-IDX-LT
           PERFORM 041-COMPARAR-LOTE
              UNTIL WS-LOT-ACHADO = 'S' OR WS-IDX-LT > WS-CTLOT
           .
       041-COMPARAR-LOTE.

           IF WS-TAB-LOT-LOTE (WS-IDX-LT) = WS-LOTE-BUSCA
              MOVE 'S'  TO  WS-LOT-ACHADO
           ELSE
              ADD 1  TO  WS-IDX-LT
           END-IF
           .
      *--------------------------------------------------------------*
      *    LOCALIZA O PLANO DO LOTE/PRAZO CORRENTE NO CG004SIM       *
      *--------------------------------------------------------------*
       042-LOCALIZAR-PLANO.

           MOVE 'N'  TO  WS-SIM-ACHADO
           MOVE 1    TO  WS-IDX-SM
           PERFORM 043-COMPARAR-PLANO
              UNTIL WS-SIM-ACHADO = 'S' OR WS-IDX-SM > WS-CTSIM
           .
       043-COMPARAR-PLANO.

           IF WS-TAB-SIM-LOTE  (WS-IDX-SM) =
              WS-TAB-LOT-LOTE  (WS-IDX-LT) AND
              WS-TAB-SIM-PRAZO (WS-IDX-SM) =
              WS-TAB-LOT-PRAZO (WS-IDX-LT)
              MOVE 'S'  TO  WS-SIM-ACHADO
           ELSE
              ADD 1  TO  WS-IDX-SM
           END-IF
           .
      *--------------------------------------------------------------*
      *    LOCALIZA WS-LOTE-BUSCA NO HISTORICO DE DISTRATOS          *
      *--------------------------------------------------------------*
       044-LOCALIZAR-DISTRATO.

           MOVE 'N'  TO  WS-DIS-ACHADO
           MOVE 1    TO  WS-IDX-DS
           PERFORM 045-COMPARAR-DISTRATO
              UNTIL WS-DIS-ACHADO = 'S' OR WS-IDX-DS > WS-CTDIS
           .
       045-COMPARAR-DISTRATO.

           IF WS-TAB-DIS-LOTE (WS-IDX-DS) = WS-LOTE-BUSCA
              MOVE 'S'  TO  WS-DIS-ACHADO
           ELSE
              ADD 1  TO  WS-IDX-DS
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERE CADA LOTE DO CADASTRO CONTRA O QUE FOI ACUMULADO  *
      *--------------------------------------------------------------*
       050-CONFERIR-LOTES.

           MOVE 1  TO  WS-IDX-LT
           PERFORM 051-CONFERIR-LOTE UNTIL WS-IDX-LT > WS-CTLOT
           .
       051-CONFERIR-LOTE.

           MOVE WS-TAB-LOT-LOTE (WS-IDX-LT)  TO  WS-LOTE-BUSCA

           IF WS-TAB-LOT-SITUACAO (WS-IDX-LT) = 'V'
              IF WS-TAB-LOT-QTD-PARC (WS-IDX-LT) = ZEROS
                 PERFORM 052-LOTE-SEM-PARCELAS
              ELSE
                 PERFORM 054-CONFERIR-PLANO
              END-IF
           ELSE
              IF WS-TAB-LOT-QTD-PARC (WS-IDX-LT) > ZEROS
                 MOVE WS-TAB-LOT-SITUACAO (WS-IDX-LT)
                   TO WS-DTS-SITUACAO
                 MOVE '  PARCELAS: '  TO  WS-DTS-COMPL
                 MOVE WS-TAB-LOT-QTD-PARC (WS-IDX-LT)  TO  WS-DTS-QTD
                 MOVE WS-DET-SITUACAO  TO  WS-DETALHE
                 MOVE 02               TO  WS-COD-INC
                 MOVE 'A'              TO  WS-SEV-INC
                 PERFORM 060-GRAVAR-INCONSISTENCIA
              END-IF
           END-IF

           IF WS-TAB-LOT-TEM-AUD (WS-IDX-LT) NOT = 'S'
              MOVE WS-TAB-LOT-SITUACAO (WS-IDX-LT)  TO  WS-DTA-SITUACAO
              MOVE WS-DET-PRECIF    TO  WS-DETALHE
              MOVE 05               TO  WS-COD-INC
              MOVE 'A'              TO  WS-SEV-INC
              PERFORM 060-GRAVAR-INCONSISTENCIA
           END-IF

           IF WS-TAB-LOT-COR-DIVERG (WS-IDX-LT) = 'S'
              MOVE WS-TAB-LOT-COR-REC (WS-IDX-LT)  TO  WS-DTR-REC
              MOVE WS-TAB-LOT-COR-AUD (WS-IDX-LT)  TO  WS-DTR-AUD
              MOVE WS-DET-CORRETOR  TO  WS-DETALHE
              MOVE 06               TO  WS-COD-INC
              MOVE 'A'              TO  WS-SEV-INC
              PERFORM 060-GRAVAR-INCONSISTENCIA
           END-IF

           ADD 1  TO  WS-IDX-LT
           .
      *--------------------------------------------------------------*
      *    LOTE VENDIDO SEM PARCELAS: VENDA NO MES DO MOVIMENTO AINDA *
      *    AGUARDA A GERACAO MENSAL DA CARTEIRA (INFORMATIVO)        *
      *--------------------------------------------------------------*
       052-LOTE-SEM-PARCELAS.

           MOVE WS-TAB-LOT-DATA-SIT (WS-IDX-LT)  TO  WS-DTV-DATA
                                                     WS-DATA-DESDOBRA
           MOVE 01  TO  WS-COD-INC
           IF WS-DD-AAAA-MM = WS-MES-MOVTO
              MOVE ' - AGUARDA CGCARTER'  TO  WS-DTV-OBS
              MOVE 'I'  TO  WS-SEV-INC
           ELSE
              MOVE SPACES  TO  WS-DTV-OBS
              MOVE 'A'  TO  WS-SEV-INC
           END-IF
           MOVE WS-DET-VENDA  TO  WS-DETALHE
           PERFORM 060-GRAVAR-INCONSISTENCIA
           .
      *--------------------------------------------------------------*
      *    TOTAL DAS PARCELAS DO CONTRATO CONTRA O PLANO DA VENDA    *
      *--------------------------------------------------------------*
       054-CONFERIR-PLANO.

           IF WS-TAB-LOT-PRAZO (WS-IDX-LT) = ZEROS
              MOVE WS-TAB-LOT-VAL-VENDA (WS-IDX-LT)  TO  WS-VAL-PLANO
              MOVE 'S'  TO  WS-SIM-ACHADO
           ELSE
              PERFORM 042-LOCALIZAR-PLANO
              IF WS-SIM-ACHADO = 'S'
                 COMPUTE WS-VAL-PLANO =
                         WS-TAB-SIM-PRESTACAO (WS-IDX-SM) *
                         WS-TAB-LOT-PRAZO     (WS-IDX-LT)
              END-IF
           END-IF

           IF WS-SIM-ACHADO NOT = 'S'
              MOVE WS-TAB-LOT-PRAZO (WS-IDX-LT)  TO  WS-DTN-PRAZO
              MOVE WS-DET-SEMPLANO  TO  WS-DETALHE
              MOVE 03               TO  WS-COD-INC
              MOVE 'A'              TO  WS-SEV-INC
              PERFORM 060-GRAVAR-INCONSISTENCIA
           ELSE
              IF WS-TAB-LOT-SOMA-PARC (WS-IDX-LT) NOT = WS-VAL-PLANO
                 MOVE WS-TAB-LOT-SOMA-PARC (WS-IDX-LT)
                   TO WS-DTP-PARCELAS
                 MOVE WS-VAL-PLANO     TO  WS-DTP-PLANO
                 MOVE WS-DET-PLANO     TO  WS-DETALHE
                 MOVE 03               TO  WS-COD-INC
                 MOVE 'A'              TO  WS-SEV-INC
                 PERFORM 060-GRAVAR-INCONSISTENCIA
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA A INCONSISTENCIA (WS-COD-INC, WS-SEV-INC,           *
      *    WS-LOTE-BUSCA E WS-DETALHE) E A ECOA NO SYSOUT            *
      *--------------------------------------------------------------*
       060-GRAVAR-INCONSISTENCIA.

           MOVE WS-DATA-MOVTO             TO  INC-DATA
           MOVE WS-COD-INC                TO  INC-CODIGO
           MOVE WS-SEV-INC                TO  INC-SEVERIDADE
           MOVE WS-LOTE-BUSCA             TO  INC-LOTE
           MOVE WS-INC-DESC (WS-COD-INC)  TO  INC-DESCRICAO
           MOVE WS-DETALHE                TO  INC-DETALHE
           MOVE SPACE  TO  INC-SEP1  INC-SEP2  INC-SEP3
                           INC-SEP4  INC-SEP5
           WRITE INCONS-REG

           ADD 1  TO  WS-CT-CODIGO (WS-COD-INC)
           IF WS-SEV-INC = 'A'
              ADD 1  TO  WS-CTACAO
           ELSE
              ADD 1  TO  WS-CTINFO
           END-IF

           DISPLAY INCONS-REG
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           CLOSE INCONS-FILE

           DISPLAY ' '
           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DA INTEGRIDADE - CGPRG051     *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * LOTES NO CADASTRO.......= ' WS-CTLOT
           DISPLAY ' * PRECIFICACOES LIDAS.....= ' WS-CTLIDO-AUD
           DISPLAY ' * PARCELAS LIDAS..........= ' WS-CTLIDO-REC
           DISPLAY ' * COMISSOES LIDAS.........= ' WS-CTLIDO-PAG
           DISPLAY ' *----------------------------------------*'
           MOVE 1  TO  WS-IDX-CD
           PERFORM 092-IMPRIMIR-CODIGO UNTIL WS-IDX-CD > 6
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * EXIGE ACAO..............= ' WS-CTACAO
           DISPLAY ' * INFORMATIVO.............= ' WS-CTINFO
           DISPLAY ' *========================================*'

           IF WS-CTACAO > ZEROS
              MOVE 04   TO  RETURN-CODE
           ELSE
              MOVE 00   TO  RETURN-CODE
           END-IF

           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG051"
           .
       092-IMPRIMIR-CODIGO.

           DISPLAY ' * ' WS-IDX-CD ' ' WS-INC-DESC (WS-IDX-CD)
                   '= ' WS-CT-CODIGO (WS-IDX-CD)
           ADD 1  TO  WS-IDX-CD
           .
      *---------------> FIM DO PROGRAMA CGPRG051 <-------------------*
