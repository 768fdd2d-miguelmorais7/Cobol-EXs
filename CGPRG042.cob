       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG042.
       AUTHOR.        MIGUEL MORAIS.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NIVEL BASICO.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: ACORDO E QUITACAO ANTECIPADA NA CARTEIRA DE
      *           RECEBIVEIS (CGRECMST). TRANSACOES NA SYSIN, UMA
      *           POR LOTE:
      *           'A' = ACORDO - AS PARCELAS VENCIDAS DO LOTE, COM
      *                 MULTA E JUROS DE MORA ATE A DATA DO ACORDO
      *                 (CARTAO CGENCARG, MESMA REGRA DO CGPRG025),
      *                 SAO CONSOLIDADAS NUM CRONOGRAMA NOVO COM O
      *                 PRAZO DA TRANSACAO. AS ORIGINAIS FICAM NA
      *                 CARTEIRA COMO RENEGOCIADAS ('R') E AS NOVAS
      *                 SAO ACRESCENTADAS APOS A ULTIMA PARCELA DO
      *                 LOTE, COM O PRAZO DO ACORDO EM REC-PRAZO.
      *           'S' = SIMULACAO DE QUITACAO - SO IMPRIME O VALOR.
      *           'Q' = QUITACAO - O VALOR PAGO NA TRANSACAO BAIXA
      *                 TODA A CARTEIRA DO LOTE NUMA SO POSTAGEM.
      *           VALOR DE QUITACAO: PARCELAS VENCIDAS COM OS
      *           ENCARGOS POR ATRASO MAIS AS PARCELAS A VENCER
      *           DESCONTADAS A VALOR PRESENTE PELA TAXA DA TABELA
      *           CGTXFIN DO PLANO DO LOTE (PRAZO DA VENDA E PADRAO
      *           DO CG004SIM), PRO RATA DIA SOBRE MESES DE 30 DIAS.
      *           VENCIMENTO EM DIA NAO UTIL E CARENCIA EM DIAS
      *           UTEIS PELO CALENDARIO CGFERIAD (ROTINA CGPRG057),
      *           COMO NO CGPRG025; AS PARCELAS DO ACORDO QUE VENCEM
      *           EM DIA NAO UTIL SAO PRORROGADAS COMO NO CGPRG024.
      *           GRAVA A NOVA GERACAO DA CARTEIRA (RECNOVO), AS
      *           TRANSACOES REJEITADAS NO CG042ERR COM CODIGO DE
      *           MOTIVO E IMPRIME UM DEMONSTRATIVO POR TRANSACAO
      *           (NOVO CRONOGRAMA DO ACORDO OU VALOR DE QUITACAO).
      *           AS PARCELAS QUITADAS E OS ENCARGOS INCORPORADOS AO
      *           ACORDO VAO AO CGCTBEVT PARA O DIARIO CONTABIL.
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010001  CRIACAO - ACORDO DE PARCELAS
      *                          VENCIDAS E QUITACAO ANTECIPADA DA
      *                          CARTEIRA DO LOTE
      *  V02    OUT/2026 010002  CARENCIA EM DIAS UTEIS APOS O
      *                          VENCIMENTO PRORROGADO E PARCELAS DO
      *                          ACORDO PRORROGADAS PARA DIA UTIL
      *                          (CALENDARIO CGFERIAD, CGPRG057)
      *  V03    OUT/2026 010003  EVENTOS CONTABEIS NO CGCTBEVT: BXP,
      *                          BXE E BXD (DESCONTO) POR PARCELA
      *                          QUITADA E ACE (ENCARGOS INCORPORADOS)
      *                          POR PARCELA RENEGOCIADA NO ACORDO;
      *                          DEMONSTRATIVO DO ACORDO COM O
      *                          VENCIMENTO PRORROGADO GRAVADO
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
           SELECT SIMULA-FILE        ASSIGN TO "CG004SIM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-SIM.
           SELECT TAXFIN-FILE        ASSIGN TO "CGTXFIN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-TAX.
           SELECT ENCARG-FILE        ASSIGN TO "CGENCARG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-ENC.
           SELECT DATAMOV-FILE       ASSIGN TO "DATAMOV"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-DMV.
           SELECT RECNOVO-FILE       ASSIGN TO "RECNOVO"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRNERRO-FILE       ASSIGN TO "CG042ERR"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EVENTO-FILE        ASSIGN TO "CGCTBEVT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *==> CARTEIRA ATUAL - LIDA DUAS VEZES: A PRE-VARREDURA APURA OS
      *==> VALORES DE CADA TRANSACAO E A SEGUNDA PASSADA GRAVA
       FD  RECMST-FILE.
       01  RECMST-REG.
           COPY CGREGREC.

      *==> MESMO LAYOUT GRAVADO PELO CGPRG004 - FONTE DO PADRAO DO
      *==> LOTE ('A' = ALTO / 'M' = MEDIO) PARA A TAXA DO CGTXFIN
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

      *==> TABELA DE TAXAS DE FINANCIAMENTO POR PRAZO E PADRAO
      *==> (MESMO LAYOUT LIDO PELO CGPRG004 - TAXA % AO MES)
       FD  TAXFIN-FILE.
       01  TAXFIN-REG.
           05 TX-PRAZO            PIC 9(02).
           05 TX-SEP1             PIC X(01).
           05 TX-PADRAO           PIC X(01).
           05 TX-SEP2             PIC X(01).
           05 TX-TAXA             PIC 9(02)V9999.

      *==> CARTAO DE ENCARGOS POR ATRASO (MESMO DO CGPRG025)
       FD  ENCARG-FILE.
       01  ENCARG-REG.
           05 ENC-PCT-MULTA       PIC 9(02)V99.
           05 ENC-SEP1            PIC X(01).
           05 ENC-PCT-JUROS       PIC 9(02)V99.
           05 ENC-SEP2            PIC X(01).
           05 ENC-DIAS-CARENCIA   PIC 9(02).

      *==> CARTAO COM A DATA DE MOVIMENTO (AAAA/MM/DD)
       FD  DATAMOV-FILE.
       01  DATAMOV-REG.
           05 DMV-DATA            PIC 9999/99/99.

      *==> NOVA GERACAO DA CARTEIRA (MESMO LAYOUT DO CGRECMST -
      *==> VIDE COPY CGREGREC)
       FD  RECNOVO-FILE.
       01  RECNOVO-REG.
           05 RN-LOTE             PIC 9(06).
           05 RN-SEP1             PIC X(01).
           05 RN-PARCELA          PIC 9(02).
           05 RN-SEP2             PIC X(01).
           05 RN-PRAZO            PIC 9(02).
           05 RN-SEP3             PIC X(01).
           05 RN-CORRETOR         PIC 9(04).
           05 RN-SEP4             PIC X(01).
           05 RN-CEP              PIC 9(08).
           05 RN-SEP5             PIC X(01).
           05 RN-COMPRADOR        PIC X(11).
           05 RN-SEP6             PIC X(01).
           05 RN-DATA-VENC        PIC 9999/99/99.
           05 RN-SEP7             PIC X(01).
           05 RN-VAL-PARCELA      PIC 9(08)V99.
           05 RN-SEP8             PIC X(01).
           05 RN-SITUACAO         PIC X(01).
           05 RN-SEP9             PIC X(01).
           05 RN-DATA-PAGTO       PIC 9999/99/99.
           05 RN-SEP10            PIC X(01).
           05 RN-VAL-PAGO         PIC 9(08)V99.
           05 RN-SEP11            PIC X(01).
           05 RN-VAL-SALDO        PIC 9(08)V99.
           05 RN-SEP12            PIC X(01).
           05 RN-VAL-ENCARGOS     PIC 9(08)V99.
           05 RN-SEP13            PIC X(01).
           05 RN-VAL-CREDITO      PIC 9(08)V99.

      *==> TRANSACOES REJEITADAS, COM O MOTIVO (NA QUITACAO PAGA A
      *==> MAIOR, O EXCESSO A DEVOLVER VAI NO CAMPO VALOR)
       FD  TRNERRO-FILE.
       01  TRNERRO-REG.
           05 TE-DADOS            PIC X(37).
           05 TE-SEP1             PIC X(01).
           05 TE-MOTIVO           PIC 9(02).
           05 TE-SEP2             PIC X(01).
           05 TE-DESC-MOTIVO      PIC X(25).

      *==> EVENTOS CONTABEIS PENDENTES (DISP=MOD) - QUITACOES E
      *==> ACORDOS SAO LANCADOS NO DIARIO CONTABIL PELO CGPRG044
       FD  EVENTO-FILE.
       01  EVENTO-REG.
           COPY CGREGEVT.

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> AREA AUXILIAR
       77  WS-FIM                 PIC X(01)       VALUE "N".
       77  WS-EOF-REC             PIC X(01).
       77  WS-EOF-SIM             PIC X(01).
       77  WS-FIM-TAB-TAXA        PIC X(01).
       77  WS-FIM-ENC             PIC X(01).
       77  WS-FIM-DMV             PIC X(01).
       77  WS-STATUS-REC          PIC X(02).
       77  WS-STATUS-SIM          PIC X(02).
       77  WS-STATUS-TAX          PIC X(02).
       77  WS-STATUS-ENC          PIC X(02).
       77  WS-STATUS-DMV          PIC X(02).
       77  WS-DATA-ATUAL          PIC 9999/99/99.
       77  WS-DATA-MOVTO          PIC 9999/99/99.
       77  WS-PCT-MULTA           PIC 9(02)V99.
       77  WS-PCT-JUROS           PIC 9(02)V99.
       77  WS-DIAS-CARENCIA       PIC 9(02).
       77  WS-DVEN-INT            PIC 9(07).
       77  WS-DCAL-INT            PIC 9(07).
       77  WS-DIAS-ATRASO         PIC S9(05).
       77  WS-UTEIS-ATRASO        PIC S9(05).
       77  WS-CAL-INDISP          PIC X(01)       VALUE 'N'.
       77  WS-FATOR               PIC 9(02)V9(06).
       77  WS-MESES               PIC 9(03)V9(04).
       77  AS-TAXA-FRACAO         PIC 9(01)V9(06).
       77  AS-FATOR-DESC          PIC 9(03)V9(08).
       77  WS-VAL-PRINCIPAL       PIC 9(08)V99.
       77  WS-VAL-ENCARGO         PIC 9(08)V99.
       77  WS-VAL-DESCONTO        PIC 9(08)V99.
       77  WS-VAL-QUITAR          PIC 9(08)V99.
       77  WS-VAL-EXCESSO         PIC 9(08)V99.
       77  WS-PARC-VENCIDA        PIC X(01).
       77  WS-CTTRN               PIC 9(03)       VALUE ZEROS.
       77  WS-CTSIM               PIC 9(04)       VALUE ZEROS.
       77  WS-CTTAXA              PIC 9(02)       VALUE ZEROS.
       77  WS-CTLIDO              PIC 9(06)       VALUE ZEROS.
       77  WS-CTGRAVADO           PIC 9(06)       VALUE ZEROS.
       77  WS-CTACORDO            PIC 9(03)       VALUE ZEROS.
       77  WS-CTSIMULA            PIC 9(03)       VALUE ZEROS.
       77  WS-CTQUITA             PIC 9(03)       VALUE ZEROS.
       77  WS-CTRENEG             PIC 9(06)       VALUE ZEROS.
       77  WS-CTNOVAS             PIC 9(06)       VALUE ZEROS.
       77  WS-CTQUITADA           PIC 9(06)       VALUE ZEROS.
       77  WS-CTREJEITA           PIC 9(03)       VALUE ZEROS.
       77  WS-CTEXCESSO           PIC 9(03)       VALUE ZEROS.
       77  WS-TRN-ACHADA          PIC X(01).
       77  WS-SIM-ACHADO          PIC X(01).
       77  WS-TAXA-ACHADA         PIC X(01).
       77  WS-IDX-TR              PIC 9(03).
       77  WS-IDX-BU              PIC 9(03).
       77  WS-IDX-SM              PIC 9(04).
       77  WS-IDX-TX              PIC 9(02).
       77  WS-IDX-PC              PIC 9(02).
       77  WS-LOTE-BUSCA          PIC 9(06).
       77  WS-PADRAO-BUSCA        PIC X(01).
       77  WS-MOTIVO              PIC 9(02).
       77  WS-VENC-ANO            PIC 9(04).
       77  WS-VENC-MES            PIC 9(02).
       77  WS-VENC-DIA            PIC 9(02).
       77  WS-VENC-AAAAMMDD       PIC 9(08).
       77  WS-VAL-PARC-ACORDO     PIC 9(08)V99.
       77  WS-CTPAGINA            PIC 9(03)       VALUE ZEROS.
       77  WS-CTLINHA             PIC 9(02)       VALUE 99.
       77  AS-TOT-RENEGOCIADO     PIC 9(13)V99    VALUE ZEROS.
       77  AS-TOT-ACORDO          PIC 9(13)V99    VALUE ZEROS.
       77  AS-TOT-QUITADO         PIC 9(13)V99    VALUE ZEROS.
       77  AS-TOT-DESCONTO        PIC 9(13)V99    VALUE ZEROS.
       77  AS-TOT-EXCESSO         PIC 9(13)V99    VALUE ZEROS.
       77  WS-VAL-EXIB            PIC $$.$$$.$$$.$$9,99.

      *-----> DESDOBRAMENTO DE DATA (AAAA/MM/DD) PARA O CALCULO DOS
      *-----> DIAS CORRIDOS
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

      *-----> AREA DE COMUNICACAO COM A ROTINA DE DIAS UTEIS, USADA
      *--->    NA CARENCIA E NA PRORROGACAO DOS VENCIMENTOS DO ACORDO
       01  WS-CALENDARIO.
           COPY CGREGCAL.

      *-----> TRANSACOES DO MOVIMENTO (SYSIN), COM OS VALORES
      *-----> APURADOS NA PRE-VARREDURA DA CARTEIRA
      *--->    WS-TAB-TRN-MOTIVO 00 = TRANSACAO VALIDA
       01  WS-TAB-TRN.
           05 WS-TAB-TRN-OCR  OCCURS 100 TIMES.
              10 WS-TAB-TRN-DADOS       PIC X(37).
              10 WS-TAB-TRN-TIPO        PIC X(01).
              10 WS-TAB-TRN-LOTE        PIC 9(06).
              10 WS-TAB-TRN-PRAZO       PIC 9(02).
              10 WS-TAB-TRN-DATA        PIC 9999/99/99.
              10 WS-TAB-TRN-DBASE-INT   PIC 9(07).
              10 WS-TAB-TRN-VALOR       PIC 9(08)V99.
              10 WS-TAB-TRN-USUARIO     PIC X(08).
              10 WS-TAB-TRN-MOTIVO      PIC 9(02).
              10 WS-TAB-TRN-QTD-REG     PIC 9(03).
              10 WS-TAB-TRN-QTD-PASSO   PIC 9(03).
              10 WS-TAB-TRN-ULT-PARC    PIC 9(02).
              10 WS-TAB-TRN-PRAZO-PLANO PIC 9(02).
              10 WS-TAB-TRN-CORRETOR    PIC 9(04).
              10 WS-TAB-TRN-CEP         PIC 9(08).
              10 WS-TAB-TRN-COMPRADOR   PIC X(11).
              10 WS-TAB-TRN-TAXA        PIC 9(02)V9999.
              10 WS-TAB-TRN-TAXA-ACHADA PIC X(01).
              10 WS-TAB-TRN-SEM-TAXA    PIC X(01).
              10 WS-TAB-TRN-QTD-VENC    PIC 9(02).
              10 WS-TAB-TRN-PRINC-VENC  PIC 9(08)V99.
              10 WS-TAB-TRN-ENC-VENC    PIC 9(08)V99.
              10 WS-TAB-TRN-QTD-FUT     PIC 9(02).
              10 WS-TAB-TRN-PRINC-FUT   PIC 9(08)V99.
              10 WS-TAB-TRN-DESCONTO    PIC 9(08)V99.
              10 WS-TAB-TRN-VAL-TOTAL   PIC 9(09)V99.
              10 WS-TAB-TRN-VAL-PARCELA PIC 9(08)V99.
              10 WS-TAB-TRN-VAL-ULTIMA  PIC 9(08)V99.

      *-----> PADRAO DO LOTE (CG004SIM)
       01  WS-TAB-SIM.
           05 WS-TAB-SIM-OCR  OCCURS 999 TIMES.
              10 WS-TAB-SIM-LOTE        PIC 9(06).
              10 WS-TAB-SIM-PADRAO      PIC X(01).

      *-----> TABELA DE TAXAS DE FINANCIAMENTO EM MEMORIA
       01  WS-TAB-TAXA.
           05 WS-TAB-TAXA-OCR  OCCURS 10 TIMES.
              10 WS-TAB-TAXA-PRAZO      PIC 9(02).
              10 WS-TAB-TAXA-PADRAO     PIC X(01).
              10 WS-TAB-TAXA-VALOR      PIC 9(02)V9999.

      *-----> ENTRADA - TRANSACOES VIA SYSIN
      *--->    TR-TIPO 'A' = ACORDO (TR-PRAZO = PRAZO DO ACORDO)
      *--->            'S' = SIMULACAO DE QUITACAO
      *--->            'Q' = QUITACAO (TR-VALOR = VALOR PAGO)
      *--->    TR-DATA ZERADA OU EM BRANCO ASSUME A DATA DE MOVIMENTO
       01  WS-REG-SYSIN.
           05 TR-TIPO             PIC X(01).
           05 TR-LOTE             PIC 9(06).
           05 TR-PRAZO            PIC 9(02).
           05 TR-DATA             PIC 9999/99/99.
           05 TR-VALOR            PIC 9(08)V99.
           05 TR-USUARIO          PIC X(08).

      *-----> LINHA DE RELATORIO DAS PARCELAS TRATADAS
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

      *-----> LINHAS DO DEMONSTRATIVO
       01  WS-REG-DEM-LOTE.
           05 FILLER              PIC X(08)       VALUE '  LOTE: '.
           05 WS-DEM-LOTE         PIC 9(06).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-DEM-OPERACAO     PIC X(22).
           05 FILLER              PIC X(08)       VALUE ' DATA: '.
           05 WS-DEM-DATA         PIC X(10).

       01  WS-REG-DEM-COMPRADOR.
           05 FILLER              PIC X(19)
              VALUE '  COMPRADOR (CPF): '.
           05 WS-DEM-COMPRADOR    PIC X(11).
           05 FILLER              PIC X(12)
              VALUE '  USUARIO: '.
           05 WS-DEM-USUARIO      PIC X(08).

       01  WS-REG-DEM-VALOR.
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-DEM-ROTULO       PIC X(28).
           05 WS-DEM-QTD          PIC ZZ9.
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-DEM-VALOR        PIC $$.$$$.$$9,99.

       01  WS-REG-DEM-TAXA.
           05 FILLER              PIC X(30)
              VALUE '  TAXA DE DESCONTO (CGTXFIN): '.
           05 WS-DEM-TAXA         PIC Z9,9999.
           05 FILLER              PIC X(16)
              VALUE '% A.M. - PLANO '.
           05 WS-DEM-PLANO        PIC Z9.
           05 FILLER              PIC X(06)       VALUE ' MESES'.

       01  WS-REG-DEM-PARCELA.
           05 FILLER              PIC X(10)       VALUE '  PARCELA '.
           05 WS-DEM-PARC         PIC 9(02).
           05 FILLER              PIC X(07)       VALUE ' VENC: '.
           05 WS-DEM-VENC         PIC 9999/99/99.
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-DEM-PARC-VALOR   PIC $$.$$$.$$9,99.
       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG042.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-EOF-REC = 'S'
           PERFORM 060-IMPRIMIR-DEMONSTRATIVOS
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-ATUAL FROM DATE
           PERFORM 012-OBTER-DATA-MOVTO
           PERFORM 013-OBTER-ENCARGOS

           DISPLAY "** ACORDO E QUITACAO NA CARTEIRA **"
           DISPLAY "DATA DO MOVIMENTO: " WS-DATA-MOVTO
           DISPLAY '-----------------------------------'

      *--->    TODAS AS CARGAS COM GUARDA DE CAPACIDADE RODAM ANTES
      *--->    DE QUALQUER SAIDA ABRIR - UM ESTOURO ABORTA SEM
      *--->    CATALOGAR UMA GERACAO PARCIAL DA CARTEIRA
           MOVE ZEROS  TO  WS-TAB-TRN
           PERFORM 015-CARREGAR-TRANSACOES
           PERFORM 018-CARREGAR-PADROES
           PERFORM 023-CARREGAR-TAB-TAXA

           OPEN OUTPUT TRNERRO-FILE
           OPEN EXTEND EVENTO-FILE
           PERFORM 020-PRESCAN-CARTEIRA
           PERFORM 026-VALIDAR-TRANSACOES

           OPEN OUTPUT RECNOVO-FILE
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
      *    OBTEM OS ENCARGOS POR ATRASO DO CARTAO CGENCARG; SEM O    *
      *    CARTAO, MULTA DE 2,00%, JUROS DE 1,00% AO MES E NENHUMA   *
      *    CARENCIA SAO ASSUMIDOS COM AVISO NO SYSOUT                *
      *--------------------------------------------------------------*
       013-OBTER-ENCARGOS.

           MOVE 2,00   TO  WS-PCT-MULTA
           MOVE 1,00   TO  WS-PCT-JUROS
           MOVE ZEROS  TO  WS-DIAS-CARENCIA
           OPEN INPUT ENCARG-FILE
           IF WS-STATUS-ENC = '00'
              READ ENCARG-FILE
                  AT END MOVE 'S' TO WS-FIM-ENC
                  NOT AT END
                     MOVE ENC-PCT-MULTA      TO  WS-PCT-MULTA
                     MOVE ENC-PCT-JUROS      TO  WS-PCT-JUROS
                     MOVE ENC-DIAS-CARENCIA  TO  WS-DIAS-CARENCIA
              END-READ
              CLOSE ENCARG-FILE
           ELSE
              DISPLAY "SEM CARTAO CGENCARG - MULTA 2,00%, JUROS"
                      " 1,00% A.M. E SEM CARENCIA ASSUMIDOS"
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARGA DAS TRANSACOES DA SYSIN EM MEMORIA, COM A CRITICA   *
      *    DE TIPO, PRAZO E LOTE REPETIDO                            *
      *--------------------------------------------------------------*
       015-CARREGAR-TRANSACOES.

           PERFORM 016-LER-SYSIN
           PERFORM 017-ACUMULAR-TRANSACAO UNTIL WS-FIM = 'S'
           .
       016-LER-SYSIN.

           ACCEPT WS-REG-SYSIN  FROM SYSIN

           IF WS-REG-SYSIN = ALL '9'
              MOVE  'S'  TO  WS-FIM
           END-IF
           .
       017-ACUMULAR-TRANSACAO.

           IF WS-CTTRN >= 100
              DISPLAY "CAPACIDADE DA TABELA DE TRANSACOES (100)"
                      " EXCEDIDA - EXECUCAO ABANDONADA"
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

      *--->    A CRITICA DE LOTE REPETIDO SO OLHA AS TRANSACOES JA
      *--->    ACEITAS - O LOTE BUSCADO E LOCALIZADO ANTES DE ENTRAR
           MOVE TR-LOTE  TO  WS-LOTE-BUSCA
           PERFORM 035-LOCALIZAR-TRANSACAO

           ADD 1  TO  WS-CTTRN
           MOVE WS-REG-SYSIN  TO  WS-TAB-TRN-DADOS   (WS-CTTRN)
           MOVE TR-TIPO       TO  WS-TAB-TRN-TIPO    (WS-CTTRN)
           MOVE TR-LOTE       TO  WS-TAB-TRN-LOTE    (WS-CTTRN)
           MOVE TR-PRAZO      TO  WS-TAB-TRN-PRAZO   (WS-CTTRN)
           MOVE TR-VALOR      TO  WS-TAB-TRN-VALOR   (WS-CTTRN)
           MOVE TR-USUARIO    TO  WS-TAB-TRN-USUARIO (WS-CTTRN)
           MOVE 'N'           TO  WS-TAB-TRN-TAXA-ACHADA (WS-CTTRN)
           MOVE 'N'           TO  WS-TAB-TRN-SEM-TAXA    (WS-CTTRN)

           MOVE TR-DATA  TO  WS-DATA-DESDOBRA
           IF WS-DD-AAAA NOT NUMERIC OR WS-DD-AAAA = ZEROS
              MOVE WS-DATA-MOVTO  TO  WS-TAB-TRN-DATA (WS-CTTRN)
              MOVE WS-DATA-MOVTO  TO  WS-DATA-DESDOBRA
           ELSE
              MOVE TR-DATA        TO  WS-TAB-TRN-DATA (WS-CTTRN)
           END-IF
           PERFORM 037-MONTAR-DATA-INT
           MOVE WS-DCAL-INT  TO  WS-TAB-TRN-DBASE-INT (WS-CTTRN)

           EVALUATE TRUE
               WHEN TR-TIPO NOT = 'A' AND TR-TIPO NOT = 'S' AND
                    TR-TIPO NOT = 'Q'
                  MOVE 01  TO  WS-TAB-TRN-MOTIVO (WS-CTTRN)
               WHEN TR-TIPO = 'A' AND
                    (TR-PRAZO NOT NUMERIC OR TR-PRAZO = ZEROS OR
                     TR-PRAZO > 60)
                  MOVE 02  TO  WS-TAB-TRN-MOTIVO (WS-CTTRN)
               WHEN WS-TRN-ACHADA = 'S'
                  MOVE 03  TO  WS-TAB-TRN-MOTIVO (WS-CTTRN)
               WHEN OTHER
                  MOVE 00  TO  WS-TAB-TRN-MOTIVO (WS-CTTRN)
           END-EVALUATE

           PERFORM 016-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    CARGA DO PADRAO DE CADA LOTE A PARTIR DO CG004SIM         *
      *--------------------------------------------------------------*
       018-CARREGAR-PADROES.

           MOVE 'N'  TO  WS-EOF-SIM
           OPEN INPUT SIMULA-FILE
           IF WS-STATUS-SIM = '00'
              PERFORM 019-LER-SIMULA
              PERFORM 021-ACUMULAR-PADRAO UNTIL WS-EOF-SIM = 'S'
              CLOSE SIMULA-FILE
           END-IF
           .
       019-LER-SIMULA.

           READ SIMULA-FILE
               AT END MOVE 'S'  TO  WS-EOF-SIM
           END-READ
           .
       021-ACUMULAR-PADRAO.

           IF WS-CTSIM >= 999
              DISPLAY "CAPACIDADE DA TABELA DE PLANOS (999)"
                      " EXCEDIDA - EXECUCAO ABANDONADA"
              CLOSE SIMULA-FILE
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

           ADD 1  TO  WS-CTSIM
           MOVE SIM-LOTE    TO  WS-TAB-SIM-LOTE   (WS-CTSIM)
           MOVE SIM-PADRAO  TO  WS-TAB-SIM-PADRAO (WS-CTSIM)
           PERFORM 019-LER-SIMULA
           .
      *--------------------------------------------------------------*
      *    CARGA DA TABELA DE TAXAS DE FINANCIAMENTO (CGTXFIN)       *
      *--------------------------------------------------------------*
       023-CARREGAR-TAB-TAXA.

           MOVE 'N'  TO  WS-FIM-TAB-TAXA
           OPEN INPUT TAXFIN-FILE
           IF WS-STATUS-TAX = '00'
              PERFORM 024-LER-TAXFIN
              PERFORM 027-ACUMULAR-ITEM-TAXA
                 UNTIL WS-FIM-TAB-TAXA = 'S'
              CLOSE TAXFIN-FILE
           ELSE
              DISPLAY 'TABELA CGTXFIN NAO ENCONTRADA - QUITACAO COM'
                      ' PARCELA A VENCER SERA REJEITADA'
           END-IF
           .
       024-LER-TAXFIN.

           READ TAXFIN-FILE
               AT END MOVE 'S' TO WS-FIM-TAB-TAXA
           END-READ
           .
       027-ACUMULAR-ITEM-TAXA.

           IF WS-CTTAXA >= 10
              DISPLAY "CAPACIDADE DA TABELA DE TAXAS (10)"
                      " EXCEDIDA - EXECUCAO ABANDONADA"
              CLOSE TAXFIN-FILE
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

           ADD 1  TO  WS-CTTAXA
           MOVE TX-PRAZO   TO  WS-TAB-TAXA-PRAZO  (WS-CTTAXA)
           MOVE TX-PADRAO  TO  WS-TAB-TAXA-PADRAO (WS-CTTAXA)
           MOVE TX-TAXA    TO  WS-TAB-TAXA-VALOR  (WS-CTTAXA)
           PERFORM 024-LER-TAXFIN
           .
      *--------------------------------------------------------------*
      *    PRE-VARREDURA DA CARTEIRA: PARA CADA TRANSACAO VALIDA,    *
      *    APURA AS PARCELAS VENCIDAS (PRINCIPAL E ENCARGOS), AS A   *
      *    VENCER (PRINCIPAL E DESCONTO), A ULTIMA PARCELA E OS      *
      *    DADOS DO CONTRATO. PARCELA DISTRATADA E DE CONTRATO JA    *
      *    DESFEITO E NAO CONTA (O LOTE PODE TER SIDO REVENDIDO)     *
      *--------------------------------------------------------------*
       020-PRESCAN-CARTEIRA.

           MOVE 'N'  TO  WS-EOF-REC
           OPEN INPUT RECMST-FILE
           IF WS-STATUS-REC = '00'
              PERFORM 025-LER-RECMST
              PERFORM 022-AVALIAR-PARCELA UNTIL WS-EOF-REC = 'S'
              CLOSE RECMST-FILE
           END-IF
           .
       022-AVALIAR-PARCELA.

           IF REC-SITUACAO NOT = 'D'
              MOVE REC-LOTE  TO  WS-LOTE-BUSCA
              PERFORM 035-LOCALIZAR-TRANSACAO
              IF WS-TRN-ACHADA = 'S'
                 PERFORM 028-APURAR-PARCELA
              END-IF
           END-IF

           PERFORM 025-LER-RECMST
           .
      *--------------------------------------------------------------*
      *    ACUMULA A PARCELA CORRENTE NA TRANSACAO DO LOTE; A        *
      *    PRIMEIRA PARCELA DO CONTRATO FORNECE O PLANO DA VENDA, O  *
      *    CORRETOR, O CEP E O COMPRADOR                             *
      *--------------------------------------------------------------*
       028-APURAR-PARCELA.

           IF WS-TAB-TRN-QTD-REG (WS-IDX-TR) = ZEROS
              MOVE REC-PRAZO      TO  WS-TAB-TRN-PRAZO-PLANO (WS-IDX-TR)
              MOVE REC-CORRETOR   TO  WS-TAB-TRN-CORRETOR (WS-IDX-TR)
              MOVE REC-CEP        TO  WS-TAB-TRN-CEP      (WS-IDX-TR)
              MOVE REC-COMPRADOR  TO  WS-TAB-TRN-COMPRADOR (WS-IDX-TR)
              PERFORM 029-OBTER-TAXA-LOTE
           END-IF

           ADD 1  TO  WS-TAB-TRN-QTD-REG (WS-IDX-TR)
           IF REC-PARCELA > WS-TAB-TRN-ULT-PARC (WS-IDX-TR)
              MOVE REC-PARCELA  TO  WS-TAB-TRN-ULT-PARC (WS-IDX-TR)
           END-IF

           IF (REC-SITUACAO = 'A' OR REC-SITUACAO = 'V') AND
              REC-VAL-SALDO > ZEROS
              PERFORM 042-VALORIZAR-PARCELA
              IF WS-PARC-VENCIDA = 'S'
                 ADD 1  TO  WS-TAB-TRN-QTD-VENC (WS-IDX-TR)
                 ADD WS-VAL-PRINCIPAL
                   TO  WS-TAB-TRN-PRINC-VENC (WS-IDX-TR)
                 ADD WS-VAL-ENCARGO
                   TO  WS-TAB-TRN-ENC-VENC   (WS-IDX-TR)
              ELSE
                 ADD 1  TO  WS-TAB-TRN-QTD-FUT (WS-IDX-TR)
                 ADD WS-VAL-PRINCIPAL
                   TO  WS-TAB-TRN-PRINC-FUT  (WS-IDX-TR)
                 ADD WS-VAL-DESCONTO
                   TO  WS-TAB-TRN-DESCONTO   (WS-IDX-TR)
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    TAXA DO PLANO DO LOTE NO CGTXFIN: PRAZO DA VENDA E PADRAO *
      *    DO LOTE NO CG004SIM                                       *
      *--------------------------------------------------------------*
       029-OBTER-TAXA-LOTE.

           MOVE 'N'  TO  WS-SIM-ACHADO
           MOVE 1    TO  WS-IDX-SM
           PERFORM 031-COMPARAR-PADRAO
              UNTIL WS-SIM-ACHADO = 'S' OR WS-IDX-SM > WS-CTSIM

           MOVE 'N'  TO  WS-TAXA-ACHADA
           IF WS-SIM-ACHADO = 'S'
              MOVE WS-TAB-SIM-PADRAO (WS-IDX-SM)  TO  WS-PADRAO-BUSCA
              MOVE 1  TO  WS-IDX-TX
              PERFORM 032-COMPARAR-TAXA
                 UNTIL WS-TAXA-ACHADA = 'S' OR WS-IDX-TX > WS-CTTAXA
           END-IF

           IF WS-TAXA-ACHADA = 'S'
              MOVE 'S'  TO  WS-TAB-TRN-TAXA-ACHADA (WS-IDX-TR)
              MOVE WS-TAB-TAXA-VALOR (WS-IDX-TX)
                TO  WS-TAB-TRN-TAXA (WS-IDX-TR)
           END-IF
           .
       031-COMPARAR-PADRAO.

           IF WS-TAB-SIM-LOTE (WS-IDX-SM) = REC-LOTE
              MOVE 'S'  TO  WS-SIM-ACHADO
           ELSE
              ADD 1  TO  WS-IDX-SM
           END-IF
           .
       032-COMPARAR-TAXA.

           IF WS-TAB-TAXA-PRAZO  (WS-IDX-TX) = REC-PRAZO  AND
              WS-TAB-TAXA-PADRAO (WS-IDX-TX) = WS-PADRAO-BUSCA
              MOVE 'S'  TO  WS-TAXA-ACHADA
           ELSE
              ADD 1  TO  WS-IDX-TX
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICA AS TRANSACOES CONTRA A CARTEIRA APURADA, FECHA    *
      *    OS VALORES DO ACORDO E DA QUITACAO E GRAVA AS REJEITADAS  *
      *--------------------------------------------------------------*
       026-VALIDAR-TRANSACOES.

           MOVE 1  TO  WS-IDX-TR
           PERFORM 033-VALIDAR-UMA-TRANSACAO
              UNTIL WS-IDX-TR > WS-CTTRN
           .
       033-VALIDAR-UMA-TRANSACAO.

           IF WS-TAB-TRN-MOTIVO (WS-IDX-TR) = ZEROS
              IF WS-TAB-TRN-QTD-REG (WS-IDX-TR) = ZEROS
                 MOVE 04  TO  WS-TAB-TRN-MOTIVO (WS-IDX-TR)
              ELSE
                 IF WS-TAB-TRN-TIPO (WS-IDX-TR) = 'A'
                    PERFORM 034-FECHAR-ACORDO
                 ELSE
                    PERFORM 036-FECHAR-QUITACAO
                 END-IF
              END-IF
           END-IF

           IF WS-TAB-TRN-MOTIVO (WS-IDX-TR) NOT = ZEROS
              MOVE WS-TAB-TRN-MOTIVO (WS-IDX-TR)  TO  WS-MOTIVO
              PERFORM 055-REJEITAR-TRANSACAO
           END-IF

           ADD 1  TO  WS-IDX-TR
           .
      *--------------------------------------------------------------*
      *    ACORDO: TOTAL = PRINCIPAL VENCIDO + ENCARGOS, DIVIDIDO EM *
      *    PARCELAS IGUAIS NO PRAZO DO ACORDO; A DIFERENCA DE        *
      *    ARREDONDAMENTO FICA NA ULTIMA PARCELA                     *
      *--------------------------------------------------------------*
       034-FECHAR-ACORDO.

           EVALUATE TRUE
               WHEN WS-TAB-TRN-QTD-VENC (WS-IDX-TR) = ZEROS
                  MOVE 05  TO  WS-TAB-TRN-MOTIVO (WS-IDX-TR)
               WHEN WS-TAB-TRN-ULT-PARC (WS-IDX-TR) +
                    WS-TAB-TRN-PRAZO (WS-IDX-TR) > 99
                  MOVE 09  TO  WS-TAB-TRN-MOTIVO (WS-IDX-TR)
               WHEN OTHER
                  COMPUTE WS-TAB-TRN-VAL-TOTAL (WS-IDX-TR) =
                     WS-TAB-TRN-PRINC-VENC (WS-IDX-TR) +
                     WS-TAB-TRN-ENC-VENC   (WS-IDX-TR)
                  DIVIDE WS-TAB-TRN-VAL-TOTAL (WS-IDX-TR)
                     BY WS-TAB-TRN-PRAZO (WS-IDX-TR)
                     GIVING WS-TAB-TRN-VAL-PARCELA (WS-IDX-TR) ROUNDED
                  SUBTRACT 1 FROM WS-TAB-TRN-PRAZO (WS-IDX-TR)
                     GIVING WS-IDX-PC
                  MULTIPLY WS-TAB-TRN-VAL-PARCELA (WS-IDX-TR)
                     BY WS-IDX-PC  GIVING WS-VAL-PARC-ACORDO
                  SUBTRACT WS-VAL-PARC-ACORDO
                     FROM WS-TAB-TRN-VAL-TOTAL (WS-IDX-TR)
                     GIVING WS-TAB-TRN-VAL-ULTIMA (WS-IDX-TR)
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    QUITACAO/SIMULACAO: TOTAL = VENCIDAS COM ENCARGOS + A     *
      *    VENCER MENOS O DESCONTO; NA QUITACAO O VALOR PAGO TEM DE  *
      *    COBRIR O TOTAL                                            *
      *--------------------------------------------------------------*
       036-FECHAR-QUITACAO.

           COMPUTE WS-TAB-TRN-VAL-TOTAL (WS-IDX-TR) =
              WS-TAB-TRN-PRINC-VENC (WS-IDX-TR) +
              WS-TAB-TRN-ENC-VENC   (WS-IDX-TR) +
              WS-TAB-TRN-PRINC-FUT  (WS-IDX-TR) -
              WS-TAB-TRN-DESCONTO   (WS-IDX-TR)

           EVALUATE TRUE
               WHEN WS-TAB-TRN-QTD-VENC (WS-IDX-TR) = ZEROS AND
                    WS-TAB-TRN-QTD-FUT  (WS-IDX-TR) = ZEROS
                  MOVE 06  TO  WS-TAB-TRN-MOTIVO (WS-IDX-TR)
               WHEN WS-TAB-TRN-SEM-TAXA (WS-IDX-TR) = 'S'
                  MOVE 07  TO  WS-TAB-TRN-MOTIVO (WS-IDX-TR)
               WHEN WS-TAB-TRN-TIPO (WS-IDX-TR) = 'Q' AND
                    WS-TAB-TRN-VALOR (WS-IDX-TR) <
                    WS-TAB-TRN-VAL-TOTAL (WS-IDX-TR)
                  MOVE 08  TO  WS-TAB-TRN-MOTIVO (WS-IDX-TR)
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    LOCALIZA A TRANSACAO VALIDA DO LOTE BUSCADO               *
      *--------------------------------------------------------------*
       035-LOCALIZAR-TRANSACAO.

           MOVE 'N'  TO  WS-TRN-ACHADA
           MOVE 1    TO  WS-IDX-TR

           PERFORM 038-COMPARAR-TRANSACAO
              UNTIL WS-TRN-ACHADA = 'S' OR WS-IDX-TR > WS-CTTRN
           .
       038-COMPARAR-TRANSACAO.

           IF WS-TAB-TRN-LOTE   (WS-IDX-TR) = WS-LOTE-BUSCA  AND
              WS-TAB-TRN-MOTIVO (WS-IDX-TR) = ZEROS
              MOVE 'S'  TO  WS-TRN-ACHADA
           ELSE
              ADD 1  TO  WS-IDX-TR
           END-IF
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
      *    PROCESSA UMA PARCELA: APLICA A TRANSACAO VALIDA DO LOTE,  *
      *    COPIA PARA A NOVA GERACAO E, APOS A ULTIMA PARCELA DO     *
      *    CONTRATO, ACRESCENTA O CRONOGRAMA DO ACORDO               *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           ADD 1  TO  WS-CTLIDO
           MOVE 'N'  TO  WS-TRN-ACHADA

           IF REC-SITUACAO NOT = 'D'
              MOVE REC-LOTE  TO  WS-LOTE-BUSCA
              PERFORM 035-LOCALIZAR-TRANSACAO
              IF WS-TRN-ACHADA = 'S'
                 ADD 1  TO  WS-TAB-TRN-QTD-PASSO (WS-IDX-TR)
                 IF (REC-SITUACAO = 'A' OR REC-SITUACAO = 'V') AND
                    REC-VAL-SALDO > ZEROS
                    PERFORM 040-APLICAR-TRANSACAO
                 END-IF
              END-IF
           END-IF

           MOVE RECMST-REG  TO  RECNOVO-REG
           WRITE RECNOVO-REG
           ADD 1  TO  WS-CTGRAVADO

           IF WS-TRN-ACHADA = 'S'
              IF WS-TAB-TRN-TIPO (WS-IDX-TR) = 'A' AND
                 WS-TAB-TRN-QTD-PASSO (WS-IDX-TR) =
                 WS-TAB-TRN-QTD-REG   (WS-IDX-TR)
                 PERFORM 050-GERAR-ACORDO
              END-IF
           END-IF

           PERFORM 025-LER-RECMST
           .
      *--------------------------------------------------------------*
      *    APLICA A TRANSACAO NA PARCELA EM ABERTO: NO ACORDO A      *
      *    VENCIDA PASSA A RENEGOCIADA; NA QUITACAO TODA PARCELA EM  *
      *    ABERTO E BAIXADA PELO VALOR APURADO; NA SIMULACAO SO      *
      *    LISTA O VALOR                                             *
      *--------------------------------------------------------------*
       040-APLICAR-TRANSACAO.

           PERFORM 042-VALORIZAR-PARCELA

           MOVE REC-LOTE        TO  WS-LOTE-OUT
           MOVE REC-PARCELA     TO  WS-PARC-OUT
           MOVE REC-DATA-VENC   TO  WS-VENC-OUT

           EVALUATE WS-TAB-TRN-TIPO (WS-IDX-TR)
               WHEN 'A'
                  IF WS-PARC-VENCIDA = 'S'
                     ADD 1  TO  WS-CTRENEG
                     MOVE 'R'  TO  REC-SITUACAO
      *--->             OS ENCARGOS DA VENCIDA PASSAM A RECEBER NAS
      *--->             PARCELAS DO ACORDO; O PRINCIPAL SO MUDA DE
      *--->             PARCELA E NAO GERA EVENTO
                     MOVE WS-TAB-TRN-DATA (WS-IDX-TR)  TO  EVT-DATA
                     MOVE 'ACE'           TO  EVT-CODIGO
                     MOVE WS-VAL-ENCARGO  TO  EVT-VALOR
                     PERFORM 046-GRAVAR-EVENTO
                     MOVE WS-VAL-QUITAR   TO  WS-VALOR-OUT
                     MOVE 'RENEGOCIADA '  TO  WS-SITUACAO-OUT
                     DISPLAY WS-REG-SYSOUT
                  END-IF
               WHEN 'Q'
                  ADD 1  TO  WS-CTQUITADA
                  MOVE WS-TAB-TRN-DATA (WS-IDX-TR)  TO  REC-DATA-PAGTO
                  ADD WS-VAL-QUITAR   TO  REC-VAL-PAGO
                  ADD WS-VAL-ENCARGO  TO  REC-VAL-ENCARGOS
                  MOVE ZEROS  TO  REC-VAL-SALDO
                  MOVE 'P'    TO  REC-SITUACAO
      *--->          EVENTOS CONTABEIS DA BAIXA (COMO NO CGPRG025): O
      *--->          PRINCIPAL RECEBIDO E O SALDO MENOS O DESCONTO, QUE
      *--->          VAI NO BXD PARA ENCERRAR O SALDO A RECEBER; O
      *--->          EXCESSO E DEVOLVIDO (CG042ERR) E NAO GERA EVENTO
                  MOVE REC-DATA-PAGTO  TO  EVT-DATA
                  MOVE 'BXP'           TO  EVT-CODIGO
                  COMPUTE EVT-VALOR =
                     WS-VAL-PRINCIPAL - WS-VAL-DESCONTO
                  PERFORM 046-GRAVAR-EVENTO
                  MOVE 'BXE'           TO  EVT-CODIGO
                  MOVE WS-VAL-ENCARGO  TO  EVT-VALOR
                  PERFORM 046-GRAVAR-EVENTO
                  MOVE 'BXD'           TO  EVT-CODIGO
                  MOVE WS-VAL-DESCONTO TO  EVT-VALOR
                  PERFORM 046-GRAVAR-EVENTO
                  MOVE WS-VAL-QUITAR   TO  WS-VALOR-OUT
                  MOVE 'QUITADA     '  TO  WS-SITUACAO-OUT
                  DISPLAY WS-REG-SYSOUT
               WHEN 'S'
                  MOVE WS-VAL-QUITAR   TO  WS-VALOR-OUT
                  MOVE 'SIMULADA    '  TO  WS-SITUACAO-OUT
                  DISPLAY WS-REG-SYSOUT
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    VALOR DA PARCELA EM ABERTO NA DATA BASE DA TRANSACAO:     *
      *    VENCIDA = SALDO X (1 + FATOR DE ENCARGOS DO CGPRG025,     *
      *    COM A CARENCIA EM DIAS UTEIS APOS O VENCIMENTO            *
      *    PRORROGADO PARA DIA UTIL);                                *
      *    A VENCER = SALDO DESCONTADO A VALOR PRESENTE PELA TAXA DO *
      *    PLANO: SALDO / (1 + TAXA) ** (DIAS ATE O VENCIMENTO / 30) *
      *    SAIDA: WS-VAL-PRINCIPAL, WS-VAL-ENCARGO, WS-VAL-DESCONTO, *
      *    WS-VAL-QUITAR E WS-PARC-VENCIDA                           *
      *--------------------------------------------------------------*
       042-VALORIZAR-PARCELA.

           MOVE REC-VAL-SALDO  TO  WS-VAL-PRINCIPAL
           MOVE ZEROS          TO  WS-VAL-ENCARGO  WS-VAL-DESCONTO

           MOVE REC-DATA-VENC  TO  WS-DATA-DESDOBRA
           PERFORM 037-MONTAR-DATA-INT
           MOVE WS-DCAL-INT    TO  WS-DVEN-INT
           COMPUTE WS-DIAS-ATRASO =
              WS-TAB-TRN-DBASE-INT (WS-IDX-TR) - WS-DVEN-INT
           MOVE ZEROS  TO  WS-UTEIS-ATRASO
           IF WS-DIAS-ATRASO > ZEROS
              PERFORM 043-CONTAR-UTEIS-ATRASO
           END-IF

      *--->    VENCIDA SO DEPOIS DO PRIMEIRO DIA UTIL DO VENCIMENTO;
      *--->    ATE LA A PARCELA NAO TEM ENCARGO NEM DESCONTO
           IF WS-UTEIS-ATRASO > ZEROS
              MOVE 'S'  TO  WS-PARC-VENCIDA
              IF WS-UTEIS-ATRASO > WS-DIAS-CARENCIA
                 COMPUTE WS-FATOR ROUNDED =
                    (WS-PCT-MULTA +
                       (WS-PCT-JUROS * WS-DIAS-ATRASO / 30)) / 100
                 COMPUTE WS-VAL-ENCARGO ROUNDED =
                    REC-VAL-SALDO * WS-FATOR
              END-IF
           ELSE
              MOVE 'N'  TO  WS-PARC-VENCIDA
              IF WS-DIAS-ATRASO < ZEROS
                 IF WS-TAB-TRN-TAXA-ACHADA (WS-IDX-TR) NOT = 'S'
                    MOVE 'S'  TO  WS-TAB-TRN-SEM-TAXA (WS-IDX-TR)
                 ELSE
      *--->             CALCULO PASSO A PASSO EM CAMPOS COM 8 DECIMAIS,
      *--->             COMO NA TABELA PRICE DO CGPRG004
                    DIVIDE WS-TAB-TRN-TAXA (WS-IDX-TR) BY 100
                       GIVING AS-TAXA-FRACAO ROUNDED
                    COMPUTE WS-MESES ROUNDED =
                       (WS-DIAS-ATRASO * -1) / 30
                    COMPUTE AS-FATOR-DESC ROUNDED =
                       (1 + AS-TAXA-FRACAO) ** WS-MESES
                    COMPUTE WS-VAL-DESCONTO ROUNDED =
                       REC-VAL-SALDO - (REC-VAL-SALDO / AS-FATOR-DESC)
                 END-IF
              END-IF
           END-IF

           COMPUTE WS-VAL-QUITAR =
              WS-VAL-PRINCIPAL + WS-VAL-ENCARGO - WS-VAL-DESCONTO
           .
      *--------------------------------------------------------------*
      *    GRAVA UM EVENTO CONTABIL DA PARCELA CORRENTE NO CGCTBEVT  *
      *    (EVT-CODIGO, EVT-DATA E EVT-VALOR JA PREENCHIDOS); EVENTO *
      *    DE VALOR ZERO NAO E GRAVADO                               *
      *--------------------------------------------------------------*
       046-GRAVAR-EVENTO.

           IF EVT-VALOR > ZEROS
              MOVE REC-LOTE        TO  EVT-LOTE
              MOVE 'CGPRG042'      TO  EVT-PROGRAMA
              MOVE REC-PARCELA     TO  EVT-COMPLEMENTO
              MOVE SPACE           TO  EVT-SEP1  EVT-SEP2  EVT-SEP3
                                       EVT-SEP4  EVT-SEP5
              WRITE EVENTO-REG
           END-IF
           .
      *--------------------------------------------------------------*
      *    DIAS UTEIS DE ATRASO NA DATA BASE DA TRANSACAO, CONTADOS  *
      *    APOS O VENCIMENTO PRORROGADO PARA O PRIMEIRO DIA UTIL     *
      *    (MESMA REGRA DO CGPRG025)                                 *
      *--------------------------------------------------------------*
       043-CONTAR-UTEIS-ATRASO.

           MOVE 'C'                          TO  CAL-FUNCAO
           MOVE REC-DATA-VENC                TO  CAL-DATA
           MOVE WS-TAB-TRN-DATA (WS-IDX-TR)  TO  CAL-DATA-FIM
           CALL 'CGPRG057'  USING  WS-CALENDARIO
           PERFORM 044-CONFERIR-CALENDARIO
           MOVE CAL-DIAS-UTEIS  TO  WS-UTEIS-ATRASO
           IF CAL-DIA-UTIL = 'N' AND WS-UTEIS-ATRASO > ZEROS
              SUBTRACT 1  FROM  WS-UTEIS-ATRASO
           END-IF
           .
      *--------------------------------------------------------------*
      *    SEM O CALENDARIO CGFERIAD (RETORNO 04) SO SABADOS E       *
      *    DOMINGOS SAO DIAS NAO UTEIS - A EXECUCAO TERMINA COM      *
      *    RC 04                                                     *
      *--------------------------------------------------------------*
       044-CONFERIR-CALENDARIO.

           IF CAL-COD-RETORNO = 04
              MOVE 'S'  TO  WS-CAL-INDISP
           END-IF
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
      *    ACRESCENTA O CRONOGRAMA DO ACORDO APOS A ULTIMA PARCELA   *
      *    DO CONTRATO: PARCELAS NUMERADAS EM SEQUENCIA, A PRIMEIRA  *
      *    VENCENDO UM MES APOS A DATA DO ACORDO                     *
      *--------------------------------------------------------------*
       050-GERAR-ACORDO.

           ADD 1  TO  WS-CTACORDO
           ADD WS-TAB-TRN-PRINC-VENC (WS-IDX-TR)  TO  AS-TOT-RENEGOCIADO
           ADD WS-TAB-TRN-VAL-TOTAL  (WS-IDX-TR)  TO  AS-TOT-ACORDO

           PERFORM 047-INICIAR-VENCIMENTO
           MOVE 1  TO  WS-IDX-PC
           PERFORM 052-GRAVAR-PARCELA-ACORDO
              UNTIL WS-IDX-PC > WS-TAB-TRN-PRAZO (WS-IDX-TR)
           .
       052-GRAVAR-PARCELA-ACORDO.

           PERFORM 048-AVANCAR-VENCIMENTO

           INITIALIZE RECNOVO-REG
           MOVE WS-TAB-TRN-LOTE      (WS-IDX-TR)  TO  RN-LOTE
           COMPUTE RN-PARCELA =
              WS-TAB-TRN-ULT-PARC (WS-IDX-TR) + WS-IDX-PC
           MOVE WS-TAB-TRN-PRAZO     (WS-IDX-TR)  TO  RN-PRAZO
           MOVE WS-TAB-TRN-CORRETOR  (WS-IDX-TR)  TO  RN-CORRETOR
           MOVE WS-TAB-TRN-CEP       (WS-IDX-TR)  TO  RN-CEP
           MOVE WS-TAB-TRN-COMPRADOR (WS-IDX-TR)  TO  RN-COMPRADOR
           PERFORM 049-PRORROGAR-VENCIMENTO
           MOVE CAL-DATA-FIM         TO  RN-DATA-VENC
           MOVE WS-VAL-PARC-ACORDO   TO  RN-VAL-PARCELA
           MOVE WS-VAL-PARC-ACORDO   TO  RN-VAL-SALDO
           MOVE 'A'                  TO  RN-SITUACAO
           MOVE SPACE            TO  RN-SEP1  RN-SEP2  RN-SEP3
                                     RN-SEP4  RN-SEP5  RN-SEP6
                                     RN-SEP7  RN-SEP8  RN-SEP9
                                     RN-SEP10 RN-SEP11 RN-SEP12
                                     RN-SEP13
           WRITE RECNOVO-REG
           ADD 1  TO  WS-CTNOVAS
           ADD 1  TO  WS-CTGRAVADO

           MOVE RN-LOTE             TO  WS-LOTE-OUT
           MOVE RN-PARCELA          TO  WS-PARC-OUT
           MOVE RN-DATA-VENC        TO  WS-VENC-OUT
           MOVE WS-VAL-PARC-ACORDO  TO  WS-VALOR-OUT
           MOVE 'ACORDO      '      TO  WS-SITUACAO-OUT
           DISPLAY WS-REG-SYSOUT

           ADD 1  TO  WS-IDX-PC
           .
      *--------------------------------------------------------------*
      *    PONTO DE PARTIDA DO CRONOGRAMA DO ACORDO: A DATA DA       *
      *    TRANSACAO, COM O DIA LIMITADO A 28 PARA O VENCIMENTO      *
      *    EXISTIR EM QUALQUER MES (MESMA REGRA DO CGPRG024)         *
      *--------------------------------------------------------------*
       047-INICIAR-VENCIMENTO.

           MOVE WS-TAB-TRN-DATA (WS-IDX-TR)  TO  WS-DATA-DESDOBRA
           MOVE WS-DD-AAAA        TO  WS-VENC-ANO
           MOVE WS-DD-MM          TO  WS-VENC-MES
           MOVE WS-DD-DD          TO  WS-VENC-DIA
           IF WS-VENC-DIA > 28
              MOVE 28  TO  WS-VENC-DIA
           END-IF
           .
      *--------------------------------------------------------------*
      *    AVANCA O VENCIMENTO EM UM MES E DEVOLVE O VALOR DA        *
      *    PARCELA WS-IDX-PC DO ACORDO (A ULTIMA LEVA O RESTO)       *
      *--------------------------------------------------------------*
       048-AVANCAR-VENCIMENTO.

           ADD 1  TO  WS-VENC-MES
           IF WS-VENC-MES > 12
              SUBTRACT 12  FROM  WS-VENC-MES
              ADD 1  TO  WS-VENC-ANO
           END-IF
           COMPUTE WS-VENC-AAAAMMDD =
              (WS-VENC-ANO * 10000) + (WS-VENC-MES * 100)
                 + WS-VENC-DIA

           IF WS-IDX-PC = WS-TAB-TRN-PRAZO (WS-IDX-TR)
              MOVE WS-TAB-TRN-VAL-ULTIMA  (WS-IDX-TR)
                TO  WS-VAL-PARC-ACORDO
           ELSE
              MOVE WS-TAB-TRN-VAL-PARCELA (WS-IDX-TR)
                TO  WS-VAL-PARC-ACORDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    VENCIMENTO DO ACORDO EM DIA NAO UTIL PRORROGADO (MESMA    *
      *    REGRA DO CGPRG024), DEVOLVIDO EM CAL-DATA-FIM; O MES      *
      *    SEGUINTE CONTINUA DA DATA DO ACORDO. USADO NA GRAVACAO    *
      *    (052) E NO DEMONSTRATIVO (063), QUE IMPRIMEM A MESMA DATA *
      *--------------------------------------------------------------*
       049-PRORROGAR-VENCIMENTO.

           MOVE 'P'               TO  CAL-FUNCAO
           MOVE WS-VENC-AAAAMMDD  TO  CAL-DATA
           CALL 'CGPRG057'  USING  WS-CALENDARIO
           PERFORM 044-CONFERIR-CALENDARIO
           .
      *--------------------------------------------------------------*
      *    GRAVA UMA TRANSACAO REJEITADA COM O MOTIVO                *
      *    01 = TIPO DE TRANSACAO INVALIDO                           *
      *    02 = PRAZO DO ACORDO FORA DE 01 A 60 MESES                *
      *    03 = LOTE REPETIDO NO MOVIMENTO                           *
      *    04 = LOTE SEM PARCELAS NA CARTEIRA                        *
      *    05 = ACORDO SEM PARCELA VENCIDA                           *
      *    06 = QUITACAO SEM SALDO EM ABERTO                         *
      *    07 = TAXA DO PLANO NAO CADASTRADA (CGTXFIN/CG004SIM)      *
      *    08 = VALOR PAGO ABAIXO DO VALOR DE QUITACAO               *
      *    09 = ACORDO LEVARIA O LOTE ALEM DA PARCELA 99             *
      *    (10 = QUITACAO PAGA A MAIOR - EXCESSO A DEVOLVER, VIDE    *
      *     065)                                                     *
      *--------------------------------------------------------------*
       055-REJEITAR-TRANSACAO.

           ADD 1  TO  WS-CTREJEITA
           INITIALIZE TRNERRO-REG
           MOVE WS-TAB-TRN-DADOS (WS-IDX-TR)  TO  TE-DADOS
           MOVE WS-MOTIVO     TO  TE-MOTIVO
           MOVE SPACE         TO  TE-SEP1  TE-SEP2

           EVALUATE WS-MOTIVO
               WHEN 01
                  MOVE 'TIPO INVALIDO'            TO  TE-DESC-MOTIVO
               WHEN 02
                  MOVE 'PRAZO DO ACORDO INVALIDO' TO  TE-DESC-MOTIVO
               WHEN 03
                  MOVE 'LOTE REPETIDO'            TO  TE-DESC-MOTIVO
               WHEN 04
                  MOVE 'LOTE SEM PARCELAS'        TO  TE-DESC-MOTIVO
               WHEN 05
                  MOVE 'SEM PARCELA VENCIDA'      TO  TE-DESC-MOTIVO
               WHEN 06
                  MOVE 'SEM SALDO EM ABERTO'      TO  TE-DESC-MOTIVO
               WHEN 07
                  MOVE 'TAXA NAO CADASTRADA'      TO  TE-DESC-MOTIVO
               WHEN 08
                  MOVE 'VALOR ABAIXO DA QUITACAO' TO  TE-DESC-MOTIVO
               WHEN 09
                  MOVE 'PARCELAS ALEM DE 99'      TO  TE-DESC-MOTIVO
           END-EVALUATE

           WRITE TRNERRO-REG
           DISPLAY "TRANSACAO REJEITADA - MOTIVO " WS-MOTIVO ": "
                   TE-DADOS
           .
      *--------------------------------------------------------------*
      *    IMPRIME UM DEMONSTRATIVO POR TRANSACAO ACEITA (UMA PAGINA *
      *    POR LOTE, MODELO DO CGPRG038)                             *
      *--------------------------------------------------------------*
       060-IMPRIMIR-DEMONSTRATIVOS.

           MOVE 1  TO  WS-IDX-TR
           PERFORM 061-IMPRIMIR-UM-DEMONSTRATIVO
              UNTIL WS-IDX-TR > WS-CTTRN
           .
       061-IMPRIMIR-UM-DEMONSTRATIVO.

           IF WS-TAB-TRN-MOTIVO (WS-IDX-TR) = ZEROS
      *--->       CADA DEMONSTRATIVO ABRE UMA PAGINA NOVA
              MOVE 99  TO  WS-CTLINHA
              PERFORM 070-ESCREVER-LINHA

              MOVE WS-TAB-TRN-LOTE (WS-IDX-TR)  TO  WS-DEM-LOTE
              MOVE WS-TAB-TRN-DATA (WS-IDX-TR)  TO  WS-DEM-DATA
              EVALUATE WS-TAB-TRN-TIPO (WS-IDX-TR)
                  WHEN 'A'
                     MOVE 'ACORDO DE PARCELAS'     TO  WS-DEM-OPERACAO
                  WHEN 'S'
                     MOVE 'SIMULACAO DE QUITACAO'  TO  WS-DEM-OPERACAO
                  WHEN 'Q'
                     MOVE 'QUITACAO ANTECIPADA'    TO  WS-DEM-OPERACAO
              END-EVALUATE
              PERFORM 070-ESCREVER-LINHA
              DISPLAY WS-REG-DEM-LOTE

              MOVE WS-TAB-TRN-COMPRADOR (WS-IDX-TR)
                TO  WS-DEM-COMPRADOR
              MOVE WS-TAB-TRN-USUARIO   (WS-IDX-TR)  TO  WS-DEM-USUARIO
              PERFORM 070-ESCREVER-LINHA
              DISPLAY WS-REG-DEM-COMPRADOR

              PERFORM 070-ESCREVER-LINHA
              DISPLAY '  ------------------------------------------'

              MOVE 'PARCELAS VENCIDAS..........:'  TO  WS-DEM-ROTULO
              MOVE WS-TAB-TRN-QTD-VENC   (WS-IDX-TR)  TO  WS-DEM-QTD
              MOVE WS-TAB-TRN-PRINC-VENC (WS-IDX-TR)  TO  WS-DEM-VALOR
              PERFORM 070-ESCREVER-LINHA
              DISPLAY WS-REG-DEM-VALOR

              MOVE 'MULTA E JUROS DE MORA......:'  TO  WS-DEM-ROTULO
              MOVE ZEROS                           TO  WS-DEM-QTD
              MOVE WS-TAB-TRN-ENC-VENC   (WS-IDX-TR)  TO  WS-DEM-VALOR
              PERFORM 070-ESCREVER-LINHA
              DISPLAY WS-REG-DEM-VALOR

              IF WS-TAB-TRN-TIPO (WS-IDX-TR) = 'A'
                 PERFORM 062-IMPRIMIR-ACORDO
              ELSE
                 PERFORM 064-IMPRIMIR-QUITACAO
              END-IF
           END-IF

           ADD 1  TO  WS-IDX-TR
           .
      *--------------------------------------------------------------*
      *    PARTE DO ACORDO: TOTAL CONSOLIDADO E O NOVO CRONOGRAMA    *
      *--------------------------------------------------------------*
       062-IMPRIMIR-ACORDO.

           PERFORM 070-ESCREVER-LINHA
           DISPLAY '  ------------------------------------------'
           MOVE 'TOTAL DO ACORDO - PARCELAS.:'  TO  WS-DEM-ROTULO
           MOVE WS-TAB-TRN-PRAZO     (WS-IDX-TR)  TO  WS-DEM-QTD
           MOVE WS-TAB-TRN-VAL-TOTAL (WS-IDX-TR)  TO  WS-DEM-VALOR
           PERFORM 070-ESCREVER-LINHA
           DISPLAY WS-REG-DEM-VALOR

           PERFORM 070-ESCREVER-LINHA
           DISPLAY '  NOVO CRONOGRAMA:'
           PERFORM 047-INICIAR-VENCIMENTO
           MOVE 1  TO  WS-IDX-PC
           PERFORM 063-IMPRIMIR-PARCELA-ACORDO
              UNTIL WS-IDX-PC > WS-TAB-TRN-PRAZO (WS-IDX-TR)

           PERFORM 070-ESCREVER-LINHA
           DISPLAY '  ------------------------------------------'
           PERFORM 070-ESCREVER-LINHA
           DISPLAY '  AS PARCELAS VENCIDAS FICAM NA CARTEIRA COMO'
           PERFORM 070-ESCREVER-LINHA
           DISPLAY '  RENEGOCIADAS E DEIXAM DE SER COBRADAS.'
           .
       063-IMPRIMIR-PARCELA-ACORDO.

           PERFORM 048-AVANCAR-VENCIMENTO
           COMPUTE WS-DEM-PARC =
              WS-TAB-TRN-ULT-PARC (WS-IDX-TR) + WS-IDX-PC
           PERFORM 049-PRORROGAR-VENCIMENTO
           MOVE CAL-DATA-FIM        TO  WS-DEM-VENC
           MOVE WS-VAL-PARC-ACORDO  TO  WS-DEM-PARC-VALOR
           PERFORM 070-ESCREVER-LINHA
           DISPLAY WS-REG-DEM-PARCELA
           ADD 1  TO  WS-IDX-PC
           .
      *--------------------------------------------------------------*
      *    PARTE DA QUITACAO: A VENCER, DESCONTO, VALOR DE QUITACAO  *
      *    E, NA QUITACAO POSTADA, O VALOR PAGO E O EXCESSO          *
      *--------------------------------------------------------------*
       064-IMPRIMIR-QUITACAO.

           MOVE 'PARCELAS A VENCER..........:'  TO  WS-DEM-ROTULO
           MOVE WS-TAB-TRN-QTD-FUT   (WS-IDX-TR)  TO  WS-DEM-QTD
           MOVE WS-TAB-TRN-PRINC-FUT (WS-IDX-TR)  TO  WS-DEM-VALOR
           PERFORM 070-ESCREVER-LINHA
           DISPLAY WS-REG-DEM-VALOR

           MOVE 'DESCONTO A VALOR PRESENTE..:'  TO  WS-DEM-ROTULO
           MOVE ZEROS                           TO  WS-DEM-QTD
           MOVE WS-TAB-TRN-DESCONTO  (WS-IDX-TR)  TO  WS-DEM-VALOR
           PERFORM 070-ESCREVER-LINHA
           DISPLAY WS-REG-DEM-VALOR

           IF WS-TAB-TRN-TAXA-ACHADA (WS-IDX-TR) = 'S'
              MOVE WS-TAB-TRN-TAXA       (WS-IDX-TR)  TO  WS-DEM-TAXA
              MOVE WS-TAB-TRN-PRAZO-PLANO (WS-IDX-TR) TO  WS-DEM-PLANO
              PERFORM 070-ESCREVER-LINHA
              DISPLAY WS-REG-DEM-TAXA
           END-IF

           PERFORM 070-ESCREVER-LINHA
           DISPLAY '  ------------------------------------------'
           MOVE 'VALOR PARA QUITACAO........:'  TO  WS-DEM-ROTULO
           MOVE ZEROS                           TO  WS-DEM-QTD
           MOVE WS-TAB-TRN-VAL-TOTAL (WS-IDX-TR)  TO  WS-DEM-VALOR
           PERFORM 070-ESCREVER-LINHA
           DISPLAY WS-REG-DEM-VALOR

           IF WS-TAB-TRN-TIPO (WS-IDX-TR) = 'S'
              ADD 1  TO  WS-CTSIMULA
              PERFORM 070-ESCREVER-LINHA
              DISPLAY '  ------------------------------------------'
              PERFORM 070-ESCREVER-LINHA
              DISPLAY '  SIMULACAO - VALOR VALIDO PARA PAGAMENTO NA'
                      ' DATA ACIMA.'
           ELSE
              PERFORM 065-FECHAR-QUITACAO
           END-IF
           .
      *--------------------------------------------------------------*
      *    QUITACAO POSTADA: VALOR PAGO E EXCESSO A DEVOLVER, QUE    *
      *    VAI TAMBEM PARA O CG042ERR (MOTIVO 10)                    *
      *--------------------------------------------------------------*
       065-FECHAR-QUITACAO.

           ADD 1  TO  WS-CTQUITA
           ADD WS-TAB-TRN-VAL-TOTAL (WS-IDX-TR)  TO  AS-TOT-QUITADO
           ADD WS-TAB-TRN-DESCONTO  (WS-IDX-TR)  TO  AS-TOT-DESCONTO
           COMPUTE WS-VAL-EXCESSO =
              WS-TAB-TRN-VALOR (WS-IDX-TR) -
              WS-TAB-TRN-VAL-TOTAL (WS-IDX-TR)

           MOVE 'VALOR PAGO.................:'  TO  WS-DEM-ROTULO
           MOVE ZEROS                           TO  WS-DEM-QTD
           MOVE WS-TAB-TRN-VALOR (WS-IDX-TR)    TO  WS-DEM-VALOR
           PERFORM 070-ESCREVER-LINHA
           DISPLAY WS-REG-DEM-VALOR

           IF WS-VAL-EXCESSO > ZEROS
              ADD 1  TO  WS-CTEXCESSO
              ADD WS-VAL-EXCESSO  TO  AS-TOT-EXCESSO
              MOVE 'EXCESSO A DEVOLVER.........:'  TO  WS-DEM-ROTULO
              MOVE WS-VAL-EXCESSO                  TO  WS-DEM-VALOR
              PERFORM 070-ESCREVER-LINHA
              DISPLAY WS-REG-DEM-VALOR

              INITIALIZE TRNERRO-REG
              MOVE WS-TAB-TRN-DADOS (WS-IDX-TR)  TO  WS-REG-SYSIN
              MOVE WS-VAL-EXCESSO  TO  TR-VALOR
              MOVE WS-REG-SYSIN    TO  TE-DADOS
              MOVE 10              TO  TE-MOTIVO
              MOVE SPACE           TO  TE-SEP1  TE-SEP2
              MOVE 'EXCESSO A DEVOLVER'  TO  TE-DESC-MOTIVO
              WRITE TRNERRO-REG
           END-IF

           PERFORM 070-ESCREVER-LINHA
           DISPLAY '  ------------------------------------------'
           PERFORM 070-ESCREVER-LINHA
           DISPLAY '  TODAS AS PARCELAS EM ABERTO DO LOTE FORAM'
                   ' QUITADAS.'
           .
      *--------------------------------------------------------------*
      *    CONTROLA A QUEBRA DE PAGINA A 60 LINHAS, IMPRIMINDO O     *
      *    CABECALHO COM DATA E NUMERO DA PAGINA                     *
      *--------------------------------------------------------------*
       070-ESCREVER-LINHA.

           IF WS-CTLINHA >= 60
              ADD 1  TO  WS-CTPAGINA
              DISPLAY 'DEMONSTRATIVO DE ACORDO E QUITACAO'
                      '   DATA: ' WS-DATA-MOVTO
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
           CLOSE TRNERRO-FILE
           CLOSE EVENTO-FILE

           DISPLAY ' '
           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DE ACORDO/QUITACAO - CGPRG042 *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * TRANSACOES LIDAS........= ' WS-CTTRN
           DISPLAY ' * TRANSACOES REJEITADAS...= ' WS-CTREJEITA
                   ' (VIDE CG042ERR)'
           DISPLAY ' * ACORDOS.................= ' WS-CTACORDO
           DISPLAY ' * SIMULACOES DE QUITACAO..= ' WS-CTSIMULA
           DISPLAY ' * QUITACOES...............= ' WS-CTQUITA
           DISPLAY ' * QUITACOES PAGAS A MAIOR.= ' WS-CTEXCESSO
                   ' (VIDE CG042ERR)'
           DISPLAY ' * PARCELAS LIDAS..........= ' WS-CTLIDO
           DISPLAY ' * PARCELAS GRAVADAS.......= ' WS-CTGRAVADO
           DISPLAY ' * PARCELAS RENEGOCIADAS...= ' WS-CTRENEG
           DISPLAY ' * PARCELAS DE ACORDO......= ' WS-CTNOVAS
           DISPLAY ' * PARCELAS QUITADAS.......= ' WS-CTQUITADA
           MOVE AS-TOT-RENEGOCIADO  TO  WS-VAL-EXIB
           DISPLAY ' * PRINCIPAL RENEGOCIADO...= ' WS-VAL-EXIB
           MOVE AS-TOT-ACORDO       TO  WS-VAL-EXIB
           DISPLAY ' * TOTAL DOS ACORDOS.......= ' WS-VAL-EXIB
           MOVE AS-TOT-QUITADO      TO  WS-VAL-EXIB
           DISPLAY ' * TOTAL QUITADO...........= ' WS-VAL-EXIB
           MOVE AS-TOT-DESCONTO     TO  WS-VAL-EXIB
           DISPLAY ' * DESCONTO CONCEDIDO......= ' WS-VAL-EXIB
           MOVE AS-TOT-EXCESSO      TO  WS-VAL-EXIB
           DISPLAY ' * EXCESSO A DEVOLVER......= ' WS-VAL-EXIB
           DISPLAY ' *========================================*'

           IF WS-CTLIDO = ZEROS
              MOVE 12   TO  RETURN-CODE
           ELSE
              IF WS-CTREJEITA > ZEROS OR WS-CTEXCESSO > ZEROS
                                      OR WS-CAL-INDISP = 'S'
                 MOVE 04   TO  RETURN-CODE
              ELSE
                 MOVE 00   TO  RETURN-CODE
              END-IF
           END-IF

           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG042"
           .
      *---------------> FIM DO PROGRAMA CGPRG042 <-------------------*
