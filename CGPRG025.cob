      *           + DATA + VALOR), BAIXA AS PARCELAS PAGAS, MARCA
      *           COMO VENCIDAS ('V') AS PARCELAS ABERTAS COM
      *           VENCIMENTO ANTERIOR A DATA DE MOVIMENTO E GRAVA A
      *           NOVA GERACAO DA CARTEIRA (RECNOVO). VENCIMENTO EM
      *           SABADO, DOMINGO OU FERIADO (CALENDARIO CGFERIAD,
      *           ROTINA CGPRG057) VALE ATE O PRIMEIRO DIA UTIL
      *           SEGUINTE.
      *           FECHA COM O RELATORIO DE INADIMPLENCIA POR
      *           COMPRADOR (NOME DO CADASTRO CGCMPMST), POR
      *           CORRETOR E POR FAIXA DE CEP (REGIOES DA TABELA
      *           CEPFAIXA); PAGAMENTOS SEM PARCELA OU SOBRE
      *           PARCELA JA PAGA OU RENEGOCIADA SAO REJEITADOS NO
      *           CG025ERR COM CODIGO DE MOTIVO.
      *           PAGAMENTO APOS O VENCIMENTO (ALEM DA CARENCIA, EM
      *           DIAS UTEIS) PAGA MULTA E JUROS DE MORA PRO RATA
      *           DIA CORRIDO DESDE O VENCIMENTO (CARTAO CGENCARG);
      *           PAGAMENTO A MENOR DEIXA A PARCELA EM
      *           ABERTO COM O SALDO E PAGAMENTO A MAIOR VIRA
      *           CREDITO NA PARCELA SEGUINTE DO LOTE.
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    SET/2026 010001  CRIACAO - FATURAMENTO MENSAL DA
      *                          CARTEIRA DE RECEBIVEIS
      *  V02    OUT/2026 010002  PARCELAS DISTRATADAS ('D', CGPRG038)
      *                          FICAM FORA DA BAIXA, DO VENCIMENTO
      *                          E DA INADIMPLENCIA - O PAGAMENTO DE
      *                          UM LOTE REVENDIDO BAIXA A PARCELA DO
      *                          CONTRATO NOVO
      *  V03    OUT/2026 010003  ENCARGOS POR ATRASO (MULTA + JUROS
      *                          PRO RATA DIA, CARTAO CGENCARG),
      *                          PAGAMENTO PARCIAL COM SALDO EM
      *                          ABERTO, PAGAMENTO A MAIOR COMO
      *                          CREDITO NA PARCELA SEGUINTE (MOTIVO
      *                          03 SEM PARCELA SEGUINTE) E
      *                          INADIMPLENCIA COM PRINCIPAL VENCIDO
      *                          MAIS ENCARGOS ACUMULADOS
      *  V04    OUT/2026 010004  PARCELA RENEGOCIADA EM ACORDO ('R',
      *                          CGPRG042) FICA FORA DO VENCIMENTO E
      *                          DA INADIMPLENCIA E REJEITA O
      *                          PAGAMENTO (MOTIVO 04)
      *  V05    OUT/2026 010005  NOME DO COMPRADOR (CADASTRO
      *                          CGCMPMST, CGPRG043) NAS LINHAS DE
      *                          BAIXA/VENCIMENTO E INADIMPLENCIA
      *                          POR COMPRADOR NO RELATORIO
      *  V06    OUT/2026 010006  CADA BAIXA GRAVA OS EVENTOS
      *                          CONTABEIS NO CGCTBEVT (COPY
      *                          CGREGEVT): PRINCIPAL ('BXP'),
      *                          ENCARGOS ('BXE'), PAGO A MAIOR
      *                          ('BXC') E CREDITO APLICADO ('CRD'),
      *                          PARA O DIARIO CONTABIL (CGPRG044)
      *  V07    OUT/2026 010007  VENCIMENTO EM DIA NAO UTIL VALE ATE
      *                          O PRIMEIRO DIA UTIL SEGUINTE E
      *                          CARENCIA CONTADA EM DIAS UTEIS
      *                          (CALENDARIO CGFERIAD PELA ROTINA
      *                          CGPRG057), NO LUGAR DOS DIAS
      *                          CORRIDOS DO INTEGER-OF-DATE
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT DATAMOV-FILE       ASSIGN TO "DATAMOV"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-DMV.
           SELECT ENCARG-FILE        ASSIGN TO "CGENCARG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-ENC.
           SELECT COMPRADOR-FILE     ASSIGN TO "CGCMPMST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-CMP.
           SELECT EVENTO-FILE        ASSIGN TO "CGCTBEVT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *=============*

      *==> NOVA GERACAO DA CARTEIRA (MESMO LAYOUT DO CGRECMST)
       FD  RECNOVO-FILE.
       01  RECNOVO-REG             PIC X(117).

      *==> MESMO LAYOUT LIDO PELO CGPRG004 (COM VIGENCIA) - AS
      *==> FAIXAS DAO A REGIAO DO RELATORIO DE INADIMPLENCIA
       01  DATAMOV-REG.
           05 DMV-DATA            PIC 9999/99/99.

      *==> CARTAO DE ENCARGOS POR ATRASO: MULTA (% SOBRE O PRINCIPAL
      *==> PAGO EM ATRASO), JUROS DE MORA (% AO MES, PRO RATA DIA
      *==> SOBRE 30 DIAS) E CARENCIA EM DIAS UTEIS APOS O
      *==> VENCIMENTO (PRORROGADO PARA DIA UTIL)
       FD  ENCARG-FILE.
       01  ENCARG-REG.
           05 ENC-PCT-MULTA       PIC 9(02)V99.
           05 ENC-SEP1            PIC X(01).
           05 ENC-PCT-JUROS       PIC 9(02)V99.
           05 ENC-SEP2            PIC X(01).
           05 ENC-DIAS-CARENCIA   PIC 9(02).

      *==> CADASTRO DE COMPRADORES (CGPRG043) - DA O NOME DO
      *==> COMPRADOR (REC-COMPRADOR = CMP-CPF)
       FD  COMPRADOR-FILE.
       01  COMPRADOR-REG.
           COPY CGREGCMP.

      *==> EVENTOS CONTABEIS PENDENTES (DISP=MOD) - AS BAIXAS SAO
      *==> LANCADAS NO DIARIO CONTABIL PELO CGPRG044
       FD  EVENTO-FILE.
       01  EVENTO-REG.
           COPY CGREGEVT.

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
       77  WS-STATUS-CEP          PIC X(02).
       77  WS-STATUS-DMV          PIC X(02).
       77  WS-FIM-DMV             PIC X(01).
       77  WS-STATUS-ENC          PIC X(02).
       77  WS-FIM-ENC             PIC X(01).
       77  WS-PCT-MULTA           PIC 9(02)V99.
       77  WS-PCT-JUROS           PIC 9(02)V99.
       77  WS-DIAS-CARENCIA       PIC 9(02).
       77  WS-DATA-REFER          PIC 9999/99/99.
       77  WS-DIAS-ATRASO         PIC S9(05).
       77  WS-UTEIS-ATRASO        PIC S9(05).
       77  WS-DIAS-EXIB           PIC ZZZZ9.
       77  WS-UTEIS-EXIB          PIC ZZZZ9.
       77  WS-CAL-INDISP          PIC X(01)       VALUE 'N'.
       77  WS-MULTA-EXIB          PIC Z9,99.
       77  WS-JUROS-EXIB          PIC Z9,99.
       77  WS-FATOR               PIC 9(02)V9(06).
       77  WS-SIT-LIDA            PIC X(01).
       77  WS-VAL-PAGTO           PIC 9(08)V99.
       77  WS-VAL-DEVIDO          PIC 9(08)V99.
       77  WS-VAL-PRINCIPAL       PIC 9(08)V99.
       77  WS-VAL-ENCARGO         PIC 9(08)V99.
       77  WS-VAL-EXCESSO         PIC 9(08)V99.
       77  WS-VAL-APLICAR         PIC 9(08)V99.
       77  WS-CRED-LOTE           PIC 9(06)       VALUE ZEROS.
       77  WS-CRED-PARCELA        PIC 9(02)       VALUE ZEROS.
       77  WS-CRED-DATA           PIC 9999/99/99.
       77  WS-CRED-VALOR          PIC 9(08)V99    VALUE ZEROS.
       77  WS-CTPARCIAL           PIC 9(06)       VALUE ZEROS.
       77  WS-CTCREDITO           PIC 9(06)       VALUE ZEROS.
       77  WS-CTCREDSOBRA         PIC 9(03)       VALUE ZEROS.
       77  WS-DATA-ATUAL          PIC 9999/99/99.
       77  WS-DATA-MOVTO          PIC 9999/99/99.
       77  WS-CTPAG               PIC 9(03)       VALUE ZEROS.
       77  AS-VAL-ABERTO          PIC 9(13)V99    VALUE ZEROS.
       77  AS-VAL-VENCIDO         PIC 9(13)V99    VALUE ZEROS.
       77  AS-VAL-RECEBIDO        PIC 9(13)V99    VALUE ZEROS.
       77  AS-ENC-RECEBIDO        PIC 9(13)V99    VALUE ZEROS.
       77  AS-ENC-VENCIDO         PIC 9(13)V99    VALUE ZEROS.
       77  AS-VAL-CREDITO         PIC 9(13)V99    VALUE ZEROS.
       77  AS-SEMFX-ENC           PIC 9(11)V99    VALUE ZEROS.
       77  AS-SEMFX-QTD           PIC 9(06)       VALUE ZEROS.
       77  AS-SEMFX-VAL           PIC 9(11)V99    VALUE ZEROS.
       77  WS-VAL-EXIB            PIC $$.$$$.$$$.$$9,99.
       77  WS-ENC-EXIB            PIC $$.$$$.$$$.$$9,99.
       77  WS-STATUS-CMP          PIC X(02).
       77  WS-FIM-CMP             PIC X(01).
       77  WS-CTCMP               PIC 9(03)       VALUE ZEROS.
       77  WS-IDX-CM              PIC 9(04).
       77  WS-CMP-ACHADO          PIC X(01).
       77  WS-CPF-ANTERIOR        PIC X(11)       VALUE HIGH-VALUES.
       77  WS-NOME-COMPRADOR      PIC X(40).
       77  AS-SEMCMP-QTD          PIC 9(06)       VALUE ZEROS.
       77  AS-SEMCMP-VAL          PIC 9(11)V99    VALUE ZEROS.
       77  AS-SEMCMP-ENC          PIC 9(11)V99    VALUE ZEROS.

      *-----> AREA DE COMUNICACAO COM A ROTINA DE DIAS UTEIS, USADA
      *--->    NA PRORROGACAO DO VENCIMENTO E NA CONTAGEM DOS DIAS
      *--->    DE ATRASO
       01  WS-CALENDARIO.
           COPY CGREGCAL.

      *-----> PAGAMENTOS RECEBIDOS VIA SYSIN
      *--->    A DATA FICA NO MESMO PICTURE EDITADO DO CARTAO -
              10 WS-TAB-FX-FIM          PIC 9(08).
              10 WS-TAB-FX-QTD          PIC 9(06).
              10 WS-TAB-FX-VAL          PIC 9(11)V99.
              10 WS-TAB-FX-ENC          PIC 9(11)V99.

      *-----> CADASTRO DE COMPRADORES (CGCMPMST) COM A
      *-----> INADIMPLENCIA ACUMULADA DE CADA UM
       01  WS-TAB-CMP.
           05 WS-TAB-CMP-OCR  OCCURS 999 TIMES.
              10 WS-TAB-CMP-CPF         PIC X(11).
              10 WS-TAB-CMP-NOME        PIC X(40).
              10 WS-TAB-CMP-QTD         PIC 9(06).
              10 WS-TAB-CMP-VAL         PIC 9(11)V99.
              10 WS-TAB-CMP-ENC         PIC 9(11)V99.

      *-----> INADIMPLENCIA POR CORRETOR
       01  WS-TAB-CORR.
              10 WS-TAB-CORR-CODIGO     PIC 9(04).
              10 WS-TAB-CORR-QTD        PIC 9(06).
              10 WS-TAB-CORR-VAL        PIC 9(11)V99.
              10 WS-TAB-CORR-ENC        PIC 9(11)V99.

      *-----> ENTRADA - PAGAMENTOS VIA SYSIN
       01  WS-REG-SYSIN.
           05 WS-VALOR-OUT        PIC $$.$$$.$$9,99.
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-SITUACAO-OUT     PIC X(12).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-COMPRADOR-OUT    PIC X(40).
       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-EOF-REC = 'S'
           IF WS-CRED-VALOR > ZEROS
              PERFORM 056-REJEITAR-CREDITO
           END-IF
           PERFORM 060-REJEITAR-SOBRAS
           PERFORM 070-IMPRIMIR-INADIMPLENCIA
           PERFORM 090-TERMINAR

           ACCEPT WS-DATA-ATUAL FROM DATE
           PERFORM 012-OBTER-DATA-MOVTO
           PERFORM 013-OBTER-ENCARGOS

           DISPLAY "** FATURAMENTO DA CARTEIRA DE RECEBIVEIS **"
           DISPLAY "DATA DO MOVIMENTO: " WS-DATA-MOVTO
           MOVE WS-PCT-MULTA  TO  WS-MULTA-EXIB
           MOVE WS-PCT-JUROS  TO  WS-JUROS-EXIB
           DISPLAY "MULTA: " WS-MULTA-EXIB "%  JUROS: " WS-JUROS-EXIB
                   "% A.M.  CARENCIA: " WS-DIAS-CARENCIA
                   " DIAS UTEIS"
           DISPLAY '-----------------------------------'

           MOVE ZEROS  TO  WS-TAB-FX
           MOVE ZEROS  TO  WS-TAB-CORR
           PERFORM 015-CARREGAR-PAGAMENTOS
           PERFORM 020-CARREGAR-FAIXAS
           PERFORM 026-CARREGAR-COMPRADORES
           OPEN OUTPUT RECNOVO-FILE
           OPEN OUTPUT PAGERRO-FILE
           OPEN EXTEND EVENTO-FILE
           MOVE 'N'  TO  WS-EOF-REC
           OPEN INPUT RECMST-FILE
           IF WS-STATUS-REC NOT = '00'
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
      *    CARGA DOS PAGAMENTOS DA SYSIN EM MEMORIA                  *
      *--------------------------------------------------------------*
       015-CARREGAR-PAGAMENTOS.
           END-READ
           .
      *--------------------------------------------------------------*
      *    CARGA DO CADASTRO DE COMPRADORES (CGCMPMST) EM MEMORIA;   *
      *    SEM O CADASTRO, OS RELATORIOS SAEM COM O CPF              *
      *--------------------------------------------------------------*
       026-CARREGAR-COMPRADORES.

           MOVE 'N'  TO  WS-FIM-CMP
           OPEN INPUT COMPRADOR-FILE
           IF WS-STATUS-CMP = '00'
              PERFORM 027-LER-COMPRADOR
              PERFORM 028-ACUMULAR-COMPRADOR UNTIL WS-FIM-CMP = 'S'
              CLOSE COMPRADOR-FILE
           ELSE
              DISPLAY "SEM CADASTRO CGCMPMST - COMPRADORES"
                      " IDENTIFICADOS PELO CPF"
           END-IF
           .
       027-LER-COMPRADOR.

           READ COMPRADOR-FILE
               AT END MOVE 'S' TO WS-FIM-CMP
           END-READ
           .
       028-ACUMULAR-COMPRADOR.

           IF WS-CTCMP >= 999
              DISPLAY "CAPACIDADE DA TABELA DE COMPRADORES (999)"
                      " EXCEDIDA - EXECUCAO ABANDONADA"
              CLOSE COMPRADOR-FILE
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

           ADD 1  TO  WS-CTCMP
           MOVE CMP-CPF   TO  WS-TAB-CMP-CPF  (WS-CTCMP)
           MOVE CMP-NOME  TO  WS-TAB-CMP-NOME (WS-CTCMP)
           MOVE ZEROS     TO  WS-TAB-CMP-QTD  (WS-CTCMP)
                              WS-TAB-CMP-VAL  (WS-CTCMP)
                              WS-TAB-CMP-ENC  (WS-CTCMP)
           PERFORM 027-LER-COMPRADOR
           .
      *--------------------------------------------------------------*
      *    OBTEM O NOME DO COMPRADOR DA PARCELA CORRENTE (SO BUSCA   *
      *    NA TABELA QUANDO O CPF MUDA - A CARTEIRA ESTA EM ORDEM DE *
      *    LOTE); CPF FORA DO CADASTRO SAI COMO 'CPF ... NAO CADAS-  *
      *    TRADO' E WS-CMP-ACHADO FICA 'N'                           *
      *--------------------------------------------------------------*
       029-OBTER-NOME-COMPRADOR.

           IF REC-COMPRADOR NOT = WS-CPF-ANTERIOR
              MOVE REC-COMPRADOR  TO  WS-CPF-ANTERIOR
              MOVE 'N'  TO  WS-CMP-ACHADO
              MOVE 1    TO  WS-IDX-CM
              PERFORM 031-COMPARAR-COMPRADOR
                 UNTIL WS-CMP-ACHADO = 'S' OR WS-IDX-CM > WS-CTCMP
              IF WS-CMP-ACHADO = 'S'
                 MOVE WS-TAB-CMP-NOME (WS-IDX-CM)
                   TO WS-NOME-COMPRADOR
              ELSE
                 MOVE SPACES  TO  WS-NOME-COMPRADOR
                 STRING 'CPF '            DELIMITED BY SIZE
                        REC-COMPRADOR     DELIMITED BY SIZE
                        ' NAO CADASTRADO' DELIMITED BY SIZE
                   INTO WS-NOME-COMPRADOR
              END-IF
           END-IF

           MOVE WS-NOME-COMPRADOR  TO  WS-COMPRADOR-OUT
           .
       031-COMPARAR-COMPRADOR.

           IF WS-TAB-CMP-CPF (WS-IDX-CM) = REC-COMPRADOR
              MOVE 'S'  TO  WS-CMP-ACHADO
           ELSE
              ADD 1  TO  WS-IDX-CM
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCESSA UMA PARCELA: APLICA O CREDITO DA PARCELA         *
      *    ANTERIOR, BAIXA OS PAGAMENTOS RECEBIDOS, MARCA O          *
      *    VENCIMENTO SEM PAGAMENTO E ACUMULA A INADIMPLENCIA        *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           ADD 1  TO  WS-CTLIDO
           MOVE REC-SITUACAO  TO  WS-SIT-LIDA
           PERFORM 029-OBTER-NOME-COMPRADOR

           IF WS-CRED-VALOR > ZEROS
              PERFORM 032-APLICAR-CREDITO
           END-IF

           IF REC-SITUACAO = 'D'
              MOVE 'N'  TO  WS-PAG-ACHADO
           ELSE
              PERFORM 035-LOCALIZAR-PAGAMENTO
           END-IF

      *--->    TODOS OS PAGAMENTOS DA PARCELA NA SYSIN SAO BAIXADOS -
      *--->    SO A PARCELA JA PAGA NA LEITURA REJEITA (MOTIVO 02) E
      *--->    A RENEGOCIADA EM ACORDO (MOTIVO 04);
      *--->    A QUITADA AGORA PASSA O PAGAMENTO SEGUINTE A CREDITO
           PERFORM 038-TRATAR-PAGAMENTO UNTIL WS-PAG-ACHADO = 'N'

           IF REC-SITUACAO = 'A' AND
              REC-DATA-VENC < WS-DATA-MOVTO
              PERFORM 033-MARCAR-VENCIDA
           END-IF

           EVALUATE REC-SITUACAO
               WHEN 'A'
                  ADD 1                TO  WS-CTABERTA
                  ADD REC-VAL-SALDO    TO  AS-VAL-ABERTO
               WHEN 'P'
                  ADD 1  TO  WS-CTPAGA
               WHEN 'V'
                  ADD 1                TO  WS-CTVENCIDA
                  ADD REC-VAL-SALDO    TO  AS-VAL-VENCIDO
                  MOVE WS-DATA-MOVTO   TO  WS-DATA-REFER
                  PERFORM 042-CALCULAR-FATOR
                  COMPUTE WS-VAL-ENCARGO ROUNDED =
                     REC-VAL-SALDO * WS-FATOR
                  ADD WS-VAL-ENCARGO   TO  AS-ENC-VENCIDO
                  PERFORM 045-ACUMULAR-INADIMPL
           END-EVALUATE

           PERFORM 025-LER-RECMST
           .
      *--------------------------------------------------------------*
      *    APLICA O CREDITO DO PAGAMENTO A MAIOR NA PARCELA SEGUINTE *
      *    DO MESMO LOTE (A CARTEIRA ESTA EM ORDEM DE LOTE/PARCELA). *
      *    PARCELA PAGA OU DISTRATADA PASSA O CREDITO ADIANTE; LOTE  *
      *    DIFERENTE DEIXA O CREDITO SEM PARCELA (MOTIVO 03)         *
      *--------------------------------------------------------------*
       032-APLICAR-CREDITO.

           IF REC-LOTE NOT = WS-CRED-LOTE
              PERFORM 056-REJEITAR-CREDITO
           ELSE
              IF REC-SITUACAO = 'A' OR REC-SITUACAO = 'V'
                 IF WS-CRED-VALOR > REC-VAL-SALDO
                    MOVE REC-VAL-SALDO  TO  WS-VAL-APLICAR
                 ELSE
                    MOVE WS-CRED-VALOR  TO  WS-VAL-APLICAR
                 END-IF
                 ADD 1               TO  WS-CTCREDITO
                 ADD WS-VAL-APLICAR  TO  REC-VAL-CREDITO
                 SUBTRACT WS-VAL-APLICAR  FROM  REC-VAL-SALDO
                 SUBTRACT WS-VAL-APLICAR  FROM  WS-CRED-VALOR
                 ADD WS-VAL-APLICAR  TO  AS-VAL-CREDITO
                 IF REC-VAL-SALDO = ZEROS
                    MOVE 'P'           TO  REC-SITUACAO
                    MOVE WS-CRED-DATA  TO  REC-DATA-PAGTO
                 END-IF
                 MOVE 'CRD'           TO  EVT-CODIGO
                 MOVE WS-CRED-DATA    TO  EVT-DATA
                 MOVE WS-VAL-APLICAR  TO  EVT-VALOR
                 PERFORM 050-GRAVAR-EVENTO
                 MOVE REC-LOTE        TO  WS-LOTE-OUT
                 MOVE REC-PARCELA     TO  WS-PARC-OUT
                 MOVE REC-DATA-VENC   TO  WS-VENC-OUT
                 MOVE WS-VAL-APLICAR  TO  WS-VALOR-OUT
                 MOVE 'CREDITO     '  TO  WS-SITUACAO-OUT
                 DISPLAY WS-REG-SYSOUT
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    MARCA COMO VENCIDA A PARCELA ABERTA CUJO VENCIMENTO,      *
      *    PRORROGADO PARA O PRIMEIRO DIA UTIL, E ANTERIOR A DATA    *
      *    DE MOVIMENTO                                              *
      *--------------------------------------------------------------*
       033-MARCAR-VENCIDA.

           MOVE 'P'            TO  CAL-FUNCAO
           MOVE REC-DATA-VENC  TO  CAL-DATA
           CALL 'CGPRG057'  USING  WS-CALENDARIO
           PERFORM 043-CONFERIR-CALENDARIO

           IF CAL-DATA-FIM < WS-DATA-MOVTO
              ADD 1  TO  WS-CTMARCADA
              MOVE 'V'  TO  REC-SITUACAO
              MOVE REC-LOTE       TO  WS-LOTE-OUT
              MOVE REC-PARCELA    TO  WS-PARC-OUT
              MOVE REC-DATA-VENC  TO  WS-VENC-OUT
              MOVE REC-VAL-SALDO  TO  WS-VALOR-OUT
              MOVE 'VENCIDA     '  TO WS-SITUACAO-OUT
              DISPLAY WS-REG-SYSOUT
           END-IF
           .
      *--------------------------------------------------------------*
      *    LOCALIZA UM PAGAMENTO AINDA NAO USADO PARA A PARCELA      *
      *    CORRENTE (LOTE + PARCELA)                                 *
      *--------------------------------------------------------------*
           END-IF
           .
      *--------------------------------------------------------------*
      *    TRATA O PAGAMENTO LOCALIZADO E PROCURA O PROXIMO DA       *
      *    MESMA PARCELA                                             *
      *--------------------------------------------------------------*
       038-TRATAR-PAGAMENTO.

           EVALUATE WS-SIT-LIDA
               WHEN 'P'
                  MOVE 02  TO  WS-MOTIVO
                  PERFORM 055-REJEITAR-PAGAMENTO
               WHEN 'R'
                  MOVE 04  TO  WS-MOTIVO
                  PERFORM 055-REJEITAR-PAGAMENTO
               WHEN OTHER
                  PERFORM 040-BAIXAR-PARCELA
           END-EVALUATE

           PERFORM 035-LOCALIZAR-PAGAMENTO
           .
      *--------------------------------------------------------------*
      *    BAIXA A PARCELA COM O PAGAMENTO LOCALIZADO                *
      *--------------------------------------------------------------*
       040-BAIXAR-PARCELA.

      *--->    O PAGAMENTO COBRE PRIMEIRO O PRINCIPAL EM ABERTO
      *--->    ACRESCIDO DOS ENCARGOS (SALDO X (1 + FATOR)); A MENOR,
      *--->    AMORTIZA O PRINCIPAL NA PROPORCAO E A PARCELA FICA COM
      *--->    O SALDO; A MAIOR, O EXCESSO VAI A CREDITO DA PARCELA
      *--->    SEGUINTE DO LOTE
           MOVE 'S'  TO  WS-TAB-PAG-USADO (WS-IDX-PG)
           MOVE WS-TAB-PAG-VALOR (WS-IDX-PG)  TO  WS-VAL-PAGTO
           MOVE WS-TAB-PAG-DATA  (WS-IDX-PG)  TO  WS-DATA-REFER
           PERFORM 042-CALCULAR-FATOR

           COMPUTE WS-VAL-DEVIDO ROUNDED =
              REC-VAL-SALDO * (1 + WS-FATOR)

           IF WS-VAL-PAGTO < WS-VAL-DEVIDO
              ADD 1  TO  WS-CTPARCIAL
              COMPUTE WS-VAL-PRINCIPAL ROUNDED =
                 WS-VAL-PAGTO / (1 + WS-FATOR)
              COMPUTE WS-VAL-ENCARGO = WS-VAL-PAGTO - WS-VAL-PRINCIPAL
              MOVE ZEROS  TO  WS-VAL-EXCESSO
              SUBTRACT WS-VAL-PRINCIPAL  FROM  REC-VAL-SALDO
              MOVE 'PARCIAL     '  TO  WS-SITUACAO-OUT
           ELSE
              ADD 1  TO  WS-CTBAIXADA
              COMPUTE WS-VAL-ENCARGO = WS-VAL-DEVIDO - REC-VAL-SALDO
              COMPUTE WS-VAL-EXCESSO = WS-VAL-PAGTO - WS-VAL-DEVIDO
              MOVE REC-VAL-SALDO  TO  WS-VAL-PRINCIPAL
              MOVE ZEROS  TO  REC-VAL-SALDO
              MOVE 'P'    TO  REC-SITUACAO
              MOVE 'PAGA        '  TO  WS-SITUACAO-OUT
           END-IF

           MOVE WS-TAB-PAG-DATA (WS-IDX-PG)  TO  REC-DATA-PAGTO
           ADD WS-VAL-PAGTO    TO  REC-VAL-PAGO
           ADD WS-VAL-ENCARGO  TO  REC-VAL-ENCARGOS
           ADD WS-VAL-PAGTO    TO  AS-VAL-RECEBIDO
           ADD WS-VAL-ENCARGO  TO  AS-ENC-RECEBIDO

      *--->    EVENTOS CONTABEIS DA BAIXA: O VALOR PAGO SE DIVIDE EM
      *--->    PRINCIPAL, ENCARGOS E EXCESSO (SEM VALOR NAO GRAVA)
           MOVE REC-DATA-PAGTO  TO  EVT-DATA
           MOVE 'BXP'             TO  EVT-CODIGO
           MOVE WS-VAL-PRINCIPAL  TO  EVT-VALOR
           PERFORM 050-GRAVAR-EVENTO
           MOVE 'BXE'             TO  EVT-CODIGO
           MOVE WS-VAL-ENCARGO    TO  EVT-VALOR
           PERFORM 050-GRAVAR-EVENTO
           MOVE 'BXC'             TO  EVT-CODIGO
           MOVE WS-VAL-EXCESSO    TO  EVT-VALOR
           PERFORM 050-GRAVAR-EVENTO

           MOVE REC-LOTE        TO  WS-LOTE-OUT
           MOVE REC-PARCELA     TO  WS-PARC-OUT
           MOVE REC-DATA-VENC   TO  WS-VENC-OUT
           MOVE WS-VAL-PAGTO    TO  WS-VALOR-OUT
           DISPLAY WS-REG-SYSOUT
           IF WS-VAL-ENCARGO > ZEROS
              MOVE WS-VAL-ENCARGO  TO  WS-VAL-EXIB
              MOVE WS-DIAS-ATRASO  TO  WS-DIAS-EXIB
              MOVE WS-UTEIS-ATRASO TO  WS-UTEIS-EXIB
              DISPLAY "   ENCARGOS POR ATRASO (" WS-DIAS-EXIB
                      " DIAS," WS-UTEIS-EXIB " UTEIS): " WS-VAL-EXIB
           END-IF
           IF REC-SITUACAO NOT = 'P'
              MOVE REC-VAL-SALDO  TO  WS-VAL-EXIB
              DISPLAY "   SALDO EM ABERTO: " WS-VAL-EXIB
           END-IF

           IF WS-VAL-EXCESSO > ZEROS
              MOVE REC-LOTE      TO  WS-CRED-LOTE
              MOVE REC-PARCELA   TO  WS-CRED-PARCELA
              MOVE REC-DATA-PAGTO  TO  WS-CRED-DATA
              ADD WS-VAL-EXCESSO TO  WS-CRED-VALOR
              MOVE WS-VAL-EXCESSO  TO  WS-VAL-EXIB
              DISPLAY "   PAGO A MAIOR - CREDITO NA PARCELA SEGUINTE: "
                      WS-VAL-EXIB
           END-IF
           .
      *--------------------------------------------------------------*
      *    FATOR DE ENCARGOS DA PARCELA CORRENTE NA DATA EM          *
      *    WS-DATA-REFER: ATE A CARENCIA (DIAS UTEIS APOS O          *
      *    VENCIMENTO PRORROGADO PARA DIA UTIL), ZERO; DEPOIS,       *
      *    MULTA + JUROS AO MES PRO RATA DIA (MES DE 30 DIAS) SOBRE  *
      *    OS DIAS CORRIDOS DESDE O VENCIMENTO ORIGINAL              *
      *--------------------------------------------------------------*
       042-CALCULAR-FATOR.

           MOVE 'C'            TO  CAL-FUNCAO
           MOVE REC-DATA-VENC  TO  CAL-DATA
           MOVE WS-DATA-REFER  TO  CAL-DATA-FIM
           CALL 'CGPRG057'  USING  WS-CALENDARIO
           PERFORM 043-CONFERIR-CALENDARIO
           MOVE CAL-DIAS-CORRIDOS  TO  WS-DIAS-ATRASO
           MOVE CAL-DIAS-UTEIS     TO  WS-UTEIS-ATRASO

      *--->    VENCIMENTO EM DIA NAO UTIL: O PRIMEIRO DIA UTIL
      *--->    SEGUINTE, CONTADO ACIMA, AINDA E O PROPRIO VENCIMENTO
           IF CAL-DIA-UTIL = 'N' AND WS-UTEIS-ATRASO > ZEROS
              SUBTRACT 1  FROM  WS-UTEIS-ATRASO
           END-IF

           IF WS-UTEIS-ATRASO > WS-DIAS-CARENCIA
              COMPUTE WS-FATOR ROUNDED =
                 (WS-PCT-MULTA + (WS-PCT-JUROS * WS-DIAS-ATRASO / 30))
                    / 100
           ELSE
              MOVE ZEROS  TO  WS-FATOR
           END-IF
           .
      *--------------------------------------------------------------*
      *    SEM O CALENDARIO CGFERIAD (RETORNO 04) SO SABADOS E       *
      *    DOMINGOS SAO DIAS NAO UTEIS - O AVISO SAI UMA VEZ PELA    *
      *    ROTINA E A EXECUCAO TERMINA COM RC 04                     *
      *--------------------------------------------------------------*
       043-CONFERIR-CALENDARIO.

           IF CAL-COD-RETORNO = 04
              MOVE 'S'  TO  WS-CAL-INDISP
           END-IF
           .
      *--------------------------------------------------------------*
      *    ACUMULA A PARCELA VENCIDA NA INADIMPLENCIA DO COMPRADOR,  *
      *    DO CORRETOR E DA FAIXA DE CEP                             *
      *--------------------------------------------------------------*
       045-ACUMULAR-INADIMPL.

           IF WS-CMP-ACHADO = 'S'
              ADD 1                TO  WS-TAB-CMP-QTD (WS-IDX-CM)
              ADD REC-VAL-SALDO    TO  WS-TAB-CMP-VAL (WS-IDX-CM)
              ADD WS-VAL-ENCARGO   TO  WS-TAB-CMP-ENC (WS-IDX-CM)
           ELSE
              ADD 1                TO  AS-SEMCMP-QTD
              ADD REC-VAL-SALDO    TO  AS-SEMCMP-VAL
              ADD WS-VAL-ENCARGO   TO  AS-SEMCMP-ENC
           END-IF

           MOVE 'N'  TO  WS-COR-ACHADO
           MOVE 1    TO  WS-IDX-CO
           PERFORM 046-COMPARAR-CORRETOR
              MOVE REC-CORRETOR   TO  WS-TAB-CORR-CODIGO (WS-IDX-CO)
           END-IF
           ADD 1                TO  WS-TAB-CORR-QTD (WS-IDX-CO)
           ADD REC-VAL-SALDO    TO  WS-TAB-CORR-VAL (WS-IDX-CO)
           ADD WS-VAL-ENCARGO   TO  WS-TAB-CORR-ENC (WS-IDX-CO)

           MOVE 'N'  TO  WS-FX-ACHADA
           MOVE 1    TO  WS-IDX-FX
              UNTIL WS-FX-ACHADA = 'S' OR WS-IDX-FX > WS-CTFX
           IF WS-FX-ACHADA = 'S'
              ADD 1                TO  WS-TAB-FX-QTD (WS-IDX-FX)
              ADD REC-VAL-SALDO    TO  WS-TAB-FX-VAL (WS-IDX-FX)
              ADD WS-VAL-ENCARGO   TO  WS-TAB-FX-ENC (WS-IDX-FX)
           ELSE
              ADD 1                TO  AS-SEMFX-QTD
              ADD REC-VAL-SALDO    TO  AS-SEMFX-VAL
              ADD WS-VAL-ENCARGO   TO  AS-SEMFX-ENC
           END-IF
           .
       046-COMPARAR-CORRETOR.
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA UM EVENTO CONTABIL DA PARCELA CORRENTE NO CGCTBEVT  *
      *    (EVT-CODIGO, EVT-DATA E EVT-VALOR JA PREENCHIDOS); EVENTO *
      *    DE VALOR ZERO NAO E GRAVADO                               *
      *--------------------------------------------------------------*
       050-GRAVAR-EVENTO.

           IF EVT-VALOR > ZEROS
              MOVE REC-LOTE        TO  EVT-LOTE
              MOVE 'CGPRG025'      TO  EVT-PROGRAMA
              MOVE REC-PARCELA     TO  EVT-COMPLEMENTO
              MOVE SPACE           TO  EVT-SEP1  EVT-SEP2  EVT-SEP3
                                       EVT-SEP4  EVT-SEP5
              WRITE EVENTO-REG
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA UM PAGAMENTO REJEITADO COM O MOTIVO                 *
      *    01 = PARCELA NAO ENCONTRADA NA CARTEIRA                   *
      *    02 = PARCELA JA PAGA                                      *
      *    (03 = CREDITO SEM PARCELA SEGUINTE, VIDE 056)             *
      *    04 = PARCELA RENEGOCIADA EM ACORDO (CGPRG042)             *
      *--------------------------------------------------------------*
       055-REJEITAR-PAGAMENTO.

           MOVE WS-MOTIVO     TO  PE-MOTIVO
           MOVE SPACE         TO  PE-SEP1  PE-SEP2

           EVALUATE WS-MOTIVO
               WHEN 01
                  MOVE 'PARCELA NAO ENCONTRADA'  TO  PE-DESC-MOTIVO
               WHEN 02
                  MOVE 'PARCELA JA PAGA'         TO  PE-DESC-MOTIVO
               WHEN 04
                  MOVE 'PARCELA RENEGOCIADA'     TO  PE-DESC-MOTIVO
           END-EVALUATE

           WRITE PAGERRO-REG
           DISPLAY "PAGAMENTO REJEITADO - MOTIVO " WS-MOTIVO ": "
                   PE-DADOS
           .
      *--------------------------------------------------------------*
      *    GRAVA O CREDITO DE PAGAMENTO A MAIOR QUE NAO ENCONTROU    *
      *    PARCELA SEGUINTE EM ABERTO NO LOTE (MOTIVO 03) - O VALOR  *
      *    FICA PARA DEVOLUCAO AO COMPRADOR                          *
      *--------------------------------------------------------------*
       056-REJEITAR-CREDITO.

           ADD 1  TO  WS-CTCREDSOBRA
           INITIALIZE PAGERRO-REG
           MOVE WS-CRED-LOTE     TO  PG-LOTE
           MOVE WS-CRED-PARCELA  TO  PG-PARCELA
           MOVE WS-CRED-DATA     TO  PG-DATA
           MOVE WS-CRED-VALOR    TO  PG-VALOR
           MOVE WS-REG-SYSIN  TO  PE-DADOS
           MOVE 03            TO  PE-MOTIVO
           MOVE SPACE         TO  PE-SEP1  PE-SEP2
           MOVE 'CREDITO SEM PARCELA'  TO  PE-DESC-MOTIVO
           WRITE PAGERRO-REG
           DISPLAY "CREDITO SEM PARCELA SEGUINTE - MOTIVO 03: "
                   PE-DADOS

           MOVE ZEROS  TO  WS-CRED-VALOR
           .
      *--------------------------------------------------------------*
      *    REJEITA OS PAGAMENTOS QUE NAO ENCONTRARAM PARCELA         *
      *--------------------------------------------------------------*
       060-REJEITAR-SOBRAS.
           ADD 1  TO  WS-IDX-PG
           .
      *--------------------------------------------------------------*
      *    IMPRIME A INADIMPLENCIA POR COMPRADOR, POR CORRETOR E     *
      *    POR FAIXA DE CEP                                          *
      *--------------------------------------------------------------*
       070-IMPRIMIR-INADIMPLENCIA.

           DISPLAY ' *========================================*'
           DISPLAY ' *   INADIMPLENCIA POR COMPRADOR          *'
           DISPLAY ' *   (PRINCIPAL VENCIDO + ENCARGOS        *'
           DISPLAY ' *    ACUMULADOS ATE O MOVIMENTO)         *'
           DISPLAY ' *----------------------------------------*'
           MOVE 1  TO  WS-IDX-CM
           PERFORM 073-IMPRIMIR-UM-COMPRADOR
              UNTIL WS-IDX-CM > WS-CTCMP
           IF AS-SEMCMP-QTD > ZEROS
              MOVE AS-SEMCMP-VAL  TO  WS-VAL-EXIB
              MOVE AS-SEMCMP-ENC  TO  WS-ENC-EXIB
              DISPLAY ' * CPF NAO CADASTRADO: ' AS-SEMCMP-QTD
                      ' PARC ' WS-VAL-EXIB ' + ENC ' WS-ENC-EXIB
           END-IF
           IF WS-CTVENCIDA = ZEROS
              DISPLAY ' * NENHUMA PARCELA VENCIDA                *'
           END-IF

           DISPLAY ' *========================================*'
           DISPLAY ' *   INADIMPLENCIA POR CORRETOR           *'
           DISPLAY ' *   (PRINCIPAL VENCIDO + ENCARGOS        *'
           DISPLAY ' *    ACUMULADOS ATE O MOVIMENTO)         *'
           DISPLAY ' *----------------------------------------*'
           MOVE 1  TO  WS-IDX-CO
           PERFORM 071-IMPRIMIR-UM-CORRETOR
              UNTIL WS-IDX-FX > WS-CTFX
           IF AS-SEMFX-QTD > ZEROS
              MOVE AS-SEMFX-VAL  TO  WS-VAL-EXIB
              MOVE AS-SEMFX-ENC  TO  WS-ENC-EXIB
              DISPLAY ' * FORA DE FAIXA: ' AS-SEMFX-QTD
                      ' PARC ' WS-VAL-EXIB ' + ENC ' WS-ENC-EXIB
           END-IF
           .
       071-IMPRIMIR-UM-CORRETOR.

           MOVE WS-TAB-CORR-VAL (WS-IDX-CO)  TO  WS-VAL-EXIB
           MOVE WS-TAB-CORR-ENC (WS-IDX-CO)  TO  WS-ENC-EXIB
           DISPLAY ' * CORRETOR ' WS-TAB-CORR-CODIGO (WS-IDX-CO)
                   ': ' WS-TAB-CORR-QTD (WS-IDX-CO)
                   ' PARC ' WS-VAL-EXIB ' + ENC ' WS-ENC-EXIB
           ADD 1  TO  WS-IDX-CO
           .
       072-IMPRIMIR-UMA-FAIXA.

           IF WS-TAB-FX-QTD (WS-IDX-FX) > ZEROS
              MOVE WS-TAB-FX-VAL (WS-IDX-FX)  TO  WS-VAL-EXIB
              MOVE WS-TAB-FX-ENC (WS-IDX-FX)  TO  WS-ENC-EXIB
              DISPLAY ' * FAIXA ' WS-TAB-FX-INI (WS-IDX-FX)
                      ' A ' WS-TAB-FX-FIM (WS-IDX-FX)
                      ': ' WS-TAB-FX-QTD (WS-IDX-FX)
                      ' PARC ' WS-VAL-EXIB ' + ENC ' WS-ENC-EXIB
           END-IF
           ADD 1  TO  WS-IDX-FX
           .
       073-IMPRIMIR-UM-COMPRADOR.

           IF WS-TAB-CMP-QTD (WS-IDX-CM) > ZEROS
              MOVE WS-TAB-CMP-VAL (WS-IDX-CM)  TO  WS-VAL-EXIB
              MOVE WS-TAB-CMP-ENC (WS-IDX-CM)  TO  WS-ENC-EXIB
              DISPLAY ' * ' WS-TAB-CMP-NOME (WS-IDX-CM)
                      ': ' WS-TAB-CMP-QTD (WS-IDX-CM)
                      ' PARC ' WS-VAL-EXIB ' + ENC ' WS-ENC-EXIB
           END-IF
           ADD 1  TO  WS-IDX-CM
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
           CLOSE RECMST-FILE
           CLOSE RECNOVO-FILE
           CLOSE PAGERRO-FILE
           CLOSE EVENTO-FILE

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DO FATURAMENTO - CGPRG025     *'
           DISPLAY ' * PARCELAS LIDAS..........= ' WS-CTLIDO
           DISPLAY ' * PAGAMENTOS LIDOS........= ' WS-CTPAG
           DISPLAY ' * PARCELAS BAIXADAS AGORA.= ' WS-CTBAIXADA
           DISPLAY ' * PAGAMENTOS PARCIAIS.....= ' WS-CTPARCIAL
           DISPLAY ' * CREDITOS APLICADOS......= ' WS-CTCREDITO
           DISPLAY ' * MARCADAS VENCIDAS AGORA.= ' WS-CTMARCADA
           DISPLAY ' * ABERTAS.................= ' WS-CTABERTA
           DISPLAY ' * PAGAS (TOTAL)...........= ' WS-CTPAGA
           DISPLAY ' * VENCIDAS (TOTAL)........= ' WS-CTVENCIDA
           DISPLAY ' * PAGAMENTOS REJEITADOS...= ' WS-CTREJEITA
                   ' (VIDE CG025ERR)'
           DISPLAY ' * CREDITOS SEM PARCELA....= ' WS-CTCREDSOBRA
                   ' (VIDE CG025ERR)'
           MOVE AS-VAL-RECEBIDO  TO  WS-VAL-EXIB
           DISPLAY ' * VALOR RECEBIDO AGORA....= ' WS-VAL-EXIB
           MOVE AS-ENC-RECEBIDO  TO  WS-VAL-EXIB
           DISPLAY ' * ENCARGOS RECEBIDOS......= ' WS-VAL-EXIB
           MOVE AS-VAL-CREDITO   TO  WS-VAL-EXIB
           DISPLAY ' * VALOR EM CREDITOS.......= ' WS-VAL-EXIB
           MOVE AS-VAL-ABERTO    TO  WS-VAL-EXIB
           DISPLAY ' * VALOR EM ABERTO.........= ' WS-VAL-EXIB
           MOVE AS-VAL-VENCIDO   TO  WS-VAL-EXIB
           DISPLAY ' * VALOR VENCIDO...........= ' WS-VAL-EXIB
           MOVE AS-ENC-VENCIDO   TO  WS-VAL-EXIB
           DISPLAY ' * ENCARGOS SOBRE VENCIDO..= ' WS-VAL-EXIB
           DISPLAY ' *========================================*'

           IF WS-CTLIDO = ZEROS
              MOVE 12   TO  RETURN-CODE
           ELSE
              IF WS-CTREJEITA > ZEROS OR WS-CTCREDSOBRA > ZEROS
                                      OR WS-CAL-INDISP = 'S'
                 MOVE 04   TO  RETURN-CODE
              ELSE
                 MOVE 00   TO  RETURN-CODE
