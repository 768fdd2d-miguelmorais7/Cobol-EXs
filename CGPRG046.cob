       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG046.
       AUTHOR.        MIGUEL MORAIS.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NIVEL BASICO.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: PAGAMENTO MENSAL DE COMISSOES AO CONTAS A PAGAR.
      *           LE AS COMISSOES A PAGAR DO MES (CG021PAG, GRAVADO
      *           PELO CGPRG021) E APURA POR CORRETOR:
      *              BRUTO = DEVIDAS (+) - ESTORNOS/DISTRATOS (-)
      *                      - SALDO NEGATIVO DO MES ANTERIOR
      *           BRUTO POSITIVO GERA UM PAGAMENTO NO CG046PGT PARA
      *           O CONTAS A PAGAR, COM OS DADOS DO CADASTRO DE
      *           CORRETORES (CGCORMST). O CORRETOR AUTONOMO (COR-
      *           TIPO 'A') TEM ISS E IRRF RETIDOS PELA TABELA DE
      *           IMPOSTOS VIGENTE (CGTABIMP); A PESSOA JURIDICA
      *           (COR-TIPO 'J') RECEBE O BRUTO.
      *           BRUTO NEGATIVO (ESTORNOS ACIMA DAS DEVIDAS) NAO E
      *           PAGO NEM COBRADO: VAI PARA A NOVA GERACAO DO SALDO
      *           NEGATIVO (SALNOVO) E E DESCONTADO NO MES SEGUINTE.
      *           BRUTO POSITIVO DE CORRETOR SEM CADASTRO NO CGCORMST
      *           TAMBEM VAI PARA O SALNOVO, COMO SALDO PENDENTE A
      *           PAGAR, E E SOMADO AO BRUTO DO MES SEGUINTE - PAGO
      *           QUANDO O CORRETOR FOR CADASTRADO.
      *           CADA CORRETOR PAGO RECEBE O RECIBO IMPRESSO - RPA
      *           (RECIBO DE PAGAMENTO A AUTONOMO) OU DEMONSTRATIVO
      *           DE COMISSAO (PESSOA JURIDICA) - COM O BRUTO, AS
      *           RETENCOES E O LIQUIDO.
      *           O MES PAGO E RECEBIDO NA SYSIN NO FORMATO AAAA/MM,
      *           O MESMO MES LIQUIDADO PELO CGPRG021
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010001  CRIACAO - PAGAMENTO DE COMISSOES COM
      *                          RETENCAO DE ISS/IRRF, SALDO
      *                          NEGATIVO TRANSPORTADO E RPA
      *  V02    OUT/2026 010002  CORRETOR SEM CADASTRO: BRUTO
      *                          POSITIVO TRANSPORTADO NO SALNOVO
      *                          COMO PENDENTE (SA-SINAL '+') E PAGO
      *                          NO MES EM QUE FOR CADASTRADO
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
           SELECT PAGAR-FILE         ASSIGN TO "CG021PAG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-PAG.
           SELECT CORRETOR-FILE      ASSIGN TO "CGCORMST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-COR.
           SELECT IMPOSTO-FILE       ASSIGN TO "CGTABIMP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-IMP.
           SELECT SALDO-FILE         ASSIGN TO "CG046SAL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-SAL.
           SELECT SALNOVO-FILE       ASSIGN TO "SALNOVO"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAGTO-FILE         ASSIGN TO "CG046PGT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
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

      *==> MESMO LAYOUT GRAVADO PELO CGPRG022
       FD  CORRETOR-FILE.
       01  CORRETOR-REG.
           COPY CGREGCOR.

      *==> TABELA DE IMPOSTOS RETIDOS DO AUTONOMO:
      *==>    TI-IMPOSTO 'ISS ' - UMA LINHA, SO A ALIQUOTA
      *==>    TI-IMPOSTO 'IRRF' - UMA LINHA POR FAIXA, EM ORDEM
      *==>                        CRESCENTE DE LIMITE (A ULTIMA
      *==>                        FAIXA COM LIMITE 99999999,99);
      *==>                        IRRF = BRUTO X ALIQUOTA - DEDUCAO
       FD  IMPOSTO-FILE.
       01  IMPOSTO-REG.
           05 TI-IMPOSTO          PIC X(04).
           05 TI-SEP1             PIC X(01).
           05 TI-LIMITE           PIC 9(08)V99.
           05 TI-SEP2             PIC X(01).
           05 TI-ALIQUOTA         PIC 9(02)V99.
           05 TI-SEP3             PIC X(01).
           05 TI-DEDUCAO          PIC 9(06)V99.

      *==> SALDO DE COMISSAO POR CORRETOR TRANSPORTADO PARA O MES
      *==> SEGUINTE (GERACAO ANTERIOR E NOVA GERACAO)
      *==> SA-SINAL '-' = SALDO NEGATIVO A DESCONTAR
      *==>          '+' = PENDENTE A PAGAR (CORRETOR SEM CADASTRO)
      *==> SINAL EM BRANCO (GERACAO ANTIGA, SEM O CAMPO) VALE '-'
       FD  SALDO-FILE.
       01  SALDO-REG.
           05 SA-CORRETOR         PIC 9(04).
           05 SA-SEP1             PIC X(01).
           05 SA-MES              PIC X(07).
           05 SA-SEP2             PIC X(01).
           05 SA-SALDO            PIC 9(08)V99.
           05 SA-SEP3             PIC X(01).
           05 SA-SINAL            PIC X(01).

       FD  SALNOVO-FILE.
       01  SALNOVO-REG            PIC X(25).

      *==> PAGAMENTO AO CONTAS A PAGAR, UM POR CORRETOR
       FD  PAGTO-FILE.
       01  PAGTO-REG.
           05 PA-CORRETOR         PIC 9(04).
           05 PA-SEP1             PIC X(01).
           05 PA-NOME             PIC X(20).
           05 PA-SEP2             PIC X(01).
           05 PA-TIPO             PIC X(01).
           05 PA-SEP3             PIC X(01).
           05 PA-DOCUMENTO        PIC X(14).
           05 PA-SEP4             PIC X(01).
           05 PA-COMPETENCIA      PIC X(07).
           05 PA-SEP5             PIC X(01).
           05 PA-VAL-BRUTO        PIC 9(08)V99.
           05 PA-SEP6             PIC X(01).
           05 PA-VAL-ISS          PIC 9(08)V99.
           05 PA-SEP7             PIC X(01).
           05 PA-VAL-IRRF         PIC 9(08)V99.
           05 PA-SEP8             PIC X(01).
           05 PA-VAL-LIQUIDO      PIC 9(08)V99.

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> AREA AUXILIAR
       77  WS-EOF-PAG             PIC X(01).
       77  WS-PAG-ABERTO          PIC X(01)       VALUE 'N'.
       77  WS-EOF-COR             PIC X(01).
       77  WS-EOF-IMP             PIC X(01).
       77  WS-EOF-SAL             PIC X(01).
       77  WS-STATUS-PAG          PIC X(02).
       77  WS-STATUS-COR          PIC X(02).
       77  WS-STATUS-IMP          PIC X(02).
       77  WS-STATUS-SAL          PIC X(02).
       77  WS-CTLIDO              PIC 9(05)       VALUE ZEROS.
       77  WS-CTRETIDA            PIC 9(05)       VALUE ZEROS.
       77  WS-CTCAD               PIC 9(02)       VALUE ZEROS.
       77  WS-CTCOR               PIC 9(02)       VALUE ZEROS.
       77  WS-CTFAIXA             PIC 9(02)       VALUE ZEROS.
       77  WS-CTSALANT            PIC 9(04)       VALUE ZEROS.
       77  WS-CTPAGO              PIC 9(04)       VALUE ZEROS.
       77  WS-CTSALNOVO           PIC 9(04)       VALUE ZEROS.
       77  WS-CTZERADO            PIC 9(04)       VALUE ZEROS.
       77  WS-CTPENDENTE          PIC 9(04)       VALUE ZEROS.
       77  WS-CTSEMDOC            PIC 9(04)       VALUE ZEROS.
       77  WS-TEM-ISS             PIC X(01)       VALUE 'N'.
       77  WS-ALIQ-ISS            PIC 9(02)V99    VALUE ZEROS.
       77  WS-ALIQ-IRRF           PIC 9(02)V99.
       77  WS-IDX-FX              PIC 9(02).
       77  WS-FAIXA-ACHADA        PIC X(01).
       77  WS-IDX-CD              PIC 9(02).
       77  WS-CAD-ACHADO          PIC X(01).
       77  WS-CORRETOR-ACHADO     PIC X(01).
       77  WS-COD-CORRETOR        PIC 9(04).
       77  WS-VAL-APURADO         PIC S9(10)V99.
       77  WS-VAL-IRRF-CALC       PIC S9(10)V99.
       77  WS-VAL-BRUTO           PIC 9(08)V99.
       77  WS-VAL-ISS             PIC 9(08)V99.
       77  WS-VAL-IRRF            PIC 9(08)V99.
       77  WS-VAL-LIQUIDO         PIC 9(08)V99.
       77  WS-VAL-SALDO-NOVO      PIC 9(08)V99.
       77  AS-TOT-BRUTO           PIC 9(10)V99    VALUE ZEROS.
       77  AS-TOT-ISS             PIC 9(10)V99    VALUE ZEROS.
       77  AS-TOT-IRRF            PIC 9(10)V99    VALUE ZEROS.
       77  AS-TOT-LIQUIDO         PIC 9(10)V99    VALUE ZEROS.
       77  AS-TOT-SALDO-ANT       PIC 9(10)V99    VALUE ZEROS.
       77  AS-TOT-SALDO-NOVO      PIC 9(10)V99    VALUE ZEROS.
       77  AS-TOT-PEND-ANT        PIC 9(10)V99    VALUE ZEROS.
       77  AS-TOT-PEND-NOVO       PIC 9(10)V99    VALUE ZEROS.
       77  WS-VAL-EXIB            PIC $$.$$$.$$$.$$9,99.
       77  WS-ALIQ-EXIB           PIC Z9,99.

      *-----> PARAMETRO VIA SYSIN: MES PAGO (AAAA/MM)
       77  WS-MES-PAGO            PIC X(07).

      *-----> CADASTRO DE CORRETORES EM MEMORIA
       01  WS-TAB-CAD.
           05 WS-TAB-CAD-OCR  OCCURS 50 TIMES.
              10 WS-TAB-CAD-CODIGO      PIC 9(04).
              10 WS-TAB-CAD-NOME        PIC X(20).
              10 WS-TAB-CAD-TIPO        PIC X(01).
              10 WS-TAB-CAD-DOCUMENTO   PIC X(14).

      *-----> FAIXAS DO IRRF EM MEMORIA
       01  WS-TAB-IRRF.
           05 WS-TAB-IRRF-OCR  OCCURS 10 TIMES.
              10 WS-TAB-IRRF-LIMITE     PIC 9(08)V99.
              10 WS-TAB-IRRF-ALIQUOTA   PIC 9(02)V99.
              10 WS-TAB-IRRF-DEDUCAO    PIC 9(06)V99.

      *-----> APURACAO DO MES POR CORRETOR (MOVIMENTO DO CG021PAG
      *-----> E SALDO NEGATIVO DO MES ANTERIOR)
       01  WS-TAB-CORRETOR.
           05 WS-TAB-COR-OCR  OCCURS 50 TIMES INDEXED BY WS-IDX-COR.
              10 WS-TAB-COR-CODIGO      PIC 9(04).
              10 WS-TAB-COR-QTD-DEV     PIC 9(04).
              10 WS-TAB-COR-VAL-DEV     PIC 9(08)V99.
              10 WS-TAB-COR-QTD-EST     PIC 9(04).
              10 WS-TAB-COR-VAL-EST     PIC 9(08)V99.
              10 WS-TAB-COR-SALDO-ANT   PIC 9(08)V99.
              10 WS-TAB-COR-PEND-ANT    PIC 9(08)V99.

      *-----> REGISTRO DA NOVA GERACAO DO SALDO (NEGATIVO OU
      *-----> PENDENTE - MESMO LAYOUT DO SALDO-REG)
       01  WS-REG-SALNOVO.
           05 SN-CORRETOR         PIC 9(04).
           05 SN-SEP1             PIC X(01).
           05 SN-MES              PIC X(07).
           05 SN-SEP2             PIC X(01).
           05 SN-SALDO            PIC 9(08)V99.
           05 SN-SEP3             PIC X(01).
           05 SN-SINAL            PIC X(01).
       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG046.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-EOF-PAG = 'S'
           PERFORM 050-PAGAR-CORRETORES
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-MES-PAGO FROM SYSIN

           DISPLAY "** PAGAMENTO DE COMISSOES - CONTAS A PAGAR **"
           DISPLAY "MES PAGO: " WS-MES-PAGO
           DISPLAY '-----------------------------------'

           MOVE ZEROS  TO  WS-TAB-CORRETOR
      *--->    SEM A TABELA DE IMPOSTOS NAO HA COMO RETER - A CARGA
      *--->    RODA ANTES DE QUALQUER SAIDA ABRIR
           PERFORM 015-CARREGAR-IMPOSTOS
           PERFORM 012-CARREGAR-CADASTRO
           PERFORM 018-CARREGAR-SALDO-ANTERIOR

           OPEN OUTPUT PAGTO-FILE
           OPEN OUTPUT SALNOVO-FILE
           MOVE 'N'  TO  WS-EOF-PAG
           OPEN INPUT PAGAR-FILE
           IF WS-STATUS-PAG NOT = '00'
              DISPLAY 'COMISSOES A PAGAR CG021PAG NAO ENCONTRADAS'
              MOVE 'S'  TO  WS-EOF-PAG
           ELSE
              MOVE 'S'  TO  WS-PAG-ABERTO
              PERFORM 025-LER-PAGAR
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARGA DO CADASTRO DE CORRETORES (CGCORMST) EM MEMORIA     *
      *--------------------------------------------------------------*
       012-CARREGAR-CADASTRO.

           MOVE 'N'  TO  WS-EOF-COR
           OPEN INPUT CORRETOR-FILE
           IF WS-STATUS-COR = '00'
              PERFORM 013-LER-CORRETOR
              PERFORM 014-ACUMULAR-CORRETOR UNTIL WS-EOF-COR = 'S'
              CLOSE CORRETOR-FILE
           ELSE
              DISPLAY 'CADASTRO CGCORMST NAO ENCONTRADO - NENHUM'
                      ' PAGAMENTO SERA GERADO'
           END-IF
           .
       013-LER-CORRETOR.

           READ CORRETOR-FILE
               AT END MOVE 'S'  TO  WS-EOF-COR
           END-READ
           .
       014-ACUMULAR-CORRETOR.

           IF WS-CTCAD >= 50
              DISPLAY "CAPACIDADE DA TABELA DE CORRETORES (50)"
                      " EXCEDIDA - EXECUCAO ABANDONADA"
              CLOSE CORRETOR-FILE
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

           ADD 1  TO  WS-CTCAD
           MOVE COR-CODIGO     TO  WS-TAB-CAD-CODIGO    (WS-CTCAD)
           MOVE COR-NOME       TO  WS-TAB-CAD-NOME      (WS-CTCAD)
           MOVE COR-TIPO       TO  WS-TAB-CAD-TIPO      (WS-CTCAD)
           MOVE COR-DOCUMENTO  TO  WS-TAB-CAD-DOCUMENTO (WS-CTCAD)

           PERFORM 013-LER-CORRETOR
           .
      *--------------------------------------------------------------*
      *    CARGA DA TABELA DE IMPOSTOS (CGTABIMP): ALIQUOTA DO ISS E *
      *    FAIXAS DO IRRF. SEM AS DUAS A EXECUCAO E ABANDONADA       *
      *--------------------------------------------------------------*
       015-CARREGAR-IMPOSTOS.

           MOVE 'N'  TO  WS-EOF-IMP
           OPEN INPUT IMPOSTO-FILE
           IF WS-STATUS-IMP = '00'
              PERFORM 016-LER-IMPOSTO
              PERFORM 017-ACUMULAR-IMPOSTO UNTIL WS-EOF-IMP = 'S'
              CLOSE IMPOSTO-FILE
           END-IF

           IF WS-TEM-ISS NOT = 'S' OR WS-CTFAIXA = ZEROS
              DISPLAY "TABELA DE IMPOSTOS CGTABIMP AUSENTE OU SEM"
                      " ISS/IRRF - EXECUCAO ABANDONADA"
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF
           .
       016-LER-IMPOSTO.

           READ IMPOSTO-FILE
               AT END MOVE 'S'  TO  WS-EOF-IMP
           END-READ
           .
       017-ACUMULAR-IMPOSTO.

           IF TI-IMPOSTO = 'ISS '
              MOVE 'S'          TO  WS-TEM-ISS
              MOVE TI-ALIQUOTA  TO  WS-ALIQ-ISS
           ELSE
              IF TI-IMPOSTO = 'IRRF'
                 IF WS-CTFAIXA >= 10
                    DISPLAY "CAPACIDADE DA TABELA DE FAIXAS DO IRRF"
                            " (10) EXCEDIDA - EXECUCAO ABANDONADA"
                    CLOSE IMPOSTO-FILE
                    MOVE 16   TO  RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1  TO  WS-CTFAIXA
                 MOVE TI-LIMITE    TO  WS-TAB-IRRF-LIMITE   (WS-CTFAIXA)
                 MOVE TI-ALIQUOTA  TO  WS-TAB-IRRF-ALIQUOTA
                                       (WS-CTFAIXA)
                 MOVE TI-DEDUCAO   TO  WS-TAB-IRRF-DEDUCAO  (WS-CTFAIXA)
              ELSE
                 DISPLAY "LINHA DA CGTABIMP IGNORADA - IMPOSTO "
                         TI-IMPOSTO " DESCONHECIDO"
              END-IF
           END-IF

           PERFORM 016-LER-IMPOSTO
           .
      *--------------------------------------------------------------*
      *    CARGA DO SALDO NEGATIVO DO MES ANTERIOR (CG046SAL) NA     *
      *    APURACAO; SEM O ARQUIVO NAO HA SALDO A DESCONTAR          *
      *--------------------------------------------------------------*
       018-CARREGAR-SALDO-ANTERIOR.

           MOVE 'N'  TO  WS-EOF-SAL
           OPEN INPUT SALDO-FILE
           IF WS-STATUS-SAL = '00'
              PERFORM 019-LER-SALDO
              PERFORM 020-ACUMULAR-SALDO UNTIL WS-EOF-SAL = 'S'
              CLOSE SALDO-FILE
           END-IF
           .
       019-LER-SALDO.

           READ SALDO-FILE
               AT END MOVE 'S'  TO  WS-EOF-SAL
           END-READ
           .
       020-ACUMULAR-SALDO.

           ADD 1  TO  WS-CTSALANT
           MOVE SA-CORRETOR  TO  WS-COD-CORRETOR
           PERFORM 040-LOCALIZAR-CORRETOR
           IF SA-SINAL = '+'
              ADD SA-SALDO  TO  WS-TAB-COR-PEND-ANT (WS-IDX-COR)
              ADD SA-SALDO  TO  AS-TOT-PEND-ANT
           ELSE
              ADD SA-SALDO  TO  WS-TAB-COR-SALDO-ANT (WS-IDX-COR)
              ADD SA-SALDO  TO  AS-TOT-SALDO-ANT
           END-IF

           PERFORM 019-LER-SALDO
           .
      *--------------------------------------------------------------*
      *    LEITURA DE UMA LINHA DAS COMISSOES A PAGAR                *
      *--------------------------------------------------------------*
       025-LER-PAGAR.

           READ PAGAR-FILE
               AT END MOVE 'S'  TO  WS-EOF-PAG
           END-READ
           .
      *--------------------------------------------------------------*
      *    ACUMULA UMA LINHA DO CG021PAG NO CORRETOR: '+' DEVIDA,    *
      *    '-' ESTORNO/DISTRATO; A RETIDA (SINAL EM BRANCO) AGUARDA  *
      *    A VENDA E NAO ENTRA NO PAGAMENTO                          *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           ADD 1  TO  WS-CTLIDO

           IF PG-SINAL = '+' OR PG-SINAL = '-'
              MOVE PG-CORRETOR  TO  WS-COD-CORRETOR
              PERFORM 040-LOCALIZAR-CORRETOR
              IF PG-SINAL = '+'
                 ADD 1            TO  WS-TAB-COR-QTD-DEV (WS-IDX-COR)
                 ADD PG-COMISSAO  TO  WS-TAB-COR-VAL-DEV (WS-IDX-COR)
              ELSE
                 ADD 1            TO  WS-TAB-COR-QTD-EST (WS-IDX-COR)
                 ADD PG-COMISSAO  TO  WS-TAB-COR-VAL-EST (WS-IDX-COR)
              END-IF
           ELSE
              ADD 1  TO  WS-CTRETIDA
           END-IF

           PERFORM 025-LER-PAGAR
           .
      *--------------------------------------------------------------*
      *    LOCALIZA (OU INCLUI) O CORRETOR WS-COD-CORRETOR NA TABELA *
      *    DE APURACAO, DEIXANDO WS-IDX-COR POSICIONADO              *
      *--------------------------------------------------------------*
       040-LOCALIZAR-CORRETOR.

           MOVE SPACES  TO  WS-CORRETOR-ACHADO
           SET WS-IDX-COR  TO  1

           PERFORM 041-COMPARAR-CORRETOR
              UNTIL WS-CORRETOR-ACHADO = 'S' OR WS-IDX-COR > WS-CTCOR

           IF WS-CORRETOR-ACHADO NOT = 'S'
              IF WS-CTCOR >= 50
                 DISPLAY "CAPACIDADE DA TABELA DE APURACAO (50)"
                         " EXCEDIDA - EXECUCAO ABANDONADA"
                 MOVE 16   TO  RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1  TO  WS-CTCOR
              SET WS-IDX-COR  TO  WS-CTCOR
              MOVE WS-COD-CORRETOR  TO  WS-TAB-COR-CODIGO (WS-IDX-COR)
           END-IF
           .
       041-COMPARAR-CORRETOR.

           IF WS-TAB-COR-CODIGO (WS-IDX-COR) = WS-COD-CORRETOR
              MOVE 'S'  TO  WS-CORRETOR-ACHADO
           ELSE
              SET WS-IDX-COR  UP BY 1
           END-IF
           .
      *--------------------------------------------------------------*
      *    APURA E PAGA CADA CORRETOR DA TABELA                      *
      *--------------------------------------------------------------*
       050-PAGAR-CORRETORES.

           SET WS-IDX-COR  TO  1
           PERFORM 051-PAGAR-UM-CORRETOR
              UNTIL WS-IDX-COR > WS-CTCOR
           .
      *--------------------------------------------------------------*
      *    APURA O CORRETOR: DEVIDAS - ESTORNOS - SALDO NEGATIVO     *
      *    ANTERIOR + PENDENTE ANTERIOR. NEGATIVO VAI PARA O SALDO   *
      *    DO MES SEGUINTE; POSITIVO GERA O PAGAMENTO COM AS         *
      *    RETENCOES E O RECIBO OU, SEM CADASTRO, VAI PARA O SALDO   *
      *    DO MES SEGUINTE COMO PENDENTE                             *
      *--------------------------------------------------------------*
       051-PAGAR-UM-CORRETOR.

           COMPUTE WS-VAL-APURADO =
                   WS-TAB-COR-VAL-DEV   (WS-IDX-COR)
                 - WS-TAB-COR-VAL-EST   (WS-IDX-COR)
                 - WS-TAB-COR-SALDO-ANT (WS-IDX-COR)
                 + WS-TAB-COR-PEND-ANT  (WS-IDX-COR)

           IF WS-VAL-APURADO < ZEROS
              PERFORM 055-TRANSPORTAR-SALDO
           ELSE
              IF WS-VAL-APURADO = ZEROS
                 ADD 1  TO  WS-CTZERADO
              ELSE
                 MOVE WS-TAB-COR-CODIGO (WS-IDX-COR)
                                           TO  WS-COD-CORRETOR
                 PERFORM 052-LOCALIZAR-CADASTRO
                 IF WS-CAD-ACHADO NOT = 'S'
                    ADD 1  TO  WS-CTPENDENTE
                    PERFORM 055-TRANSPORTAR-SALDO
                 ELSE
                    MOVE WS-VAL-APURADO  TO  WS-VAL-BRUTO
                    PERFORM 060-CALCULAR-RETENCOES
                    PERFORM 065-GRAVAR-PAGAMENTO
                    PERFORM 070-IMPRIMIR-RECIBO
                 END-IF
              END-IF
           END-IF

           SET WS-IDX-COR  UP BY 1
           .
      *--------------------------------------------------------------*
      *    LOCALIZA O CORRETOR NO CADASTRO, DEIXANDO WS-IDX-CD       *
      *    POSICIONADO                                               *
      *--------------------------------------------------------------*
       052-LOCALIZAR-CADASTRO.

           MOVE 'N'  TO  WS-CAD-ACHADO
           MOVE 1    TO  WS-IDX-CD

           PERFORM 053-COMPARAR-CADASTRO
              UNTIL WS-CAD-ACHADO = 'S' OR WS-IDX-CD > WS-CTCAD
           .
       053-COMPARAR-CADASTRO.

           IF WS-TAB-CAD-CODIGO (WS-IDX-CD) = WS-COD-CORRETOR
              MOVE 'S'  TO  WS-CAD-ACHADO
           ELSE
              ADD 1  TO  WS-IDX-CD
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA O SALDO DO CORRETOR NA NOVA GERACAO: APURADO        *
      *    NEGATIVO ('-') PARA DESCONTO NO PAGAMENTO DO MES SEGUINTE *
      *    OU POSITIVO SEM CADASTRO ('+') PARA PAGAMENTO QUANDO O    *
      *    CORRETOR FOR CADASTRADO                                   *
      *--------------------------------------------------------------*
       055-TRANSPORTAR-SALDO.

           IF WS-VAL-APURADO < ZEROS
              COMPUTE WS-VAL-SALDO-NOVO = ZEROS - WS-VAL-APURADO
              MOVE '-'  TO  SN-SINAL
           ELSE
              MOVE WS-VAL-APURADO  TO  WS-VAL-SALDO-NOVO
              MOVE '+'  TO  SN-SINAL
           END-IF

           MOVE WS-TAB-COR-CODIGO (WS-IDX-COR)  TO  SN-CORRETOR
           MOVE WS-MES-PAGO                     TO  SN-MES
           MOVE WS-VAL-SALDO-NOVO               TO  SN-SALDO
           MOVE SPACE                TO  SN-SEP1  SN-SEP2  SN-SEP3
           MOVE WS-REG-SALNOVO  TO  SALNOVO-REG
           WRITE SALNOVO-REG

           ADD 1                  TO  WS-CTSALNOVO
           MOVE WS-VAL-SALDO-NOVO  TO  WS-VAL-EXIB
           IF SN-SINAL = '-'
              ADD WS-VAL-SALDO-NOVO  TO  AS-TOT-SALDO-NOVO
              DISPLAY "CORRETOR " SN-CORRETOR " ESTORNOS ACIMA DAS"
                      " DEVIDAS - SALDO NEGATIVO DE " WS-VAL-EXIB
                      " TRANSPORTADO"
           ELSE
              ADD WS-VAL-SALDO-NOVO  TO  AS-TOT-PEND-NOVO
              DISPLAY "CORRETOR " SN-CORRETOR
                      " SEM CADASTRO NO CGCORMST - " WS-VAL-EXIB
                      " PENDENTE TRANSPORTADO"
           END-IF
           .
      *--------------------------------------------------------------*
      *    RETENCOES DO AUTONOMO: ISS PELA ALIQUOTA UNICA E IRRF     *
      *    PELA FAIXA DO BRUTO (BRUTO X ALIQUOTA - DEDUCAO). A       *
      *    PESSOA JURIDICA NAO SOFRE RETENCAO                        *
      *--------------------------------------------------------------*
       060-CALCULAR-RETENCOES.

           MOVE ZEROS  TO  WS-VAL-ISS  WS-VAL-IRRF  WS-ALIQ-IRRF

           IF WS-TAB-CAD-TIPO (WS-IDX-CD) NOT = 'J'
              COMPUTE WS-VAL-ISS ROUNDED =
                      WS-VAL-BRUTO * WS-ALIQ-ISS / 100

              MOVE 'N'  TO  WS-FAIXA-ACHADA
              MOVE 1    TO  WS-IDX-FX
              PERFORM 061-LOCALIZAR-FAIXA
                 UNTIL WS-FAIXA-ACHADA = 'S' OR WS-IDX-FX > WS-CTFAIXA
              IF WS-FAIXA-ACHADA NOT = 'S'
                 MOVE WS-CTFAIXA  TO  WS-IDX-FX
              END-IF

              MOVE WS-TAB-IRRF-ALIQUOTA (WS-IDX-FX)  TO  WS-ALIQ-IRRF
              COMPUTE WS-VAL-IRRF-CALC ROUNDED =
                      WS-VAL-BRUTO * WS-ALIQ-IRRF / 100
                    - WS-TAB-IRRF-DEDUCAO (WS-IDX-FX)
              IF WS-VAL-IRRF-CALC > ZEROS
                 MOVE WS-VAL-IRRF-CALC  TO  WS-VAL-IRRF
              END-IF
           END-IF

           COMPUTE WS-VAL-LIQUIDO = WS-VAL-BRUTO - WS-VAL-ISS
                                                 - WS-VAL-IRRF
           .
       061-LOCALIZAR-FAIXA.

           IF WS-VAL-BRUTO NOT > WS-TAB-IRRF-LIMITE (WS-IDX-FX)
              MOVE 'S'  TO  WS-FAIXA-ACHADA
           ELSE
              ADD 1  TO  WS-IDX-FX
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA O PAGAMENTO DO CORRETOR PARA O CONTAS A PAGAR       *
      *--------------------------------------------------------------*
       065-GRAVAR-PAGAMENTO.

           MOVE WS-COD-CORRETOR                      TO  PA-CORRETOR
           MOVE WS-TAB-CAD-NOME      (WS-IDX-CD)     TO  PA-NOME
           MOVE WS-TAB-CAD-TIPO      (WS-IDX-CD)     TO  PA-TIPO
           MOVE WS-TAB-CAD-DOCUMENTO (WS-IDX-CD)     TO  PA-DOCUMENTO
           MOVE WS-MES-PAGO                          TO  PA-COMPETENCIA
           MOVE WS-VAL-BRUTO                         TO  PA-VAL-BRUTO
           MOVE WS-VAL-ISS                           TO  PA-VAL-ISS
           MOVE WS-VAL-IRRF                          TO  PA-VAL-IRRF
           MOVE WS-VAL-LIQUIDO                       TO  PA-VAL-LIQUIDO
           MOVE SPACE  TO  PA-SEP1  PA-SEP2  PA-SEP3  PA-SEP4
                           PA-SEP5  PA-SEP6  PA-SEP7  PA-SEP8
           WRITE PAGTO-REG

           ADD 1               TO  WS-CTPAGO
           ADD WS-VAL-BRUTO    TO  AS-TOT-BRUTO
           ADD WS-VAL-ISS      TO  AS-TOT-ISS
           ADD WS-VAL-IRRF     TO  AS-TOT-IRRF
           ADD WS-VAL-LIQUIDO  TO  AS-TOT-LIQUIDO

           IF WS-TAB-CAD-DOCUMENTO (WS-IDX-CD) = SPACES
              ADD 1  TO  WS-CTSEMDOC
              DISPLAY "CORRETOR " WS-COD-CORRETOR " PAGO SEM CPF/CNPJ"
                      " NO CADASTRO - INFORMAR PELO CGMANCOR"
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIME O RECIBO DO CORRETOR: RPA PARA O AUTONOMO,        *
      *    DEMONSTRATIVO DE COMISSAO PARA A PESSOA JURIDICA          *
      *--------------------------------------------------------------*
       070-IMPRIMIR-RECIBO.

           DISPLAY ' '
           DISPLAY ' *==============================================*'
           IF WS-TAB-CAD-TIPO (WS-IDX-CD) NOT = 'J'
              DISPLAY ' * RECIBO DE PAGAMENTO A AUTONOMO - RPA'
              DISPLAY ' * CORRETOR: ' WS-COD-CORRETOR ' '
                      WS-TAB-CAD-NOME (WS-IDX-CD)
              DISPLAY ' * CPF.....: ' WS-TAB-CAD-DOCUMENTO (WS-IDX-CD)
           ELSE
              DISPLAY ' * DEMONSTRATIVO DE PAGAMENTO DE COMISSAO - PJ'
              DISPLAY ' * CORRETOR: ' WS-COD-CORRETOR ' '
                      WS-TAB-CAD-NOME (WS-IDX-CD)
              DISPLAY ' * CNPJ....: ' WS-TAB-CAD-DOCUMENTO (WS-IDX-CD)
           END-IF
           DISPLAY ' * COMPETENCIA: ' WS-MES-PAGO
           DISPLAY ' *----------------------------------------------*'
           MOVE WS-TAB-COR-VAL-DEV (WS-IDX-COR)    TO  WS-VAL-EXIB
           DISPLAY ' * COMISSOES DEVIDAS (' WS-TAB-COR-QTD-DEV
                   (WS-IDX-COR) ').....= ' WS-VAL-EXIB
           MOVE WS-TAB-COR-VAL-EST (WS-IDX-COR)    TO  WS-VAL-EXIB
           DISPLAY ' * (-) ESTORNOS (' WS-TAB-COR-QTD-EST
                   (WS-IDX-COR) ')..........= ' WS-VAL-EXIB
           MOVE WS-TAB-COR-SALDO-ANT (WS-IDX-COR)  TO  WS-VAL-EXIB
           DISPLAY ' * (-) SALDO NEGATIVO ANTERIOR..= ' WS-VAL-EXIB
           IF WS-TAB-COR-PEND-ANT (WS-IDX-COR) > ZEROS
              MOVE WS-TAB-COR-PEND-ANT (WS-IDX-COR)  TO  WS-VAL-EXIB
              DISPLAY ' * (+) PENDENTE ANTERIOR........= ' WS-VAL-EXIB
           END-IF
           MOVE WS-VAL-BRUTO                       TO  WS-VAL-EXIB
           DISPLAY ' * VALOR BRUTO..................= ' WS-VAL-EXIB
           MOVE WS-ALIQ-ISS                        TO  WS-ALIQ-EXIB
           MOVE WS-VAL-ISS                         TO  WS-VAL-EXIB
           IF WS-TAB-CAD-TIPO (WS-IDX-CD) NOT = 'J'
              DISPLAY ' * (-) ISS RETIDO (' WS-ALIQ-EXIB '%)......= '
                      WS-VAL-EXIB
              MOVE WS-ALIQ-IRRF                    TO  WS-ALIQ-EXIB
              MOVE WS-VAL-IRRF                     TO  WS-VAL-EXIB
              DISPLAY ' * (-) IRRF RETIDO (' WS-ALIQ-EXIB '%).....= '
                      WS-VAL-EXIB
           END-IF
           MOVE WS-VAL-LIQUIDO                     TO  WS-VAL-EXIB
           DISPLAY ' * VALOR LIQUIDO A RECEBER......= ' WS-VAL-EXIB
           DISPLAY ' *----------------------------------------------*'
           DISPLAY ' * RECEBI A IMPORTANCIA LIQUIDA ACIMA, REFERENTE'
           DISPLAY ' * A COMISSOES DE INTERMEDIACAO DE VENDA DE LOTES'
           DISPLAY ' *'
           DISPLAY ' * ASSINATURA: ________________________________'
           DISPLAY ' *==============================================*'
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           IF WS-PAG-ABERTO = 'S'
              CLOSE PAGAR-FILE
           END-IF
           CLOSE PAGTO-FILE
           CLOSE SALNOVO-FILE

           DISPLAY ' '
           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DO PAGAMENTO - CGPRG046       *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * LINHAS DO CG021PAG......= ' WS-CTLIDO
           DISPLAY ' * LINHAS RETIDAS..........= ' WS-CTRETIDA
           DISPLAY ' * SALDOS ANTERIORES LIDOS.= ' WS-CTSALANT
           DISPLAY ' * CORRETORES APURADOS.....= ' WS-CTCOR
           DISPLAY ' * CORRETORES PAGOS........= ' WS-CTPAGO
           DISPLAY ' * CORRETORES SEM VALOR....= ' WS-CTZERADO
           DISPLAY ' * SALDOS TRANSPORTADOS....= ' WS-CTSALNOVO
           DISPLAY ' * SEM CADASTRO (PENDENTES)= ' WS-CTPENDENTE
           DISPLAY ' * PAGOS SEM CPF/CNPJ......= ' WS-CTSEMDOC
           MOVE AS-TOT-SALDO-ANT   TO  WS-VAL-EXIB
           DISPLAY ' * SALDO ANTERIOR DESCONT..= ' WS-VAL-EXIB
           MOVE AS-TOT-BRUTO       TO  WS-VAL-EXIB
           DISPLAY ' * TOTAL BRUTO.............= ' WS-VAL-EXIB
           MOVE AS-TOT-ISS         TO  WS-VAL-EXIB
           DISPLAY ' * TOTAL ISS RETIDO........= ' WS-VAL-EXIB
           MOVE AS-TOT-IRRF        TO  WS-VAL-EXIB
           DISPLAY ' * TOTAL IRRF RETIDO.......= ' WS-VAL-EXIB
           MOVE AS-TOT-LIQUIDO     TO  WS-VAL-EXIB
           DISPLAY ' * TOTAL LIQUIDO PAGO......= ' WS-VAL-EXIB
           MOVE AS-TOT-SALDO-NOVO  TO  WS-VAL-EXIB
           DISPLAY ' * SALDO NEGATIVO NOVO.....= ' WS-VAL-EXIB
           MOVE AS-TOT-PEND-ANT    TO  WS-VAL-EXIB
           DISPLAY ' * PENDENTE ANTERIOR SOMADO= ' WS-VAL-EXIB
           MOVE AS-TOT-PEND-NOVO   TO  WS-VAL-EXIB
           DISPLAY ' * PENDENTE NOVO (S/ CAD.).= ' WS-VAL-EXIB
           DISPLAY ' *========================================*'

           IF WS-CTLIDO = ZEROS AND WS-CTSALANT = ZEROS
              MOVE 12   TO  RETURN-CODE
           ELSE
              IF WS-CTPENDENTE > ZEROS OR WS-CTSEMDOC > ZEROS
                 MOVE 04   TO  RETURN-CODE
              ELSE
                 MOVE 00   TO  RETURN-CODE
              END-IF
           END-IF

           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG046"
           .
      *---------------> FIM DO PROGRAMA CGPRG046 <-------------------*
