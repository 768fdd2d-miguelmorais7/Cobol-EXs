       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG041.
       AUTHOR.        MIGUEL MORAIS.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NIVEL BASICO.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: PROCESSAMENTO DIARIO DO RETORNO DE COBRANCA DO
      *           BANCO (CGRETBCO, LAYOUT FIXO COPY CGREGBCO).
      *           CONFERE O HEADER CONTRA O CEDENTE (CGCEDENT) E O
      *           TRAILER CONTRA OS TITULOS LIDOS, LOCALIZA CADA
      *           LIQUIDACAO NA CARTEIRA (CGRECMST) PELO NOSSO-
      *           NUMERO (LOTE + PARCELA) E GRAVA O PAGAMENTO NO
      *           CG041PAG, NO MESMO LAYOUT DA SYSIN DO CGPRG025,
      *           QUE BAIXA AS PARCELAS NO PASSO SEGUINTE DO JOB
      *           CGRETORN (ENCARGOS, PARCIAL E CREDITO INCLUSOS).
      *           TITULOS REJEITADOS PELO BANCO, NOSSO-NUMERO
      *           INVALIDO OU SEM PARCELA, PARCELA JA PAGA,
      *           DISTRATADA OU RENEGOCIADA, PARCELA DE COMPRADOR
      *           DIFERENTE DO SACADO E OCORRENCIAS NAO TRATADAS
      *           VAO PARA A LISTA DE EXCECOES (CG041EXC) COM
      *           CODIGO DE MOTIVO.
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010001  CRIACAO - RETORNO DIARIO DE COBRANCA
      *                          COM LISTA DE EXCECOES
      *  V02    OUT/2026 010002  PARCELA RENEGOCIADA EM ACORDO ('R',
      *                          CGPRG042) VAI PARA AS EXCECOES
      *                          (MOTIVO 08)
      *  V03    OUT/2026 010003  LIQUIDACAO SO BAIXA A PARCELA DO
      *                          PROPRIO SACADO: PARCELA DE OUTRO
      *                          COMPRADOR (LOTE REVENDIDO) VAI PARA
      *                          AS EXCECOES (MOTIVO 09)
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
           SELECT RETORNO-FILE       ASSIGN TO "CGRETBCO"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-RET.
           SELECT RECMST-FILE        ASSIGN TO "CGRECMST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-REC.
           SELECT CEDENTE-FILE       ASSIGN TO "CGCEDENT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-CED.
           SELECT PAGTO-FILE         ASSIGN TO "CG041PAG"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCECAO-FILE       ASSIGN TO "CG041EXC"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *==> RETORNO DO BANCO (HEADER, TITULOS E TRAILER)
       FD  RETORNO-FILE.
       01  RETORNO-REG.
           COPY CGREGBCO.

       FD  RECMST-FILE.
       01  RECMST-REG.
           COPY CGREGREC.

      *==> MESMO CARTAO DO CEDENTE LIDO PELO CGPRG040
       FD  CEDENTE-FILE.
       01  CEDENTE-REG.
           05 CED-BANCO           PIC 9(03).
           05 CED-SEP1            PIC X(01).
           05 CED-AGENCIA         PIC 9(04).
           05 CED-SEP2            PIC X(01).
           05 CED-CONTA           PIC 9(08).
           05 CED-SEP3            PIC X(01).
           05 CED-CONVENIO        PIC 9(07).

      *==> PAGAMENTOS NO LAYOUT DA SYSIN DO CGPRG025 (LOTE +
      *==> PARCELA + DATA + VALOR), FECHADOS PELO REGISTRO ALL '9'
       FD  PAGTO-FILE.
       01  PAGTO-REG.
           05 PAG-LOTE            PIC 9(06).
           05 PAG-PARCELA         PIC 9(02).
           05 PAG-DATA            PIC 9999/99/99.
           05 PAG-VALOR           PIC 9(08)V99.

      *==> LISTA DE EXCECOES DO RETORNO, COM O MOTIVO
       FD  EXCECAO-FILE.
       01  EXCECAO-REG.
           05 EXC-NOSSO-NUMERO    PIC 9(09).
           05 EXC-SEP1            PIC X(01).
           05 EXC-OCORRENCIA      PIC 9(02).
           05 EXC-SEP2            PIC X(01).
           05 EXC-DATA-OCORR      PIC 9(08).
           05 EXC-SEP3            PIC X(01).
           05 EXC-VAL-PAGO        PIC 9(11)V99.
           05 EXC-SEP4            PIC X(01).
           05 EXC-MOTIVO          PIC 9(02).
           05 EXC-SEP5            PIC X(01).
           05 EXC-DESC-MOTIVO     PIC X(25).
           05 EXC-SEP6            PIC X(01).
           05 EXC-MOTIVO-BANCO    PIC X(02).

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> AREA AUXILIAR
       77  WS-EOF-RET             PIC X(01).
       77  WS-EOF-REC             PIC X(01).
       77  WS-STATUS-RET          PIC X(02).
       77  WS-STATUS-REC          PIC X(02).
       77  WS-STATUS-CED          PIC X(02).
       77  WS-FIM-CED             PIC X(01).
       77  WS-TRAILER-LIDO        PIC X(01)       VALUE 'N'.
       77  WS-CTTITULO            PIC 9(06)       VALUE ZEROS.
       77  WS-CTLIQ               PIC 9(03)       VALUE ZEROS.
       77  WS-CTCONFIRMA          PIC 9(06)       VALUE ZEROS.
       77  WS-CTPAGTO             PIC 9(06)       VALUE ZEROS.
       77  WS-CTEXCECAO           PIC 9(06)       VALUE ZEROS.
       77  WS-CTPARCELA           PIC 9(06)       VALUE ZEROS.
       77  WS-QTD-TRAILER         PIC 9(06)       VALUE ZEROS.
       77  WS-IDX-LQ              PIC 9(03).
       77  WS-LIQ-ACHADA          PIC X(01).
       77  WS-MOTIVO              PIC 9(02).
       77  WS-SOMA-DV             PIC 9(04).
       77  WS-QUOC-DV             PIC 9(04).
       77  WS-RESTO-DV            PIC 9(02).
       77  WS-PESO-DV             PIC 9(02).
       77  WS-IDX-DV              PIC 9(02).
       77  WS-DV-INFORMADO        PIC 9(01).
       77  AS-VAL-LIQUIDADO       PIC 9(13)V99    VALUE ZEROS.
       77  AS-VAL-EXCECAO         PIC 9(13)V99    VALUE ZEROS.
       77  WS-VAL-EXIB            PIC $$.$$$.$$$.$$9,99.

      *-----> CEDENTE DO CARTAO CGCEDENT
       01  WS-CEDENTE.
           05 WS-CED-BANCO        PIC 9(03).
           05 WS-CED-AGENCIA      PIC 9(04).
           05 WS-CED-CONTA        PIC 9(08).
           05 WS-CED-CONVENIO     PIC 9(07).

      *-----> NOSSO-NUMERO: LOTE + PARCELA E O DIGITO MODULO 11
       01  WS-NOSSO-NUMERO.
           05 WS-NN-BASE          PIC 9(08).
           05 WS-NN-DV            PIC 9(01).
       01  FILLER  REDEFINES  WS-NOSSO-NUMERO.
           05 WS-NN-DIGITO        PIC 9(01)  OCCURS 9 TIMES.
       01  FILLER  REDEFINES  WS-NOSSO-NUMERO.
           05 WS-NN-NUMERO        PIC 9(09).
       01  FILLER  REDEFINES  WS-NOSSO-NUMERO.
           05 WS-NN-LOTE          PIC 9(06).
           05 WS-NN-PARCELA       PIC 9(02).
           05 FILLER              PIC 9(01).

      *-----> LIQUIDACOES DO RETORNO A LOCALIZAR NA CARTEIRA
      *--->    SITUACAO: 'N' = PENDENTE  'S' = PAGAMENTO GRAVADO
      *--->              'X' = EXCECAO JA GRAVADA
      *--->    DISTRATO: 'S' = SO A PARCELA DISTRATADA FOI ACHADA
      *--->    SACADO-DIF: 'S' = SO PARCELA DE OUTRO COMPRADOR ACHADA
       01  WS-TAB-LIQ.
           05 WS-TAB-LIQ-OCR  OCCURS 500 TIMES.
              10 WS-TAB-LIQ-NN          PIC 9(09).
              10 WS-TAB-LIQ-LOTE        PIC 9(06).
              10 WS-TAB-LIQ-PARCELA     PIC 9(02).
              10 WS-TAB-LIQ-DATA        PIC 9(08).
              10 WS-TAB-LIQ-VALOR       PIC 9(11)V99.
              10 WS-TAB-LIQ-SITUACAO    PIC X(01).
              10 WS-TAB-LIQ-DISTRATO    PIC X(01).
              10 WS-TAB-LIQ-SACADO      PIC X(11).
              10 WS-TAB-LIQ-SACADO-DIF  PIC X(01).

      *-----> LINHA DA LISTA DE EXCECOES NO SYSOUT
       01  WS-REG-EXCECAO.
           05 FILLER              PIC X(04)       VALUE 'NN: '.
           05 WS-EXC-NN-OUT       PIC 9(09).
           05 FILLER              PIC X(07)       VALUE ' OCOR: '.
           05 WS-EXC-OCOR-OUT     PIC 9(02).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-EXC-VAL-OUT      PIC $$.$$$.$$9,99.
           05 FILLER              PIC X(09)       VALUE ' MOTIVO: '.
           05 WS-EXC-MOT-OUT      PIC 9(02).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-EXC-DESC-OUT     PIC X(25).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-EXC-BCO-OUT      PIC X(02).
       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG041.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-EOF-REC = 'S'
           PERFORM 060-EXCECOES-PENDENTES
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS: CEDENTE, CARGA DO RETORNO E       *
      *    ABERTURA DA CARTEIRA                                      *
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "** RETORNO DE COBRANCA DO BANCO **"
           DISPLAY '-----------------------------------'

           PERFORM 012-OBTER-CEDENTE
           OPEN OUTPUT EXCECAO-FILE
           PERFORM 015-CARREGAR-RETORNO
           OPEN OUTPUT PAGTO-FILE

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
      *    OBTEM O CEDENTE DO CARTAO CGCEDENT - SEM O CARTAO NAO HA  *
      *    COMO CONFERIR O RETORNO: EXECUCAO ABANDONADA              *
      *--------------------------------------------------------------*
       012-OBTER-CEDENTE.

           MOVE 'S'  TO  WS-FIM-CED
           OPEN INPUT CEDENTE-FILE
           IF WS-STATUS-CED = '00'
              READ CEDENTE-FILE
                  AT END MOVE 'S' TO WS-FIM-CED
                  NOT AT END
                     MOVE 'N'           TO  WS-FIM-CED
                     MOVE CED-BANCO     TO  WS-CED-BANCO
                     MOVE CED-AGENCIA   TO  WS-CED-AGENCIA
                     MOVE CED-CONTA     TO  WS-CED-CONTA
                     MOVE CED-CONVENIO  TO  WS-CED-CONVENIO
              END-READ
              CLOSE CEDENTE-FILE
           END-IF

           IF WS-FIM-CED = 'S'
              DISPLAY "SEM CARTAO CGCEDENT - RETORNO NAO PROCESSADO"
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARGA DO RETORNO: O HEADER TEM QUE SER DE RETORNO DO      *
      *    MESMO BANCO E CONVENIO DO CEDENTE; CADA TITULO E          *
      *    CLASSIFICADO PELA OCORRENCIA - SO A LIQUIDACAO COM        *
      *    NOSSO-NUMERO VALIDO VAI PARA A TABELA                     *
      *--------------------------------------------------------------*
       015-CARREGAR-RETORNO.

           MOVE 'N'  TO  WS-EOF-RET
           OPEN INPUT RETORNO-FILE
           IF WS-STATUS-RET NOT = '00'
              DISPLAY 'RETORNO CGRETBCO NAO ENCONTRADO'
              MOVE 'S'  TO  WS-EOF-RET
           ELSE
              PERFORM 016-LER-RETORNO
              IF WS-EOF-RET NOT = 'S'
                 PERFORM 017-CONFERIR-HEADER
                 PERFORM 016-LER-RETORNO
              END-IF
              PERFORM 018-CLASSIFICAR-TITULO UNTIL WS-EOF-RET = 'S'
              CLOSE RETORNO-FILE
           END-IF
           .
       016-LER-RETORNO.

           READ RETORNO-FILE
               AT END MOVE 'S'  TO  WS-EOF-RET
           END-READ
           .
       017-CONFERIR-HEADER.

           IF BCO-TIPO      NOT = '0'              OR
              BCH-OPERACAO  NOT = 'RETORNO'        OR
              BCH-BANCO     NOT = WS-CED-BANCO     OR
              BCH-CONVENIO  NOT = WS-CED-CONVENIO
              DISPLAY "HEADER DO RETORNO INVALIDO OU DE OUTRO"
                      " BANCO/CONVENIO - EXECUCAO ABANDONADA"
              DISPLAY "HEADER: " RETORNO-REG
              CLOSE RETORNO-FILE
              CLOSE EXCECAO-FILE
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

           DISPLAY "RETORNO DO BANCO " BCH-BANCO " CONVENIO "
                   BCH-CONVENIO " DE " BCH-DATA-ARQ
           .
       018-CLASSIFICAR-TITULO.

           EVALUATE BCO-TIPO
               WHEN '1'
                  ADD 1  TO  WS-CTTITULO
                  PERFORM 019-CLASSIFICAR-OCORRENCIA
               WHEN '9'
                  MOVE 'S'              TO  WS-TRAILER-LIDO
                  MOVE BCT-QTD-TITULOS  TO  WS-QTD-TRAILER
               WHEN OTHER
                  DISPLAY "REGISTRO DE TIPO INVALIDO NO RETORNO: "
                          RETORNO-REG
           END-EVALUATE

           PERFORM 016-LER-RETORNO
           .
       019-CLASSIFICAR-OCORRENCIA.

           MOVE BCD-NOSSO-NUMERO  TO  WS-NN-NUMERO
           MOVE WS-NN-DV          TO  WS-DV-INFORMADO
           PERFORM 047-CALCULAR-DV

           EVALUATE TRUE
               WHEN WS-NN-DV NOT = WS-DV-INFORMADO
                  MOVE 01  TO  WS-MOTIVO
                  PERFORM 055-GRAVAR-EXCECAO-RET
               WHEN BCD-OCORRENCIA = 02
                  ADD 1  TO  WS-CTCONFIRMA
               WHEN BCD-OCORRENCIA = 03
                  MOVE 05  TO  WS-MOTIVO
                  PERFORM 055-GRAVAR-EXCECAO-RET
               WHEN BCD-OCORRENCIA = 06 AND BCD-VAL-PAGO = ZEROS
                  MOVE 07  TO  WS-MOTIVO
                  PERFORM 055-GRAVAR-EXCECAO-RET
               WHEN BCD-OCORRENCIA = 06
                  PERFORM 020-GUARDAR-LIQUIDACAO
               WHEN OTHER
                  MOVE 06  TO  WS-MOTIVO
                  PERFORM 055-GRAVAR-EXCECAO-RET
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    GUARDA A LIQUIDACAO NA TABELA, COM GUARDA DE CAPACIDADE   *
      *--------------------------------------------------------------*
       020-GUARDAR-LIQUIDACAO.

           IF WS-CTLIQ >= 500
              DISPLAY "CAPACIDADE DA TABELA DE LIQUIDACOES (500)"
                      " EXCEDIDA - EXECUCAO ABANDONADA"
              CLOSE RETORNO-FILE
              CLOSE EXCECAO-FILE
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

           ADD 1  TO  WS-CTLIQ
           MOVE BCD-NOSSO-NUMERO  TO  WS-TAB-LIQ-NN       (WS-CTLIQ)
           MOVE WS-NN-LOTE        TO  WS-TAB-LIQ-LOTE     (WS-CTLIQ)
           MOVE WS-NN-PARCELA     TO  WS-TAB-LIQ-PARCELA  (WS-CTLIQ)
           MOVE BCD-DATA-OCORR    TO  WS-TAB-LIQ-DATA     (WS-CTLIQ)
           MOVE BCD-VAL-PAGO      TO  WS-TAB-LIQ-VALOR    (WS-CTLIQ)
           MOVE 'N'               TO  WS-TAB-LIQ-SITUACAO (WS-CTLIQ)
           MOVE 'N'               TO  WS-TAB-LIQ-DISTRATO (WS-CTLIQ)
           MOVE BCD-SACADO        TO  WS-TAB-LIQ-SACADO   (WS-CTLIQ)
           MOVE 'N'               TO  WS-TAB-LIQ-SACADO-DIF (WS-CTLIQ)
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
      *    CASA A PARCELA COM AS LIQUIDACOES PENDENTES DO MESMO      *
      *    LOTE/PARCELA (UM TITULO PODE SER PAGO MAIS DE UMA VEZ)    *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           ADD 1  TO  WS-CTPARCELA

           MOVE 1  TO  WS-IDX-LQ
           PERFORM 035-LOCALIZAR-LIQUIDACAO
           PERFORM 040-TRATAR-LIQUIDACAO UNTIL WS-LIQ-ACHADA = 'N'

           PERFORM 025-LER-RECMST
           .
      *--------------------------------------------------------------*
      *    LOCALIZA, A PARTIR DE WS-IDX-LQ, UMA LIQUIDACAO PENDENTE  *
      *    DA PARCELA CORRENTE                                       *
      *--------------------------------------------------------------*
       035-LOCALIZAR-LIQUIDACAO.

           MOVE 'N'  TO  WS-LIQ-ACHADA
           PERFORM 036-COMPARAR-LIQUIDACAO
              UNTIL WS-LIQ-ACHADA = 'S' OR WS-IDX-LQ > WS-CTLIQ
           .
       036-COMPARAR-LIQUIDACAO.

           IF WS-TAB-LIQ-SITUACAO (WS-IDX-LQ) = 'N'          AND
              WS-TAB-LIQ-LOTE     (WS-IDX-LQ) = REC-LOTE     AND
              WS-TAB-LIQ-PARCELA  (WS-IDX-LQ) = REC-PARCELA
              MOVE 'S'  TO  WS-LIQ-ACHADA
           ELSE
              ADD 1  TO  WS-IDX-LQ
           END-IF
           .
      *--------------------------------------------------------------*
      *    TRATA A LIQUIDACAO LOCALIZADA: PARCELA DE COMPRADOR       *
      *    DIFERENTE DO SACADO DO TITULO E PARCELA DISTRATADA SO     *
      *    MARCAM (A PARCELA DO SACADO PODE VIR ADIANTE NA CARTEIRA);*
      *    PARCELA JA PAGA OU RENEGOCIADA EM ACORDO E EXCECAO;       *
      *    ABERTA OU VENCIDA GERA O PAGAMENTO PARA O CGPRG025        *
      *--------------------------------------------------------------*
       040-TRATAR-LIQUIDACAO.

           EVALUATE TRUE
               WHEN WS-TAB-LIQ-SACADO (WS-IDX-LQ) NOT = REC-COMPRADOR
                  MOVE 'S'  TO  WS-TAB-LIQ-SACADO-DIF (WS-IDX-LQ)
               WHEN REC-SITUACAO = 'D'
                  MOVE 'S'  TO  WS-TAB-LIQ-DISTRATO (WS-IDX-LQ)
               WHEN REC-SITUACAO = 'P'
                  MOVE 03  TO  WS-MOTIVO
                  PERFORM 056-GRAVAR-EXCECAO-TAB
               WHEN REC-SITUACAO = 'R'
                  MOVE 08  TO  WS-MOTIVO
                  PERFORM 056-GRAVAR-EXCECAO-TAB
               WHEN OTHER
                  PERFORM 045-GRAVAR-PAGAMENTO
           END-EVALUATE

           ADD 1  TO  WS-IDX-LQ
           PERFORM 035-LOCALIZAR-LIQUIDACAO
           .
      *--------------------------------------------------------------*
      *    GRAVA O PAGAMENTO NO LAYOUT DA SYSIN DO CGPRG025          *
      *--------------------------------------------------------------*
       045-GRAVAR-PAGAMENTO.

           MOVE 'S'  TO  WS-TAB-LIQ-SITUACAO (WS-IDX-LQ)
           MOVE WS-TAB-LIQ-LOTE    (WS-IDX-LQ)  TO  PAG-LOTE
           MOVE WS-TAB-LIQ-PARCELA (WS-IDX-LQ)  TO  PAG-PARCELA
           MOVE WS-TAB-LIQ-DATA    (WS-IDX-LQ)  TO  PAG-DATA
           MOVE WS-TAB-LIQ-VALOR   (WS-IDX-LQ)  TO  PAG-VALOR
           WRITE PAGTO-REG
           ADD 1  TO  WS-CTPAGTO
           ADD WS-TAB-LIQ-VALOR (WS-IDX-LQ)  TO  AS-VAL-LIQUIDADO

           DISPLAY "LIQUIDACAO LOTE " PAG-LOTE " PARC " PAG-PARCELA
                   " EM " PAG-DATA " NN " WS-TAB-LIQ-NN (WS-IDX-LQ)
           .
      *--------------------------------------------------------------*
      *    DIGITO DO NOSSO-NUMERO: MODULO 11, PESOS 2 A 9 DA DIREITA *
      *    PARA A ESQUERDA; RESTO 0 OU 1 DA DIGITO 0 (MESMA REGRA    *
      *    DO CGPRG040)                                              *
      *--------------------------------------------------------------*
       047-CALCULAR-DV.

           MOVE ZEROS  TO  WS-SOMA-DV
           MOVE 2      TO  WS-PESO-DV
           MOVE 8      TO  WS-IDX-DV
           PERFORM 048-SOMAR-DIGITO UNTIL WS-IDX-DV < 1

           DIVIDE WS-SOMA-DV BY 11 GIVING WS-QUOC-DV
                  REMAINDER WS-RESTO-DV
           IF WS-RESTO-DV < 2
              MOVE 0  TO  WS-NN-DV
           ELSE
              COMPUTE WS-NN-DV = 11 - WS-RESTO-DV
           END-IF
           .
       048-SOMAR-DIGITO.

           COMPUTE WS-SOMA-DV = WS-SOMA-DV +
                   (WS-NN-DIGITO (WS-IDX-DV) * WS-PESO-DV)
           ADD 1  TO  WS-PESO-DV
           IF WS-PESO-DV > 9
              MOVE 2  TO  WS-PESO-DV
           END-IF
           SUBTRACT 1  FROM  WS-IDX-DV
           .
      *--------------------------------------------------------------*
      *    GRAVA UMA EXCECAO A PARTIR DO TITULO LIDO DO RETORNO      *
      *    01 = NOSSO-NUMERO INVALIDO (DIGITO)                       *
      *    05 = ENTRADA REJEITADA PELO BANCO                         *
      *    06 = OCORRENCIA NAO TRATADA                               *
      *    07 = LIQUIDACAO SEM VALOR PAGO                            *
      *--------------------------------------------------------------*
       055-GRAVAR-EXCECAO-RET.

           INITIALIZE EXCECAO-REG
           MOVE BCD-NOSSO-NUMERO  TO  EXC-NOSSO-NUMERO
           MOVE BCD-OCORRENCIA    TO  EXC-OCORRENCIA
           MOVE BCD-DATA-OCORR    TO  EXC-DATA-OCORR
           MOVE BCD-VAL-PAGO      TO  EXC-VAL-PAGO
           MOVE BCD-MOTIVO        TO  EXC-MOTIVO-BANCO
           PERFORM 058-COMPLETAR-EXCECAO
           .
      *--------------------------------------------------------------*
      *    GRAVA UMA EXCECAO A PARTIR DA LIQUIDACAO DA TABELA        *
      *    02 = TITULO SEM PARCELA NA CARTEIRA                       *
      *    03 = PARCELA JA PAGA                                      *
      *    04 = PARCELA DISTRATADA                                   *
      *    08 = PARCELA RENEGOCIADA EM ACORDO                        *
      *    09 = PARCELA DE COMPRADOR DIFERENTE DO SACADO             *
      *--------------------------------------------------------------*
       056-GRAVAR-EXCECAO-TAB.

           MOVE 'X'  TO  WS-TAB-LIQ-SITUACAO (WS-IDX-LQ)
           INITIALIZE EXCECAO-REG
           MOVE WS-TAB-LIQ-NN    (WS-IDX-LQ)  TO  EXC-NOSSO-NUMERO
           MOVE 06                            TO  EXC-OCORRENCIA
           MOVE WS-TAB-LIQ-DATA  (WS-IDX-LQ)  TO  EXC-DATA-OCORR
           MOVE WS-TAB-LIQ-VALOR (WS-IDX-LQ)  TO  EXC-VAL-PAGO
           MOVE SPACES                        TO  EXC-MOTIVO-BANCO
           PERFORM 058-COMPLETAR-EXCECAO
           .
       058-COMPLETAR-EXCECAO.

           MOVE WS-MOTIVO  TO  EXC-MOTIVO
           MOVE SPACE      TO  EXC-SEP1  EXC-SEP2  EXC-SEP3
                               EXC-SEP4  EXC-SEP5  EXC-SEP6
           EVALUATE WS-MOTIVO
               WHEN 01
                  MOVE 'NOSSO-NUMERO INVALIDO'    TO  EXC-DESC-MOTIVO
               WHEN 02
                  MOVE 'TITULO SEM PARCELA'       TO  EXC-DESC-MOTIVO
               WHEN 03
                  MOVE 'PARCELA JA PAGA'          TO  EXC-DESC-MOTIVO
               WHEN 04
                  MOVE 'PARCELA DISTRATADA'       TO  EXC-DESC-MOTIVO
               WHEN 05
                  MOVE 'ENTRADA REJEITADA'        TO  EXC-DESC-MOTIVO
               WHEN 06
                  MOVE 'OCORRENCIA NAO TRATADA'   TO  EXC-DESC-MOTIVO
               WHEN 07
                  MOVE 'LIQUIDACAO SEM VALOR'     TO  EXC-DESC-MOTIVO
               WHEN 08
                  MOVE 'PARCELA RENEGOCIADA'      TO  EXC-DESC-MOTIVO
               WHEN 09
                  MOVE 'SACADO NAO E O COMPRADOR' TO  EXC-DESC-MOTIVO
           END-EVALUATE
           WRITE EXCECAO-REG
           ADD 1             TO  WS-CTEXCECAO
           ADD EXC-VAL-PAGO  TO  AS-VAL-EXCECAO

           MOVE EXC-NOSSO-NUMERO  TO  WS-EXC-NN-OUT
           MOVE EXC-OCORRENCIA    TO  WS-EXC-OCOR-OUT
           MOVE EXC-VAL-PAGO      TO  WS-EXC-VAL-OUT
           MOVE EXC-MOTIVO        TO  WS-EXC-MOT-OUT
           MOVE EXC-DESC-MOTIVO   TO  WS-EXC-DESC-OUT
           MOVE EXC-MOTIVO-BANCO  TO  WS-EXC-BCO-OUT
           DISPLAY 'EXCECAO - ' WS-REG-EXCECAO
           .
      *--------------------------------------------------------------*
      *    LIQUIDACOES QUE NAO ENCONTRARAM PARCELA EM ABERTO NA      *
      *    CARTEIRA VAO PARA A LISTA DE EXCECOES                     *
      *--------------------------------------------------------------*
       060-EXCECOES-PENDENTES.

           MOVE 1  TO  WS-IDX-LQ
           PERFORM 061-EXCECAO-PENDENTE UNTIL WS-IDX-LQ > WS-CTLIQ
           .
       061-EXCECAO-PENDENTE.

           IF WS-TAB-LIQ-SITUACAO (WS-IDX-LQ) = 'N'
              IF WS-TAB-LIQ-DISTRATO (WS-IDX-LQ) = 'S'
                 MOVE 04  TO  WS-MOTIVO
              ELSE
                 IF WS-TAB-LIQ-SACADO-DIF (WS-IDX-LQ) = 'S'
                    MOVE 09  TO  WS-MOTIVO
                 ELSE
                    MOVE 02  TO  WS-MOTIVO
                 END-IF
              END-IF
              PERFORM 056-GRAVAR-EXCECAO-TAB
           END-IF
           ADD 1  TO  WS-IDX-LQ
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

      *--->    REGISTRO ALL '9' FECHA A SYSIN DO CGPRG025
           MOVE ALL '9'  TO  PAGTO-REG
           WRITE PAGTO-REG

           CLOSE RECMST-FILE
           CLOSE PAGTO-FILE
           CLOSE EXCECAO-FILE

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DO RETORNO - CGPRG041         *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * TITULOS NO RETORNO......= ' WS-CTTITULO
           DISPLAY ' * QTDE. NO TRAILER........= ' WS-QTD-TRAILER
           DISPLAY ' * ENTRADAS CONFIRMADAS....= ' WS-CTCONFIRMA
           DISPLAY ' * LIQUIDACOES.............= ' WS-CTLIQ
           DISPLAY ' * PAGAMENTOS GRAVADOS.....= ' WS-CTPAGTO
           DISPLAY ' * EXCECOES................= ' WS-CTEXCECAO
                   ' (VIDE CG041EXC)'
           DISPLAY ' * PARCELAS NA CARTEIRA....= ' WS-CTPARCELA
           MOVE AS-VAL-LIQUIDADO  TO  WS-VAL-EXIB
           DISPLAY ' * VALOR A BAIXAR..........= ' WS-VAL-EXIB
           MOVE AS-VAL-EXCECAO    TO  WS-VAL-EXIB
           DISPLAY ' * VALOR EM EXCECAO........= ' WS-VAL-EXIB
           DISPLAY ' *========================================*'

           IF WS-TRAILER-LIDO NOT = 'S' OR
              WS-QTD-TRAILER NOT = WS-CTTITULO
              DISPLAY "TRAILER AUSENTE OU QUANTIDADE DIFERENTE DOS"
                      " TITULOS LIDOS - RETORNO INCOMPLETO"
           END-IF

           IF WS-CTTITULO = ZEROS
              MOVE 12   TO  RETURN-CODE
           ELSE
              IF WS-TRAILER-LIDO NOT = 'S' OR
                 WS-QTD-TRAILER NOT = WS-CTTITULO
                 MOVE 08   TO  RETURN-CODE
              ELSE
                 IF WS-CTEXCECAO > ZEROS
                    MOVE 04   TO  RETURN-CODE
                 ELSE
                    MOVE 00   TO  RETURN-CODE
                 END-IF
              END-IF
           END-IF

           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG041"
           .
      *---------------> FIM DO PROGRAMA CGPRG041 <-------------------*
