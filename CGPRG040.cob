       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG040.
       AUTHOR.        MIGUEL MORAIS.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NIVEL BASICO.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: REMESSA MENSAL DE COBRANCA AO BANCO. LE A CARTEIRA
      *           DE RECEBIVEIS (CGRECMST) E GRAVA NO ARQUIVO DE
      *           REMESSA (CG040REM, LAYOUT FIXO COPY CGREGBCO) UM
      *           TITULO PARA CADA PARCELA EM ABERTO ('A') COM
      *           VENCIMENTO NO MES SEGUINTE AO DA DATA DE MOVIMENTO,
      *           PELO SALDO DA PARCELA, COM O NOSSO-NUMERO (LOTE +
      *           PARCELA + DIGITO MODULO 11) E AS INSTRUCOES DE
      *           MULTA E JUROS DO CARTAO CGENCARG. O HEADER LEVA O
      *           CEDENTE DO CARTAO CGCEDENT E O TRAILER A QUANTIDADE
      *           E O VALOR TOTAL DOS TITULOS.
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010001  CRIACAO - REMESSA MENSAL DE COBRANCA
      *                          DAS PARCELAS DO MES SEGUINTE
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
           SELECT REMESSA-FILE       ASSIGN TO "CG040REM"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CEDENTE-FILE       ASSIGN TO "CGCEDENT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-CED.
           SELECT ENCARG-FILE        ASSIGN TO "CGENCARG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-ENC.
           SELECT DATAMOV-FILE       ASSIGN TO "DATAMOV"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-DMV.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
       FD  RECMST-FILE.
       01  RECMST-REG.
           COPY CGREGREC.

      *==> REMESSA DE COBRANCA (HEADER, TITULOS E TRAILER)
       FD  REMESSA-FILE.
       01  REMESSA-REG.
           COPY CGREGBCO.

      *==> CARTAO DO CEDENTE (IDENTIFICACAO DA EMPRESA NO BANCO)
       FD  CEDENTE-FILE.
       01  CEDENTE-REG.
           05 CED-BANCO           PIC 9(03).
           05 CED-SEP1            PIC X(01).
           05 CED-AGENCIA         PIC 9(04).
           05 CED-SEP2            PIC X(01).
           05 CED-CONTA           PIC 9(08).
           05 CED-SEP3            PIC X(01).
           05 CED-CONVENIO        PIC 9(07).

      *==> MESMO CARTAO DE ENCARGOS LIDO PELO CGPRG025
       FD  ENCARG-FILE.
       01  ENCARG-REG.
           05 ENC-PCT-MULTA       PIC 9(02)V99.
           05 ENC-SEP1            PIC X(01).
           05 ENC-PCT-JUROS       PIC 9(02)V99.
           05 ENC-SEP2            PIC X(01).
           05 ENC-DIAS-CARENCIA   PIC 9(02).

      *==> CARTAO COM A DATA DE MOVIMENTO DO FECHAMENTO (AAAA/MM/DD)
       FD  DATAMOV-FILE.
       01  DATAMOV-REG.
           05 DMV-DATA            PIC 9999/99/99.

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> AREA AUXILIAR
       77  WS-EOF-REC             PIC X(01).
       77  WS-STATUS-REC          PIC X(02).
       77  WS-STATUS-CED          PIC X(02).
       77  WS-STATUS-ENC          PIC X(02).
       77  WS-STATUS-DMV          PIC X(02).
       77  WS-FIM-CED             PIC X(01).
       77  WS-FIM-ENC             PIC X(01).
       77  WS-FIM-DMV             PIC X(01).
       77  WS-DATA-ATUAL          PIC 9999/99/99.
       77  WS-DATA-MOVTO          PIC 9999/99/99.
       77  WS-PCT-MULTA           PIC 9(02)V99.
       77  WS-PCT-JUROS           PIC 9(02)V99.
       77  WS-ANO-REMESSA         PIC 9(04).
       77  WS-MES-REMESSA         PIC 9(02).
       77  WS-CTLIDO              PIC 9(06)       VALUE ZEROS.
       77  WS-CTTITULO            PIC 9(06)       VALUE ZEROS.
       77  WS-CTOUTROMES          PIC 9(06)       VALUE ZEROS.
       77  WS-SOMA-DV             PIC 9(04).
       77  WS-QUOC-DV             PIC 9(04).
       77  WS-RESTO-DV            PIC 9(02).
       77  WS-PESO-DV             PIC 9(02).
       77  WS-IDX-DV              PIC 9(02).
       77  AS-VAL-TITULOS         PIC 9(13)V99    VALUE ZEROS.
       77  WS-VAL-EXIB            PIC $$.$$$.$$$.$$9,99.

      *-----> CEDENTE DO CARTAO CGCEDENT
       01  WS-CEDENTE.
           05 WS-CED-BANCO        PIC 9(03).
           05 WS-CED-AGENCIA      PIC 9(04).
           05 WS-CED-CONTA        PIC 9(08).
           05 WS-CED-CONVENIO     PIC 9(07).

      *-----> DESDOBRAMENTO DE DATA (AAAA/MM/DD)
       01  WS-DATA-DESDOBRA.
           05 WS-DD-AAAA          PIC 9(04).
           05 FILLER              PIC X(01).
           05 WS-DD-MM            PIC 9(02).
           05 FILLER              PIC X(01).
           05 WS-DD-DD            PIC 9(02).
       01  WS-DATA-AAAAMMDD.
           05 WS-DT-AAAA          PIC 9(04).
           05 WS-DT-MM            PIC 9(02).
           05 WS-DT-DD            PIC 9(02).
       01  FILLER  REDEFINES  WS-DATA-AAAAMMDD.
           05 WS-DATA-AAAAMMDD-N  PIC 9(08).

      *-----> NOSSO-NUMERO: LOTE + PARCELA E O DIGITO MODULO 11
       01  WS-NOSSO-NUMERO.
           05 WS-NN-BASE          PIC 9(08).
           05 WS-NN-DV            PIC 9(01).
       01  FILLER  REDEFINES  WS-NOSSO-NUMERO.
           05 WS-NN-DIGITO        PIC 9(01)  OCCURS 9 TIMES.
       01  FILLER  REDEFINES  WS-NOSSO-NUMERO.
           05 WS-NN-NUMERO        PIC 9(09).

      *-----> LINHA DE RELATORIO DOS TITULOS REMETIDOS
       01  WS-REG-SYSOUT.
           05 FILLER              PIC X(05)       VALUE 'LOTE '.
           05 WS-LOTE-OUT         PIC 9(06).
           05 FILLER              PIC X(06)       VALUE ' PARC '.
           05 WS-PARC-OUT         PIC 9(02).
           05 FILLER              PIC X(07)       VALUE ' VENC: '.
           05 WS-VENC-OUT         PIC X(10).
           05 FILLER              PIC X(04)       VALUE ' NN '.
           05 WS-NN-OUT           PIC 9(09).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-VALOR-OUT        PIC $$.$$$.$$9,99.
       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG040.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-EOF-REC = 'S'
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-ATUAL FROM DATE
           PERFORM 012-OBTER-DATA-MOVTO
           PERFORM 013-OBTER-CEDENTE
           PERFORM 014-OBTER-ENCARGOS

      *--->    A REMESSA COBRE O MES SEGUINTE AO DO MOVIMENTO
           MOVE WS-DATA-MOVTO  TO  WS-DATA-DESDOBRA
           MOVE WS-DD-AAAA     TO  WS-ANO-REMESSA
           MOVE WS-DD-MM       TO  WS-MES-REMESSA
           ADD 1  TO  WS-MES-REMESSA
           IF WS-MES-REMESSA > 12
              MOVE 01  TO  WS-MES-REMESSA
              ADD 1    TO  WS-ANO-REMESSA
           END-IF

           DISPLAY "** REMESSA DE COBRANCA AO BANCO **"
           DISPLAY "DATA DO MOVIMENTO: " WS-DATA-MOVTO
                   "  VENCIMENTOS DE: " WS-ANO-REMESSA "/"
                   WS-MES-REMESSA
           DISPLAY '-----------------------------------'

           OPEN OUTPUT REMESSA-FILE
           PERFORM 020-GRAVAR-HEADER

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
      *    OBTEM O CEDENTE DO CARTAO CGCEDENT - SEM O CARTAO NAO HA  *
      *    COMO IDENTIFICAR A REMESSA NO BANCO: EXECUCAO ABANDONADA  *
      *--------------------------------------------------------------*
       013-OBTER-CEDENTE.

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
              DISPLAY "SEM CARTAO CGCEDENT - REMESSA NAO GERADA"
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF
           .
      *--------------------------------------------------------------*
      *    OBTEM A MULTA E OS JUROS DO CARTAO CGENCARG PARA AS       *
      *    INSTRUCOES DO TITULO; SEM O CARTAO, MULTA DE 2,00% E      *
      *    JUROS DE 1,00% AO MES SAO ASSUMIDOS COM AVISO NO SYSOUT   *
      *--------------------------------------------------------------*
       014-OBTER-ENCARGOS.

           MOVE 2,00   TO  WS-PCT-MULTA
           MOVE 1,00   TO  WS-PCT-JUROS
           OPEN INPUT ENCARG-FILE
           IF WS-STATUS-ENC = '00'
              READ ENCARG-FILE
                  AT END MOVE 'S' TO WS-FIM-ENC
                  NOT AT END
                     MOVE ENC-PCT-MULTA  TO  WS-PCT-MULTA
                     MOVE ENC-PCT-JUROS  TO  WS-PCT-JUROS
              END-READ
              CLOSE ENCARG-FILE
           ELSE
              DISPLAY "SEM CARTAO CGENCARG - MULTA 2,00% E JUROS"
                      " 1,00% A.M. ASSUMIDOS"
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA O HEADER DA REMESSA                                 *
      *--------------------------------------------------------------*
       020-GRAVAR-HEADER.

           MOVE WS-DATA-MOVTO  TO  WS-DATA-DESDOBRA
           PERFORM 037-MONTAR-AAAAMMDD

           MOVE SPACES           TO  REMESSA-REG
           MOVE '0'              TO  BCO-TIPO
           MOVE 'REMESSA'        TO  BCH-OPERACAO
           MOVE WS-CED-BANCO     TO  BCH-BANCO
           MOVE WS-CED-AGENCIA   TO  BCH-AGENCIA
           MOVE WS-CED-CONTA     TO  BCH-CONTA
           MOVE WS-CED-CONVENIO  TO  BCH-CONVENIO
           MOVE WS-DATA-AAAAMMDD-N  TO  BCH-DATA-ARQ
           WRITE REMESSA-REG
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
      *    SELECIONA A PARCELA ABERTA COM VENCIMENTO NO MES DA       *
      *    REMESSA E SALDO A COBRAR                                  *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           ADD 1  TO  WS-CTLIDO

           IF REC-SITUACAO = 'A' AND REC-VAL-SALDO > ZEROS
              MOVE REC-DATA-VENC  TO  WS-DATA-DESDOBRA
              IF WS-DD-AAAA = WS-ANO-REMESSA AND
                 WS-DD-MM   = WS-MES-REMESSA
                 PERFORM 040-GRAVAR-TITULO
              ELSE
                 ADD 1  TO  WS-CTOUTROMES
              END-IF
           END-IF

           PERFORM 025-LER-RECMST
           .
      *--------------------------------------------------------------*
      *    MONTA A DATA AAAAMMDD DO LAYOUT DO BANCO A PARTIR DA      *
      *    DATA DESDOBRADA                                           *
      *--------------------------------------------------------------*
       037-MONTAR-AAAAMMDD.

           MOVE WS-DD-AAAA  TO  WS-DT-AAAA
           MOVE WS-DD-MM    TO  WS-DT-MM
           MOVE WS-DD-DD    TO  WS-DT-DD
           .
      *--------------------------------------------------------------*
      *    GRAVA O TITULO DA PARCELA NA REMESSA                      *
      *--------------------------------------------------------------*
       040-GRAVAR-TITULO.

           COMPUTE WS-NN-BASE = (REC-LOTE * 100) + REC-PARCELA
           PERFORM 045-CALCULAR-DV
           PERFORM 037-MONTAR-AAAAMMDD

           MOVE SPACES             TO  REMESSA-REG
           MOVE '1'                TO  BCO-TIPO
           MOVE WS-NN-NUMERO       TO  BCD-NOSSO-NUMERO
           MOVE 01                 TO  BCD-OCORRENCIA
           MOVE WS-DATA-AAAAMMDD-N TO  BCD-DATA-VENC
           MOVE REC-VAL-SALDO      TO  BCD-VAL-TITULO
           MOVE ZEROS              TO  BCD-DATA-OCORR
           MOVE ZEROS              TO  BCD-VAL-PAGO
           MOVE WS-PCT-MULTA       TO  BCD-PCT-MULTA
           COMPUTE BCD-PCT-JUROS-DIA ROUNDED = WS-PCT-JUROS / 30
           MOVE REC-COMPRADOR      TO  BCD-SACADO
           MOVE REC-CEP            TO  BCD-CEP
           WRITE REMESSA-REG

           ADD 1              TO  WS-CTTITULO
           ADD REC-VAL-SALDO  TO  AS-VAL-TITULOS

           MOVE REC-LOTE        TO  WS-LOTE-OUT
           MOVE REC-PARCELA     TO  WS-PARC-OUT
           MOVE REC-DATA-VENC   TO  WS-VENC-OUT
           MOVE WS-NN-NUMERO    TO  WS-NN-OUT
           MOVE REC-VAL-SALDO   TO  WS-VALOR-OUT
           DISPLAY WS-REG-SYSOUT
           .
      *--------------------------------------------------------------*
      *    DIGITO DO NOSSO-NUMERO: MODULO 11, PESOS 2 A 9 DA DIREITA *
      *    PARA A ESQUERDA; RESTO 0 OU 1 DA DIGITO 0                 *
      *--------------------------------------------------------------*
       045-CALCULAR-DV.

           MOVE ZEROS  TO  WS-SOMA-DV
           MOVE 2      TO  WS-PESO-DV
           MOVE 8      TO  WS-IDX-DV
           PERFORM 046-SOMAR-DIGITO UNTIL WS-IDX-DV < 1

           DIVIDE WS-SOMA-DV BY 11 GIVING WS-QUOC-DV
                  REMAINDER WS-RESTO-DV
           IF WS-RESTO-DV < 2
              MOVE 0  TO  WS-NN-DV
           ELSE
              COMPUTE WS-NN-DV = 11 - WS-RESTO-DV
           END-IF
           .
       046-SOMAR-DIGITO.

           COMPUTE WS-SOMA-DV = WS-SOMA-DV +
                   (WS-NN-DIGITO (WS-IDX-DV) * WS-PESO-DV)
           ADD 1  TO  WS-PESO-DV
           IF WS-PESO-DV > 9
              MOVE 2  TO  WS-PESO-DV
           END-IF
           SUBTRACT 1  FROM  WS-IDX-DV
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           MOVE SPACES          TO  REMESSA-REG
           MOVE '9'             TO  BCO-TIPO
           MOVE WS-CTTITULO     TO  BCT-QTD-TITULOS
           MOVE AS-VAL-TITULOS  TO  BCT-VAL-TOTAL
           WRITE REMESSA-REG

           CLOSE RECMST-FILE
           CLOSE REMESSA-FILE

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DA REMESSA - CGPRG040         *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * PARCELAS LIDAS..........= ' WS-CTLIDO
           DISPLAY ' * ABERTAS DE OUTROS MESES.= ' WS-CTOUTROMES
           DISPLAY ' * TITULOS REMETIDOS.......= ' WS-CTTITULO
           MOVE AS-VAL-TITULOS  TO  WS-VAL-EXIB
           DISPLAY ' * VALOR DOS TITULOS.......= ' WS-VAL-EXIB
           DISPLAY ' *========================================*'

           IF WS-CTLIDO = ZEROS
              MOVE 12   TO  RETURN-CODE
           ELSE
              MOVE 00   TO  RETURN-CODE
           END-IF

           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG040"
           .
      *---------------> FIM DO PROGRAMA CGPRG040 <-------------------*
