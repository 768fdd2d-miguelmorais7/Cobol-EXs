       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG039.
       AUTHOR.        MIGUEL MORAIS.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NIVEL BASICO.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: CONVERSAO UNICA DA CARTEIRA DE RECEBIVEIS
      *           (CGRECMST) PARA O LAYOUT COM SALDO, ENCARGOS E
      *           CREDITO (84 -> 117 BYTES). A PARCELA ABERTA OU
      *           VENCIDA DO LAYOUT ANTIGO NUNCA TEVE PAGAMENTO
      *           PARCIAL, ENTAO O SALDO E O VALOR DA PARCELA; A
      *           PAGA E A DISTRATADA FICAM COM SALDO ZERO. ENCARGOS
      *           E CREDITO ENTRAM ZERADOS.
      *           JOB CGRECCNV - RODAR UMA UNICA VEZ, ANTES DO
      *           PRIMEIRO CGCARTER NO LAYOUT NOVO.
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010001  CRIACAO - CONVERSAO DO CGRECMST PARA
      *                          O LAYOUT COM SALDO, ENCARGOS E
      *                          CREDITO
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
           SELECT RECVELHO-FILE      ASSIGN TO "CGRECMST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-VEL.
           SELECT RECNOVO-FILE       ASSIGN TO "RECNOVO"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *==> CGRECMST NO LAYOUT ANTERIOR AO SALDO (84 BYTES)
       FD  RECVELHO-FILE.
       01  RECVELHO-REG.
           05 RA-LOTE             PIC 9(06).
           05 RA-SEP1             PIC X(01).
           05 RA-PARCELA          PIC 9(02).
           05 RA-SEP2             PIC X(01).
           05 RA-PRAZO            PIC 9(02).
           05 RA-SEP3             PIC X(01).
           05 RA-CORRETOR         PIC 9(04).
           05 RA-SEP4             PIC X(01).
           05 RA-CEP              PIC 9(08).
           05 RA-SEP5             PIC X(01).
           05 RA-COMPRADOR        PIC X(11).
           05 RA-SEP6             PIC X(01).
           05 RA-DATA-VENC        PIC 9999/99/99.
           05 RA-SEP7             PIC X(01).
           05 RA-VAL-PARCELA      PIC 9(08)V99.
           05 RA-SEP8             PIC X(01).
           05 RA-SITUACAO         PIC X(01).
           05 RA-SEP9             PIC X(01).
           05 RA-DATA-PAGTO       PIC 9999/99/99.
           05 RA-SEP10            PIC X(01).
           05 RA-VAL-PAGO         PIC 9(08)V99.

      *==> CGRECMST NO LAYOUT CORRENTE (COPY CGREGREC)
       FD  RECNOVO-FILE.
       01  RECNOVO-REG.
           COPY CGREGREC.

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> AREA AUXILIAR
       77  WS-EOF-VEL             PIC X(01).
       77  WS-STATUS-VEL          PIC X(02).
       77  WS-CTLIDO              PIC 9(06)       VALUE ZEROS.
       77  WS-CTGRAVA             PIC 9(06)       VALUE ZEROS.
       77  AS-VAL-SALDO           PIC 9(13)V99    VALUE ZEROS.
       77  WS-VAL-EXIB            PIC $$.$$$.$$$.$$9,99.
       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG039.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-EOF-VEL = 'S'
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "** CONVERSAO DO CGRECMST (SALDO/ENCARGOS) **"
           DISPLAY '-----------------------------------'

           OPEN OUTPUT RECNOVO-FILE
           MOVE 'N'  TO  WS-EOF-VEL
           OPEN INPUT RECVELHO-FILE
           IF WS-STATUS-VEL NOT = '00'
              DISPLAY 'CARTEIRA CGRECMST NAO ENCONTRADA'
              MOVE 'S'  TO  WS-EOF-VEL
           ELSE
              PERFORM 025-LER-RECVELHO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA DE UMA PARCELA DO LAYOUT ANTIGO                   *
      *--------------------------------------------------------------*
       025-LER-RECVELHO.

           READ RECVELHO-FILE
               AT END MOVE 'S'  TO  WS-EOF-VEL
           END-READ
           .
      *--------------------------------------------------------------*
      *    REMONTA A PARCELA NO LAYOUT NOVO: SALDO = VALOR DA        *
      *    PARCELA NAS ABERTAS/VENCIDAS, ZERO NAS PAGAS/DISTRATADAS  *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           ADD 1  TO  WS-CTLIDO

           INITIALIZE RECNOVO-REG
           MOVE RA-LOTE          TO  REC-LOTE
           MOVE RA-PARCELA       TO  REC-PARCELA
           MOVE RA-PRAZO         TO  REC-PRAZO
           MOVE RA-CORRETOR      TO  REC-CORRETOR
           MOVE RA-CEP           TO  REC-CEP
           MOVE RA-COMPRADOR     TO  REC-COMPRADOR
           MOVE RA-DATA-VENC     TO  REC-DATA-VENC
           MOVE RA-VAL-PARCELA   TO  REC-VAL-PARCELA
           MOVE RA-SITUACAO      TO  REC-SITUACAO
           MOVE RA-DATA-PAGTO    TO  REC-DATA-PAGTO
           MOVE RA-VAL-PAGO      TO  REC-VAL-PAGO
           IF RA-SITUACAO = 'A' OR RA-SITUACAO = 'V'
              MOVE RA-VAL-PARCELA  TO  REC-VAL-SALDO
              ADD RA-VAL-PARCELA   TO  AS-VAL-SALDO
           ELSE
              MOVE ZEROS           TO  REC-VAL-SALDO
           END-IF
           MOVE ZEROS            TO  REC-VAL-ENCARGOS
           MOVE ZEROS            TO  REC-VAL-CREDITO
           MOVE SPACE            TO  REC-SEP1  REC-SEP2  REC-SEP3
                                     REC-SEP4  REC-SEP5  REC-SEP6
                                     REC-SEP7  REC-SEP8  REC-SEP9
                                     REC-SEP10 REC-SEP11 REC-SEP12
                                     REC-SEP13
           WRITE RECNOVO-REG
           ADD 1  TO  WS-CTGRAVA

           PERFORM 025-LER-RECVELHO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           CLOSE RECVELHO-FILE
           CLOSE RECNOVO-FILE

           DISPLAY '-----------------------------------'
           DISPLAY "PARCELAS LIDAS.....= " WS-CTLIDO
           DISPLAY "PARCELAS GRAVADAS..= " WS-CTGRAVA
           MOVE AS-VAL-SALDO  TO  WS-VAL-EXIB
           DISPLAY "SALDO EM ABERTO....= " WS-VAL-EXIB
           DISPLAY '-----------------------------------'

           IF WS-CTLIDO = ZEROS
              MOVE 12   TO  RETURN-CODE
           ELSE
              MOVE 00   TO  RETURN-CODE
           END-IF

           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG039"
           .
      *---------------> FIM DO PROGRAMA CGPRG039 <-------------------*
