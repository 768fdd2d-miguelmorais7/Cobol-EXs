       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG045.
       AUTHOR.        MIGUEL MORAIS.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NIVEL BASICO.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: CONVERSAO UNICA DO CADASTRO DE CORRETORES
      *           (CGCORMST) PARA O LAYOUT COM TIPO DE PESSOA E
      *           DOCUMENTO (32 -> 49 BYTES). TODO CORRETOR DO
      *           LAYOUT ANTIGO ENTRA COMO AUTONOMO (TIPO 'A'), QUE
      *           E O CONTRATO PADRAO DA CASA, COM O DOCUMENTO EM
      *           BRANCO - O CPF/CNPJ E O TIPO 'J' DAS PESSOAS
      *           JURIDICAS SAO INFORMADOS DEPOIS PELO CGMANCOR
      *           (CGPRG022).
      *           JOB CGCORCNV - RODAR UMA UNICA VEZ, ANTES DO
      *           PRIMEIRO CGMANCOR/CGLIQCOM NO LAYOUT NOVO.
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010001  CRIACAO - CONVERSAO DO CGCORMST PARA
      *                          O LAYOUT COM TIPO DE PESSOA E
      *                          DOCUMENTO
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
           SELECT CORVELHO-FILE      ASSIGN TO "CGCORMST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-VEL.
           SELECT CORNOVO-FILE       ASSIGN TO "CORNOVO"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *==> CGCORMST NO LAYOUT ANTERIOR AO TIPO DE PESSOA (32 BYTES)
       FD  CORVELHO-FILE.
       01  CORVELHO-REG.
           05 CA-CODIGO           PIC 9(04).
           05 CA-SEP1             PIC X(01).
           05 CA-NOME             PIC X(20).
           05 CA-SEP2             PIC X(01).
           05 CA-DEPTO            PIC 9(04).
           05 CA-SEP3             PIC X(01).
           05 CA-ATIVO            PIC X(01).

      *==> CGCORMST NO LAYOUT CORRENTE (COPY CGREGCOR)
       FD  CORNOVO-FILE.
       01  CORNOVO-REG.
           COPY CGREGCOR.

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> AREA AUXILIAR
       77  WS-EOF-VEL             PIC X(01).
       77  WS-STATUS-VEL          PIC X(02).
       77  WS-CTLIDO              PIC 9(04)       VALUE ZEROS.
       77  WS-CTGRAVA             PIC 9(04)       VALUE ZEROS.
       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG045.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-EOF-VEL = 'S'
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "** CONVERSAO DO CGCORMST (TIPO DE PESSOA) **"
           DISPLAY '-----------------------------------'

           OPEN OUTPUT CORNOVO-FILE
           MOVE 'N'  TO  WS-EOF-VEL
           OPEN INPUT CORVELHO-FILE
           IF WS-STATUS-VEL NOT = '00'
              DISPLAY 'CADASTRO CGCORMST NAO ENCONTRADO'
              MOVE 'S'  TO  WS-EOF-VEL
           ELSE
              PERFORM 025-LER-CORVELHO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA DE UM CORRETOR DO LAYOUT ANTIGO                   *
      *--------------------------------------------------------------*
       025-LER-CORVELHO.

           READ CORVELHO-FILE
               AT END MOVE 'S'  TO  WS-EOF-VEL
           END-READ
           .
      *--------------------------------------------------------------*
      *    REMONTA O CORRETOR NO LAYOUT NOVO: TIPO 'A' (AUTONOMO)    *
      *    E DOCUMENTO EM BRANCO                                     *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           ADD 1  TO  WS-CTLIDO

           INITIALIZE CORNOVO-REG
           MOVE CA-CODIGO        TO  COR-CODIGO
           MOVE CA-NOME          TO  COR-NOME
           MOVE CA-DEPTO         TO  COR-DEPTO
           MOVE CA-ATIVO         TO  COR-ATIVO
           MOVE 'A'              TO  COR-TIPO
           MOVE SPACES           TO  COR-DOCUMENTO
           MOVE SPACE            TO  COR-SEP1  COR-SEP2  COR-SEP3
                                     COR-SEP4  COR-SEP5
           WRITE CORNOVO-REG
           ADD 1  TO  WS-CTGRAVA

           PERFORM 025-LER-CORVELHO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           CLOSE CORVELHO-FILE
           CLOSE CORNOVO-FILE

           DISPLAY '-----------------------------------'
           DISPLAY "CORRETORES LIDOS...= " WS-CTLIDO
           DISPLAY "CORRETORES GRAVADOS= " WS-CTGRAVA
           DISPLAY "INFORMAR O CPF/CNPJ E O TIPO PELO CGMANCOR"
           DISPLAY '-----------------------------------'

           IF WS-CTLIDO = ZEROS
              MOVE 12   TO  RETURN-CODE
           ELSE
              MOVE 00   TO  RETURN-CODE
           END-IF

           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG045"
           .
      *---------------> FIM DO PROGRAMA CGPRG045 <-------------------*
