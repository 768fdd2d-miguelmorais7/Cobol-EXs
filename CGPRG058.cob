       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG058.
       AUTHOR.        MIGUEL MORAIS.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NIVEL BASICO.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: PASSO INICIAL DO CGFECHA - CONFERE SE A DATA DE
      *           MOVIMENTO (CARTAO DATAMOV, OU A DATA DA MAQUINA
      *           SEM O CARTAO) E DIA UTIL PELA ROTINA DE DIAS
      *           UTEIS CGPRG057 (CALENDARIO DE FERIADOS CGFERIAD
      *           MAIS SABADOS E DOMINGOS). DATA NAO UTIL ENCERRA O
      *           PASSO COM RC 16 E O FECHAMENTO NAO RODA, A MENOS
      *           QUE A SYSIN TRAGA O CARTAO DE FORCAMENTO ('S' +
      *           USUARIO + MOTIVO) - ENTAO O PASSO TERMINA COM
      *           RC 04 E O FORCAMENTO FICA REGISTRADO NO SYSOUT.
      *           RC 04 TAMBEM QUANDO O CGFERIAD NAO ESTA
      *           DISPONIVEL (SO O FIM DE SEMANA E CONFERIDO).
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010001  CRIACAO - CONFERENCIA DO DIA UTIL
      *                          DA DATA DE MOVIMENTO DO CGFECHA
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
           SELECT DATAMOV-FILE       ASSIGN TO "DATAMOV"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-DMV.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *==> CARTAO COM A DATA DE MOVIMENTO DO FECHAMENTO (AAAA/MM/DD)
       FD  DATAMOV-FILE.
       01  DATAMOV-REG.
           05 DMV-DATA            PIC 9999/99/99.

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> AREA AUXILIAR
       77  WS-STATUS-DMV          PIC X(02).
       77  WS-FIM-DMV             PIC X(01)       VALUE "N".
       77  WS-CARTAO-DMV          PIC X(01)       VALUE "N".
       77  WS-DATA-ATUAL          PIC 9999/99/99.
       77  WS-HORA-ATUAL          PIC 99.99.9999.
       77  WS-DATA-MOVTO          PIC 9999/99/99.
       77  WS-COD-RETORNO-EXIB    PIC 99.

      *-----> AREA DE COMUNICACAO COM A ROTINA DE DIAS UTEIS
       01  WS-CALENDARIO.
           COPY CGREGCAL.

      *-----> NOME DO DIA DA SEMANA (1 = DOMINGO ... 7 = SABADO)
       01  WS-LISTA-SEMANA.
           05 FILLER              PIC X(07)       VALUE 'DOMINGO'.
           05 FILLER              PIC X(07)       VALUE 'SEGUNDA'.
           05 FILLER              PIC X(07)       VALUE 'TERCA  '.
           05 FILLER              PIC X(07)       VALUE 'QUARTA '.
           05 FILLER              PIC X(07)       VALUE 'QUINTA '.
           05 FILLER              PIC X(07)       VALUE 'SEXTA  '.
           05 FILLER              PIC X(07)       VALUE 'SABADO '.
       01  FILLER  REDEFINES  WS-LISTA-SEMANA.
           05 WS-NOME-SEMANA      PIC X(07)  OCCURS 7 TIMES.

      *-----> ENTRADA - CARTAO DE FORCAMENTO VIA SYSIN (OPCIONAL)
      *--->    CK-FORCAR: 'S' = RODAR O FECHAMENTO EM DIA NAO UTIL
      *--->               'N' OU SEM CARTAO = NAO FORCAR
      *--->    O FORCAMENTO EXIGE O USUARIO E O MOTIVO
       01  WS-REG-SYSIN.
           05 CK-FORCAR           PIC X(01).
           05 CK-SEP1             PIC X(01).
           05 CK-USUARIO          PIC X(08).
           05 CK-SEP2             PIC X(01).
           05 CK-MOTIVO           PIC X(40).
       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG058.

           PERFORM 010-INICIAR
           PERFORM 030-CONFERIR-DATA
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-ATUAL FROM DATE
           ACCEPT WS-HORA-ATUAL FROM TIME
           PERFORM 012-OBTER-DATA-MOVTO
           PERFORM 015-LER-SYSIN

           DISPLAY "** CONFERENCIA DO DIA UTIL DO FECHAMENTO **"
           DISPLAY "DATA DO PROCESSAMENTO: " WS-DATA-ATUAL
                   "   HORA: " WS-HORA-ATUAL
           IF WS-CARTAO-DMV = 'S'
              DISPLAY "DATA DO MOVIMENTO....: " WS-DATA-MOVTO
           ELSE
              DISPLAY "DATA DO MOVIMENTO....: " WS-DATA-MOVTO
                      " (SEM CARTAO DATAMOV - DATA DA MAQUINA)"
           END-IF
           DISPLAY '-----------------------------------'
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
                             MOVE 'S'      TO WS-CARTAO-DMV
              END-READ
              CLOSE DATAMOV-FILE
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA DO CARTAO DE FORCAMENTO; SEM CARTAO, NAO FORCA    *
      *--------------------------------------------------------------*
       015-LER-SYSIN.

           MOVE SPACES  TO  WS-REG-SYSIN
           ACCEPT WS-REG-SYSIN  FROM SYSIN
           IF CK-FORCAR NOT = 'S'
              MOVE 'N'  TO  CK-FORCAR
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERE A DATA DE MOVIMENTO PELA ROTINA DE DIAS UTEIS     *
      *    E DECIDE O RETORNO DO PASSO                               *
      *    00 = DIA UTIL                                             *
      *    04 = DIA UTIL SEM O CALENDARIO CGFERIAD, OU DIA NAO UTIL  *
      *         COM O FORCAMENTO                                     *
      *    16 = DATA INVALIDA, OU DIA NAO UTIL SEM FORCAMENTO (OU    *
      *         COM FORCAMENTO INCOMPLETO) - O CGFECHA NAO RODA      *
      *--------------------------------------------------------------*
       030-CONFERIR-DATA.

           MOVE 'U'            TO  CAL-FUNCAO
           MOVE WS-DATA-MOVTO  TO  CAL-DATA
           CALL 'CGPRG057'  USING  WS-CALENDARIO

           EVALUATE TRUE
               WHEN CAL-COD-RETORNO = 08
                  DISPLAY "*** DATA DE MOVIMENTO " WS-DATA-MOVTO
                          " INVALIDA - CONFIRA O CARTAO DATAMOV"
                  DISPLAY "*** FECHAMENTO NAO EXECUTADO"
                  MOVE 16  TO  RETURN-CODE
               WHEN CAL-DIA-UTIL = 'S'
                  DISPLAY "DATA DE MOVIMENTO " WS-DATA-MOVTO " ("
                          WS-NOME-SEMANA (CAL-DIA-SEMANA)
                          ") E DIA UTIL"
                  IF CAL-COD-RETORNO = 04
                     MOVE 04  TO  RETURN-CODE
                  ELSE
                     MOVE 00  TO  RETURN-CODE
                  END-IF
               WHEN OTHER
                  DISPLAY "*** DATA DE MOVIMENTO " WS-DATA-MOVTO " ("
                          WS-NOME-SEMANA (CAL-DIA-SEMANA)
                          ") NAO E DIA UTIL: " CAL-DESCRICAO
                  PERFORM 035-TRATAR-FORCAMENTO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    DIA NAO UTIL: SO RODA COM O CARTAO DE FORCAMENTO COMPLETO *
      *--------------------------------------------------------------*
       035-TRATAR-FORCAMENTO.

           EVALUATE TRUE
               WHEN CK-FORCAR NOT = 'S'
                  DISPLAY "*** FECHAMENTO NAO EXECUTADO - PARA RODAR"
                          " ASSIM MESMO, INFORME NA SYSIN O CARTAO DE"
                          " FORCAMENTO ('S' + USUARIO + MOTIVO)"
                  MOVE 16  TO  RETURN-CODE
               WHEN CK-USUARIO = SPACES OR CK-MOTIVO = SPACES
                  DISPLAY "*** CARTAO DE FORCAMENTO SEM USUARIO OU SEM"
                          " MOTIVO - FECHAMENTO NAO EXECUTADO"
                  MOVE 16  TO  RETURN-CODE
               WHEN OTHER
                  DISPLAY "*** FECHAMENTO FORCADO EM DIA NAO UTIL"
                  DISPLAY "*** USUARIO: " CK-USUARIO
                  DISPLAY "*** MOTIVO.: " CK-MOTIVO
                  MOVE 04  TO  RETURN-CODE
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY '-----------------------------------'
           MOVE RETURN-CODE  TO  WS-COD-RETORNO-EXIB
           DISPLAY "RETORNO DO PASSO.....: " WS-COD-RETORNO-EXIB
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG058"
           .
      *---------------> FIM DO PROGRAMA CGPRG058 <-------------------*
