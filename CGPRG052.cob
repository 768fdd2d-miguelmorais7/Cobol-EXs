       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG052.
       AUTHOR.        MIGUEL MORAIS.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NIVEL BASICO.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: RECUPERACAO DO CADASTRO DE LOTES (KSDS CGLOTMST)
      *           PELO JORNAL DE ALTERACOES (CGLOTJRN, COPY
      *           CGREGJRN). O CARTAO DE CONTROLE DA SYSIN ESCOLHE
      *           O MODO:
      *           'R' = REAPLICACAO - O JOB CGRECLOT RESTAURA O
      *                 ULTIMO BACKUP NOTURNO (JOB CGBKPLOT) NO
      *                 CLUSTER E ESTE PROGRAMA REAPLICA AS IMAGENS
      *                 DEPOIS DO JORNAL ATE O PONTO INFORMADO
      *                 (DATA/HORA DA ALTERACAO; PONTO EM BRANCO =
      *                 JORNAL INTEIRO). AS ALTERACOES POSTERIORES
      *                 AO PONTO SAO LISTADAS COMO DESCARTADAS E O
      *                 CG052JRN SAI COM O JORNAL REAPLICADO, QUE
      *                 SUBSTITUI O CGLOTJRN.
      *           'E' = ESTORNO DE UMA EXECUCAO - AS ALTERACOES DA
      *                 EXECUCAO INFORMADA (PROGRAMA + DATA/HORA DE
      *                 INICIO, EXIBIDOS NO SYSOUT DO PROPRIO PASSO)
      *                 SAO DESFEITAS DA ULTIMA PARA A PRIMEIRA,
      *                 DEVOLVENDO A IMAGEM ANTES. LOTE ALTERADO
      *                 DEPOIS DA EXECUCAO NAO E TOCADO (DIVERGENCIA)
      *                 E LOTE JA NA IMAGEM ANTES E SO CONTADO. OS
      *                 ESTORNOS VAO PARA O CG052JRN NO LAYOUT DO
      *                 JORNAL, ACRESCENTADO AO CGLOTJRN PELO JOB
      *                 CGESTLOT.
      *           CARTAO DE CONTROLE (SYSIN):
      *              COL 01     MODO ('R' OU 'E')
      *              COL 03-10  USUARIO RESPONSAVEL
      *              COL 12-41  'R': AAAA/MM/DD HH.MM.SSCC (PONTO)
      *                         'E': PROGRAMA AAAA/MM/DD HH.MM.SSCC
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010001  CRIACAO - REAPLICACAO E ESTORNO DO
      *                          CADASTRO DE LOTES PELO JORNAL
      *  V02    OUT/2026 010002  DATAS DO JORNAL E DO CARTAO COM ANO
      *                          00AA (DATA DA MAQUINA) VALEM COMO
      *                          20AA NA COMPARACAO COM O PONTO E COM
      *                          A EXECUCAO A ESTORNAR
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
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS LM-LOTE
                  FILE STATUS  IS WS-STATUS-MST.
           SELECT JORNAL-FILE        ASSIGN TO "CGLOTJRN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-JRN.
           SELECT JRNSAI-FILE        ASSIGN TO "CG052JRN"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
       FD  LOTMST-FILE.
       01  LOTMST-REG.
           COPY CGREGLOT.

      *==> JORNAL DE ALTERACOES DO CADASTRO (CGPRG011/023/052)
       FD  JORNAL-FILE.
       01  JORNAL-REG.
           COPY CGREGJRN.

      *==> SAIDA NO LAYOUT DO JORNAL: NA REAPLICACAO, O JORNAL ATE O
      *==> PONTO; NO ESTORNO, AS ALTERACOES DE ESTORNO
       FD  JRNSAI-FILE.
       01  JRNSAI-REG              PIC X(223).

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> AREA AUXILIAR
       77  WS-STATUS-MST          PIC X(02).
       77  WS-STATUS-JRN          PIC X(02).
       77  WS-EOF-JRN             PIC X(01).
       77  WS-DATA-ATUAL          PIC 9999/99/99.
       77  WS-HORA-EXEC           PIC 99.99.9999.
       77  WS-HORA-ATUAL          PIC 99.99.9999.
       77  WS-LOTE-ACHADO         PIC X(01).
       77  WS-RESULTADO           PIC X(30).
       77  WS-DIVERGENTE          PIC X(01).
       77  WS-CTLIDO              PIC 9(06)       VALUE ZEROS.
       77  WS-CTREAPLICA          PIC 9(06)       VALUE ZEROS.
       77  WS-CTDESCARTA          PIC 9(06)       VALUE ZEROS.
       77  WS-CTEXEC              PIC 9(04)       VALUE ZEROS.
       77  WS-CTESTORNA           PIC 9(06)       VALUE ZEROS.
       77  WS-CTJA-DESFEITA       PIC 9(06)       VALUE ZEROS.
       77  WS-CTDIVERG            PIC 9(06)       VALUE ZEROS.
       77  WS-CTJRN               PIC 9(06)       VALUE ZEROS.
       77  WS-IDX-ES              PIC 9(04).

      *-----> IMAGEM ATUAL DO LOTE NO CADASTRO, LIDA ANTES DE CADA
      *-----> REAPLICACAO/ESTORNO PARA CONFERIR CONTRA O JORNAL
       01  WS-IMAGEM-ATUAL        PIC X(72).

      *-----> ENTRADA - CARTAO DE CONTROLE VIA SYSIN
       01  WS-REG-SYSIN.
           05 CR-MODO             PIC X(01).
              88 CR-REAPLICAR                     VALUE 'R'.
              88 CR-ESTORNAR                      VALUE 'E'.
           05 FILLER              PIC X(01).
           05 CR-USUARIO          PIC X(08).
           05 FILLER              PIC X(01).
           05 CR-PARAMETRO        PIC X(30).
           05 CR-PONTO  REDEFINES  CR-PARAMETRO.
              10 CR-DATA-PONTO    PIC X(10).
              10 FILLER           PIC X(01).
              10 CR-HORA-PONTO    PIC X(10).
              10 FILLER           PIC X(09).
           05 CR-EXECUCAO  REDEFINES  CR-PARAMETRO.
              10 CR-PROGRAMA      PIC X(08).
              10 FILLER           PIC X(01).
              10 CR-DATA-EXEC     PIC X(10).
              10 FILLER           PIC X(01).
              10 CR-HORA-EXEC     PIC X(10).

      *-----> PONTO DE PARADA DA REAPLICACAO, NO FORMATO DE
      *-----> JRN-MOMENTO (ALTERACOES ATE ESTE MOMENTO SAO REAPLICADAS)
       01  WS-PONTO.
           05 WS-DATA-PONTO       PIC X(10).
           05 FILLER  REDEFINES  WS-DATA-PONTO.
              10 WS-DATA-PONTO-SEC PIC X(02).
              10 FILLER           PIC X(08).
           05 WS-SEP-PONTO        PIC X(01).
           05 WS-HORA-PONTO       PIC X(10).

      *-----> MOMENTO E EXECUCAO DA ALTERACAO LIDA DO JORNAL COM O ANO
      *--->    EM 4 DIGITOS: O JORNAL GRAVA A DATA DA MAQUINA (ANO
      *--->    00AA), QUE VALE COMO 20AA
       01  WS-MOMENTO-JRN.
           05 WS-MJ-DATA          PIC X(10).
           05 FILLER  REDEFINES  WS-MJ-DATA.
              10 WS-MJ-SEC        PIC X(02).
              10 FILLER           PIC X(08).
           05 WS-MJ-SEP           PIC X(01).
           05 WS-MJ-HORA          PIC X(10).
       01  WS-EXECUCAO-JRN.
           05 WS-EJ-PROGRAMA      PIC X(08).
           05 WS-EJ-SEP1          PIC X(01).
           05 WS-EJ-DATA          PIC X(10).
           05 FILLER  REDEFINES  WS-EJ-DATA.
              10 WS-EJ-SEC        PIC X(02).
              10 FILLER           PIC X(08).
           05 WS-EJ-SEP2          PIC X(01).
           05 WS-EJ-HORA          PIC X(10).

      *-----> EXECUCAO A ESTORNAR, NO FORMATO DE JRN-EXECUCAO
       01  WS-EXECUCAO-ALVO.
           05 WS-PROGRAMA-ALVO    PIC X(08).
           05 WS-SEP1-ALVO        PIC X(01).
           05 WS-DATA-ALVO        PIC X(10).
           05 FILLER  REDEFINES  WS-DATA-ALVO.
              10 WS-DATA-ALVO-SEC PIC X(02).
              10 FILLER           PIC X(08).
           05 WS-SEP2-ALVO        PIC X(01).
           05 WS-HORA-ALVO        PIC X(10).

      *-----> ALTERACOES DA EXECUCAO A ESTORNAR, NA ORDEM DO JORNAL
      *-----> (DESFEITAS DA ULTIMA PARA A PRIMEIRA)
       01  WS-TAB-EST.
           05 WS-TAB-EST-OCR  OCCURS 2000 TIMES.
              10 WS-TAB-EST-SEQ         PIC 9(06).
              10 WS-TAB-EST-OPERACAO    PIC X(01).
              10 WS-TAB-EST-LOTE        PIC 9(06).
              10 WS-TAB-EST-ANTES       PIC X(72).
              10 WS-TAB-EST-DEPOIS      PIC X(72).

      *-----> AREA DE MONTAGEM DO REGISTRO DE ESTORNO (CG052JRN) -
      *-----> MESMO LAYOUT DO COPY CGREGJRN
       01  WS-REG-ESTORNO.
           05 ES-EXECUCAO.
              10 ES-PROGRAMA      PIC X(08).
              10 ES-SEP1          PIC X(01).
              10 ES-DATA-EXEC     PIC 9999/99/99.
              10 ES-SEP2          PIC X(01).
              10 ES-HORA-EXEC     PIC 99.99.9999.
           05 ES-SEP3             PIC X(01).
           05 ES-SEQUENCIA        PIC 9(06).
           05 ES-SEP4             PIC X(01).
           05 ES-MOMENTO.
              10 ES-DATA          PIC 9999/99/99.
              10 ES-SEP5          PIC X(01).
              10 ES-HORA          PIC 99.99.9999.
           05 ES-SEP6             PIC X(01).
           05 ES-OPERACAO         PIC X(01).
           05 ES-SEP7             PIC X(01).
           05 ES-USUARIO          PIC X(08).
           05 ES-SEP8             PIC X(01).
           05 ES-LOTE             PIC 9(06).
           05 ES-SEP9             PIC X(01).
           05 ES-IMAGEM-ANTES     PIC X(72).
           05 ES-SEP10            PIC X(01).
           05 ES-IMAGEM-DEPOIS    PIC X(72).

      *-----> LINHA DE RELATORIO POR ALTERACAO TRATADA
       01  WS-REG-SYSOUT.
           05 FILLER              PIC X(05)       VALUE 'LOTE '.
           05 WS-LOTE-OUT         PIC 9(06).
           05 FILLER              PIC X(05)       VALUE ' SEQ '.
           05 WS-SEQ-OUT          PIC 9(06).
           05 FILLER              PIC X(06)       VALUE ' OPER '.
           05 WS-OPER-OUT         PIC X(01).
           05 FILLER              PIC X(03)       VALUE ' - '.
           05 WS-RESULTADO-OUT    PIC X(30).
       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG052.

           PERFORM 010-INICIAR
           IF CR-REAPLICAR
              PERFORM 030-REAPLICAR
           ELSE
              PERFORM 050-ESTORNAR
           END-IF
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - CARTAO DE CONTROLE INVALIDO      *
      *    ABANDONA A EXECUCAO SEM TOCAR O CADASTRO                  *
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-ATUAL FROM DATE
           ACCEPT WS-HORA-EXEC  FROM TIME
           ACCEPT WS-REG-SYSIN  FROM SYSIN

           DISPLAY "** RECUPERACAO DO CADASTRO DE LOTES **"
           DISPLAY "CARTAO DE CONTROLE: " WS-REG-SYSIN
           DISPLAY "EXECUCAO NO JORNAL: CGPRG052 " WS-DATA-ATUAL
                   " " WS-HORA-EXEC
           DISPLAY '-----------------------------------'

           IF NOT CR-REAPLICAR AND NOT CR-ESTORNAR
              DISPLAY "MODO DO CARTAO DE CONTROLE INVALIDO ("
                      CR-MODO ") - USE 'R' OU 'E'"
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

           IF CR-ESTORNAR AND
              (CR-PROGRAMA  = SPACES OR
               CR-DATA-EXEC = SPACES OR
               CR-HORA-EXEC = SPACES)
              DISPLAY "ESTORNO SEM A EXECUCAO COMPLETA (PROGRAMA,"
                      " DATA E HORA DE INICIO) - EXECUCAO ABANDONADA"
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

           IF CR-REAPLICAR
              IF CR-DATA-PONTO = SPACES
                 MOVE HIGH-VALUES    TO  WS-PONTO
                 DISPLAY "REAPLICACAO DO JORNAL INTEIRO"
              ELSE
                 MOVE CR-DATA-PONTO  TO  WS-DATA-PONTO
                 MOVE SPACE          TO  WS-SEP-PONTO
                 MOVE CR-HORA-PONTO  TO  WS-HORA-PONTO
                 IF WS-HORA-PONTO = SPACES
                    MOVE '99.99.9999'  TO  WS-HORA-PONTO
                 END-IF
                 IF WS-DATA-PONTO-SEC = '00'
                    MOVE '20'  TO  WS-DATA-PONTO-SEC
                 END-IF
                 DISPLAY "REAPLICACAO ATE " WS-PONTO
              END-IF
           ELSE
              MOVE CR-PROGRAMA   TO  WS-PROGRAMA-ALVO
              MOVE SPACE         TO  WS-SEP1-ALVO  WS-SEP2-ALVO
              MOVE CR-DATA-EXEC  TO  WS-DATA-ALVO
              MOVE CR-HORA-EXEC  TO  WS-HORA-ALVO
              IF WS-DATA-ALVO-SEC = '00'
                 MOVE '20'  TO  WS-DATA-ALVO-SEC
              END-IF
              DISPLAY "ESTORNO DA EXECUCAO " WS-EXECUCAO-ALVO
           END-IF
           .
      *--------------------------------------------------------------*
      *    MODO 'R' - REAPLICA O JORNAL ATE O PONTO SOBRE O CLUSTER  *
      *    RECEM-RESTAURADO DO BACKUP                                *
      *--------------------------------------------------------------*
       030-REAPLICAR.

           PERFORM 020-ABRIR-CADASTRO
           OPEN OUTPUT JRNSAI-FILE

           MOVE 'N'  TO  WS-EOF-JRN
           OPEN INPUT JORNAL-FILE
           IF WS-STATUS-JRN NOT = '00'
              DISPLAY "SEM JORNAL CGLOTJRN - CADASTRO FICA NA POSICAO"
                      " DO BACKUP"
           ELSE
              PERFORM 025-LER-JORNAL
              PERFORM 032-TRATAR-REAPLICACAO UNTIL WS-EOF-JRN = 'S'
              CLOSE JORNAL-FILE
           END-IF

           CLOSE JRNSAI-FILE
           CLOSE LOTMST-FILE
           .
      *--------------------------------------------------------------*
      *    ABRE O CADASTRO PARA ATUALIZACAO DIRETA NA CHAVE          *
      *--------------------------------------------------------------*
       020-ABRIR-CADASTRO.

           OPEN I-O LOTMST-FILE
           IF WS-STATUS-MST NOT = '00'
              DISPLAY "CADASTRO CGLOTMST INDISPONIVEL - STATUS "
                      WS-STATUS-MST
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA DE UMA ALTERACAO DO JORNAL                        *
      *--------------------------------------------------------------*
       025-LER-JORNAL.

           READ JORNAL-FILE
               AT END MOVE 'S'  TO  WS-EOF-JRN
           END-READ
           .
      *--------------------------------------------------------------*
      *    REAPLICA UMA ALTERACAO DO JORNAL ATE O PONTO; AS          *
      *    POSTERIORES SAO LISTADAS E FICAM FORA DO NOVO JORNAL      *
      *--------------------------------------------------------------*
       032-TRATAR-REAPLICACAO.

           ADD 1  TO  WS-CTLIDO

           MOVE JRN-MOMENTO  TO  WS-MOMENTO-JRN
           IF WS-MJ-SEC = '00'
              MOVE '20'  TO  WS-MJ-SEC
           END-IF

           IF WS-MOMENTO-JRN > WS-PONTO
              ADD 1  TO  WS-CTDESCARTA
              DISPLAY "DESCARTADA (APOS O PONTO): " JRN-EXECUCAO
                      " SEQ " JRN-SEQUENCIA " LOTE " JRN-LOTE
                      " EM " JRN-MOMENTO
           ELSE
              PERFORM 034-REAPLICAR-ALTERACAO
              MOVE JORNAL-REG  TO  JRNSAI-REG
              WRITE JRNSAI-REG
           END-IF

           PERFORM 025-LER-JORNAL
           .
      *--------------------------------------------------------------*
      *    APLICA A IMAGEM DEPOIS DE UMA ALTERACAO: O LOTE DEVE      *
      *    ESTAR NA IMAGEM ANTES (INCLUSAO: NAO EXISTIR); SE NAO     *
      *    ESTIVER, A DIVERGENCIA E LISTADA E A IMAGEM DEPOIS        *
      *    PREVALECE MESMO ASSIM                                     *
      *--------------------------------------------------------------*
       034-REAPLICAR-ALTERACAO.

           MOVE 'N'        TO  WS-DIVERGENTE
           MOVE JRN-LOTE   TO  LM-LOTE
           PERFORM 040-LER-LOTE-DIRETO

           EVALUATE JRN-OPERACAO
               WHEN 'I'
                  IF WS-LOTE-ACHADO = 'S'
                     MOVE 'S'  TO  WS-DIVERGENTE
                     MOVE 'INCLUSAO DE LOTE JA EXISTENTE'
                                              TO  WS-RESULTADO
                  END-IF
                  PERFORM 036-GRAVAR-DEPOIS
               WHEN 'A'
                  IF WS-LOTE-ACHADO NOT = 'S'
                     MOVE 'S'  TO  WS-DIVERGENTE
                     MOVE 'ALTERACAO DE LOTE INEXISTENTE'
                                              TO  WS-RESULTADO
                  ELSE
                     IF WS-IMAGEM-ATUAL NOT = JRN-IMAGEM-ANTES
                        MOVE 'S'  TO  WS-DIVERGENTE
                        MOVE 'LOTE FORA DA IMAGEM ANTES'
                                              TO  WS-RESULTADO
                     END-IF
                  END-IF
                  PERFORM 036-GRAVAR-DEPOIS
               WHEN 'E'
                  IF WS-LOTE-ACHADO NOT = 'S'
                     MOVE 'S'  TO  WS-DIVERGENTE
                     MOVE 'EXCLUSAO DE LOTE INEXISTENTE'
                                              TO  WS-RESULTADO
                  ELSE
                     IF WS-IMAGEM-ATUAL NOT = JRN-IMAGEM-ANTES
                        MOVE 'S'  TO  WS-DIVERGENTE
                        MOVE 'LOTE FORA DA IMAGEM ANTES'
                                              TO  WS-RESULTADO
                     END-IF
                     DELETE LOTMST-FILE RECORD
                  END-IF
               WHEN OTHER
                  MOVE 'S'  TO  WS-DIVERGENTE
                  MOVE 'OPERACAO DESCONHECIDA NO JORNAL'
                                              TO  WS-RESULTADO
           END-EVALUATE

           IF WS-DIVERGENTE = 'N' AND WS-STATUS-MST NOT = '00'
              MOVE 'S'  TO  WS-DIVERGENTE
              MOVE 'ERRO DE GRAVACAO NO CADASTRO'  TO  WS-RESULTADO
           END-IF

           IF WS-DIVERGENTE = 'S'
              ADD 1  TO  WS-CTDIVERG
              MOVE JRN-LOTE       TO  WS-LOTE-OUT
              MOVE JRN-SEQUENCIA  TO  WS-SEQ-OUT
              MOVE JRN-OPERACAO   TO  WS-OPER-OUT
              MOVE WS-RESULTADO   TO  WS-RESULTADO-OUT
              DISPLAY "DIVERGENCIA NA REAPLICACAO: " JRN-EXECUCAO
              DISPLAY "   " WS-REG-SYSOUT
           ELSE
              ADD 1  TO  WS-CTREAPLICA
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA A IMAGEM DEPOIS NO CADASTRO (REWRITE SE O LOTE JA   *
      *    EXISTE, WRITE SE NAO)                                     *
      *--------------------------------------------------------------*
       036-GRAVAR-DEPOIS.

           MOVE JRN-IMAGEM-DEPOIS  TO  LOTMST-REG
           IF WS-LOTE-ACHADO = 'S'
              REWRITE LOTMST-REG
           ELSE
              WRITE LOTMST-REG
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA DIRETA DE UM LOTE PELA CHAVE JA MOVIDA PARA       *
      *    LM-LOTE, GUARDANDO A IMAGEM ATUAL (BRANCOS SE NAO EXISTE) *
      *--------------------------------------------------------------*
       040-LER-LOTE-DIRETO.

           MOVE 'N'     TO  WS-LOTE-ACHADO
           MOVE SPACES  TO  WS-IMAGEM-ATUAL
           READ LOTMST-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                  MOVE 'S'         TO  WS-LOTE-ACHADO
                  MOVE LOTMST-REG  TO  WS-IMAGEM-ATUAL
           END-READ
           .
      *--------------------------------------------------------------*
      *    MODO 'E' - CARREGA AS ALTERACOES DA EXECUCAO E AS         *
      *    DESFAZ DA ULTIMA PARA A PRIMEIRA                          *
      *--------------------------------------------------------------*
       050-ESTORNAR.

           MOVE 'N'  TO  WS-EOF-JRN
           OPEN INPUT JORNAL-FILE
           IF WS-STATUS-JRN = '00'
              PERFORM 025-LER-JORNAL
              PERFORM 052-SELECIONAR-ALTERACAO UNTIL WS-EOF-JRN = 'S'
              CLOSE JORNAL-FILE
           END-IF

           IF WS-CTEXEC = ZEROS
              DISPLAY "EXECUCAO NAO ENCONTRADA NO JORNAL CGLOTJRN -"
                      " NADA A ESTORNAR"
           ELSE
              PERFORM 020-ABRIR-CADASTRO
              OPEN OUTPUT JRNSAI-FILE
              MOVE WS-CTEXEC  TO  WS-IDX-ES
              PERFORM 055-ESTORNAR-ALTERACAO UNTIL WS-IDX-ES = ZEROS
              CLOSE JRNSAI-FILE
              CLOSE LOTMST-FILE
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDA NA TABELA UMA ALTERACAO DA EXECUCAO A ESTORNAR     *
      *--------------------------------------------------------------*
       052-SELECIONAR-ALTERACAO.

           ADD 1  TO  WS-CTLIDO

           MOVE JRN-EXECUCAO  TO  WS-EXECUCAO-JRN
           IF WS-EJ-SEC = '00'
              MOVE '20'  TO  WS-EJ-SEC
           END-IF

           IF WS-EXECUCAO-JRN = WS-EXECUCAO-ALVO
              IF WS-CTEXEC >= 2000
                 DISPLAY "CAPACIDADE DA TABELA DE ALTERACOES (2000)"
                         " EXCEDIDA - EXECUCAO ABANDONADA"
                 CLOSE JORNAL-FILE
                 MOVE 16   TO  RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1  TO  WS-CTEXEC
              MOVE JRN-SEQUENCIA  TO  WS-TAB-EST-SEQ      (WS-CTEXEC)
              MOVE JRN-OPERACAO   TO  WS-TAB-EST-OPERACAO (WS-CTEXEC)
              MOVE JRN-LOTE       TO  WS-TAB-EST-LOTE     (WS-CTEXEC)
              MOVE JRN-IMAGEM-ANTES
                                  TO  WS-TAB-EST-ANTES    (WS-CTEXEC)
              MOVE JRN-IMAGEM-DEPOIS
                                  TO  WS-TAB-EST-DEPOIS   (WS-CTEXEC)
           END-IF

           PERFORM 025-LER-JORNAL
           .
      *--------------------------------------------------------------*
      *    DESFAZ UMA ALTERACAO SE O LOTE AINDA ESTA NA IMAGEM       *
      *    DEPOIS DA EXECUCAO:                                       *
      *       'A' -> VOLTA A IMAGEM ANTES (REWRITE)                  *
      *       'I' -> EXCLUI O LOTE INCLUIDO (DELETE)                 *
      *       'E' -> REINCLUI O LOTE EXCLUIDO (WRITE)                *
      *    LOTE JA NA IMAGEM ANTES E SO CONTADO; LOTE EM OUTRA       *
      *    SITUACAO (ALTERADO DEPOIS DA EXECUCAO) E DIVERGENCIA E    *
      *    NAO E TOCADO                                              *
      *--------------------------------------------------------------*
       055-ESTORNAR-ALTERACAO.

           MOVE WS-TAB-EST-LOTE (WS-IDX-ES)  TO  LM-LOTE
           PERFORM 040-LER-LOTE-DIRETO
           MOVE SPACES  TO  WS-RESULTADO

           IF WS-IMAGEM-ATUAL = WS-TAB-EST-ANTES (WS-IDX-ES)
              ADD 1  TO  WS-CTJA-DESFEITA
              MOVE 'JA NA IMAGEM ANTES'        TO  WS-RESULTADO
           ELSE
              IF WS-IMAGEM-ATUAL NOT = WS-TAB-EST-DEPOIS (WS-IDX-ES)
                 ADD 1  TO  WS-CTDIVERG
                 MOVE 'DIVERGENTE - ALTERADO DEPOIS'
                                                  TO  WS-RESULTADO
              ELSE
                 PERFORM 057-DESFAZER-ALTERACAO
              END-IF
           END-IF

           MOVE WS-TAB-EST-LOTE     (WS-IDX-ES)  TO  WS-LOTE-OUT
           MOVE WS-TAB-EST-SEQ      (WS-IDX-ES)  TO  WS-SEQ-OUT
           MOVE WS-TAB-EST-OPERACAO (WS-IDX-ES)  TO  WS-OPER-OUT
           MOVE WS-RESULTADO                     TO  WS-RESULTADO-OUT
           DISPLAY WS-REG-SYSOUT

           SUBTRACT 1  FROM  WS-IDX-ES
           .
      *--------------------------------------------------------------*
      *    EFETIVA O ESTORNO NO CADASTRO E GRAVA O REGISTRO DE       *
      *    JORNAL CORRESPONDENTE (OPERACAO INVERSA)                  *
      *--------------------------------------------------------------*
       057-DESFAZER-ALTERACAO.

           EVALUATE WS-TAB-EST-OPERACAO (WS-IDX-ES)
               WHEN 'A'
                  MOVE WS-TAB-EST-ANTES (WS-IDX-ES)  TO  LOTMST-REG
                  REWRITE LOTMST-REG
                  MOVE 'A'  TO  ES-OPERACAO
               WHEN 'I'
                  DELETE LOTMST-FILE RECORD
                  MOVE 'E'  TO  ES-OPERACAO
               WHEN 'E'
                  MOVE WS-TAB-EST-ANTES (WS-IDX-ES)  TO  LOTMST-REG
                  WRITE LOTMST-REG
                  MOVE 'I'  TO  ES-OPERACAO
               WHEN OTHER
                  MOVE SPACE  TO  ES-OPERACAO
           END-EVALUATE

           IF ES-OPERACAO = SPACE OR WS-STATUS-MST NOT = '00'
              ADD 1  TO  WS-CTDIVERG
              MOVE 'DIVERGENTE - NAO GRAVADO'  TO  WS-RESULTADO
           ELSE
              ADD 1  TO  WS-CTESTORNA
              MOVE 'ESTORNADA'                 TO  WS-RESULTADO
              PERFORM 060-GRAVAR-ESTORNO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA NO CG052JRN O REGISTRO DE JORNAL DO ESTORNO: A      *
      *    IMAGEM ANTES E A QUE O LOTE TINHA (DEPOIS DA EXECUCAO     *
      *    ESTORNADA) E A IMAGEM DEPOIS E A RESTABELECIDA            *
      *--------------------------------------------------------------*
       060-GRAVAR-ESTORNO.

           ADD 1  TO  WS-CTJRN
           ACCEPT WS-HORA-ATUAL FROM TIME
           MOVE 'CGPRG052'       TO  ES-PROGRAMA
           MOVE WS-DATA-ATUAL    TO  ES-DATA-EXEC
           MOVE WS-HORA-EXEC     TO  ES-HORA-EXEC
           MOVE WS-CTJRN         TO  ES-SEQUENCIA
           MOVE WS-DATA-ATUAL    TO  ES-DATA
           MOVE WS-HORA-ATUAL    TO  ES-HORA
           MOVE CR-USUARIO       TO  ES-USUARIO
           MOVE WS-TAB-EST-LOTE (WS-IDX-ES)  TO  ES-LOTE
           IF ES-OPERACAO = 'I'
              MOVE SPACES                        TO  ES-IMAGEM-ANTES
           ELSE
              MOVE WS-TAB-EST-DEPOIS (WS-IDX-ES) TO  ES-IMAGEM-ANTES
           END-IF
           IF ES-OPERACAO = 'E'
              MOVE SPACES                        TO  ES-IMAGEM-DEPOIS
           ELSE
              MOVE WS-TAB-EST-ANTES (WS-IDX-ES)  TO  ES-IMAGEM-DEPOIS
           END-IF
           MOVE SPACE            TO  ES-SEP1  ES-SEP2  ES-SEP3
                                     ES-SEP4  ES-SEP5  ES-SEP6
                                     ES-SEP7  ES-SEP8  ES-SEP9
                                     ES-SEP10
           MOVE WS-REG-ESTORNO   TO  JRNSAI-REG
           WRITE JRNSAI-REG
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' '
           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DA RECUPERACAO - CGPRG052     *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * ALTERACOES LIDAS (JRN)..= ' WS-CTLIDO
           IF CR-REAPLICAR
              DISPLAY ' * REAPLICADAS.............= ' WS-CTREAPLICA
              DISPLAY ' * DESCARTADAS (APOS PONTO)= ' WS-CTDESCARTA
           ELSE
              DISPLAY ' * DA EXECUCAO ESTORNADA...= ' WS-CTEXEC
              DISPLAY ' * ESTORNADAS..............= ' WS-CTESTORNA
              DISPLAY ' * JA NA IMAGEM ANTES......= ' WS-CTJA-DESFEITA
           END-IF
           DISPLAY ' * DIVERGENCIAS............= ' WS-CTDIVERG
           DISPLAY ' *========================================*'

           IF CR-ESTORNAR AND WS-CTEXEC = ZEROS
              MOVE 12   TO  RETURN-CODE
           ELSE
              IF WS-CTDIVERG > ZEROS
                 MOVE 04   TO  RETURN-CODE
              ELSE
                 MOVE 00   TO  RETURN-CODE
              END-IF
           END-IF

           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG052"
           .
      *---------------> FIM DO PROGRAMA CGPRG052 <-------------------*
