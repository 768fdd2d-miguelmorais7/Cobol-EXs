       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG059.
       AUTHOR.        MIGUEL MORAIS.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NIVEL BASICO.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: MANUTENCAO DO CADASTRO DE MATRICULAS (CGMATRIC)
      *           DURANTE O ANO LETIVO. RECEBE VIA SYSIN AS
      *           MOVIMENTACOES DA SECRETARIA (MATRICULA NOVA, TROCA
      *           DE TURMA, TROCA DE CURSO, TRANCAMENTO, REATIVACAO E
      *           SAIDA POR TRANSFERENCIA), VALIDA CADA UMA CONTRA O
      *           CADASTRO E A TABELA DE TURMAS (CGTURREF), REJEITA
      *           AS INVALIDAS COM CODIGO DE MOTIVO NO CG059ERR,
      *           GRAVA CADA MOVIMENTACAO ACEITA NO HISTORICO
      *           CGMATHIS COM A DATA EM QUE ELA VALE E GRAVA A NOVA
      *           GERACAO DO CADASTRO (MESMO MODELO DA MANUTENCAO DE
      *           CORRETORES - CGPRG022)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010001  CRIACAO - MANUTENCAO DO CADASTRO
      *                          DE MATRICULAS COM HISTORICO DAS
      *                          MOVIMENTACOES
      *  V02    OUT/2026 010002  CADASTRO CGMATRIC NAO DISPONIVEL
      *                          ABANDONA A EXECUCAO (RC 16) EM VEZ
      *                          DE GRAVAR A GERACAO NOVA SO COM AS
      *                          INCLUSOES DO DIA
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
           SELECT MATRICULA-FILE     ASSIGN TO "CGMATRIC"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-MAT.
           SELECT MATNOVO-FILE       ASSIGN TO "MATNOVO"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TURMA-FILE         ASSIGN TO "CGTURREF"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-TUR.
           SELECT HISTMAT-FILE       ASSIGN TO "CGMATHIS"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANERRO-FILE      ASSIGN TO "CG059ERR"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *==> CADASTRO DE MATRICULAS DA SECRETARIA (MESMO LAYOUT LIDO
      *==> PELO CGPRG005 E PELO FECHAMENTO DO ANO - CGPRG029)
      *==> (MT-ATIVO: 'S' = ATIVA      'N' = INATIVA (EVADIDO)
      *==>            'T' = TRANCADA   'X' = TRANSFERIDA)
       FD  MATRICULA-FILE.
       01  MATRICULA-REG.
           05 MT-NUMERO           PIC 9(04).
           05 MT-SEP1             PIC X(01).
           05 MT-NOME             PIC X(20).
           05 MT-SEP2             PIC X(01).
           05 MT-CURSO            PIC X(12).
           05 MT-SEP3             PIC X(01).
           05 MT-TURMA            PIC X(03).
           05 MT-SEP4             PIC X(01).
           05 MT-ATIVO            PIC X(01).

      *==> NOVA GERACAO DO CADASTRO DE MATRICULAS
       FD  MATNOVO-FILE.
       01  MATNOVO-REG             PIC X(44).

      *==> TABELA DE REFERENCIA DE TURMAS DA SECRETARIA (TURMA E O
      *==> CURSO A QUE ELA PERTENCE)
       FD  TURMA-FILE.
       01  TURMA-REG.
           05 TUR-CODIGO          PIC X(03).
           05 TUR-SEP1            PIC X(01).
           05 TUR-CURSO           PIC X(12).

      *==> HISTORICO DAS MOVIMENTACOES DE MATRICULA (ACUMULA)
       FD  HISTMAT-FILE.
       01  HISTMAT-REG.
           COPY CGREGMHS.

       FD  TRANERRO-FILE.
       01  TRANERRO-REG.
           05 TE-TRANSACAO        PIC X(58).
           05 TE-SEP1             PIC X(01).
           05 TE-MOTIVO           PIC 9(02).
           05 TE-SEP2             PIC X(01).
           05 TE-DESC-MOTIVO      PIC X(25).

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> AREA AUXILIAR
       77  WS-FIM                 PIC X(01)       VALUE "N".
       77  WS-EOF-MAT             PIC X(01).
       77  WS-EOF-TUR             PIC X(01).
       77  WS-STATUS-MAT          PIC X(02).
       77  WS-STATUS-TUR          PIC X(02).
       77  WS-CTLIDO              PIC 9(03)       VALUE ZEROS.
       77  WS-CTACEITA            PIC 9(03)       VALUE ZEROS.
       77  WS-CTREJEITA           PIC 9(03)       VALUE ZEROS.
       77  WS-CTMAT               PIC 9(03)       VALUE ZEROS.
       77  WS-CTTUR               PIC 9(03)       VALUE ZEROS.
       77  WS-CTGRAVA             PIC 9(03)       VALUE ZEROS.
       77  WS-CTINCLUI            PIC 9(03)       VALUE ZEROS.
       77  WS-CTTROCA-TUR         PIC 9(03)       VALUE ZEROS.
       77  WS-CTTROCA-CUR         PIC 9(03)       VALUE ZEROS.
       77  WS-CTTRANCA            PIC 9(03)       VALUE ZEROS.
       77  WS-CTREATIVA           PIC 9(03)       VALUE ZEROS.
       77  WS-CTTRANSF            PIC 9(03)       VALUE ZEROS.
       77  WS-TRANS-VALIDA        PIC X(01).
       77  WS-MOTIVO              PIC 9(02).
       77  WS-MAT-ACHADA          PIC X(01).
       77  WS-TUR-ACHADA          PIC X(01).
       77  WS-DATA-OK             PIC X(01).
       77  WS-IDX-MT              PIC 9(03).
       77  WS-IDX-TU              PIC 9(03).
       77  WS-IDX-ACHADO          PIC 9(03).
       77  WS-CURSO-VAL           PIC X(12).
       77  WS-DATA-ATUAL          PIC 9999/99/99.
       77  WS-HORA-ATUAL          PIC 99.99.9999.

      *-----> CADASTRO DE MATRICULAS EM MEMORIA (MESMA CAPACIDADE
      *-----> DA TABELA DO CGPRG005, QUE LE O CADASTRO INTEIRO)
       01  WS-TAB-MATRICULA.
           05 WS-TAB-MAT-OCR  OCCURS 99 TIMES.
              10 WS-TAB-MAT-NUMERO      PIC 9(04).
              10 WS-TAB-MAT-NOME        PIC X(20).
              10 WS-TAB-MAT-CURSO       PIC X(12).
              10 WS-TAB-MAT-TURMA       PIC X(03).
              10 WS-TAB-MAT-ATIVO       PIC X(01).

      *-----> TABELA DE TURMAS EM MEMORIA
       01  WS-TAB-TURMA.
           05 WS-TAB-TUR-OCR  OCCURS 50 TIMES.
              10 WS-TAB-TUR-CODIGO      PIC X(03).
              10 WS-TAB-TUR-CURSO       PIC X(12).

      *-----> SITUACAO, CURSO E TURMA DA MATRICULA ANTES DA
      *-----> MOVIMENTACAO (EM BRANCO NA MATRICULA NOVA)
       01  WS-MAT-ANTES.
           05 WS-ANT-ATIVO        PIC X(01).
           05 WS-ANT-CURSO        PIC X(12).
           05 WS-ANT-TURMA        PIC X(03).

      *-----> DATA EFETIVA DESDOBRADA PARA A VALIDACAO
       01  WS-DATA-VAL.
           05 WS-DV-AAAA          PIC X(04).
           05 WS-DV-BARRA1        PIC X(01).
           05 WS-DV-MM            PIC X(02).
           05 WS-DV-BARRA2        PIC X(01).
           05 WS-DV-DD            PIC X(02).

      *-----> AREA DE MONTAGEM DO REGISTRO DA NOVA GERACAO
       01  WS-REG-MATNOVO.
           05 MN-NUMERO           PIC 9(04).
           05 MN-SEP1             PIC X(01).
           05 MN-NOME             PIC X(20).
           05 MN-SEP2             PIC X(01).
           05 MN-CURSO            PIC X(12).
           05 MN-SEP3             PIC X(01).
           05 MN-TURMA            PIC X(03).
           05 MN-SEP4             PIC X(01).
           05 MN-ATIVO            PIC X(01).

      *-----> ENTRADA - MOVIMENTACOES DE MATRICULA VIA SYSIN
      *--->    TR-OPERACAO: 'I' = MATRICULA NOVA (NOME, CURSO E TURMA)
      *--->                 'T' = TROCA DE TURMA (TURMA NOVA, DO MESMO
      *--->                       CURSO)
      *--->                 'C' = TROCA DE CURSO (CURSO NOVO E TURMA
      *--->                       DO CURSO NOVO)
      *--->                 'B' = TRANCAMENTO
      *--->                 'R' = REATIVACAO (TURMA OPCIONAL - EM
      *--->                       BRANCO, VOLTA PARA A MESMA TURMA)
      *--->                 'S' = SAIDA POR TRANSFERENCIA
      *--->    TR-DATA-EFETIVA: DATA EM QUE A MOVIMENTACAO VALE NA
      *--->    ESCOLA (AAAA/MM/DD), GRAVADA NO HISTORICO CGMATHIS
      *--->    OS CAMPOS NAO USADOS PELA OPERACAO FICAM EM BRANCO
       01  WS-REG-SYSIN.
           05 TR-OPERACAO         PIC X(01).
           05 TR-NUMERO           PIC 9(04).
           05 TR-DATA-EFETIVA     PIC 9999/99/99.
           05 TR-NOME             PIC X(20).
           05 TR-CURSO            PIC X(12).
           05 TR-TURMA            PIC X(03).
           05 TR-USUARIO          PIC X(08).
      *--->    CARTAO DE FIM (NOVES EM TODAS AS 58 POSICOES)
       01  WS-REG-SYSIN-FIM       REDEFINES WS-REG-SYSIN.
           05 TR-FIM              PIC X(58).

      *-----> LINHA DE RELATORIO DA MOVIMENTACAO (ANTES -> DEPOIS)
       01  WS-REG-SYSOUT.
           05 WS-OPERACAO-OUT     PIC X(12).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-NUMERO-OUT       PIC 9(04).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-NOME-OUT         PIC X(20).
           05 FILLER              PIC X(04)       VALUE ' EM '.
           05 WS-DATA-OUT         PIC 9999/99/99.
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-SIT-ANT-OUT      PIC X(01).
           05 FILLER              PIC X(01)       VALUE '>'.
           05 WS-SIT-DEP-OUT      PIC X(01).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-CURSO-ANT-OUT    PIC X(12).
           05 FILLER              PIC X(01)       VALUE '>'.
           05 WS-CURSO-DEP-OUT    PIC X(12).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-TURMA-ANT-OUT    PIC X(03).
           05 FILLER              PIC X(01)       VALUE '>'.
           05 WS-TURMA-DEP-OUT    PIC X(03).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-USUARIO-OUT      PIC X(08).
       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG059.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 080-GRAVAR-CADASTRO-NOVO
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-HORA-ATUAL FROM TIME
           ACCEPT WS-DATA-ATUAL FROM DATE

           DISPLAY "** MANUTENCAO DO CADASTRO DE MATRICULAS **"
           DISPLAY "DATA DA MANUTENCAO: " WS-DATA-ATUAL
           DISPLAY "HORA DA MANUTENCAO: " WS-HORA-ATUAL
           DISPLAY '-----------------------------------'

           PERFORM 015-CARREGAR-TURMAS
           PERFORM 020-CARREGAR-CADASTRO
           OPEN OUTPUT MATNOVO-FILE
           OPEN OUTPUT TRANERRO-FILE
           OPEN EXTEND HISTMAT-FILE
           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    CARGA DA TABELA DE TURMAS (CGTURREF); SEM A TABELA A      *
      *    EXECUCAO E ABANDONADA                                     *
      *--------------------------------------------------------------*
       015-CARREGAR-TURMAS.

           MOVE 'N'  TO  WS-EOF-TUR
           OPEN INPUT TURMA-FILE
           IF WS-STATUS-TUR = '00'
              PERFORM 016-LER-TURMA
              PERFORM 017-ACUMULAR-TURMA UNTIL WS-EOF-TUR = 'S'
              CLOSE TURMA-FILE
           END-IF

           IF WS-CTTUR = ZEROS
              DISPLAY "TABELA DE TURMAS CGTURREF AUSENTE OU VAZIA -"
                      " EXECUCAO ABANDONADA"
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF
           .
       016-LER-TURMA.

           READ TURMA-FILE
               AT END MOVE 'S'  TO  WS-EOF-TUR
           END-READ
           .
       017-ACUMULAR-TURMA.

           IF WS-CTTUR >= 50
              DISPLAY "CAPACIDADE DA TABELA DE TURMAS (50) EXCEDIDA"
                      " - EXECUCAO ABANDONADA"
              CLOSE TURMA-FILE
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

           ADD 1  TO  WS-CTTUR
           MOVE TUR-CODIGO  TO  WS-TAB-TUR-CODIGO (WS-CTTUR)
           MOVE TUR-CURSO   TO  WS-TAB-TUR-CURSO  (WS-CTTUR)
           PERFORM 016-LER-TURMA
           .
      *--------------------------------------------------------------*
      *    CARGA DO CADASTRO DE MATRICULAS EM MEMORIA; SEM O         *
      *    CADASTRO A EXECUCAO E ABANDONADA (A NOVA GERACAO SAIRIA   *
      *    SO COM AS INCLUSOES DO DIA)                               *
      *--------------------------------------------------------------*
       020-CARREGAR-CADASTRO.

           MOVE 'N'  TO  WS-EOF-MAT
           OPEN INPUT MATRICULA-FILE
           IF WS-STATUS-MAT NOT = '00'
              DISPLAY "CADASTRO DE MATRICULAS CGMATRIC NAO DISPONIVEL"
                      " - STATUS " WS-STATUS-MAT
                      " - EXECUCAO ABANDONADA"
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 021-LER-MATRICULA
           PERFORM 022-ACUMULAR-MATRICULA UNTIL WS-EOF-MAT = 'S'
           CLOSE MATRICULA-FILE
           .
      *--------------------------------------------------------------*
      *    LEITURA DE UM REGISTRO DO CADASTRO DE MATRICULAS          *
      *--------------------------------------------------------------*
       021-LER-MATRICULA.

           READ MATRICULA-FILE
               AT END MOVE 'S' TO WS-EOF-MAT
           END-READ
           .
      *--------------------------------------------------------------*
      *    ACUMULA UMA MATRICULA NA TABELA EM MEMORIA                *
      *--------------------------------------------------------------*
       022-ACUMULAR-MATRICULA.

           IF WS-CTMAT >= 99
              DISPLAY "CAPACIDADE DA TABELA DE MATRICULAS (99)"
                      " EXCEDIDA - EXECUCAO ABANDONADA"
              CLOSE MATRICULA-FILE
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

           ADD 1  TO  WS-CTMAT
           MOVE MT-NUMERO  TO  WS-TAB-MAT-NUMERO (WS-CTMAT)
           MOVE MT-NOME    TO  WS-TAB-MAT-NOME   (WS-CTMAT)
           MOVE MT-CURSO   TO  WS-TAB-MAT-CURSO  (WS-CTMAT)
           MOVE MT-TURMA   TO  WS-TAB-MAT-TURMA  (WS-CTMAT)
           MOVE MT-ATIVO   TO  WS-TAB-MAT-ATIVO  (WS-CTMAT)

           PERFORM 021-LER-MATRICULA
           .
      *--------------------------------------------------------------*
      *    LEITURA DAS MOVIMENTACOES VIA SYSIN
      *--------------------------------------------------------------*
       025-LER-SYSIN.

           ACCEPT WS-REG-SYSIN  FROM SYSIN

           IF TR-FIM = ALL '9'
              MOVE  'S'  TO  WS-FIM
           ELSE
              ADD 1  TO  WS-CTLIDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCESSA UMA MOVIMENTACAO DE MATRICULA
      *--------------------------------------------------------------*
       030-PROCESSAR.

           PERFORM 031-VALIDAR-TRANSACAO

           IF WS-TRANS-VALIDA NOT = 'S'
              ADD 1  TO  WS-CTREJEITA
              PERFORM 060-GRAVAR-ERRO
           ELSE
              ADD 1  TO  WS-CTACEITA
              EVALUATE TR-OPERACAO
                  WHEN 'I'
                     PERFORM 040-INCLUIR-MATRICULA
                  WHEN 'T'
                     PERFORM 041-TROCAR-TURMA
                  WHEN 'C'
                     PERFORM 042-TROCAR-CURSO
                  WHEN 'B'
                     PERFORM 043-TRANCAR-MATRICULA
                  WHEN 'R'
                     PERFORM 044-REATIVAR-MATRICULA
                  WHEN 'S'
                     PERFORM 045-TRANSFERIR-MATRICULA
              END-EVALUATE
              PERFORM 050-REGISTRAR-MOVIMENTO
           END-IF

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    VALIDA UMA MOVIMENTACAO
      *    MOTIVOS DE REJEICAO:
      *       01 = OPERACAO INVALIDA (NAO E I/T/C/B/R/S)
      *       02 = NUMERO DE MATRICULA ZERADO OU NAO NUMERICO
      *       03 = USUARIO NAO INFORMADO
      *       04 = DATA EFETIVA INVALIDA
      *       05 = MATRICULA NAO CADASTRADA
      *       06 = MATRICULA JA CADASTRADA (MATRICULA NOVA)
      *       07 = NOME EM BRANCO (MATRICULA NOVA)
      *       08 = TURMA NAO CADASTRADA NA CGTURREF
      *       09 = TURMA DE OUTRO CURSO
      *       10 = SITUACAO NAO PERMITE A OPERACAO (TROCA OU
      *            TRANCAMENTO DE MATRICULA NAO ATIVA, REATIVACAO
      *            DE MATRICULA ATIVA, TRANSFERENCIA REPETIDA)
      *       11 = MATRICULA TRANSFERIDA NAO PODE SER REATIVADA
      *       12 = CADASTRO DE MATRICULAS CHEIO
      *       13 = TURMA OU CURSO IGUAL AO ATUAL
      *--------------------------------------------------------------*
       031-VALIDAR-TRANSACAO.

           MOVE 'S'    TO  WS-TRANS-VALIDA
           MOVE ZEROS  TO  WS-MOTIVO

           EVALUATE TRUE
               WHEN TR-OPERACAO NOT = 'I' AND
                    TR-OPERACAO NOT = 'T' AND
                    TR-OPERACAO NOT = 'C' AND
                    TR-OPERACAO NOT = 'B' AND
                    TR-OPERACAO NOT = 'R' AND
                    TR-OPERACAO NOT = 'S'
                  MOVE 'N'  TO  WS-TRANS-VALIDA
                  MOVE 01   TO  WS-MOTIVO
               WHEN TR-NUMERO NOT NUMERIC OR TR-NUMERO = ZEROS
                  MOVE 'N'  TO  WS-TRANS-VALIDA
                  MOVE 02   TO  WS-MOTIVO
               WHEN TR-USUARIO = SPACES
                  MOVE 'N'  TO  WS-TRANS-VALIDA
                  MOVE 03   TO  WS-MOTIVO
               WHEN OTHER
                  PERFORM 038-VALIDAR-DATA
                  IF WS-DATA-OK NOT = 'S'
                     MOVE 'N'  TO  WS-TRANS-VALIDA
                     MOVE 04   TO  WS-MOTIVO
                  ELSE
                     PERFORM 032-LOCALIZAR-MATRICULA
                     IF TR-OPERACAO = 'I'
                        PERFORM 033-VALIDAR-INCLUSAO
                     ELSE
                        PERFORM 034-VALIDAR-MOVIMENTO
                     END-IF
                  END-IF
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    LOCALIZA NO CADASTRO A MATRICULA DA TRANSACAO             *
      *--------------------------------------------------------------*
       032-LOCALIZAR-MATRICULA.

           MOVE 'N'    TO  WS-MAT-ACHADA
           MOVE ZEROS  TO  WS-IDX-ACHADO
           MOVE 1      TO  WS-IDX-MT

           PERFORM 036-COMPARAR-MATRICULA
              UNTIL WS-MAT-ACHADA = 'S' OR WS-IDX-MT > WS-CTMAT
           .
      *--------------------------------------------------------------*
      *    VALIDA UMA MATRICULA NOVA: NUMERO AINDA NAO USADO, NOME   *
      *    PREENCHIDO E TURMA EXISTENTE DO CURSO INFORMADO           *
      *--------------------------------------------------------------*
       033-VALIDAR-INCLUSAO.

           EVALUATE TRUE
               WHEN WS-MAT-ACHADA = 'S'
                  MOVE 'N'  TO  WS-TRANS-VALIDA
                  MOVE 06   TO  WS-MOTIVO
               WHEN TR-NOME = SPACES
                  MOVE 'N'  TO  WS-TRANS-VALIDA
                  MOVE 07   TO  WS-MOTIVO
               WHEN WS-CTMAT >= 99
                  MOVE 'N'  TO  WS-TRANS-VALIDA
                  MOVE 12   TO  WS-MOTIVO
               WHEN OTHER
                  MOVE TR-CURSO  TO  WS-CURSO-VAL
                  PERFORM 035-VALIDAR-TURMA
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    VALIDA UMA MOVIMENTACAO DE MATRICULA JA CADASTRADA PELA   *
      *    SITUACAO ATUAL:                                           *
      *    TROCA DE TURMA/CURSO E TRANCAMENTO SO DE MATRICULA ATIVA; *
      *    REATIVACAO DE TRANCADA OU INATIVA, NUNCA DE TRANSFERIDA;  *
      *    SAIDA POR TRANSFERENCIA DE QUALQUER SITUACAO, UMA VEZ SO  *
      *--------------------------------------------------------------*
       034-VALIDAR-MOVIMENTO.

           IF WS-MAT-ACHADA = 'S'
              MOVE WS-TAB-MAT-ATIVO (WS-IDX-ACHADO)  TO  WS-ANT-ATIVO
              MOVE WS-TAB-MAT-CURSO (WS-IDX-ACHADO)  TO  WS-ANT-CURSO
              MOVE WS-TAB-MAT-TURMA (WS-IDX-ACHADO)  TO  WS-ANT-TURMA
           END-IF

           EVALUATE TRUE
               WHEN WS-MAT-ACHADA NOT = 'S'
                  MOVE 'N'  TO  WS-TRANS-VALIDA
                  MOVE 05   TO  WS-MOTIVO
               WHEN TR-OPERACAO = 'R' AND WS-ANT-ATIVO = 'X'
                  MOVE 'N'  TO  WS-TRANS-VALIDA
                  MOVE 11   TO  WS-MOTIVO
               WHEN TR-OPERACAO = 'R' AND WS-ANT-ATIVO = 'S'
                  MOVE 'N'  TO  WS-TRANS-VALIDA
                  MOVE 10   TO  WS-MOTIVO
               WHEN TR-OPERACAO = 'S' AND WS-ANT-ATIVO = 'X'
                  MOVE 'N'  TO  WS-TRANS-VALIDA
                  MOVE 10   TO  WS-MOTIVO
               WHEN (TR-OPERACAO = 'T' OR 'C' OR 'B') AND
                    WS-ANT-ATIVO NOT = 'S'
                  MOVE 'N'  TO  WS-TRANS-VALIDA
                  MOVE 10   TO  WS-MOTIVO
               WHEN TR-OPERACAO = 'T' AND TR-TURMA = WS-ANT-TURMA
                  MOVE 'N'  TO  WS-TRANS-VALIDA
                  MOVE 13   TO  WS-MOTIVO
               WHEN TR-OPERACAO = 'C' AND TR-CURSO = WS-ANT-CURSO
                  MOVE 'N'  TO  WS-TRANS-VALIDA
                  MOVE 13   TO  WS-MOTIVO
               WHEN TR-OPERACAO = 'T'
                  MOVE WS-ANT-CURSO  TO  WS-CURSO-VAL
                  PERFORM 035-VALIDAR-TURMA
               WHEN TR-OPERACAO = 'C'
                  MOVE TR-CURSO  TO  WS-CURSO-VAL
                  PERFORM 035-VALIDAR-TURMA
               WHEN TR-OPERACAO = 'R' AND TR-TURMA NOT = SPACES
                  MOVE WS-ANT-CURSO  TO  WS-CURSO-VAL
                  PERFORM 035-VALIDAR-TURMA
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    VALIDA A TURMA DA TRANSACAO NA TABELA CGTURREF: A TURMA   *
      *    DEVE EXISTIR E PERTENCER AO CURSO EM WS-CURSO-VAL         *
      *--------------------------------------------------------------*
       035-VALIDAR-TURMA.

           MOVE 'N'  TO  WS-TUR-ACHADA
           MOVE 1    TO  WS-IDX-TU

           PERFORM 037-COMPARAR-TURMA
              UNTIL WS-TUR-ACHADA = 'S' OR WS-IDX-TU > WS-CTTUR

           IF WS-TUR-ACHADA NOT = 'S'
              MOVE 'N'  TO  WS-TRANS-VALIDA
              MOVE 08   TO  WS-MOTIVO
           ELSE
              IF WS-TAB-TUR-CURSO (WS-IDX-TU) NOT = WS-CURSO-VAL
                 MOVE 'N'  TO  WS-TRANS-VALIDA
                 MOVE 09   TO  WS-MOTIVO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    COMPARA A MATRICULA DA TRANSACAO COM UM ITEM DA TABELA    *
      *--------------------------------------------------------------*
       036-COMPARAR-MATRICULA.

           IF WS-TAB-MAT-NUMERO (WS-IDX-MT) = TR-NUMERO
              MOVE 'S'        TO  WS-MAT-ACHADA
              MOVE WS-IDX-MT  TO  WS-IDX-ACHADO
           ELSE
              ADD 1  TO  WS-IDX-MT
           END-IF
           .
      *--------------------------------------------------------------*
      *    COMPARA A TURMA DA TRANSACAO COM UM ITEM DA TABELA        *
      *--------------------------------------------------------------*
       037-COMPARAR-TURMA.

           IF WS-TAB-TUR-CODIGO (WS-IDX-TU) = TR-TURMA
              MOVE 'S'  TO  WS-TUR-ACHADA
           ELSE
              ADD 1  TO  WS-IDX-TU
           END-IF
           .
      *--------------------------------------------------------------*
      *    VALIDA A DATA EFETIVA AAAA/MM/DD (MES 01 A 12, DIA 01 A   *
      *    31)                                                       *
      *--------------------------------------------------------------*
       038-VALIDAR-DATA.

           MOVE 'N'              TO  WS-DATA-OK
           MOVE TR-DATA-EFETIVA  TO  WS-DATA-VAL

           IF WS-DV-AAAA   NUMERIC AND
              WS-DV-MM     NUMERIC AND
              WS-DV-DD     NUMERIC AND
              WS-DV-BARRA1 = '/'   AND
              WS-DV-BARRA2 = '/'
              IF WS-DV-MM >= '01' AND WS-DV-MM <= '12' AND
                 WS-DV-DD >= '01' AND WS-DV-DD <= '31'
                 MOVE 'S'  TO  WS-DATA-OK
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    MATRICULA NOVA: INCLUI O ALUNO ATIVO NA TABELA            *
      *--------------------------------------------------------------*
       040-INCLUIR-MATRICULA.

           MOVE SPACES  TO  WS-MAT-ANTES
           ADD 1  TO  WS-CTMAT
           MOVE WS-CTMAT   TO  WS-IDX-ACHADO
           MOVE TR-NUMERO  TO  WS-TAB-MAT-NUMERO (WS-IDX-ACHADO)
           MOVE TR-NOME    TO  WS-TAB-MAT-NOME   (WS-IDX-ACHADO)
           MOVE TR-CURSO   TO  WS-TAB-MAT-CURSO  (WS-IDX-ACHADO)
           MOVE TR-TURMA   TO  WS-TAB-MAT-TURMA  (WS-IDX-ACHADO)
           MOVE 'S'        TO  WS-TAB-MAT-ATIVO  (WS-IDX-ACHADO)
           ADD 1  TO  WS-CTINCLUI
           MOVE 'MATRIC.NOVA '  TO  WS-OPERACAO-OUT
           .
      *--------------------------------------------------------------*
      *    TROCA DE TURMA DENTRO DO MESMO CURSO                      *
      *--------------------------------------------------------------*
       041-TROCAR-TURMA.

           MOVE TR-TURMA  TO  WS-TAB-MAT-TURMA (WS-IDX-ACHADO)
           ADD 1  TO  WS-CTTROCA-TUR
           MOVE 'TROCA TURMA '  TO  WS-OPERACAO-OUT
           .
      *--------------------------------------------------------------*
      *    TROCA DE CURSO, JA NA TURMA DO CURSO NOVO                 *
      *--------------------------------------------------------------*
       042-TROCAR-CURSO.

           MOVE TR-CURSO  TO  WS-TAB-MAT-CURSO (WS-IDX-ACHADO)
           MOVE TR-TURMA  TO  WS-TAB-MAT-TURMA (WS-IDX-ACHADO)
           ADD 1  TO  WS-CTTROCA-CUR
           MOVE 'TROCA CURSO '  TO  WS-OPERACAO-OUT
           .
      *--------------------------------------------------------------*
      *    TRANCAMENTO: A MATRICULA DEIXA DE SER ATIVA E SAI DA      *
      *    APURACAO DE NOTAS (CGPRG005) ATE SER REATIVADA            *
      *--------------------------------------------------------------*
       043-TRANCAR-MATRICULA.

           MOVE 'T'  TO  WS-TAB-MAT-ATIVO (WS-IDX-ACHADO)
           ADD 1  TO  WS-CTTRANCA
           MOVE 'TRANCAMENTO '  TO  WS-OPERACAO-OUT
           .
      *--------------------------------------------------------------*
      *    REATIVACAO DE MATRICULA TRANCADA OU INATIVA, NA MESMA     *
      *    TURMA OU NA TURMA INFORMADA                               *
      *--------------------------------------------------------------*
       044-REATIVAR-MATRICULA.

           MOVE 'S'  TO  WS-TAB-MAT-ATIVO (WS-IDX-ACHADO)
           IF TR-TURMA NOT = SPACES
              MOVE TR-TURMA  TO  WS-TAB-MAT-TURMA (WS-IDX-ACHADO)
           END-IF
           ADD 1  TO  WS-CTREATIVA
           MOVE 'REATIVACAO  '  TO  WS-OPERACAO-OUT
           .
      *--------------------------------------------------------------*
      *    SAIDA POR TRANSFERENCIA PARA OUTRA ESCOLA: A MATRICULA    *
      *    FICA NO CADASTRO COMO TRANSFERIDA E NAO VOLTA A SER ATIVA *
      *--------------------------------------------------------------*
       045-TRANSFERIR-MATRICULA.

           MOVE 'X'  TO  WS-TAB-MAT-ATIVO (WS-IDX-ACHADO)
           ADD 1  TO  WS-CTTRANSF
           MOVE 'TRANSFERIDA '  TO  WS-OPERACAO-OUT
           .
      *--------------------------------------------------------------*
      *    GRAVA A MOVIMENTACAO ACEITA NO HISTORICO CGMATHIS E       *
      *    EXIBE A LINHA ANTES -> DEPOIS NO RELATORIO                *
      *--------------------------------------------------------------*
       050-REGISTRAR-MOVIMENTO.

           INITIALIZE HISTMAT-REG
           MOVE TR-DATA-EFETIVA  TO  MH-DATA-EFETIVA
           MOVE TR-NUMERO        TO  MH-NUMERO
           MOVE TR-OPERACAO      TO  MH-OPERACAO
           MOVE WS-TAB-MAT-NOME  (WS-IDX-ACHADO)  TO  MH-NOME
           MOVE WS-ANT-ATIVO     TO  MH-SIT-ANTES
           MOVE WS-TAB-MAT-ATIVO (WS-IDX-ACHADO)  TO  MH-SIT-DEPOIS
           MOVE WS-ANT-CURSO     TO  MH-CURSO-ANTES
           MOVE WS-TAB-MAT-CURSO (WS-IDX-ACHADO)  TO  MH-CURSO-DEPOIS
           MOVE WS-ANT-TURMA     TO  MH-TURMA-ANTES
           MOVE WS-TAB-MAT-TURMA (WS-IDX-ACHADO)  TO  MH-TURMA-DEPOIS
           MOVE TR-USUARIO       TO  MH-USUARIO
           MOVE WS-DATA-ATUAL    TO  MH-DATA-PROC
           MOVE WS-HORA-ATUAL    TO  MH-HORA-PROC
           MOVE SPACE  TO  MH-SEP1  MH-SEP2  MH-SEP3  MH-SEP4
                           MH-SEP5  MH-SEP6  MH-SEP7  MH-SEP8
                           MH-SEP9  MH-SEP10 MH-SEP11 MH-SEP12
           WRITE HISTMAT-REG

           MOVE TR-NUMERO        TO  WS-NUMERO-OUT
           MOVE MH-NOME          TO  WS-NOME-OUT
           MOVE TR-DATA-EFETIVA  TO  WS-DATA-OUT
           MOVE MH-SIT-ANTES     TO  WS-SIT-ANT-OUT
           MOVE MH-SIT-DEPOIS    TO  WS-SIT-DEP-OUT
           MOVE MH-CURSO-ANTES   TO  WS-CURSO-ANT-OUT
           MOVE MH-CURSO-DEPOIS  TO  WS-CURSO-DEP-OUT
           MOVE MH-TURMA-ANTES   TO  WS-TURMA-ANT-OUT
           MOVE MH-TURMA-DEPOIS  TO  WS-TURMA-DEP-OUT
           MOVE TR-USUARIO       TO  WS-USUARIO-OUT
           DISPLAY WS-REG-SYSOUT
           .
      *--------------------------------------------------------------*
      *    GRAVA UMA TRANSACAO REJEITADA COM O MOTIVO DA REJEICAO    *
      *--------------------------------------------------------------*
       060-GRAVAR-ERRO.

           INITIALIZE TRANERRO-REG
           MOVE WS-REG-SYSIN  TO  TE-TRANSACAO
           MOVE WS-MOTIVO     TO  TE-MOTIVO

           EVALUATE WS-MOTIVO
               WHEN 01
                  MOVE 'OPERACAO INVALIDA'      TO  TE-DESC-MOTIVO
               WHEN 02
                  MOVE 'MATRICULA INVALIDA'     TO  TE-DESC-MOTIVO
               WHEN 03
                  MOVE 'USUARIO NAO INFORMADO'  TO  TE-DESC-MOTIVO
               WHEN 04
                  MOVE 'DATA EFETIVA INVALIDA'  TO  TE-DESC-MOTIVO
               WHEN 05
                  MOVE 'MATRICULA NAO CADASTRADA' TO TE-DESC-MOTIVO
               WHEN 06
                  MOVE 'MATRICULA JA CADASTRADA' TO TE-DESC-MOTIVO
               WHEN 07
                  MOVE 'NOME EM BRANCO'         TO  TE-DESC-MOTIVO
               WHEN 08
                  MOVE 'TURMA NAO CADASTRADA'   TO  TE-DESC-MOTIVO
               WHEN 09
                  MOVE 'TURMA DE OUTRO CURSO'   TO  TE-DESC-MOTIVO
               WHEN 10
                  MOVE 'SITUACAO NAO PERMITE'   TO  TE-DESC-MOTIVO
               WHEN 11
                  MOVE 'TRANSFERIDA - SEM REATIV' TO TE-DESC-MOTIVO
               WHEN 12
                  MOVE 'CADASTRO CHEIO'         TO  TE-DESC-MOTIVO
               WHEN 13
                  MOVE 'TURMA/CURSO IGUAL ATUAL' TO TE-DESC-MOTIVO
           END-EVALUATE

           WRITE TRANERRO-REG
           DISPLAY "TRANSACAO REJEITADA - MOTIVO " WS-MOTIVO ": "
                   WS-REG-SYSIN
           .
      *--------------------------------------------------------------*
      *    GRAVA A NOVA GERACAO DO CADASTRO DE MATRICULAS            *
      *--------------------------------------------------------------*
       080-GRAVAR-CADASTRO-NOVO.

           MOVE 1  TO  WS-IDX-MT
           PERFORM 081-GRAVAR-MATRICULA
              UNTIL WS-IDX-MT > WS-CTMAT
           .
      *--------------------------------------------------------------*
      *    GRAVA UMA MATRICULA DA TABELA NA NOVA GERACAO             *
      *--------------------------------------------------------------*
       081-GRAVAR-MATRICULA.

           MOVE WS-TAB-MAT-NUMERO (WS-IDX-MT)  TO  MN-NUMERO
           MOVE WS-TAB-MAT-NOME   (WS-IDX-MT)  TO  MN-NOME
           MOVE WS-TAB-MAT-CURSO  (WS-IDX-MT)  TO  MN-CURSO
           MOVE WS-TAB-MAT-TURMA  (WS-IDX-MT)  TO  MN-TURMA
           MOVE WS-TAB-MAT-ATIVO  (WS-IDX-MT)  TO  MN-ATIVO
           MOVE SPACE  TO  MN-SEP1  MN-SEP2  MN-SEP3  MN-SEP4
           MOVE WS-REG-MATNOVO  TO  MATNOVO-REG
           WRITE MATNOVO-REG
           ADD 1  TO  WS-CTGRAVA
           ADD 1  TO  WS-IDX-MT
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           CLOSE MATNOVO-FILE
           CLOSE TRANERRO-FILE
           CLOSE HISTMAT-FILE

           DISPLAY '-----------------------------------'
           DISPLAY '** FIM DA MANUTENCAO DE MATRICULAS **'
           DISPLAY "TRANSACOES LIDAS........= " WS-CTLIDO
           DISPLAY "TRANSACOES ACEITAS......= " WS-CTACEITA
           DISPLAY " * MATRICULAS NOVAS.....= " WS-CTINCLUI
           DISPLAY " * TROCAS DE TURMA......= " WS-CTTROCA-TUR
           DISPLAY " * TROCAS DE CURSO......= " WS-CTTROCA-CUR
           DISPLAY " * TRANCAMENTOS.........= " WS-CTTRANCA
           DISPLAY " * REATIVACOES..........= " WS-CTREATIVA
           DISPLAY " * TRANSFERENCIAS.......= " WS-CTTRANSF
           DISPLAY "TRANSACOES REJEITADAS...= " WS-CTREJEITA
                   " (VIDE CG059ERR)"
           DISPLAY "MATRICULAS NA NOVA GER..= " WS-CTGRAVA
           DISPLAY '-----------------------------------'

           IF WS-CTREJEITA > ZEROS
              MOVE 04   TO  RETURN-CODE
           ELSE
              MOVE 00   TO  RETURN-CODE
           END-IF

           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG059"
           .
      *---------------> FIM DO PROGRAMA CGPRG059 <-------------------*
