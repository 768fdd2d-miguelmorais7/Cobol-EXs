       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG061.
       AUTHOR.        MIGUEL MORAIS.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NIVEL BASICO.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: CONSOLIDACAO DAS NOTAS ENTREGUES PELOS PROFESSORES
      *           (UM ARQUIVO POR TURMA E DISCIPLINA, CGNOTPRF) NA
      *           ENTRADA DA APURACAO DO BIMESTRE (CGPRG005). CADA
      *           ARQUIVO E CONFERIDO CONTRA A GRADE DE TURMAS
      *           (CGGRADE - PROFESSOR E PESO DE CADA DISCIPLINA DA
      *           TURMA), A TABELA CGDISREF E O CADASTRO CGMATRIC;
      *           AS REJEICOES VAO PARA O CG061ERR COM CODIGO DE
      *           MOTIVO. GRAVA A LINHA DA SYSIN DO CGPRG005 DE CADA
      *           ALUNO (NOTASNOV), COM SEXO E IDADE DA FICHA DO
      *           ALUNO (CGALUREF), E IMPRIME AS PENDENCIAS: ARQUIVO
      *           NAO ENTREGUE, ALUNO ATIVO SEM NOTA, ALUNO SEM FICHA
      *           E TURMA SEM GRADE. COM PENDENCIA O PASSO TERMINA
      *           COM RC 08 E A APURACAO DO BIMESTRE NAO RODA, A
      *           MENOS QUE O CARTAO DE PARAMETRO TRAGA O FORCAMENTO
      *           ('S' + USUARIO + MOTIVO) - ENTAO TERMINA COM RC 04.
      *           COM RC 08 O NOTASNOV NAO E REGRAVADO E A ENTRADA DA
      *           ULTIMA APURACAO LIBERADA FICA PRESERVADA
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010001  CRIACAO - CONSOLIDACAO DAS NOTAS
      *                          DOS PROFESSORES COM CONTROLE DE
      *                          PENDENCIAS DE ENTREGA
      *  V02    OUT/2026 010002  LIBERACAO DECIDIDA ANTES DA GRAVACAO
      *                          - APURACAO BLOQUEADA (RC 08) NAO
      *                          REGRAVA O NOTASNOV
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
           SELECT NOTAPROF-FILE      ASSIGN TO "CGNOTPRF"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-NPR.
           SELECT GRADE-FILE         ASSIGN TO "CGGRADE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-GRD.
           SELECT MATRICULA-FILE     ASSIGN TO "CGMATRIC"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-MAT.
           SELECT DISCIPLINA-FILE    ASSIGN TO "CGDISREF"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-DIS.
           SELECT FICHA-FILE         ASSIGN TO "CGALUREF"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-FIC.
           SELECT NOTASNOV-FILE      ASSIGN TO "NOTASNOV"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTAERRO-FILE      ASSIGN TO "CG061ERR"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *==> NOTAS ENTREGUES PELOS PROFESSORES - CADA ARQUIVO COMECA
      *==> POR UM CABECALHO (NP-TIPO 'C': PROFESSOR, TURMA,
      *==> DISCIPLINA, ANO LETIVO E BIMESTRE) SEGUIDO DE UMA LINHA
      *==> POR ALUNO (NP-TIPO 'N': MATRICULA E NOTA 0000 A 1000).
      *==> CADA ENTREGA E UMA GERACAO DO GDG, LIDO POR INTEIRO DA
      *==> MAIS NOVA PARA A MAIS ANTIGA
       FD  NOTAPROF-FILE.
       01  NOTAPROF-REG.
           05 NP-TIPO             PIC X(01).
           05 NP-SEP1             PIC X(01).
           05 NP-DADOS            PIC X(28).
           05 NP-CABECALHO        REDEFINES NP-DADOS.
              10 NP-PROFESSOR     PIC X(08).
              10 NP-SEP2          PIC X(01).
              10 NP-TURMA         PIC X(03).
              10 NP-SEP3          PIC X(01).
              10 NP-DISCIPLINA    PIC X(03).
              10 NP-SEP4          PIC X(01).
              10 NP-ANO           PIC 9(04).
              10 NP-SEP5          PIC X(01).
              10 NP-BIMESTRE      PIC 9(01).
              10 FILLER           PIC X(05).
           05 NP-DETALHE          REDEFINES NP-DADOS.
              10 NP-NUMERO        PIC 9(04).
              10 NP-SEP6          PIC X(01).
              10 NP-NOTA          PIC 9(02)V99.
              10 FILLER           PIC X(19).

      *==> GRADE DE TURMAS DA SECRETARIA - DISCIPLINA DA TURMA, O
      *==> PROFESSOR QUE ENTREGA AS NOTAS E O PESO DA DISCIPLINA NA
      *==> MEDIA (0 = PESO 1, COMO NO CGPRG005)
       FD  GRADE-FILE.
       01  GRADE-REG.
           05 GR-TURMA            PIC X(03).
           05 GR-SEP1             PIC X(01).
           05 GR-DISCIPLINA       PIC X(03).
           05 GR-SEP2             PIC X(01).
           05 GR-PROFESSOR        PIC X(08).
           05 GR-SEP3             PIC X(01).
           05 GR-PESO             PIC 9(01)V99.

      *==> CADASTRO DE MATRICULAS DA SECRETARIA
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

      *==> TABELA DE REFERENCIA DE DISCIPLINAS DA SECRETARIA
       FD  DISCIPLINA-FILE.
       01  DISCIPLINA-REG.
           05 DIS-CODIGO          PIC X(03).
           05 DIS-SEP1            PIC X(01).
           05 DIS-NOME            PIC X(15).

      *==> FICHA DO ALUNO - SEXO (M/F) E IDADE, QUE A APURACAO DO
      *==> BIMESTRE EXIGE E O CADASTRO DE MATRICULAS NAO TEM
       FD  FICHA-FILE.
       01  FICHA-REG.
           05 AL-NUMERO           PIC 9(04).
           05 AL-SEP1             PIC X(01).
           05 AL-SEXO             PIC X(01).
           05 AL-SEP2             PIC X(01).
           05 AL-IDADE            PIC 9(02).

      *==> ENTRADA DA APURACAO DO BIMESTRE (SYSIN DO CGPRG005)
       FD  NOTASNOV-FILE.
       01  NOTASNOV-REG           PIC X(83).

       FD  NOTAERRO-FILE.
       01  NOTAERRO-REG.
           05 NE-REGISTRO         PIC X(30).
           05 NE-SEP1             PIC X(01).
           05 NE-MOTIVO           PIC 9(02).
           05 NE-SEP2             PIC X(01).
           05 NE-DESC-MOTIVO      PIC X(25).

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> AREA AUXILIAR
       77  WS-EOF-NPR             PIC X(01).
       77  WS-EOF-GRD             PIC X(01).
       77  WS-EOF-MAT             PIC X(01).
       77  WS-EOF-DIS             PIC X(01).
       77  WS-EOF-FIC             PIC X(01).
       77  WS-STATUS-NPR          PIC X(02).
       77  WS-STATUS-GRD          PIC X(02).
       77  WS-STATUS-MAT          PIC X(02).
       77  WS-STATUS-DIS          PIC X(02).
       77  WS-STATUS-FIC          PIC X(02).
       77  WS-CTLIDO              PIC 9(05)       VALUE ZEROS.
       77  WS-CTARQUIVO           PIC 9(03)       VALUE ZEROS.
       77  WS-CTARQ-ACEITO        PIC 9(03)       VALUE ZEROS.
       77  WS-CTARQ-REJEITADO     PIC 9(03)       VALUE ZEROS.
       77  WS-CTARQ-SUBSTITUIDO   PIC 9(03)       VALUE ZEROS.
       77  WS-CTARQ-OUTRO-BIM     PIC 9(03)       VALUE ZEROS.
       77  WS-CTNOTA-ACEITA       PIC 9(05)       VALUE ZEROS.
       77  WS-CTNOTA-IGNORADA     PIC 9(05)       VALUE ZEROS.
       77  WS-CTREJEITA           PIC 9(05)       VALUE ZEROS.
       77  WS-CTPEND-ARQUIVO      PIC 9(03)       VALUE ZEROS.
       77  WS-CTPEND-NOTA         PIC 9(03)       VALUE ZEROS.
       77  WS-CTPEND-FICHA        PIC 9(03)       VALUE ZEROS.
       77  WS-CTPEND-GRADE        PIC 9(03)       VALUE ZEROS.
       77  WS-CTPENDENCIA         PIC 9(04)       VALUE ZEROS.
       77  WS-CTGRAVA             PIC 9(03)       VALUE ZEROS.
       77  WS-CTGRD               PIC 9(03)       VALUE ZEROS.
       77  WS-CTMAT               PIC 9(03)       VALUE ZEROS.
       77  WS-CTDIS               PIC 9(02)       VALUE ZEROS.
       77  WS-CTFIC               PIC 9(03)       VALUE ZEROS.
       77  WS-IDX-GR              PIC 9(03).
       77  WS-IDX-GA              PIC 9(03).
       77  WS-IDX-MT              PIC 9(03).
       77  WS-IDX-DS              PIC 9(02).
       77  WS-IDX-FC              PIC 9(03).
       77  WS-IDX-NA              PIC 9(01).
       77  WS-GRD-ACHADA          PIC X(01).
       77  WS-MAT-ACHADA          PIC X(01).
       77  WS-DIS-ACHADA          PIC X(01).
       77  WS-FIC-ACHADA          PIC X(01).
       77  WS-NOTA-ACHADA         PIC X(01).
       77  WS-NOTA-VALIDA         PIC X(01).
       77  WS-NPR-ABERTO          PIC X(01)       VALUE 'N'.
       77  WS-MOTIVO              PIC 9(02).
       77  WS-TURMA-BUSCA         PIC X(03).
       77  WS-DISC-BUSCA          PIC X(03).
       77  WS-NUM-BUSCA           PIC 9(04).
       77  WS-DATA-ATUAL          PIC 9999/99/99.
       77  WS-HORA-ATUAL          PIC 99.99.9999.
       77  WS-COD-RETORNO-EXIB    PIC 99.
      *--->    SITUACAO DO ARQUIVO DO PROFESSOR EM LEITURA (DEFINIDA
      *--->    PELO CABECALHO E APLICADA AS NOTAS QUE O SEGUEM):
      *--->    ' ' = SEM CABECALHO AINDA    'A' = ACEITO
      *--->    'R' = REJEITADO              'S' = SUBSTITUIDO (HA
      *--->    ENTREGA MAIS NOVA DA MESMA TURMA/DISCIPLINA)
      *--->    'O' = DE OUTRO ANO LETIVO/BIMESTRE
       77  WS-SIT-ARQUIVO         PIC X(01)       VALUE SPACES.

      *-----> CARTAO DE PARAMETRO VIA SYSIN: ANO LETIVO AAAA +
      *-----> BIMESTRE 1 A 4 (O MESMO DA APURACAO, GRAVADO NA
      *-----> PRIMEIRA LINHA DO NOTASNOV) E O FORCAMENTO OPCIONAL
      *--->    CK-FORCAR: 'S' = LIBERAR A APURACAO COM PENDENCIAS
      *--->               'N' OU EM BRANCO = NAO FORCAR
      *--->    O FORCAMENTO EXIGE O USUARIO E O MOTIVO
       01  WS-REG-SYSIN.
           05 WS-PARAM-LETIVO.
              10 WS-ANO-PARAM     PIC 9(04).
              10 WS-BIMESTRE-PARAM PIC 9(01).
           05 CK-SEP0             PIC X(01).
           05 CK-FORCAR           PIC X(01).
           05 CK-SEP1             PIC X(01).
           05 CK-USUARIO          PIC X(08).
           05 CK-SEP2             PIC X(01).
           05 CK-MOTIVO           PIC X(40).

      *-----> GRADE DE TURMAS EM MEMORIA, COM A MARCA DE ARQUIVO
      *-----> ENTREGUE E A QTDE. DE NOTAS ACEITAS DO ARQUIVO
       01  WS-TAB-GRADE.
           05 WS-TAB-GRD-OCR  OCCURS 100 TIMES.
              10 WS-TAB-GRD-TURMA       PIC X(03).
              10 WS-TAB-GRD-DISC        PIC X(03).
              10 WS-TAB-GRD-PROFESSOR   PIC X(08).
              10 WS-TAB-GRD-PESO        PIC 9(01)V99.
              10 WS-TAB-GRD-ENTREGUE    PIC X(01).
              10 WS-TAB-GRD-QTD-NOTA    PIC 9(03).

      *-----> CADASTRO DE MATRICULAS EM MEMORIA (MESMA CAPACIDADE
      *-----> DA TABELA DO CGPRG005), COM AS NOTAS ACEITAS DO ALUNO
      *-----> (NO MAXIMO 4 DISCIPLINAS, COMO NA SYSIN DO CGPRG005)
       01  WS-TAB-MATRICULA.
           05 WS-TAB-MAT-OCR  OCCURS 99 TIMES.
              10 WS-TAB-MAT-NUMERO      PIC 9(04).
              10 WS-TAB-MAT-NOME        PIC X(20).
              10 WS-TAB-MAT-CURSO       PIC X(12).
              10 WS-TAB-MAT-TURMA       PIC X(03).
              10 WS-TAB-MAT-ATIVO       PIC X(01).
              10 WS-TAB-MAT-QTD-NOTA    PIC 9(01).
              10 WS-TAB-MAT-NOTA-OCR  OCCURS 4 TIMES.
                 15 WS-TAB-MAT-DISC     PIC X(03).
                 15 WS-TAB-MAT-NOTA     PIC 9(02)V99.
                 15 WS-TAB-MAT-PESO     PIC 9(01)V99.

      *-----> TABELA DE REFERENCIA DE DISCIPLINAS EM MEMORIA
       01  WS-TAB-DISC.
           05 WS-TAB-DISC-COD     PIC X(03)  OCCURS 20 TIMES.

      *-----> FICHAS DOS ALUNOS EM MEMORIA
       01  WS-TAB-FICHA.
           05 WS-TAB-FIC-OCR  OCCURS 99 TIMES.
              10 WS-TAB-FIC-NUMERO      PIC 9(04).
              10 WS-TAB-FIC-SEXO        PIC X(01).
              10 WS-TAB-FIC-IDADE       PIC 9(02).

      *-----> LINHA DA SYSIN DO CGPRG005 (MESMO LAYOUT DE
      *-----> WS-LINHA-SYSIN NAQUELE PROGRAMA - 83 POSICOES)
       01  WS-LINHA-NOTAS.
           05 NN-NUMERO           PIC 9(04).
           05 NN-NOME             PIC X(20).
           05 NN-SEXO             PIC X(01).
           05 NN-IDADE            PIC 9(02).
           05 NN-CURSO            PIC X(12).
           05 NN-TURMA            PIC X(03).
           05 NN-QTD-NOTAS        PIC 9(01).
           05 NN-NOTAS  OCCURS 4 TIMES.
              10 NN-DISC          PIC X(03).
              10 NN-NOTA          PIC 9(02)V99.
              10 NN-PESO          PIC 9(01)V99.

      *-----> LINHA DE PENDENCIA NO RELATORIO
       01  WS-LIN-PENDENCIA.
           05 FILLER              PIC X(06)       VALUE 'TURMA '.
           05 WS-LP-TURMA         PIC X(03).
           05 FILLER              PIC X(07)       VALUE '  DISC '.
           05 WS-LP-DISC          PIC X(03).
           05 FILLER              PIC X(07)       VALUE '  PROF '.
           05 WS-LP-PROFESSOR     PIC X(08).
           05 FILLER              PIC X(03)       VALUE ' - '.
           05 WS-LP-DESCRICAO     PIC X(50).
       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG061.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-EOF-NPR = 'S'
           PERFORM 050-CONFERIR-PENDENCIAS
           PERFORM 070-DECIDIR-LIBERACAO
           IF RETURN-CODE < 08
              PERFORM 060-GRAVAR-ENTRADA
           ELSE
              DISPLAY "*** NOTASNOV NAO REGRAVADO - MANTIDA A ENTRADA"
                      " DA ULTIMA APURACAO LIBERADA"
           END-IF
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-ATUAL FROM DATE
           ACCEPT WS-HORA-ATUAL FROM TIME
           MOVE SPACES  TO  WS-REG-SYSIN
           ACCEPT WS-REG-SYSIN  FROM SYSIN

           DISPLAY "** CONSOLIDACAO DAS NOTAS DOS PROFESSORES **"
           DISPLAY "DATA DO PROCESSAMENTO: " WS-DATA-ATUAL
                   "   HORA: " WS-HORA-ATUAL
           DISPLAY "ANO LETIVO: " WS-ANO-PARAM
                   "   BIMESTRE: " WS-BIMESTRE-PARAM
           DISPLAY '-----------------------------------'

           IF WS-ANO-PARAM      NOT NUMERIC OR
              WS-BIMESTRE-PARAM NOT NUMERIC OR
              WS-BIMESTRE-PARAM < 1 OR WS-BIMESTRE-PARAM > 4
              DISPLAY "CARTAO DE PARAMETRO INVALIDO - INFORME AAAA +"
                      " BIMESTRE 1 A 4 - EXECUCAO ABANDONADA"
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF
           IF CK-FORCAR NOT = 'S'
              MOVE 'N'  TO  CK-FORCAR
           END-IF

           PERFORM 011-CARREGAR-DISCIPLINAS
           PERFORM 014-CARREGAR-MATRICULAS
           PERFORM 017-CARREGAR-FICHAS
           PERFORM 020-CARREGAR-GRADE

           OPEN OUTPUT NOTAERRO-FILE
           MOVE 'N'  TO  WS-EOF-NPR
           OPEN INPUT NOTAPROF-FILE
           IF WS-STATUS-NPR = '00'
              MOVE 'S'  TO  WS-NPR-ABERTO
              PERFORM 025-LER-NOTA-PROF
           ELSE
              DISPLAY "*** NENHUM ARQUIVO DE NOTAS DOS PROFESSORES"
                      " (CGNOTPRF) DISPONIVEL"
              MOVE 'S'  TO  WS-EOF-NPR
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARGA DA TABELA DE DISCIPLINAS (CGDISREF); SEM A TABELA   *
      *    A EXECUCAO E ABANDONADA                                   *
      *--------------------------------------------------------------*
       011-CARREGAR-DISCIPLINAS.

           MOVE 'N'  TO  WS-EOF-DIS
           OPEN INPUT DISCIPLINA-FILE
           IF WS-STATUS-DIS = '00'
              PERFORM 012-LER-DISCIPLINA
              PERFORM 013-ACUMULAR-DISCIPLINA UNTIL WS-EOF-DIS = 'S'
              CLOSE DISCIPLINA-FILE
           END-IF

           IF WS-CTDIS = ZEROS
              DISPLAY "TABELA DE DISCIPLINAS CGDISREF AUSENTE OU VAZIA"
                      " - EXECUCAO ABANDONADA"
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF
           .
       012-LER-DISCIPLINA.

           READ DISCIPLINA-FILE
               AT END MOVE 'S'  TO  WS-EOF-DIS
           END-READ
           .
       013-ACUMULAR-DISCIPLINA.

           IF WS-CTDIS >= 20
              DISPLAY "CAPACIDADE DA TABELA DE DISCIPLINAS (20)"
                      " EXCEDIDA - EXECUCAO ABANDONADA"
              CLOSE DISCIPLINA-FILE
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

           ADD 1  TO  WS-CTDIS
           MOVE DIS-CODIGO  TO  WS-TAB-DISC-COD (WS-CTDIS)
           PERFORM 012-LER-DISCIPLINA
           .
      *--------------------------------------------------------------*
      *    CARGA DO CADASTRO DE MATRICULAS EM MEMORIA; SEM O         *
      *    CADASTRO A EXECUCAO E ABANDONADA                          *
      *--------------------------------------------------------------*
       014-CARREGAR-MATRICULAS.

           MOVE 'N'  TO  WS-EOF-MAT
           OPEN INPUT MATRICULA-FILE
           IF WS-STATUS-MAT = '00'
              PERFORM 015-LER-MATRICULA
              PERFORM 016-ACUMULAR-MATRICULA UNTIL WS-EOF-MAT = 'S'
              CLOSE MATRICULA-FILE
           END-IF

           IF WS-CTMAT = ZEROS
              DISPLAY "CADASTRO DE MATRICULAS CGMATRIC AUSENTE OU"
                      " VAZIO - EXECUCAO ABANDONADA"
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF
           .
       015-LER-MATRICULA.

           READ MATRICULA-FILE
               AT END MOVE 'S'  TO  WS-EOF-MAT
           END-READ
           .
       016-ACUMULAR-MATRICULA.

           IF WS-CTMAT >= 99
              DISPLAY "CAPACIDADE DA TABELA DE MATRICULAS (99)"
                      " EXCEDIDA - EXECUCAO ABANDONADA"
              CLOSE MATRICULA-FILE
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

           ADD 1  TO  WS-CTMAT
           INITIALIZE WS-TAB-MAT-OCR (WS-CTMAT)
           MOVE MT-NUMERO  TO  WS-TAB-MAT-NUMERO (WS-CTMAT)
           MOVE MT-NOME    TO  WS-TAB-MAT-NOME   (WS-CTMAT)
           MOVE MT-CURSO   TO  WS-TAB-MAT-CURSO  (WS-CTMAT)
           MOVE MT-TURMA   TO  WS-TAB-MAT-TURMA  (WS-CTMAT)
           MOVE MT-ATIVO   TO  WS-TAB-MAT-ATIVO  (WS-CTMAT)
           PERFORM 015-LER-MATRICULA
           .
      *--------------------------------------------------------------*
      *    CARGA DAS FICHAS DOS ALUNOS (CGALUREF); A FALTA DA FICHA  *
      *    DE UM ALUNO ATIVO E LISTADA COMO PENDENCIA                *
      *--------------------------------------------------------------*
       017-CARREGAR-FICHAS.

           MOVE 'N'  TO  WS-EOF-FIC
           OPEN INPUT FICHA-FILE
           IF WS-STATUS-FIC = '00'
              PERFORM 018-LER-FICHA
              PERFORM 019-ACUMULAR-FICHA UNTIL WS-EOF-FIC = 'S'
              CLOSE FICHA-FILE
           ELSE
              DISPLAY "*** FICHAS DOS ALUNOS (CGALUREF) NAO"
                      " DISPONIVEIS"
           END-IF
           .
       018-LER-FICHA.

           READ FICHA-FILE
               AT END MOVE 'S'  TO  WS-EOF-FIC
           END-READ
           .
       019-ACUMULAR-FICHA.

           IF WS-CTFIC >= 99
              DISPLAY "CAPACIDADE DA TABELA DE FICHAS (99)"
                      " EXCEDIDA - EXECUCAO ABANDONADA"
              CLOSE FICHA-FILE
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

           ADD 1  TO  WS-CTFIC
           MOVE AL-NUMERO  TO  WS-TAB-FIC-NUMERO (WS-CTFIC)
           MOVE AL-SEXO    TO  WS-TAB-FIC-SEXO   (WS-CTFIC)
           MOVE AL-IDADE   TO  WS-TAB-FIC-IDADE  (WS-CTFIC)
           PERFORM 018-LER-FICHA
           .
      *--------------------------------------------------------------*
      *    CARGA DA GRADE DE TURMAS (CGGRADE); SEM A GRADE NAO HA    *
      *    ENTREGA ESPERADA E A EXECUCAO E ABANDONADA                *
      *--------------------------------------------------------------*
       020-CARREGAR-GRADE.

           MOVE 'N'  TO  WS-EOF-GRD
           OPEN INPUT GRADE-FILE
           IF WS-STATUS-GRD = '00'
              PERFORM 021-LER-GRADE
              PERFORM 022-ACUMULAR-GRADE UNTIL WS-EOF-GRD = 'S'
              CLOSE GRADE-FILE
           END-IF

           IF WS-CTGRD = ZEROS
              DISPLAY "GRADE DE TURMAS CGGRADE AUSENTE OU VAZIA -"
                      " EXECUCAO ABANDONADA"
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF
           .
       021-LER-GRADE.

           READ GRADE-FILE
               AT END MOVE 'S'  TO  WS-EOF-GRD
           END-READ
           .
       022-ACUMULAR-GRADE.

           IF WS-CTGRD >= 100
              DISPLAY "CAPACIDADE DA GRADE DE TURMAS (100) EXCEDIDA"
                      " - EXECUCAO ABANDONADA"
              CLOSE GRADE-FILE
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

           ADD 1  TO  WS-CTGRD
           MOVE GR-TURMA       TO  WS-TAB-GRD-TURMA     (WS-CTGRD)
           MOVE GR-DISCIPLINA  TO  WS-TAB-GRD-DISC      (WS-CTGRD)
           MOVE GR-PROFESSOR   TO  WS-TAB-GRD-PROFESSOR (WS-CTGRD)
           IF GR-PESO NUMERIC
              MOVE GR-PESO     TO  WS-TAB-GRD-PESO      (WS-CTGRD)
           ELSE
              MOVE ZEROS       TO  WS-TAB-GRD-PESO      (WS-CTGRD)
           END-IF
           MOVE 'N'            TO  WS-TAB-GRD-ENTREGUE  (WS-CTGRD)
           MOVE ZEROS          TO  WS-TAB-GRD-QTD-NOTA  (WS-CTGRD)
           PERFORM 021-LER-GRADE
           .
      *--------------------------------------------------------------*
      *    LEITURA DE UM REGISTRO DOS ARQUIVOS DOS PROFESSORES       *
      *--------------------------------------------------------------*
       025-LER-NOTA-PROF.

           READ NOTAPROF-FILE
               AT END MOVE 'S'  TO  WS-EOF-NPR
               NOT AT END ADD 1  TO  WS-CTLIDO
           END-READ
           .
      *--------------------------------------------------------------*
      *    PROCESSA UM REGISTRO: CABECALHO DE ARQUIVO OU NOTA        *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           EVALUATE NP-TIPO
               WHEN 'C'
                  PERFORM 031-TRATAR-CABECALHO
               WHEN 'N'
                  PERFORM 036-TRATAR-NOTA
               WHEN OTHER
                  MOVE 12  TO  WS-MOTIVO
                  PERFORM 045-GRAVAR-ERRO
           END-EVALUATE

           PERFORM 025-LER-NOTA-PROF
           .
      *--------------------------------------------------------------*
      *    CONFERE O CABECALHO DE UM ARQUIVO DE PROFESSOR. O GDG E   *
      *    LIDO DA ENTREGA MAIS NOVA PARA A MAIS ANTIGA: A PRIMEIRA  *
      *    ENTREGA ACEITA DE UMA TURMA/DISCIPLINA PREVALECE E AS     *
      *    MAIS ANTIGAS SAO IGNORADAS (SUBSTITUIDAS)                 *
      *--------------------------------------------------------------*
       031-TRATAR-CABECALHO.

           ADD 1  TO  WS-CTARQUIVO
           MOVE NP-TURMA       TO  WS-TURMA-BUSCA
           MOVE NP-DISCIPLINA  TO  WS-DISC-BUSCA
           PERFORM 032-LOCALIZAR-GRADE
           PERFORM 034-LOCALIZAR-DISCIPLINA

           EVALUATE TRUE
               WHEN NP-ANO NOT NUMERIC OR NP-BIMESTRE NOT NUMERIC
                  MOVE 'R'  TO  WS-SIT-ARQUIVO
                  MOVE 05   TO  WS-MOTIVO
               WHEN NP-ANO NOT = WS-ANO-PARAM OR
                    NP-BIMESTRE NOT = WS-BIMESTRE-PARAM
                  MOVE 'O'  TO  WS-SIT-ARQUIVO
               WHEN WS-GRD-ACHADA NOT = 'S'
                  MOVE 'R'  TO  WS-SIT-ARQUIVO
                  MOVE 02   TO  WS-MOTIVO
               WHEN WS-DIS-ACHADA NOT = 'S'
                  MOVE 'R'  TO  WS-SIT-ARQUIVO
                  MOVE 03   TO  WS-MOTIVO
               WHEN WS-TAB-GRD-PROFESSOR (WS-IDX-GR) NOT = NP-PROFESSOR
                  MOVE 'R'  TO  WS-SIT-ARQUIVO
                  MOVE 04   TO  WS-MOTIVO
               WHEN WS-TAB-GRD-ENTREGUE (WS-IDX-GR) = 'S'
                  MOVE 'S'  TO  WS-SIT-ARQUIVO
               WHEN OTHER
                  MOVE 'A'  TO  WS-SIT-ARQUIVO
           END-EVALUATE

           EVALUATE WS-SIT-ARQUIVO
               WHEN 'A'
                  ADD 1  TO  WS-CTARQ-ACEITO
                  MOVE 'S'  TO  WS-TAB-GRD-ENTREGUE (WS-IDX-GR)
                  DISPLAY "ARQUIVO ACEITO.......: TURMA " NP-TURMA
                          " DISC " NP-DISCIPLINA " PROF " NP-PROFESSOR
               WHEN 'R'
                  ADD 1  TO  WS-CTARQ-REJEITADO
                  PERFORM 045-GRAVAR-ERRO
                  DISPLAY "ARQUIVO REJEITADO....: TURMA " NP-TURMA
                          " DISC " NP-DISCIPLINA " PROF " NP-PROFESSOR
                          " - MOTIVO " WS-MOTIVO
               WHEN 'S'
                  ADD 1  TO  WS-CTARQ-SUBSTITUIDO
                  DISPLAY "ENTREGA SUBSTITUIDA..: TURMA " NP-TURMA
                          " DISC " NP-DISCIPLINA " PROF " NP-PROFESSOR
                          " (PREVALECE A ENTREGA MAIS NOVA)"
               WHEN 'O'
                  ADD 1  TO  WS-CTARQ-OUTRO-BIM
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    LOCALIZA A TURMA/DISCIPLINA NA GRADE DE TURMAS            *
      *--------------------------------------------------------------*
       032-LOCALIZAR-GRADE.

           MOVE 'N'  TO  WS-GRD-ACHADA
           MOVE 1    TO  WS-IDX-GR
           PERFORM 033-COMPARAR-GRADE
              UNTIL WS-GRD-ACHADA = 'S' OR WS-IDX-GR > WS-CTGRD
           .
       033-COMPARAR-GRADE.

           IF WS-TAB-GRD-TURMA (WS-IDX-GR) = WS-TURMA-BUSCA AND
              WS-TAB-GRD-DISC  (WS-IDX-GR) = WS-DISC-BUSCA
              MOVE 'S'  TO  WS-GRD-ACHADA
           ELSE
              ADD 1  TO  WS-IDX-GR
           END-IF
           .
      *--------------------------------------------------------------*
      *    LOCALIZA A DISCIPLINA NA TABELA CGDISREF                  *
      *--------------------------------------------------------------*
       034-LOCALIZAR-DISCIPLINA.

           MOVE 'N'  TO  WS-DIS-ACHADA
           MOVE 1    TO  WS-IDX-DS
           PERFORM 035-COMPARAR-DISCIPLINA
              UNTIL WS-DIS-ACHADA = 'S' OR WS-IDX-DS > WS-CTDIS
           .
       035-COMPARAR-DISCIPLINA.

           IF WS-TAB-DISC-COD (WS-IDX-DS) = WS-DISC-BUSCA
              MOVE 'S'  TO  WS-DIS-ACHADA
           ELSE
              ADD 1  TO  WS-IDX-DS
           END-IF
           .
      *--------------------------------------------------------------*
      *    TRATA UMA NOTA CONFORME A SITUACAO DO ARQUIVO EM LEITURA  *
      *--------------------------------------------------------------*
       036-TRATAR-NOTA.

           EVALUATE WS-SIT-ARQUIVO
               WHEN 'A'
                  PERFORM 037-VALIDAR-NOTA
                  IF WS-NOTA-VALIDA = 'S'
                     PERFORM 042-GUARDAR-NOTA
                  ELSE
                     PERFORM 045-GRAVAR-ERRO
                  END-IF
               WHEN 'R'
                  MOVE 13  TO  WS-MOTIVO
                  PERFORM 045-GRAVAR-ERRO
               WHEN 'S'
               WHEN 'O'
                  ADD 1  TO  WS-CTNOTA-IGNORADA
               WHEN OTHER
                  MOVE 01  TO  WS-MOTIVO
                  PERFORM 045-GRAVAR-ERRO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    VALIDA UMA NOTA DE ARQUIVO ACEITO                         *
      *    MOTIVOS DE REJEICAO (CG061ERR):                           *
      *       01 = NOTA ANTES DO CABECALHO DO ARQUIVO                *
      *       02 = TURMA/DISCIPLINA FORA DA GRADE (CABECALHO)        *
      *       03 = DISCIPLINA FORA DA CGDISREF (CABECALHO)           *
      *       04 = PROFESSOR DIFERENTE DO DA GRADE (CABECALHO)       *
      *       05 = ANO/BIMESTRE INVALIDO (CABECALHO)                 *
      *       06 = MATRICULA OU NOTA INVALIDA (NOTA ACIMA DE 10,00)  *
      *       07 = MATRICULA NAO CADASTRADA                          *
      *       08 = MATRICULA NAO ATIVA                               *
      *       09 = ALUNO DE OUTRA TURMA                              *
      *       10 = NOTA REPETIDA DO ALUNO NA DISCIPLINA              *
      *       11 = ALUNO COM MAIS DE 4 DISCIPLINAS                   *
      *       12 = TIPO DE REGISTRO INVALIDO (NAO E 'C' OU 'N')      *
      *       13 = NOTA DE ARQUIVO REJEITADO                         *
      *--------------------------------------------------------------*
       037-VALIDAR-NOTA.

           MOVE 'S'    TO  WS-NOTA-VALIDA
           MOVE ZEROS  TO  WS-MOTIVO
           MOVE 'N'    TO  WS-MAT-ACHADA
           MOVE 'N'    TO  WS-NOTA-ACHADA

           IF NP-NUMERO NUMERIC
              MOVE NP-NUMERO  TO  WS-NUM-BUSCA
              PERFORM 038-LOCALIZAR-MATRICULA
           END-IF
           IF WS-MAT-ACHADA = 'S'
              PERFORM 040-LOCALIZAR-NOTA-ALUNO
           END-IF

           EVALUATE TRUE
               WHEN NP-NUMERO NOT NUMERIC OR NP-NOTA NOT NUMERIC
                  MOVE 06  TO  WS-MOTIVO
               WHEN NP-NOTA > 10,00
                  MOVE 06  TO  WS-MOTIVO
               WHEN WS-MAT-ACHADA NOT = 'S'
                  MOVE 07  TO  WS-MOTIVO
               WHEN WS-TAB-MAT-ATIVO (WS-IDX-MT) NOT = 'S'
                  MOVE 08  TO  WS-MOTIVO
               WHEN WS-TAB-MAT-TURMA (WS-IDX-MT) NOT =
                    WS-TAB-GRD-TURMA (WS-IDX-GR)
                  MOVE 09  TO  WS-MOTIVO
               WHEN WS-NOTA-ACHADA = 'S'
                  MOVE 10  TO  WS-MOTIVO
               WHEN WS-TAB-MAT-QTD-NOTA (WS-IDX-MT) >= 4
                  MOVE 11  TO  WS-MOTIVO
           END-EVALUATE

           IF WS-MOTIVO NOT = ZEROS
              MOVE 'N'  TO  WS-NOTA-VALIDA
           END-IF
           .
      *--------------------------------------------------------------*
      *    LOCALIZA A MATRICULA NO CADASTRO EM MEMORIA               *
      *--------------------------------------------------------------*
       038-LOCALIZAR-MATRICULA.

           MOVE 'N'  TO  WS-MAT-ACHADA
           MOVE 1    TO  WS-IDX-MT
           PERFORM 039-COMPARAR-MATRICULA
              UNTIL WS-MAT-ACHADA = 'S' OR WS-IDX-MT > WS-CTMAT
           .
       039-COMPARAR-MATRICULA.

           IF WS-TAB-MAT-NUMERO (WS-IDX-MT) = WS-NUM-BUSCA
              MOVE 'S'  TO  WS-MAT-ACHADA
           ELSE
              ADD 1  TO  WS-IDX-MT
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCURA NAS NOTAS JA ACEITAS DO ALUNO A DISCIPLINA DA     *
      *    GRADE EM WS-IDX-GR                                        *
      *--------------------------------------------------------------*
       040-LOCALIZAR-NOTA-ALUNO.

           MOVE 'N'  TO  WS-NOTA-ACHADA
           MOVE 1    TO  WS-IDX-NA
           PERFORM 041-COMPARAR-NOTA-ALUNO
              UNTIL WS-NOTA-ACHADA = 'S' OR
                    WS-IDX-NA > WS-TAB-MAT-QTD-NOTA (WS-IDX-MT)
           .
       041-COMPARAR-NOTA-ALUNO.

           IF WS-TAB-MAT-DISC (WS-IDX-MT WS-IDX-NA) =
              WS-TAB-GRD-DISC (WS-IDX-GR)
              MOVE 'S'  TO  WS-NOTA-ACHADA
           ELSE
              ADD 1  TO  WS-IDX-NA
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDA A NOTA ACEITA NO ALUNO, COM O PESO DA GRADE        *
      *--------------------------------------------------------------*
       042-GUARDAR-NOTA.

           ADD 1  TO  WS-CTNOTA-ACEITA
           ADD 1  TO  WS-TAB-GRD-QTD-NOTA (WS-IDX-GR)
           ADD 1  TO  WS-TAB-MAT-QTD-NOTA (WS-IDX-MT)
           MOVE WS-TAB-MAT-QTD-NOTA (WS-IDX-MT)  TO  WS-IDX-NA
           MOVE WS-TAB-GRD-DISC (WS-IDX-GR)
             TO WS-TAB-MAT-DISC (WS-IDX-MT WS-IDX-NA)
           MOVE NP-NOTA
             TO WS-TAB-MAT-NOTA (WS-IDX-MT WS-IDX-NA)
           MOVE WS-TAB-GRD-PESO (WS-IDX-GR)
             TO WS-TAB-MAT-PESO (WS-IDX-MT WS-IDX-NA)
           .
      *--------------------------------------------------------------*
      *    GRAVA O REGISTRO REJEITADO COM O MOTIVO NO CG061ERR       *
      *--------------------------------------------------------------*
       045-GRAVAR-ERRO.

           ADD 1  TO  WS-CTREJEITA
           MOVE NOTAPROF-REG  TO  NE-REGISTRO
           MOVE SPACES        TO  NE-SEP1 NE-SEP2
           MOVE WS-MOTIVO     TO  NE-MOTIVO

           EVALUATE WS-MOTIVO
               WHEN 01
                  MOVE 'NOTA SEM CABECALHO'     TO  NE-DESC-MOTIVO
               WHEN 02
                  MOVE 'TURMA/DISC FORA DA GRADE' TO NE-DESC-MOTIVO
               WHEN 03
                  MOVE 'DISCIPLINA FORA CGDISREF' TO NE-DESC-MOTIVO
               WHEN 04
                  MOVE 'PROFESSOR NAO E DA GRADE' TO NE-DESC-MOTIVO
               WHEN 05
                  MOVE 'ANO/BIMESTRE INVALIDO'  TO  NE-DESC-MOTIVO
               WHEN 06
                  MOVE 'MATRICULA/NOTA INVALIDA' TO NE-DESC-MOTIVO
               WHEN 07
                  MOVE 'MATRICULA NAO CADASTRADA' TO NE-DESC-MOTIVO
               WHEN 08
                  MOVE 'MATRICULA NAO ATIVA'    TO  NE-DESC-MOTIVO
               WHEN 09
                  MOVE 'ALUNO DE OUTRA TURMA'   TO  NE-DESC-MOTIVO
               WHEN 10
                  MOVE 'NOTA REPETIDA'          TO  NE-DESC-MOTIVO
               WHEN 11
                  MOVE 'MAIS DE 4 DISCIPLINAS'  TO  NE-DESC-MOTIVO
               WHEN 12
                  MOVE 'TIPO DE REGISTRO INVALIDO' TO NE-DESC-MOTIVO
               WHEN 13
                  MOVE 'ARQUIVO REJEITADO'      TO  NE-DESC-MOTIVO
           END-EVALUATE

           WRITE NOTAERRO-REG
           .
      *--------------------------------------------------------------*
      *    RELATORIO DE PENDENCIAS: ARQUIVO NAO ENTREGUE E, NOS      *
      *    ENTREGUES, ALUNO ATIVO DA TURMA SEM NOTA (POR GRADE);     *
      *    DEPOIS, ALUNO ATIVO SEM FICHA OU DE TURMA SEM GRADE       *
      *--------------------------------------------------------------*
       050-CONFERIR-PENDENCIAS.

           CLOSE NOTAERRO-FILE
           IF WS-NPR-ABERTO = 'S'
              CLOSE NOTAPROF-FILE
           END-IF

           DISPLAY '-----------------------------------'
           DISPLAY "** PENDENCIAS DE ENTREGA DE NOTAS - ANO "
                   WS-ANO-PARAM " BIMESTRE " WS-BIMESTRE-PARAM " **"

           MOVE 1  TO  WS-IDX-GR
           PERFORM 051-CONFERIR-GRADE  UNTIL WS-IDX-GR > WS-CTGRD

           MOVE 1  TO  WS-IDX-MT
           PERFORM 053-CONFERIR-ALUNO  UNTIL WS-IDX-MT > WS-CTMAT

           COMPUTE WS-CTPENDENCIA = WS-CTPEND-ARQUIVO + WS-CTPEND-NOTA
                                  + WS-CTPEND-FICHA + WS-CTPEND-GRADE
           IF WS-CTPENDENCIA = ZEROS
              DISPLAY "NENHUMA PENDENCIA"
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERE A ENTREGA DE UMA TURMA/DISCIPLINA DA GRADE        *
      *--------------------------------------------------------------*
       051-CONFERIR-GRADE.

           MOVE WS-TAB-GRD-TURMA     (WS-IDX-GR)  TO  WS-LP-TURMA
           MOVE WS-TAB-GRD-DISC      (WS-IDX-GR)  TO  WS-LP-DISC
           MOVE WS-TAB-GRD-PROFESSOR (WS-IDX-GR)  TO  WS-LP-PROFESSOR

           IF WS-TAB-GRD-ENTREGUE (WS-IDX-GR) NOT = 'S'
              ADD 1  TO  WS-CTPEND-ARQUIVO
              MOVE 'ARQUIVO NAO ENTREGUE'  TO  WS-LP-DESCRICAO
              DISPLAY WS-LIN-PENDENCIA
           ELSE
              MOVE 1  TO  WS-IDX-MT
              PERFORM 052-CONFERIR-ALUNO-GRADE
                 UNTIL WS-IDX-MT > WS-CTMAT
           END-IF

           ADD 1  TO  WS-IDX-GR
           .
      *--------------------------------------------------------------*
      *    ALUNO ATIVO DA TURMA SEM NOTA NO ARQUIVO ENTREGUE         *
      *--------------------------------------------------------------*
       052-CONFERIR-ALUNO-GRADE.

           IF WS-TAB-MAT-ATIVO (WS-IDX-MT) = 'S' AND
              WS-TAB-MAT-TURMA (WS-IDX-MT) =
              WS-TAB-GRD-TURMA (WS-IDX-GR)
              PERFORM 040-LOCALIZAR-NOTA-ALUNO
              IF WS-NOTA-ACHADA NOT = 'S'
                 ADD 1  TO  WS-CTPEND-NOTA
                 MOVE SPACES  TO  WS-LP-DESCRICAO
                 STRING 'ALUNO ' WS-TAB-MAT-NUMERO (WS-IDX-MT) ' '
                        WS-TAB-MAT-NOME (WS-IDX-MT) ' SEM NOTA'
                        DELIMITED BY SIZE  INTO  WS-LP-DESCRICAO
                 DISPLAY WS-LIN-PENDENCIA
              END-IF
           END-IF

           ADD 1  TO  WS-IDX-MT
           .
      *--------------------------------------------------------------*
      *    ALUNO ATIVO SEM FICHA (SEXO/IDADE) OU DE TURMA SEM NENHUMA*
      *    DISCIPLINA NA GRADE - NAO ENTRA NA APURACAO               *
      *--------------------------------------------------------------*
       053-CONFERIR-ALUNO.

           IF WS-TAB-MAT-ATIVO (WS-IDX-MT) = 'S'
              MOVE WS-TAB-MAT-NUMERO (WS-IDX-MT)  TO  WS-NUM-BUSCA
              PERFORM 054-LOCALIZAR-FICHA
              IF WS-FIC-ACHADA NOT = 'S'
                 ADD 1  TO  WS-CTPEND-FICHA
                 DISPLAY "ALUNO " WS-TAB-MAT-NUMERO (WS-IDX-MT) " "
                         WS-TAB-MAT-NOME (WS-IDX-MT) " TURMA "
                         WS-TAB-MAT-TURMA (WS-IDX-MT)
                         " - SEM FICHA (SEXO/IDADE) NO CGALUREF"
              END-IF
              MOVE WS-TAB-MAT-TURMA (WS-IDX-MT)  TO  WS-TURMA-BUSCA
              PERFORM 056-LOCALIZAR-TURMA-GRADE
              IF WS-GRD-ACHADA NOT = 'S'
                 ADD 1  TO  WS-CTPEND-GRADE
                 DISPLAY "ALUNO " WS-TAB-MAT-NUMERO (WS-IDX-MT) " "
                         WS-TAB-MAT-NOME (WS-IDX-MT) " TURMA "
                         WS-TAB-MAT-TURMA (WS-IDX-MT)
                         " - TURMA SEM DISCIPLINAS NO CGGRADE"
              END-IF
           END-IF

           ADD 1  TO  WS-IDX-MT
           .
      *--------------------------------------------------------------*
      *    LOCALIZA A FICHA DO ALUNO (WS-NUM-BUSCA)                  *
      *--------------------------------------------------------------*
       054-LOCALIZAR-FICHA.

           MOVE 'N'  TO  WS-FIC-ACHADA
           MOVE 1    TO  WS-IDX-FC
           PERFORM 055-COMPARAR-FICHA
              UNTIL WS-FIC-ACHADA = 'S' OR WS-IDX-FC > WS-CTFIC
           .
       055-COMPARAR-FICHA.

           IF WS-TAB-FIC-NUMERO (WS-IDX-FC) = WS-NUM-BUSCA
              MOVE 'S'  TO  WS-FIC-ACHADA
           ELSE
              ADD 1  TO  WS-IDX-FC
           END-IF
           .
      *--------------------------------------------------------------*
      *    VERIFICA SE A TURMA (WS-TURMA-BUSCA) TEM ALGUMA           *
      *    DISCIPLINA NA GRADE                                       *
      *--------------------------------------------------------------*
       056-LOCALIZAR-TURMA-GRADE.

           MOVE 'N'  TO  WS-GRD-ACHADA
           MOVE 1    TO  WS-IDX-GA
           PERFORM 057-COMPARAR-TURMA-GRADE
              UNTIL WS-GRD-ACHADA = 'S' OR WS-IDX-GA > WS-CTGRD
           .
       057-COMPARAR-TURMA-GRADE.

           IF WS-TAB-GRD-TURMA (WS-IDX-GA) = WS-TURMA-BUSCA
              MOVE 'S'  TO  WS-GRD-ACHADA
           ELSE
              ADD 1  TO  WS-IDX-GA
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA A ENTRADA DA APURACAO: CARTAO DE PARAMETRO, UMA     *
      *    LINHA POR ALUNO ATIVO COM NOTA E FICHA, E O CARTAO DE FIM *
      *--------------------------------------------------------------*
       060-GRAVAR-ENTRADA.

           OPEN OUTPUT NOTASNOV-FILE

           MOVE SPACES           TO  NOTASNOV-REG
           MOVE WS-PARAM-LETIVO  TO  NOTASNOV-REG
           WRITE NOTASNOV-REG

           MOVE 1  TO  WS-IDX-MT
           PERFORM 061-GRAVAR-ALUNO  UNTIL WS-IDX-MT > WS-CTMAT

           MOVE ALL '9'  TO  NOTASNOV-REG
           WRITE NOTASNOV-REG

           CLOSE NOTASNOV-FILE
           .
       061-GRAVAR-ALUNO.

           IF WS-TAB-MAT-ATIVO    (WS-IDX-MT) = 'S' AND
              WS-TAB-MAT-QTD-NOTA (WS-IDX-MT) > ZEROS
              MOVE WS-TAB-MAT-NUMERO (WS-IDX-MT)  TO  WS-NUM-BUSCA
              PERFORM 054-LOCALIZAR-FICHA
              IF WS-FIC-ACHADA = 'S'
                 MOVE SPACES  TO  WS-LINHA-NOTAS
                 MOVE WS-TAB-MAT-NUMERO   (WS-IDX-MT)  TO  NN-NUMERO
                 MOVE WS-TAB-MAT-NOME     (WS-IDX-MT)  TO  NN-NOME
                 MOVE WS-TAB-FIC-SEXO     (WS-IDX-FC)  TO  NN-SEXO
                 MOVE WS-TAB-FIC-IDADE    (WS-IDX-FC)  TO  NN-IDADE
                 MOVE WS-TAB-MAT-CURSO    (WS-IDX-MT)  TO  NN-CURSO
                 MOVE WS-TAB-MAT-TURMA    (WS-IDX-MT)  TO  NN-TURMA
                 MOVE WS-TAB-MAT-QTD-NOTA (WS-IDX-MT)  TO  NN-QTD-NOTAS
                 MOVE 1  TO  WS-IDX-NA
                 PERFORM 062-MONTAR-NOTA
                    UNTIL WS-IDX-NA > WS-TAB-MAT-QTD-NOTA (WS-IDX-MT)
                 MOVE WS-LINHA-NOTAS  TO  NOTASNOV-REG
                 WRITE NOTASNOV-REG
                 ADD 1  TO  WS-CTGRAVA
              END-IF
           END-IF

           ADD 1  TO  WS-IDX-MT
           .
       062-MONTAR-NOTA.

           MOVE WS-TAB-MAT-DISC (WS-IDX-MT WS-IDX-NA)
             TO NN-DISC (WS-IDX-NA)
           MOVE WS-TAB-MAT-NOTA (WS-IDX-MT WS-IDX-NA)
             TO NN-NOTA (WS-IDX-NA)
           MOVE WS-TAB-MAT-PESO (WS-IDX-MT WS-IDX-NA)
             TO NN-PESO (WS-IDX-NA)
           ADD 1  TO  WS-IDX-NA
           .
      *--------------------------------------------------------------*
      *    DECIDE SE A APURACAO DO BIMESTRE PODE RODAR               *
      *    00 = SEM PENDENCIAS E SEM REJEICOES                       *
      *    04 = SEM PENDENCIAS COM REJEICOES NO CG061ERR, OU COM     *
      *         PENDENCIAS LIBERADAS PELO FORCAMENTO                 *
      *    08 = PENDENCIAS SEM FORCAMENTO (OU COM FORCAMENTO         *
      *         INCOMPLETO) - A APURACAO NAO RODA                    *
      *--------------------------------------------------------------*
       070-DECIDIR-LIBERACAO.

           DISPLAY '-----------------------------------'
           EVALUATE TRUE
               WHEN WS-CTPENDENCIA = ZEROS
                  DISPLAY "APURACAO DO BIMESTRE LIBERADA"
                  IF WS-CTREJEITA > ZEROS
                     MOVE 04  TO  RETURN-CODE
                  ELSE
                     MOVE 00  TO  RETURN-CODE
                  END-IF
               WHEN CK-FORCAR NOT = 'S'
                  DISPLAY "*** APURACAO DO BIMESTRE BLOQUEADA - "
                          WS-CTPENDENCIA " PENDENCIA(S). PARA RODAR"
                          " ASSIM MESMO, INFORME NO CARTAO DE"
                          " PARAMETRO O FORCAMENTO ('S' + USUARIO +"
                          " MOTIVO)"
                  MOVE 08  TO  RETURN-CODE
               WHEN CK-USUARIO = SPACES OR CK-MOTIVO = SPACES
                  DISPLAY "*** FORCAMENTO SEM USUARIO OU SEM MOTIVO -"
                          " APURACAO DO BIMESTRE BLOQUEADA"
                  MOVE 08  TO  RETURN-CODE
               WHEN OTHER
                  DISPLAY "*** APURACAO DO BIMESTRE LIBERADA COM "
                          WS-CTPENDENCIA " PENDENCIA(S) POR FORCAMENTO"
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
           DISPLAY "REGISTROS LIDOS.............= " WS-CTLIDO
           DISPLAY "ARQUIVOS DE PROFESSOR.......= " WS-CTARQUIVO
           DISPLAY " * ACEITOS..................= " WS-CTARQ-ACEITO
           DISPLAY " * REJEITADOS...............= " WS-CTARQ-REJEITADO
           DISPLAY " * SUBSTITUIDOS (MAIS NOVO).= "
                   WS-CTARQ-SUBSTITUIDO
           DISPLAY " * DE OUTRO ANO/BIMESTRE....= " WS-CTARQ-OUTRO-BIM
           DISPLAY "NOTAS ACEITAS...............= " WS-CTNOTA-ACEITA
           DISPLAY "NOTAS IGNORADAS.............= " WS-CTNOTA-IGNORADA
           DISPLAY "REGISTROS REJEITADOS........= " WS-CTREJEITA
                   " (VIDE CG061ERR)"
           DISPLAY "PENDENCIAS..................= " WS-CTPENDENCIA
           DISPLAY " * ARQUIVOS NAO ENTREGUES...= " WS-CTPEND-ARQUIVO
           DISPLAY " * ALUNOS SEM NOTA..........= " WS-CTPEND-NOTA
           DISPLAY " * ALUNOS SEM FICHA.........= " WS-CTPEND-FICHA
           DISPLAY " * ALUNOS DE TURMA SEM GRADE= " WS-CTPEND-GRADE
           DISPLAY "ALUNOS GRAVADOS NO NOTASNOV.= " WS-CTGRAVA
           MOVE RETURN-CODE  TO  WS-COD-RETORNO-EXIB
           DISPLAY "RETORNO DO PASSO............= " WS-COD-RETORNO-EXIB
           DISPLAY '-----------------------------------'
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG061"
           .
      *---------------> FIM DO PROGRAMA CGPRG061 <-------------------*
