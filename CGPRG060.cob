       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG060.
       AUTHOR.        MIGUEL MORAIS.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NIVEL BASICO.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: MAPA DE NOTAS PARA O CONSELHO DE CLASSE. LE O
      *           HISTORICO ESCOLAR (CG005HIS) DO ANO LETIVO E DO
      *           BIMESTRE RECEBIDOS NA SYSIN E IMPRIME, A 60
      *           LINHAS POR PAGINA, UMA PAGINA POR TURMA: UMA
      *           LINHA POR ALUNO (ORDEM ALFABETICA) E UMA COLUNA
      *           POR DISCIPLINA DA TABELA CGDISREF CURSADA NA
      *           TURMA, COM A NOTA MARCADA QUANDO ABAIXO DE 6,00,
      *           E NO PE DA PAGINA A MEDIA, A MINIMA, A MAXIMA E A
      *           TAXA DE REPROVACAO DE CADA DISCIPLINA. A SECAO
      *           FINAL COMPARA A MESMA DISCIPLINA ENTRE AS TURMAS,
      *           MARCANDO A TURMA COM MEDIA FORA DA FAIXA DA
      *           DISCIPLINA E A DISCIPLINA COM MEDIA FORA DA FAIXA
      *           DA ESCOLA NO BIMESTRE
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010001  CRIACAO - MAPA DE NOTAS POR TURMA
      *                          E DISCIPLINA DO BIMESTRE
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
           SELECT HISTALUNO-FILE     ASSIGN TO "CG005HIS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-HIS.
           SELECT DISCIPLINA-FILE    ASSIGN TO "CGDISREF"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-DIS.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *==> MESMO LAYOUT GRAVADO PELO CGPRG005
       FD  HISTALUNO-FILE.
       01  HISTALUNO-REG.
           COPY CGREGHIS.

      *==> TABELA DE REFERENCIA DE DISCIPLINAS DA SECRETARIA
       FD  DISCIPLINA-FILE.
       01  DISCIPLINA-REG.
           05 DIS-CODIGO          PIC X(03).
           05 DIS-SEP1            PIC X(01).
           05 DIS-NOME            PIC X(15).

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> AREA AUXILIAR
       77  WS-EOF-HIS             PIC X(01).
       77  WS-EOF-DIS             PIC X(01).
       77  WS-STATUS-HIS          PIC X(02).
       77  WS-STATUS-DIS          PIC X(02).
       77  WS-CTLIDO              PIC 9(05)       VALUE ZEROS.
       77  WS-CTSELEC             PIC 9(05)       VALUE ZEROS.
       77  WS-CTREPETIDO          PIC 9(05)       VALUE ZEROS.
       77  WS-CTFORA-TAB          PIC 9(05)       VALUE ZEROS.
       77  WS-CTALUNO             PIC 9(03)       VALUE ZEROS.
       77  WS-CTDIS               PIC 9(02)       VALUE ZEROS.
       77  WS-CTTURMA             PIC 9(02)       VALUE ZEROS.
       77  WS-CTPAGINA            PIC 9(03)       VALUE ZEROS.
       77  WS-CTLINHA             PIC 9(02)       VALUE 99.
       77  WS-QTD-COL             PIC 9(02).
       77  WS-COL-MEDIA           PIC 9(02).
       77  WS-IDX-ALU             PIC 9(03).
       77  WS-IDX-INS             PIC 9(03).
       77  WS-IDX-DESL            PIC 9(03).
       77  WS-IDX-DEST            PIC 9(03).
       77  WS-IDX-VAR             PIC 9(03).
       77  WS-IDX-DS              PIC 9(02).
       77  WS-IDX-COL             PIC 9(02).
       77  WS-IDX-NT              PIC 9(01).
       77  WS-IDX-TU              PIC 9(02).
       77  WS-ALUNO-ACHADO        PIC X(01).
       77  WS-DIS-ACHADA          PIC X(01).
       77  WS-ACHOU-POS           PIC X(01).
       77  WS-TURMA-ANT           PIC X(03).
       77  WS-DATA-ATUAL          PIC 9999/99/99.
       77  WS-NOTA-CEL            PIC 9(02)V99.
       77  WS-NOTA-EDIT           PIC Z9,99.
       77  WS-PCT-EDIT            PIC ZZ9,9.
       77  WS-PCT-CALC            PIC 9(03)V9.
       77  WS-MEDIA-CALC          PIC 9(02)V99.
       77  WS-GER-QTD             PIC 9(05)       VALUE ZEROS.
       77  WS-GER-SOMA            PIC 9(07)V99    VALUE ZEROS.
       77  WS-GER-MEDIA           PIC 9(02)V99    VALUE ZEROS.
       77  WS-DISC-MEDIA          PIC 9(02)V99.
      *--->    DESVIO DE MEDIA QUE MARCA A TURMA (CONTRA A MEDIA DA
      *--->    DISCIPLINA NA ESCOLA) E A DISCIPLINA (CONTRA A MEDIA
      *--->    GERAL DO BIMESTRE) COMO FORA DA FAIXA NO COMPARATIVO
       77  WS-LIMITE-DESVIO       PIC 9(01)V99    VALUE 1,50.

      *-----> CARTAO DE PARAMETRO (ANO LETIVO AAAA + BIMESTRE 1 A 4,
      *-----> O MESMO CARTAO DA APURACAO DO CGPRG005)
       01  WS-PARAM-LETIVO.
           05  WS-ANO-PARAM           PIC 9(04).
           05  WS-BIMESTRE-PARAM      PIC 9(01).

      *-----> TABELA DE DISCIPLINAS (CGDISREF) COM A MARCA DE
      *-----> DISCIPLINA CURSADA NA TURMA EM IMPRESSAO E OS TOTAIS
      *-----> DA DISCIPLINA NA ESCOLA
       01  WS-TAB-DISC.
           05 WS-TAB-DISC-OCR  OCCURS 20 TIMES.
              10 WS-TAB-DISC-COD        PIC X(03).
              10 WS-TAB-DISC-NOME       PIC X(15).
              10 WS-TAB-DISC-NA-TURMA   PIC X(01).
              10 WS-TAB-DISC-QTD        PIC 9(05).
              10 WS-TAB-DISC-SOMA       PIC 9(07)V99.
              10 WS-TAB-DISC-REPROV     PIC 9(05).

      *-----> ALUNOS DO BIMESTRE ORDENADOS POR TURMA + NOME
      *-----> (INSERCAO NA CARGA), COM A NOTA POR DISCIPLINA NA
      *-----> POSICAO DA DISCIPLINA NA TABELA CGDISREF
       01  WS-TAB-ALUNO.
           05 WS-TAB-ALUNO-OCR  OCCURS 200 TIMES.
              10 WS-TAB-ALU-TURMA       PIC X(03).
              10 WS-TAB-ALU-NOME        PIC X(20).
              10 WS-TAB-ALU-NUMERO      PIC 9(04).
              10 WS-TAB-ALU-MEDIA       PIC 9(02)V99.
              10 WS-TAB-ALU-NOTA-OCR  OCCURS 20 TIMES.
                 15 WS-TAB-ALU-TEM      PIC X(01).
                 15 WS-TAB-ALU-NOTA     PIC 9(02)V99.

      *-----> COLUNAS DA PAGINA DA TURMA: POSICAO DA DISCIPLINA NA
      *-----> TABELA CGDISREF E ESTATISTICA DA COLUNA (A ULTIMA
      *-----> COLUNA E A MEDIA GERAL DO ALUNO NO BIMESTRE)
       01  WS-TAB-COLUNA.
           05 WS-TAB-COL-OCR  OCCURS 21 TIMES.
              10 WS-COL-DISC            PIC 9(02).
              10 WS-COL-QTD             PIC 9(03).
              10 WS-COL-SOMA            PIC 9(05)V99.
              10 WS-COL-MIN             PIC 9(02)V99.
              10 WS-COL-MAX             PIC 9(02)V99.
              10 WS-COL-REPROV          PIC 9(03).

      *-----> ESTATISTICA DE CADA DISCIPLINA POR TURMA, GUARDADA NO
      *-----> FECHAMENTO DA PAGINA PARA O COMPARATIVO FINAL
       01  WS-TAB-COMP.
           05 WS-TAB-CMP-OCR  OCCURS 30 TIMES.
              10 WS-CMP-TURMA           PIC X(03).
              10 WS-CMP-DISC-OCR  OCCURS 20 TIMES.
                 15 WS-CMP-QTD          PIC 9(03).
                 15 WS-CMP-SOMA         PIC 9(05)V99.
                 15 WS-CMP-MIN          PIC 9(02)V99.
                 15 WS-CMP-MAX          PIC 9(02)V99.
                 15 WS-CMP-REPROV       PIC 9(03).

      *-----> LINHA DO MAPA (ALUNO, CABECALHO DAS COLUNAS E PE DA
      *-----> PAGINA) - UMA CELULA DE 8 POSICOES POR COLUNA
       01  WS-LIN-MAPA.
           05 WS-LM-NUMERO        PIC X(04).
           05 FILLER              PIC X(01).
           05 WS-LM-NOME          PIC X(20).
           05 WS-LM-CELULA  OCCURS 21 TIMES.
              10 FILLER           PIC X(02).
              10 WS-LM-NOTA       PIC X(05).
              10 WS-LM-MARCA      PIC X(01).

      *-----> LINHA DO COMPARATIVO DE UMA DISCIPLINA EM UMA TURMA
       01  WS-LIN-COMP.
           05 FILLER              PIC X(09)       VALUE '   TURMA '.
           05 WS-LC-TURMA         PIC X(03).
           05 FILLER              PIC X(09)       VALUE '  ALUNOS='.
           05 WS-LC-QTD           PIC ZZ9.
           05 FILLER              PIC X(08)       VALUE '  MEDIA='.
           05 WS-LC-MEDIA         PIC Z9,99.
           05 FILLER              PIC X(06)       VALUE '  MIN='.
           05 WS-LC-MIN           PIC Z9,99.
           05 FILLER              PIC X(06)       VALUE '  MAX='.
           05 WS-LC-MAX           PIC Z9,99.
           05 FILLER              PIC X(09)       VALUE '  REPROV='.
           05 WS-LC-PCT           PIC ZZ9,9.
           05 FILLER              PIC X(01)       VALUE '%'.
           05 WS-LC-MARCA         PIC X(24).
       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG060.

           PERFORM 010-INICIAR
           PERFORM 050-IMPRIMIR-MAPAS
           PERFORM 070-IMPRIMIR-COMPARATIVO
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-DATA-ATUAL FROM DATE
           ACCEPT WS-PARAM-LETIVO FROM SYSIN

           DISPLAY "** MAPA DE NOTAS POR TURMA E DISCIPLINA **"
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

           PERFORM 012-CARREGAR-DISCIPLINAS

           MOVE 'N'  TO  WS-EOF-HIS
           OPEN INPUT HISTALUNO-FILE
           IF WS-STATUS-HIS = '00'
              PERFORM 021-LER-HISTORICO
              PERFORM 022-ACUMULAR-HISTORICO UNTIL WS-EOF-HIS = 'S'
              CLOSE HISTALUNO-FILE
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARGA DA TABELA DE DISCIPLINAS (CGDISREF); SEM A TABELA   *
      *    NAO HA COLUNAS E A EXECUCAO E ABANDONADA                  *
      *--------------------------------------------------------------*
       012-CARREGAR-DISCIPLINAS.

           MOVE 'N'  TO  WS-EOF-DIS
           OPEN INPUT DISCIPLINA-FILE
           IF WS-STATUS-DIS = '00'
              PERFORM 013-LER-DISCIPLINA
              PERFORM 014-ACUMULAR-DISCIPLINA UNTIL WS-EOF-DIS = 'S'
              CLOSE DISCIPLINA-FILE
           END-IF

           IF WS-CTDIS = ZEROS
              DISPLAY "TABELA DE DISCIPLINAS CGDISREF AUSENTE OU VAZIA"
                      " - EXECUCAO ABANDONADA"
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF
           .
       013-LER-DISCIPLINA.

           READ DISCIPLINA-FILE
               AT END MOVE 'S'  TO  WS-EOF-DIS
           END-READ
           .
       014-ACUMULAR-DISCIPLINA.

           IF WS-CTDIS >= 20
              DISPLAY "CAPACIDADE DA TABELA DE DISCIPLINAS (20)"
                      " EXCEDIDA - EXECUCAO ABANDONADA"
              CLOSE DISCIPLINA-FILE
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

           ADD 1  TO  WS-CTDIS
           MOVE DIS-CODIGO  TO  WS-TAB-DISC-COD      (WS-CTDIS)
           MOVE DIS-NOME    TO  WS-TAB-DISC-NOME     (WS-CTDIS)
           MOVE 'N'         TO  WS-TAB-DISC-NA-TURMA (WS-CTDIS)
           MOVE ZEROS       TO  WS-TAB-DISC-QTD      (WS-CTDIS)
                                WS-TAB-DISC-SOMA     (WS-CTDIS)
                                WS-TAB-DISC-REPROV   (WS-CTDIS)
           PERFORM 013-LER-DISCIPLINA
           .
      *--------------------------------------------------------------*
      *    LEITURA DE UM REGISTRO DO HISTORICO ESCOLAR               *
      *--------------------------------------------------------------*
       021-LER-HISTORICO.

           READ HISTALUNO-FILE
               AT END MOVE 'S'  TO  WS-EOF-HIS
           END-READ
           .
      *--------------------------------------------------------------*
      *    GUARDA O ALUNO DO ANO/BIMESTRE PEDIDO NA TABELA; UMA      *
      *    APURACAO REPETIDA DO MESMO BIMESTRE SUBSTITUI A ANTERIOR  *
      *    (A ULTIMA GRAVADA NO HISTORICO PREVALECE, COMO NO         *
      *    BOLETIM - CGPRG015)                                       *
      *--------------------------------------------------------------*
       022-ACUMULAR-HISTORICO.

           ADD 1  TO  WS-CTLIDO

           IF HIS-ANO = WS-ANO-PARAM AND
              HIS-BIMESTRE = WS-BIMESTRE-PARAM
              ADD 1  TO  WS-CTSELEC
              PERFORM 023-LOCALIZAR-ALUNO
              IF WS-ALUNO-ACHADO = 'S'
                 ADD 1  TO  WS-CTREPETIDO
              ELSE
                 PERFORM 025-INSERIR-ORDENADO
              END-IF
              PERFORM 028-GUARDAR-NOTAS
           END-IF

           PERFORM 021-LER-HISTORICO
           .
      *--------------------------------------------------------------*
      *    LOCALIZA O ALUNO DO HISTORICO NA TABELA EM MEMORIA        *
      *--------------------------------------------------------------*
       023-LOCALIZAR-ALUNO.

           MOVE 'N'  TO  WS-ALUNO-ACHADO
           MOVE 1    TO  WS-IDX-ALU

           PERFORM 024-COMPARAR-ALUNO
              UNTIL WS-ALUNO-ACHADO = 'S' OR WS-IDX-ALU > WS-CTALUNO
           .
       024-COMPARAR-ALUNO.

           IF WS-TAB-ALU-NUMERO (WS-IDX-ALU) = HIS-NUMERO
              MOVE 'S'  TO  WS-ALUNO-ACHADO
           ELSE
              ADD 1  TO  WS-IDX-ALU
           END-IF
           .
      *--------------------------------------------------------------*
      *    INSERE O ALUNO NA TABELA JA ORDENADO POR TURMA + NOME,    *
      *    DEIXANDO WS-IDX-ALU NA POSICAO INSERIDA                   *
      *--------------------------------------------------------------*
       025-INSERIR-ORDENADO.

           IF WS-CTALUNO >= 200
              DISPLAY "CAPACIDADE DA TABELA DE ALUNOS (200) EXCEDIDA"
                      " - EXECUCAO ABANDONADA"
              CLOSE HISTALUNO-FILE
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

           MOVE 'N'  TO  WS-ACHOU-POS
           MOVE 1    TO  WS-IDX-INS
           PERFORM 026-LOCALIZAR-POSICAO
              UNTIL WS-ACHOU-POS = 'S' OR WS-IDX-INS > WS-CTALUNO

           MOVE WS-CTALUNO  TO  WS-IDX-DESL
           PERFORM 027-DESLOCAR-ALUNO
              UNTIL WS-IDX-DESL < WS-IDX-INS

           MOVE WS-IDX-INS  TO  WS-IDX-ALU
           INITIALIZE WS-TAB-ALUNO-OCR (WS-IDX-ALU)
           MOVE HIS-TURMA   TO  WS-TAB-ALU-TURMA  (WS-IDX-ALU)
           MOVE HIS-NOME    TO  WS-TAB-ALU-NOME   (WS-IDX-ALU)
           MOVE HIS-NUMERO  TO  WS-TAB-ALU-NUMERO (WS-IDX-ALU)
           ADD 1  TO  WS-CTALUNO
           .
      *--------------------------------------------------------------*
      *    LOCALIZA A POSICAO DE INSERCAO (ORDEM TURMA + NOME)       *
      *--------------------------------------------------------------*
       026-LOCALIZAR-POSICAO.

           IF WS-TAB-ALU-TURMA (WS-IDX-INS) > HIS-TURMA
              MOVE 'S'  TO  WS-ACHOU-POS
           ELSE
              IF WS-TAB-ALU-TURMA (WS-IDX-INS) = HIS-TURMA AND
                 WS-TAB-ALU-NOME  (WS-IDX-INS) > HIS-NOME
                 MOVE 'S'  TO  WS-ACHOU-POS
              ELSE
                 ADD 1  TO  WS-IDX-INS
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRE ESPACO NA TABELA DESLOCANDO UM ALUNO PARA BAIXO      *
      *--------------------------------------------------------------*
       027-DESLOCAR-ALUNO.

           ADD 1  TO  WS-IDX-DESL  GIVING  WS-IDX-DEST
           MOVE WS-TAB-ALUNO-OCR (WS-IDX-DESL)
             TO WS-TAB-ALUNO-OCR (WS-IDX-DEST)
           SUBTRACT 1  FROM  WS-IDX-DESL
           .
      *--------------------------------------------------------------*
      *    GUARDA A MEDIA E AS NOTAS POR DISCIPLINA DO REGISTRO NA   *
      *    POSICAO DA DISCIPLINA NA TABELA CGDISREF                  *
      *--------------------------------------------------------------*
       028-GUARDAR-NOTAS.

           MOVE HIS-MEDIA  TO  WS-TAB-ALU-MEDIA (WS-IDX-ALU)
           MOVE 1  TO  WS-IDX-DS
           PERFORM 029-LIMPAR-NOTA  UNTIL WS-IDX-DS > 20

           MOVE 1  TO  WS-IDX-NT
           PERFORM 030-GUARDAR-DISCIPLINA  UNTIL WS-IDX-NT > 4
           .
       029-LIMPAR-NOTA.

           MOVE 'N'    TO  WS-TAB-ALU-TEM  (WS-IDX-ALU WS-IDX-DS)
           MOVE ZEROS  TO  WS-TAB-ALU-NOTA (WS-IDX-ALU WS-IDX-DS)
           ADD 1  TO  WS-IDX-DS
           .
      *--------------------------------------------------------------*
      *    GUARDA UMA NOTA DO REGISTRO; CODIGO FORA DA CGDISREF E    *
      *    AVISADO E FICA FORA DO MAPA                               *
      *--------------------------------------------------------------*
       030-GUARDAR-DISCIPLINA.

           IF HIS-DISC-COD (WS-IDX-NT) NOT = SPACES
              PERFORM 031-LOCALIZAR-DISCIPLINA
              IF WS-DIS-ACHADA = 'S'
                 MOVE 'S'  TO  WS-TAB-ALU-TEM (WS-IDX-ALU WS-IDX-DS)
                 MOVE HIS-DISC-NOTA (WS-IDX-NT)
                   TO WS-TAB-ALU-NOTA (WS-IDX-ALU WS-IDX-DS)
              ELSE
                 ADD 1  TO  WS-CTFORA-TAB
                 DISPLAY "*** DISCIPLINA " HIS-DISC-COD (WS-IDX-NT)
                         " DO ALUNO " HIS-NUMERO
                         " FORA DA TABELA CGDISREF - NOTA IGNORADA"
              END-IF
           END-IF

           ADD 1  TO  WS-IDX-NT
           .
       031-LOCALIZAR-DISCIPLINA.

           MOVE 'N'  TO  WS-DIS-ACHADA
           MOVE 1    TO  WS-IDX-DS
           PERFORM 032-COMPARAR-DISCIPLINA
              UNTIL WS-DIS-ACHADA = 'S' OR WS-IDX-DS > WS-CTDIS
           .
       032-COMPARAR-DISCIPLINA.

           IF WS-TAB-DISC-COD (WS-IDX-DS) = HIS-DISC-COD (WS-IDX-NT)
              MOVE 'S'  TO  WS-DIS-ACHADA
           ELSE
              ADD 1  TO  WS-IDX-DS
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIME O MAPA, UMA PAGINA POR TURMA                      *
      *--------------------------------------------------------------*
       050-IMPRIMIR-MAPAS.

           MOVE SPACES  TO  WS-TURMA-ANT
           MOVE 1       TO  WS-IDX-ALU
           PERFORM 051-IMPRIMIR-ALUNO
              UNTIL WS-IDX-ALU > WS-CTALUNO

           IF WS-TURMA-ANT NOT = SPACES
              PERFORM 060-FECHAR-TURMA
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIME A LINHA DE UM ALUNO, COM QUEBRA DE TURMA          *
      *--------------------------------------------------------------*
       051-IMPRIMIR-ALUNO.

           IF WS-TAB-ALU-TURMA (WS-IDX-ALU) NOT = WS-TURMA-ANT
              IF WS-TURMA-ANT NOT = SPACES
                 PERFORM 060-FECHAR-TURMA
              END-IF
              PERFORM 052-ABRIR-TURMA
           END-IF

           MOVE SPACES  TO  WS-LIN-MAPA
           MOVE WS-TAB-ALU-NUMERO (WS-IDX-ALU)  TO  WS-LM-NUMERO
           MOVE WS-TAB-ALU-NOME   (WS-IDX-ALU)  TO  WS-LM-NOME
           MOVE 1  TO  WS-IDX-COL
           PERFORM 056-PREENCHER-CELULA
              UNTIL WS-IDX-COL > WS-QTD-COL

           MOVE WS-TAB-ALU-MEDIA (WS-IDX-ALU)  TO  WS-NOTA-CEL
           PERFORM 057-ACUMULAR-CELULA

           PERFORM 080-ESCREVER-LINHA
           DISPLAY WS-LIN-MAPA

           ADD 1  TO  WS-IDX-ALU
           .
      *--------------------------------------------------------------*
      *    ABRE A PAGINA DE UMA TURMA: MARCA AS DISCIPLINAS          *
      *    CURSADAS PELOS ALUNOS DA TURMA, MONTA AS COLUNAS NA ORDEM *
      *    DA CGDISREF E IMPRIME O CABECALHO DAS COLUNAS             *
      *--------------------------------------------------------------*
       052-ABRIR-TURMA.

           MOVE WS-TAB-ALU-TURMA (WS-IDX-ALU)  TO  WS-TURMA-ANT

           MOVE WS-IDX-ALU  TO  WS-IDX-VAR
           PERFORM 053-MARCAR-DISCIPLINAS
              UNTIL WS-IDX-VAR > WS-CTALUNO OR
                    WS-TAB-ALU-TURMA (WS-IDX-VAR) NOT = WS-TURMA-ANT

           MOVE ZEROS  TO  WS-QTD-COL
           INITIALIZE WS-TAB-COLUNA
           MOVE 1  TO  WS-IDX-DS
           PERFORM 055-MONTAR-COLUNA  UNTIL WS-IDX-DS > WS-CTDIS
           ADD 1  TO  WS-QTD-COL  GIVING  WS-COL-MEDIA
           MOVE 1  TO  WS-IDX-COL
           PERFORM 058-INICIAR-COLUNA  UNTIL WS-IDX-COL > WS-COL-MEDIA

           MOVE 99  TO  WS-CTLINHA
           MOVE SPACES  TO  WS-LIN-MAPA
           MOVE 'NUM '  TO  WS-LM-NUMERO
           MOVE 'NOME DO ALUNO'  TO  WS-LM-NOME
           MOVE 1  TO  WS-IDX-COL
           PERFORM 059-CABECALHO-COLUNA  UNTIL WS-IDX-COL > WS-QTD-COL
           MOVE 'MEDIA'  TO  WS-LM-NOTA (WS-COL-MEDIA)
           PERFORM 080-ESCREVER-LINHA
           DISPLAY WS-LIN-MAPA
           PERFORM 080-ESCREVER-LINHA
           DISPLAY '---------------------------------------------'
           .
      *--------------------------------------------------------------*
      *    MARCA AS DISCIPLINAS COM NOTA DE UM ALUNO DA TURMA        *
      *--------------------------------------------------------------*
       053-MARCAR-DISCIPLINAS.

           MOVE 1  TO  WS-IDX-DS
           PERFORM 054-MARCAR-DISCIPLINA  UNTIL WS-IDX-DS > WS-CTDIS
           ADD 1  TO  WS-IDX-VAR
           .
       054-MARCAR-DISCIPLINA.

           IF WS-TAB-ALU-TEM (WS-IDX-VAR WS-IDX-DS) = 'S'
              MOVE 'S'  TO  WS-TAB-DISC-NA-TURMA (WS-IDX-DS)
           END-IF
           ADD 1  TO  WS-IDX-DS
           .
      *--------------------------------------------------------------*
      *    ACRESCENTA UMA COLUNA PARA A DISCIPLINA CURSADA NA TURMA  *
      *    E DESMARCA A DISCIPLINA PARA A PROXIMA TURMA              *
      *--------------------------------------------------------------*
       055-MONTAR-COLUNA.

           IF WS-TAB-DISC-NA-TURMA (WS-IDX-DS) = 'S'
              ADD 1  TO  WS-QTD-COL
              MOVE WS-IDX-DS  TO  WS-COL-DISC (WS-QTD-COL)
              MOVE 'N'  TO  WS-TAB-DISC-NA-TURMA (WS-IDX-DS)
           END-IF
           ADD 1  TO  WS-IDX-DS
           .
      *--------------------------------------------------------------*
      *    PREENCHE A CELULA DE UMA DISCIPLINA NA LINHA DO ALUNO:    *
      *    NOTA, MARCADA COM '*' ABAIXO DE 6,00, OU '-' SEM NOTA     *
      *--------------------------------------------------------------*
       056-PREENCHER-CELULA.

           MOVE WS-COL-DISC (WS-IDX-COL)  TO  WS-IDX-DS
           IF WS-TAB-ALU-TEM (WS-IDX-ALU WS-IDX-DS) = 'S'
              MOVE WS-TAB-ALU-NOTA (WS-IDX-ALU WS-IDX-DS)
                TO WS-NOTA-CEL
              PERFORM 057-ACUMULAR-CELULA
           ELSE
              MOVE '  -  '  TO  WS-LM-NOTA (WS-IDX-COL)
           END-IF
           ADD 1  TO  WS-IDX-COL
           .
      *--------------------------------------------------------------*
      *    EDITA A NOTA DA CELULA E ACUMULA A ESTATISTICA DA COLUNA  *
      *    (NA COLUNA DA MEDIA, WS-IDX-COL APONTA PARA ELA)          *
      *--------------------------------------------------------------*
       057-ACUMULAR-CELULA.

           MOVE WS-NOTA-CEL   TO  WS-NOTA-EDIT
           MOVE WS-NOTA-EDIT  TO  WS-LM-NOTA (WS-IDX-COL)
           ADD 1            TO  WS-COL-QTD  (WS-IDX-COL)
           ADD WS-NOTA-CEL  TO  WS-COL-SOMA (WS-IDX-COL)
           IF WS-NOTA-CEL < WS-COL-MIN (WS-IDX-COL)
              MOVE WS-NOTA-CEL  TO  WS-COL-MIN (WS-IDX-COL)
           END-IF
           IF WS-NOTA-CEL > WS-COL-MAX (WS-IDX-COL)
              MOVE WS-NOTA-CEL  TO  WS-COL-MAX (WS-IDX-COL)
           END-IF
           IF WS-NOTA-CEL < 6,00
              MOVE '*'  TO  WS-LM-MARCA (WS-IDX-COL)
              ADD 1  TO  WS-COL-REPROV (WS-IDX-COL)
           END-IF
           .
       058-INICIAR-COLUNA.

           MOVE 99,99  TO  WS-COL-MIN (WS-IDX-COL)
           ADD 1  TO  WS-IDX-COL
           .
       059-CABECALHO-COLUNA.

           MOVE WS-COL-DISC (WS-IDX-COL)  TO  WS-IDX-DS
           MOVE WS-TAB-DISC-COD (WS-IDX-DS)  TO  WS-LM-NOTA (WS-IDX-COL)
           ADD 1  TO  WS-IDX-COL
           .
      *--------------------------------------------------------------*
      *    FECHA A PAGINA DA TURMA: MEDIA, MINIMA, MAXIMA E TAXA DE  *
      *    REPROVACAO POR COLUNA, LEGENDA DAS DISCIPLINAS E GUARDA   *
      *    DA ESTATISTICA PARA O COMPARATIVO ENTRE TURMAS            *
      *--------------------------------------------------------------*
       060-FECHAR-TURMA.

           PERFORM 080-ESCREVER-LINHA
           DISPLAY '---------------------------------------------'

           MOVE SPACES  TO  WS-LIN-MAPA
           MOVE 'MEDIA DA TURMA'  TO  WS-LM-NOME
           MOVE 1  TO  WS-IDX-COL
           PERFORM 061-CELULA-MEDIA  UNTIL WS-IDX-COL > WS-COL-MEDIA
           PERFORM 080-ESCREVER-LINHA
           DISPLAY WS-LIN-MAPA

           MOVE SPACES  TO  WS-LIN-MAPA
           MOVE 'NOTA MINIMA'  TO  WS-LM-NOME
           MOVE 1  TO  WS-IDX-COL
           PERFORM 062-CELULA-MINIMA  UNTIL WS-IDX-COL > WS-COL-MEDIA
           PERFORM 080-ESCREVER-LINHA
           DISPLAY WS-LIN-MAPA

           MOVE SPACES  TO  WS-LIN-MAPA
           MOVE 'NOTA MAXIMA'  TO  WS-LM-NOME
           MOVE 1  TO  WS-IDX-COL
           PERFORM 063-CELULA-MAXIMA  UNTIL WS-IDX-COL > WS-COL-MEDIA
           PERFORM 080-ESCREVER-LINHA
           DISPLAY WS-LIN-MAPA

           MOVE SPACES  TO  WS-LIN-MAPA
           MOVE '% ABAIXO DE 6,00'  TO  WS-LM-NOME
           MOVE 1  TO  WS-IDX-COL
           PERFORM 064-CELULA-REPROV  UNTIL WS-IDX-COL > WS-COL-MEDIA
           PERFORM 080-ESCREVER-LINHA
           DISPLAY WS-LIN-MAPA

           PERFORM 080-ESCREVER-LINHA
           DISPLAY ' '
           PERFORM 080-ESCREVER-LINHA
           DISPLAY '* = NOTA ABAIXO DE 6,00   - = SEM NOTA NA'
                   ' DISCIPLINA'
           MOVE 1  TO  WS-IDX-COL
           PERFORM 065-LEGENDA-COLUNA  UNTIL WS-IDX-COL > WS-QTD-COL

           PERFORM 066-GUARDAR-COMPARATIVO
           .
       061-CELULA-MEDIA.

           IF WS-COL-QTD (WS-IDX-COL) > ZEROS
              COMPUTE WS-MEDIA-CALC ROUNDED =
                 WS-COL-SOMA (WS-IDX-COL) / WS-COL-QTD (WS-IDX-COL)
              MOVE WS-MEDIA-CALC  TO  WS-NOTA-EDIT
              MOVE WS-NOTA-EDIT   TO  WS-LM-NOTA (WS-IDX-COL)
           END-IF
           ADD 1  TO  WS-IDX-COL
           .
       062-CELULA-MINIMA.

           IF WS-COL-QTD (WS-IDX-COL) > ZEROS
              MOVE WS-COL-MIN (WS-IDX-COL)  TO  WS-NOTA-EDIT
              MOVE WS-NOTA-EDIT  TO  WS-LM-NOTA (WS-IDX-COL)
           END-IF
           ADD 1  TO  WS-IDX-COL
           .
       063-CELULA-MAXIMA.

           IF WS-COL-QTD (WS-IDX-COL) > ZEROS
              MOVE WS-COL-MAX (WS-IDX-COL)  TO  WS-NOTA-EDIT
              MOVE WS-NOTA-EDIT  TO  WS-LM-NOTA (WS-IDX-COL)
           END-IF
           ADD 1  TO  WS-IDX-COL
           .
       064-CELULA-REPROV.

           IF WS-COL-QTD (WS-IDX-COL) > ZEROS
              COMPUTE WS-PCT-CALC ROUNDED =
                 WS-COL-REPROV (WS-IDX-COL) * 100 /
                 WS-COL-QTD (WS-IDX-COL)
              MOVE WS-PCT-CALC  TO  WS-PCT-EDIT
              MOVE WS-PCT-EDIT  TO  WS-LM-NOTA (WS-IDX-COL)
           END-IF
           ADD 1  TO  WS-IDX-COL
           .
       065-LEGENDA-COLUNA.

           MOVE WS-COL-DISC (WS-IDX-COL)  TO  WS-IDX-DS
           PERFORM 080-ESCREVER-LINHA
           DISPLAY '  ' WS-TAB-DISC-COD (WS-IDX-DS) ' = '
                   WS-TAB-DISC-NOME (WS-IDX-DS)
           ADD 1  TO  WS-IDX-COL
           .
      *--------------------------------------------------------------*
      *    GUARDA A ESTATISTICA DAS DISCIPLINAS DA TURMA PARA O      *
      *    COMPARATIVO E SOMA OS TOTAIS DA DISCIPLINA NA ESCOLA      *
      *--------------------------------------------------------------*
       066-GUARDAR-COMPARATIVO.

           IF WS-CTTURMA >= 30
              DISPLAY "CAPACIDADE DO COMPARATIVO (30 TURMAS) EXCEDIDA"
                      " - EXECUCAO ABANDONADA"
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

           ADD 1  TO  WS-CTTURMA
           INITIALIZE WS-TAB-CMP-OCR (WS-CTTURMA)
           MOVE WS-TURMA-ANT  TO  WS-CMP-TURMA (WS-CTTURMA)
           MOVE 1  TO  WS-IDX-COL
           PERFORM 067-GUARDAR-COLUNA  UNTIL WS-IDX-COL > WS-QTD-COL
           .
       067-GUARDAR-COLUNA.

           MOVE WS-COL-DISC (WS-IDX-COL)  TO  WS-IDX-DS
           MOVE WS-COL-QTD    (WS-IDX-COL)
             TO WS-CMP-QTD    (WS-CTTURMA WS-IDX-DS)
           MOVE WS-COL-SOMA   (WS-IDX-COL)
             TO WS-CMP-SOMA   (WS-CTTURMA WS-IDX-DS)
           MOVE WS-COL-MIN    (WS-IDX-COL)
             TO WS-CMP-MIN    (WS-CTTURMA WS-IDX-DS)
           MOVE WS-COL-MAX    (WS-IDX-COL)
             TO WS-CMP-MAX    (WS-CTTURMA WS-IDX-DS)
           MOVE WS-COL-REPROV (WS-IDX-COL)
             TO WS-CMP-REPROV (WS-CTTURMA WS-IDX-DS)

           ADD WS-COL-QTD    (WS-IDX-COL)
            TO WS-TAB-DISC-QTD (WS-IDX-DS)  WS-GER-QTD
           ADD WS-COL-SOMA   (WS-IDX-COL)
            TO WS-TAB-DISC-SOMA (WS-IDX-DS)  WS-GER-SOMA
           ADD WS-COL-REPROV (WS-IDX-COL)
            TO WS-TAB-DISC-REPROV (WS-IDX-DS)
           ADD 1  TO  WS-IDX-COL
           .
      *--------------------------------------------------------------*
      *    SECAO FINAL: A MESMA DISCIPLINA EM CADA TURMA, CONTRA A   *
      *    MEDIA DA DISCIPLINA NA ESCOLA; A DISCIPLINA CONTRA A      *
      *    MEDIA GERAL DE TODAS AS NOTAS DO BIMESTRE                 *
      *--------------------------------------------------------------*
       070-IMPRIMIR-COMPARATIVO.

           IF WS-GER-QTD > ZEROS
              COMPUTE WS-GER-MEDIA ROUNDED = WS-GER-SOMA / WS-GER-QTD
              MOVE SPACES  TO  WS-TURMA-ANT
              MOVE 99  TO  WS-CTLINHA
              PERFORM 080-ESCREVER-LINHA
              MOVE WS-GER-MEDIA  TO  WS-NOTA-EDIT
              DISPLAY 'MEDIA GERAL DAS NOTAS DO BIMESTRE= '
                      WS-NOTA-EDIT
              PERFORM 080-ESCREVER-LINHA
              DISPLAY '<< / >> = MEDIA DA TURMA ABAIXO / ACIMA DA'
                      ' MEDIA DA DISCIPLINA NA ESCOLA EM 1,50 OU MAIS'
              MOVE 1  TO  WS-IDX-DS
              PERFORM 071-COMPARAR-DISCIPLINA
                 UNTIL WS-IDX-DS > WS-CTDIS
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIME UMA DISCIPLINA DO COMPARATIVO E A SUA LINHA EM    *
      *    CADA TURMA QUE A CURSOU                                   *
      *--------------------------------------------------------------*
       071-COMPARAR-DISCIPLINA.

           IF WS-TAB-DISC-QTD (WS-IDX-DS) > ZEROS
              COMPUTE WS-DISC-MEDIA ROUNDED =
                 WS-TAB-DISC-SOMA (WS-IDX-DS) /
                 WS-TAB-DISC-QTD  (WS-IDX-DS)
              COMPUTE WS-PCT-CALC ROUNDED =
                 WS-TAB-DISC-REPROV (WS-IDX-DS) * 100 /
                 WS-TAB-DISC-QTD    (WS-IDX-DS)
              MOVE WS-DISC-MEDIA  TO  WS-NOTA-EDIT
              MOVE WS-PCT-CALC    TO  WS-PCT-EDIT
              PERFORM 080-ESCREVER-LINHA
              DISPLAY ' '
              PERFORM 080-ESCREVER-LINHA
              DISPLAY 'DISCIPLINA ' WS-TAB-DISC-COD (WS-IDX-DS) ' '
                      WS-TAB-DISC-NOME (WS-IDX-DS)
                      '  MEDIA NA ESCOLA= ' WS-NOTA-EDIT
                      '  ABAIXO DE 6,00= ' WS-PCT-EDIT '%'
              EVALUATE TRUE
                  WHEN WS-DISC-MEDIA + WS-LIMITE-DESVIO
                       <= WS-GER-MEDIA
                     PERFORM 080-ESCREVER-LINHA
                     DISPLAY '   *** DISCIPLINA ABAIXO DA MEDIA GERAL'
                             ' DO BIMESTRE ***'
                  WHEN WS-DISC-MEDIA >=
                       WS-GER-MEDIA + WS-LIMITE-DESVIO
                     PERFORM 080-ESCREVER-LINHA
                     DISPLAY '   *** DISCIPLINA ACIMA DA MEDIA GERAL'
                             ' DO BIMESTRE ***'
              END-EVALUATE
              MOVE 1  TO  WS-IDX-TU
              PERFORM 072-COMPARAR-TURMA  UNTIL WS-IDX-TU > WS-CTTURMA
           END-IF
           ADD 1  TO  WS-IDX-DS
           .
       072-COMPARAR-TURMA.

           IF WS-CMP-QTD (WS-IDX-TU WS-IDX-DS) > ZEROS
              MOVE WS-CMP-TURMA (WS-IDX-TU)  TO  WS-LC-TURMA
              MOVE WS-CMP-QTD (WS-IDX-TU WS-IDX-DS)  TO  WS-LC-QTD
              COMPUTE WS-MEDIA-CALC ROUNDED =
                 WS-CMP-SOMA (WS-IDX-TU WS-IDX-DS) /
                 WS-CMP-QTD  (WS-IDX-TU WS-IDX-DS)
              MOVE WS-MEDIA-CALC  TO  WS-LC-MEDIA
              MOVE WS-CMP-MIN (WS-IDX-TU WS-IDX-DS)  TO  WS-LC-MIN
              MOVE WS-CMP-MAX (WS-IDX-TU WS-IDX-DS)  TO  WS-LC-MAX
              COMPUTE WS-PCT-CALC ROUNDED =
                 WS-CMP-REPROV (WS-IDX-TU WS-IDX-DS) * 100 /
                 WS-CMP-QTD    (WS-IDX-TU WS-IDX-DS)
              MOVE WS-PCT-CALC  TO  WS-LC-PCT
              EVALUATE TRUE
                  WHEN WS-MEDIA-CALC + WS-LIMITE-DESVIO
                       <= WS-DISC-MEDIA
                     MOVE '  << ABAIXO DA DISCIPL.'  TO  WS-LC-MARCA
                  WHEN WS-MEDIA-CALC >=
                       WS-DISC-MEDIA + WS-LIMITE-DESVIO
                     MOVE '  >> ACIMA DA DISCIPL. '  TO  WS-LC-MARCA
                  WHEN OTHER
                     MOVE SPACES  TO  WS-LC-MARCA
              END-EVALUATE
              PERFORM 080-ESCREVER-LINHA
              DISPLAY WS-LIN-COMP
           END-IF
           ADD 1  TO  WS-IDX-TU
           .
      *--------------------------------------------------------------*
      *    CONTROLA A QUEBRA DE PAGINA A 60 LINHAS, IMPRIMINDO O     *
      *    CABECALHO COM A TURMA (OU O COMPARATIVO), ANO, BIMESTRE,  *
      *    DATA E NUMERO DA PAGINA                                   *
      *--------------------------------------------------------------*
       080-ESCREVER-LINHA.

           IF WS-CTLINHA >= 60
              ADD 1  TO  WS-CTPAGINA
              IF WS-TURMA-ANT = SPACES
                 DISPLAY 'COMPARATIVO DAS DISCIPLINAS ENTRE TURMAS'
                         '  ANO ' WS-ANO-PARAM
                         ' BIM ' WS-BIMESTRE-PARAM
                         '  DATA: ' WS-DATA-ATUAL
                         '  PAGINA: ' WS-CTPAGINA
              ELSE
                 DISPLAY 'MAPA DE NOTAS - TURMA ' WS-TURMA-ANT
                         '  ANO ' WS-ANO-PARAM
                         ' BIM ' WS-BIMESTRE-PARAM
                         '  DATA: ' WS-DATA-ATUAL
                         '  PAGINA: ' WS-CTPAGINA
              END-IF
              DISPLAY '==============================================='
              MOVE 3  TO  WS-CTLINHA
           END-IF

           ADD 1  TO  WS-CTLINHA
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' '
           DISPLAY '-----------------------------------'
           DISPLAY 'REGISTROS LIDOS NO HISTORICO..= ' WS-CTLIDO
           DISPLAY 'REGISTROS DO ANO/BIMESTRE.....= ' WS-CTSELEC
           DISPLAY 'APURACOES REPETIDAS (ULTIMA)..= ' WS-CTREPETIDO
           DISPLAY 'ALUNOS NO MAPA................= ' WS-CTALUNO
           DISPLAY 'TURMAS NO MAPA................= ' WS-CTTURMA
           DISPLAY 'NOTAS FORA DA CGDISREF........= ' WS-CTFORA-TAB
           DISPLAY '-----------------------------------'

           IF WS-CTALUNO = ZEROS
              DISPLAY "NENHUM ALUNO NO HISTORICO PARA O ANO/BIMESTRE"
              MOVE 12   TO  RETURN-CODE
           ELSE
              IF WS-CTFORA-TAB > ZEROS
                 MOVE 04   TO  RETURN-CODE
              ELSE
                 MOVE 00   TO  RETURN-CODE
              END-IF
           END-IF

           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG060"
           .
      *---------------> FIM DO PROGRAMA CGPRG060 <-------------------*
