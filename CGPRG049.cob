       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG049.
       AUTHOR.        MIGUEL MORAIS.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NIVEL BASICO.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: ESPELHO DE VENDAS POR EMPREENDIMENTO E QUADRA.
      *           LE A REFERENCIA DE EMPREENDIMENTOS E QUADRAS
      *           (CGQUADRA, FAIXAS DE NUMERO DE LOTE) E, PARA CADA
      *           QUADRA, POSICIONA O CADASTRO DE LOTES (CGLOTMST)
      *           NO INICIO DE CADA FAIXA (START) E IMPRIME A GRADE
      *           DA QUADRA: CADA LOTE COM A SITUACAO (P/R/V/C), O
      *           PRECO E O USUARIO DA RESERVA/VENDA, COM A CONTAGEM
      *           DA QUADRA POR SITUACAO. EM SEGUIDA LISTA OS LOTES
      *           DO CADASTRO FORA DE QUALQUER FAIXA E FECHA COM OS
      *           TOTAIS DE LOTES E VALOR POR SITUACAO DE CADA
      *           EMPREENDIMENTO.
      *           FAIXA INVALIDA OU SOBREPOSTA A OUTRA E DESPREZADA
      *           COM AVISO NO SYSOUT
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010001  CRIACAO - ESPELHO DE VENDAS POR
      *                          EMPREENDIMENTO E QUADRA
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
           SELECT QUADRA-FILE        ASSIGN TO "CGQUADRA"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-QDR.
           SELECT LOTMST-FILE        ASSIGN TO "CGLOTMST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS LM-LOTE
                  FILE STATUS  IS WS-STATUS-MST.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *==> REFERENCIA DE EMPREENDIMENTOS E QUADRAS (FAIXAS DE LOTE)
       FD  QUADRA-FILE.
       01  QUADRA-REG.
           COPY CGREGQDR.

      *==> MESMO LAYOUT GRAVADO PELO CGPRG011
       FD  LOTMST-FILE.
       01  LOTMST-REG.
           COPY CGREGLOT.

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> AREA AUXILIAR
       77  WS-EOF-QDR             PIC X(01).
       77  WS-FIM-MST             PIC X(01).
       77  WS-STATUS-QDR          PIC X(02).
       77  WS-STATUS-MST          PIC X(02).
       77  WS-CTFAIXA             PIC 9(03)       VALUE ZEROS.
       77  WS-CTEMP               PIC 9(02)       VALUE ZEROS.
       77  WS-CTLIDO-QDR          PIC 9(04)       VALUE ZEROS.
       77  WS-CTREJ-QDR           PIC 9(04)       VALUE ZEROS.
       77  WS-CTQUADRA            PIC 9(03)       VALUE ZEROS.
       77  WS-CTLOTE-QDR          PIC 9(06)       VALUE ZEROS.
       77  WS-CTLOTE-MST          PIC 9(06)       VALUE ZEROS.
       77  WS-CTSEMQDR            PIC 9(06)       VALUE ZEROS.
       77  WS-IDX-FX              PIC 9(03).
       77  WS-IDX-CMP             PIC 9(03).
       77  WS-IDX-INS             PIC 9(03).
       77  WS-IDX-DESL            PIC 9(03).
       77  WS-IDX-DEST            PIC 9(03).
       77  WS-IDX-EM              PIC 9(02).
       77  WS-IDX-ST              PIC 9(01).
       77  WS-IDX-CEL             PIC 9(01).
       77  WS-ACHOU-POS           PIC X(01).
       77  WS-SOBREPOE            PIC X(01).
       77  WS-EMP-ACHADO          PIC X(01).
       77  WS-FX-ACHADA           PIC X(01).
       77  WS-SIT-ACHADA          PIC X(01).
       77  WS-PRIMEIRA            PIC X(01).
       77  WS-EMP-ANT             PIC 9(03).
       77  WS-QUADRA-ANT          PIC X(03).
       77  WS-QTD-EMP             PIC 9(05).
       77  WS-VALOR-EMP           PIC 9(12)V99.
       77  WS-VAL-EXIB            PIC $$.$$$.$$$.$$9,99.

      *-----> SITUACOES DO LOTE NA ORDEM DOS ACUMULADORES
       01  WS-LISTA-SIT           PIC X(04)       VALUE 'PRVC'.
       01  FILLER  REDEFINES  WS-LISTA-SIT.
           05 WS-SIT-COD          PIC X(01)  OCCURS 4 TIMES.
       01  WS-LISTA-DESC-SIT.
           05 FILLER              PIC X(12)       VALUE 'DISPONIVEL'.
           05 FILLER              PIC X(12)       VALUE 'RESERVADO'.
           05 FILLER              PIC X(12)       VALUE 'VENDIDO'.
           05 FILLER              PIC X(12)       VALUE 'CANCELADO'.
       01  FILLER  REDEFINES  WS-LISTA-DESC-SIT.
           05 WS-SIT-DESC         PIC X(12)  OCCURS 4 TIMES.

      *-----> FAIXAS DE LOTE DAS QUADRAS, ORDENADAS POR
      *-----> EMPREENDIMENTO + QUADRA + LOTE INICIAL (INSERCAO NA
      *-----> CARGA), COM A POSICAO DO EMPREENDIMENTO NA TABELA
       01  WS-TAB-FAIXA.
           05 WS-TAB-FAIXA-OCR  OCCURS 200 TIMES.
              10 WS-TAB-FX-EMPREEND     PIC 9(03).
              10 WS-TAB-FX-QUADRA       PIC X(03).
              10 WS-TAB-FX-LOTE-INI     PIC 9(06).
              10 WS-TAB-FX-LOTE-FIM     PIC 9(06).
              10 WS-TAB-FX-IDX-EMP      PIC 9(02).

      *-----> AREA DA FAIXA SENDO INSERIDA NA TABELA
       01  WS-REG-INSERIR.
           05 WS-INS-EMPREEND     PIC 9(03).
           05 WS-INS-QUADRA       PIC X(03).
           05 WS-INS-LOTE-INI     PIC 9(06).
           05 WS-INS-LOTE-FIM     PIC 9(06).
           05 WS-INS-IDX-EMP      PIC 9(02).

      *-----> EMPREENDIMENTOS, COM LOTES E VALOR POR SITUACAO
       01  WS-TAB-EMP.
           05 WS-TAB-EMP-OCR  OCCURS 50 TIMES.
              10 WS-TAB-EMP-CODIGO      PIC 9(03).
              10 WS-TAB-EMP-NOME        PIC X(30).
              10 WS-TAB-EMP-SIT  OCCURS 4 TIMES.
                 15 WS-TAB-EMP-QTD      PIC 9(05).
                 15 WS-TAB-EMP-VALOR    PIC 9(12)V99.

      *-----> CONTAGEM DA QUADRA CORRENTE POR SITUACAO
       01  WS-TAB-QUADRA.
           05 WS-QDR-QTD          PIC 9(04)  OCCURS 4 TIMES.

      *-----> CABECALHO DA GRADE DA QUADRA
       01  WS-REG-CAB-QUADRA.
           05 FILLER              PIC X(16)
              VALUE ' EMPREENDIMENTO '.
           05 WS-CAB-EMP-OUT      PIC 9(03).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-CAB-NOME-OUT     PIC X(30).
           05 FILLER              PIC X(09)       VALUE ' QUADRA: '.
           05 WS-CAB-QUADRA-OUT   PIC X(03).

      *-----> LINHA DA GRADE: TRES LOTES POR LINHA
       01  WS-REG-GRADE.
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-CELULA  OCCURS 3 TIMES.
              10 WS-CEL-LOTE      PIC X(06).
              10 FILLER           PIC X(01).
              10 WS-CEL-SIT       PIC X(01).
              10 FILLER           PIC X(01).
              10 WS-CEL-PRECO     PIC $$$.$$$.$$9,99.
              10 FILLER           PIC X(01).
              10 WS-CEL-USUARIO   PIC X(08).
              10 WS-CEL-BARRA     PIC X(03).

      *-----> CONTAGEM DA QUADRA POR SITUACAO
       01  WS-REG-RESUMO-QUADRA.
           05 FILLER              PIC X(16)
              VALUE ' QUADRA - LOTES:'.
           05 FILLER              PIC X(04)       VALUE ' P='.
           05 WS-RES-P-OUT        PIC ZZZ9.
           05 FILLER              PIC X(04)       VALUE ' R='.
           05 WS-RES-R-OUT        PIC ZZZ9.
           05 FILLER              PIC X(04)       VALUE ' V='.
           05 WS-RES-V-OUT        PIC ZZZ9.
           05 FILLER              PIC X(04)       VALUE ' C='.
           05 WS-RES-C-OUT        PIC ZZZ9.

      *-----> LINHA DE TOTAL DO EMPREENDIMENTO POR SITUACAO
       01  WS-REG-TOTAL-EMP.
           05 FILLER              PIC X(03)       VALUE SPACES.
           05 WS-TOT-SIT-OUT      PIC X(01).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-TOT-DESC-OUT     PIC X(12).
           05 WS-TOT-QTD-OUT      PIC ZZZZ9.
           05 FILLER              PIC X(07)       VALUE ' LOTES '.
           05 WS-TOT-VALOR-OUT    PIC $$.$$$.$$$.$$9,99.
       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG049.

           PERFORM 010-INICIAR
           PERFORM 030-IMPRIMIR-ESPELHO
           PERFORM 040-LISTAR-SEM-QUADRA
           PERFORM 050-IMPRIMIR-TOTAIS
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "** ESPELHO DE VENDAS POR QUADRA **"
           DISPLAY "SITUACAO: P=DISPONIVEL R=RESERVADO V=VENDIDO"
                   " C=CANCELADO"
           DISPLAY '-----------------------------------'

           PERFORM 012-CARREGAR-FAIXAS

           OPEN INPUT LOTMST-FILE
           IF WS-STATUS-MST NOT = '00'
              DISPLAY "CADASTRO CGLOTMST INDISPONIVEL - STATUS "
                      WS-STATUS-MST
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARGA DA REFERENCIA DE QUADRAS (CGQUADRA), ORDENADA POR   *
      *    EMPREENDIMENTO + QUADRA + LOTE INICIAL                    *
      *--------------------------------------------------------------*
       012-CARREGAR-FAIXAS.

           MOVE 'N'  TO  WS-EOF-QDR
           OPEN INPUT QUADRA-FILE
           IF WS-STATUS-QDR = '00'
              PERFORM 013-LER-FAIXA
              PERFORM 014-VALIDAR-FAIXA UNTIL WS-EOF-QDR = 'S'
              CLOSE QUADRA-FILE
           END-IF

           IF WS-CTFAIXA = ZEROS
              DISPLAY "REFERENCIA CGQUADRA AUSENTE OU VAZIA -"
                      " ESPELHO NAO EMITIDO"
              MOVE 12   TO  RETURN-CODE
              STOP RUN
           END-IF
           .
       013-LER-FAIXA.

           READ QUADRA-FILE
               AT END MOVE 'S'  TO  WS-EOF-QDR
           END-READ
           .
      *--------------------------------------------------------------*
      *    VALIDA UMA FAIXA (NUMERICA, INICIO <= FIM, SEM SOBREPOR   *
      *    OUTRA JA CARREGADA) E A INSERE NA TABELA                  *
      *--------------------------------------------------------------*
       014-VALIDAR-FAIXA.

           ADD 1  TO  WS-CTLIDO-QDR

           IF QD-EMPREEND NOT NUMERIC OR
              QD-LOTE-INI NOT NUMERIC OR
              QD-LOTE-FIM NOT NUMERIC OR
              QD-LOTE-INI > QD-LOTE-FIM
              ADD 1  TO  WS-CTREJ-QDR
              DISPLAY "FAIXA INVALIDA DESPREZADA: " QUADRA-REG
           ELSE
              MOVE 'N'  TO  WS-SOBREPOE
              MOVE 1    TO  WS-IDX-CMP
              PERFORM 019-COMPARAR-SOBREPOSICAO
                 UNTIL WS-SOBREPOE = 'S' OR WS-IDX-CMP > WS-CTFAIXA
              IF WS-SOBREPOE = 'S'
                 ADD 1  TO  WS-CTREJ-QDR
                 DISPLAY "FAIXA SOBREPOSTA DESPREZADA: " QUADRA-REG
              ELSE
                 IF WS-CTFAIXA >= 200
                    DISPLAY "CAPACIDADE DA TABELA DE FAIXAS (200)"
                            " EXCEDIDA - EXECUCAO ABANDONADA"
                    CLOSE QUADRA-FILE
                    MOVE 16   TO  RETURN-CODE
                    STOP RUN
                 END-IF
                 PERFORM 018-REGISTRAR-EMPREEND
                 MOVE QD-EMPREEND  TO  WS-INS-EMPREEND
                 MOVE QD-QUADRA    TO  WS-INS-QUADRA
                 MOVE QD-LOTE-INI  TO  WS-INS-LOTE-INI
                 MOVE QD-LOTE-FIM  TO  WS-INS-LOTE-FIM
                 MOVE WS-IDX-EM    TO  WS-INS-IDX-EMP
                 PERFORM 015-INSERIR-ORDENADO
              END-IF
           END-IF

           PERFORM 013-LER-FAIXA
           .
      *--------------------------------------------------------------*
      *    INSERE A FAIXA NA TABELA JA NA POSICAO ORDENADA           *
      *--------------------------------------------------------------*
       015-INSERIR-ORDENADO.

           MOVE 'N'  TO  WS-ACHOU-POS
           MOVE 1    TO  WS-IDX-INS
           PERFORM 016-LOCALIZAR-POSICAO
              UNTIL WS-ACHOU-POS = 'S' OR WS-IDX-INS > WS-CTFAIXA

           MOVE WS-CTFAIXA  TO  WS-IDX-DESL
           PERFORM 017-DESLOCAR-FAIXA
              UNTIL WS-IDX-DESL < WS-IDX-INS

           MOVE WS-REG-INSERIR  TO  WS-TAB-FAIXA-OCR (WS-IDX-INS)
           ADD 1  TO  WS-CTFAIXA
           .
       016-LOCALIZAR-POSICAO.

           IF WS-TAB-FX-EMPREEND (WS-IDX-INS) > WS-INS-EMPREEND
              MOVE 'S'  TO  WS-ACHOU-POS
           ELSE
              IF WS-TAB-FX-EMPREEND (WS-IDX-INS) = WS-INS-EMPREEND AND
                 WS-TAB-FX-QUADRA   (WS-IDX-INS) > WS-INS-QUADRA
                 MOVE 'S'  TO  WS-ACHOU-POS
              ELSE
                 IF WS-TAB-FX-EMPREEND (WS-IDX-INS) = WS-INS-EMPREEND
                    AND WS-TAB-FX-QUADRA (WS-IDX-INS) = WS-INS-QUADRA
                    AND WS-TAB-FX-LOTE-INI (WS-IDX-INS) >
                        WS-INS-LOTE-INI
                    MOVE 'S'  TO  WS-ACHOU-POS
                 ELSE
                    ADD 1  TO  WS-IDX-INS
                 END-IF
              END-IF
           END-IF
           .
       017-DESLOCAR-FAIXA.

           ADD 1  TO  WS-IDX-DESL  GIVING  WS-IDX-DEST
           MOVE WS-TAB-FAIXA-OCR (WS-IDX-DESL)
             TO WS-TAB-FAIXA-OCR (WS-IDX-DEST)
           SUBTRACT 1  FROM  WS-IDX-DESL
           .
      *--------------------------------------------------------------*
      *    LOCALIZA O EMPREENDIMENTO DA FAIXA NA TABELA (WS-IDX-EM), *
      *    INCLUINDO-O COM ACUMULADORES ZERADOS SE FOR NOVO          *
      *--------------------------------------------------------------*
       018-REGISTRAR-EMPREEND.

           MOVE 'N'  TO  WS-EMP-ACHADO
           MOVE 1    TO  WS-IDX-EM
           PERFORM 020-COMPARAR-EMPREEND
              UNTIL WS-EMP-ACHADO = 'S' OR WS-IDX-EM > WS-CTEMP

           IF WS-EMP-ACHADO NOT = 'S'
              IF WS-CTEMP >= 50
                 DISPLAY "CAPACIDADE DA TABELA DE EMPREENDIMENTOS (50)"
                         " EXCEDIDA - EXECUCAO ABANDONADA"
                 CLOSE QUADRA-FILE
                 MOVE 16   TO  RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1  TO  WS-CTEMP
              MOVE WS-CTEMP     TO  WS-IDX-EM
              INITIALIZE WS-TAB-EMP-OCR (WS-IDX-EM)
              MOVE QD-EMPREEND  TO  WS-TAB-EMP-CODIGO (WS-IDX-EM)
              MOVE QD-NOME-EMP  TO  WS-TAB-EMP-NOME   (WS-IDX-EM)
           END-IF
           .
       019-COMPARAR-SOBREPOSICAO.

           IF QD-LOTE-INI NOT > WS-TAB-FX-LOTE-FIM (WS-IDX-CMP) AND
              QD-LOTE-FIM NOT < WS-TAB-FX-LOTE-INI (WS-IDX-CMP)
              MOVE 'S'  TO  WS-SOBREPOE
           ELSE
              ADD 1  TO  WS-IDX-CMP
           END-IF
           .
       020-COMPARAR-EMPREEND.

           IF WS-TAB-EMP-CODIGO (WS-IDX-EM) = QD-EMPREEND
              MOVE 'S'  TO  WS-EMP-ACHADO
           ELSE
              ADD 1  TO  WS-IDX-EM
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIME A GRADE DE CADA QUADRA, FAIXA A FAIXA, COM QUEBRA *
      *    POR EMPREENDIMENTO + QUADRA                               *
      *--------------------------------------------------------------*
       030-IMPRIMIR-ESPELHO.

           MOVE 'S'  TO  WS-PRIMEIRA
           MOVE 1    TO  WS-IDX-FX
           PERFORM 031-IMPRIMIR-FAIXA
              UNTIL WS-IDX-FX > WS-CTFAIXA

           PERFORM 033-FECHAR-QUADRA
           .
       031-IMPRIMIR-FAIXA.

           IF WS-PRIMEIRA = 'S' OR
              WS-TAB-FX-EMPREEND (WS-IDX-FX) NOT = WS-EMP-ANT OR
              WS-TAB-FX-QUADRA   (WS-IDX-FX) NOT = WS-QUADRA-ANT
              IF WS-PRIMEIRA NOT = 'S'
                 PERFORM 033-FECHAR-QUADRA
              END-IF
              MOVE 'N'  TO  WS-PRIMEIRA
              PERFORM 032-INICIAR-QUADRA
           END-IF

           MOVE 'N'  TO  WS-FIM-MST
           MOVE WS-TAB-FX-LOTE-INI (WS-IDX-FX)  TO  LM-LOTE
           START LOTMST-FILE KEY NOT < LM-LOTE
               INVALID KEY MOVE 'S'  TO  WS-FIM-MST
           END-START
           IF WS-FIM-MST NOT = 'S'
              PERFORM 034-LER-PROXIMO
              PERFORM 035-INCLUIR-CELULA
                 UNTIL WS-FIM-MST = 'S' OR
                       LM-LOTE > WS-TAB-FX-LOTE-FIM (WS-IDX-FX)
           END-IF

           ADD 1  TO  WS-IDX-FX
           .
      *--------------------------------------------------------------*
      *    CABECALHO DE UMA QUADRA NOVA                              *
      *--------------------------------------------------------------*
       032-INICIAR-QUADRA.

           ADD 1  TO  WS-CTQUADRA
           MOVE WS-TAB-FX-EMPREEND (WS-IDX-FX)  TO  WS-EMP-ANT
           MOVE WS-TAB-FX-QUADRA   (WS-IDX-FX)  TO  WS-QUADRA-ANT
           MOVE WS-TAB-FX-IDX-EMP  (WS-IDX-FX)  TO  WS-IDX-EM
           MOVE ZEROS  TO  WS-QDR-QTD (1)  WS-QDR-QTD (2)
                           WS-QDR-QTD (3)  WS-QDR-QTD (4)
           MOVE SPACES TO  WS-REG-GRADE
           MOVE ZEROS  TO  WS-IDX-CEL

           MOVE WS-EMP-ANT                    TO  WS-CAB-EMP-OUT
           MOVE WS-TAB-EMP-NOME (WS-IDX-EM)   TO  WS-CAB-NOME-OUT
           MOVE WS-QUADRA-ANT                 TO  WS-CAB-QUADRA-OUT
           DISPLAY ' '
           DISPLAY WS-REG-CAB-QUADRA
           DISPLAY ' ------------------------------------------'
                   '----------------------------------------------'
                   '-------------'
           .
      *--------------------------------------------------------------*
      *    FECHA A QUADRA: DESCARREGA A ULTIMA LINHA DA GRADE E      *
      *    IMPRIME A CONTAGEM POR SITUACAO                           *
      *--------------------------------------------------------------*
       033-FECHAR-QUADRA.

           IF WS-IDX-CEL > ZEROS
              PERFORM 036-DESCARREGAR-LINHA
           END-IF

           MOVE WS-QDR-QTD (1)  TO  WS-RES-P-OUT
           MOVE WS-QDR-QTD (2)  TO  WS-RES-R-OUT
           MOVE WS-QDR-QTD (3)  TO  WS-RES-V-OUT
           MOVE WS-QDR-QTD (4)  TO  WS-RES-C-OUT
           DISPLAY WS-REG-RESUMO-QUADRA
           .
      *--------------------------------------------------------------*
      *    LEITURA SEQUENCIAL DO PROXIMO LOTE DO KSDS                *
      *--------------------------------------------------------------*
       034-LER-PROXIMO.

           READ LOTMST-FILE NEXT RECORD
               AT END MOVE 'S'  TO  WS-FIM-MST
           END-READ
           .
      *--------------------------------------------------------------*
      *    COLOCA O LOTE NA PROXIMA CELULA DA GRADE E ACUMULA NA     *
      *    QUADRA E NO EMPREENDIMENTO                                *
      *--------------------------------------------------------------*
       035-INCLUIR-CELULA.

           ADD 1  TO  WS-CTLOTE-QDR
           ADD 1  TO  WS-IDX-CEL
           MOVE LM-LOTE         TO  WS-CEL-LOTE    (WS-IDX-CEL)
           MOVE LM-SITUACAO     TO  WS-CEL-SIT     (WS-IDX-CEL)
           MOVE LM-VAL-VENDA    TO  WS-CEL-PRECO   (WS-IDX-CEL)
           MOVE LM-USUARIO-SIT  TO  WS-CEL-USUARIO (WS-IDX-CEL)
           MOVE ' | '           TO  WS-CEL-BARRA   (WS-IDX-CEL)

           MOVE 'N'  TO  WS-SIT-ACHADA
           MOVE 1    TO  WS-IDX-ST
           PERFORM 037-COMPARAR-SITUACAO
              UNTIL WS-SIT-ACHADA = 'S' OR WS-IDX-ST > 4
           IF WS-SIT-ACHADA = 'S'
              ADD 1  TO  WS-QDR-QTD (WS-IDX-ST)
              ADD 1  TO  WS-TAB-EMP-QTD   (WS-IDX-EM WS-IDX-ST)
              ADD LM-VAL-VENDA
                TO WS-TAB-EMP-VALOR (WS-IDX-EM WS-IDX-ST)
           END-IF

           IF WS-IDX-CEL = 3
              PERFORM 036-DESCARREGAR-LINHA
           END-IF

           PERFORM 034-LER-PROXIMO
           .
       036-DESCARREGAR-LINHA.

           DISPLAY WS-REG-GRADE
           MOVE SPACES  TO  WS-REG-GRADE
           MOVE ZEROS   TO  WS-IDX-CEL
           .
       037-COMPARAR-SITUACAO.

           IF WS-SIT-COD (WS-IDX-ST) = LM-SITUACAO
              MOVE 'S'  TO  WS-SIT-ACHADA
           ELSE
              ADD 1  TO  WS-IDX-ST
           END-IF
           .
      *--------------------------------------------------------------*
      *    VARRE O CADASTRO INTEIRO E LISTA OS LOTES QUE NAO ESTAO   *
      *    EM NENHUMA FAIXA DE QUADRA                                *
      *--------------------------------------------------------------*
       040-LISTAR-SEM-QUADRA.

           DISPLAY ' '
           DISPLAY ' LOTES DO CADASTRO FORA DE QUADRA'
           MOVE 'N'    TO  WS-FIM-MST
           MOVE ZEROS  TO  LM-LOTE
           START LOTMST-FILE KEY NOT < LM-LOTE
               INVALID KEY MOVE 'S'  TO  WS-FIM-MST
           END-START
           IF WS-FIM-MST NOT = 'S'
              PERFORM 034-LER-PROXIMO
              PERFORM 041-CONFERIR-LOTE UNTIL WS-FIM-MST = 'S'
           END-IF

           IF WS-CTSEMQDR = ZEROS
              DISPLAY '   NENHUM'
           END-IF
           .
       041-CONFERIR-LOTE.

           ADD 1  TO  WS-CTLOTE-MST
           MOVE 'N'  TO  WS-FX-ACHADA
           MOVE 1    TO  WS-IDX-FX
           PERFORM 042-COMPARAR-FAIXA
              UNTIL WS-FX-ACHADA = 'S' OR WS-IDX-FX > WS-CTFAIXA

           IF WS-FX-ACHADA NOT = 'S'
              ADD 1  TO  WS-CTSEMQDR
              MOVE LM-VAL-VENDA  TO  WS-VAL-EXIB
              DISPLAY '   LOTE ' LM-LOTE ' SITUACAO ' LM-SITUACAO
                      ' ' WS-VAL-EXIB ' ' LM-USUARIO-SIT
           END-IF

           PERFORM 034-LER-PROXIMO
           .
       042-COMPARAR-FAIXA.

           IF LM-LOTE NOT < WS-TAB-FX-LOTE-INI (WS-IDX-FX) AND
              LM-LOTE NOT > WS-TAB-FX-LOTE-FIM (WS-IDX-FX)
              MOVE 'S'  TO  WS-FX-ACHADA
           ELSE
              ADD 1  TO  WS-IDX-FX
           END-IF
           .
      *--------------------------------------------------------------*
      *    TOTAIS DE LOTES E VALOR POR SITUACAO DE CADA              *
      *    EMPREENDIMENTO                                            *
      *--------------------------------------------------------------*
       050-IMPRIMIR-TOTAIS.

           DISPLAY ' '
           DISPLAY ' TOTAIS POR EMPREENDIMENTO E SITUACAO'
           MOVE 1  TO  WS-IDX-EM
           PERFORM 051-IMPRIMIR-EMPREEND
              UNTIL WS-IDX-EM > WS-CTEMP
           .
       051-IMPRIMIR-EMPREEND.

           DISPLAY ' '
           DISPLAY ' EMPREENDIMENTO ' WS-TAB-EMP-CODIGO (WS-IDX-EM)
                   ' ' WS-TAB-EMP-NOME (WS-IDX-EM)
           MOVE ZEROS  TO  WS-QTD-EMP  WS-VALOR-EMP
           MOVE 1      TO  WS-IDX-ST
           PERFORM 052-IMPRIMIR-SITUACAO
              UNTIL WS-IDX-ST > 4

           MOVE SPACES        TO  WS-TOT-SIT-OUT
           MOVE 'TOTAL'       TO  WS-TOT-DESC-OUT
           MOVE WS-QTD-EMP    TO  WS-TOT-QTD-OUT
           MOVE WS-VALOR-EMP  TO  WS-TOT-VALOR-OUT
           DISPLAY WS-REG-TOTAL-EMP

           ADD 1  TO  WS-IDX-EM
           .
       052-IMPRIMIR-SITUACAO.

           MOVE WS-SIT-COD  (WS-IDX-ST)  TO  WS-TOT-SIT-OUT
           MOVE WS-SIT-DESC (WS-IDX-ST)  TO  WS-TOT-DESC-OUT
           MOVE WS-TAB-EMP-QTD   (WS-IDX-EM WS-IDX-ST)
             TO WS-TOT-QTD-OUT
           MOVE WS-TAB-EMP-VALOR (WS-IDX-EM WS-IDX-ST)
             TO WS-TOT-VALOR-OUT
           DISPLAY WS-REG-TOTAL-EMP

           ADD WS-TAB-EMP-QTD   (WS-IDX-EM WS-IDX-ST)  TO  WS-QTD-EMP
           ADD WS-TAB-EMP-VALOR (WS-IDX-EM WS-IDX-ST)  TO  WS-VALOR-EMP
           ADD 1  TO  WS-IDX-ST
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           CLOSE LOTMST-FILE

           DISPLAY ' '
           DISPLAY ' *========================================*'
           DISPLAY ' *  ESPELHO DE VENDAS - TOTAIS - CGPRG049 *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * FAIXAS LIDAS............= ' WS-CTLIDO-QDR
           DISPLAY ' * FAIXAS DESPREZADAS......= ' WS-CTREJ-QDR
           DISPLAY ' * EMPREENDIMENTOS.........= ' WS-CTEMP
           DISPLAY ' * QUADRAS.................= ' WS-CTQUADRA
           DISPLAY ' * LOTES NO CADASTRO.......= ' WS-CTLOTE-MST
           DISPLAY ' * LOTES NAS QUADRAS.......= ' WS-CTLOTE-QDR
           DISPLAY ' * LOTES FORA DE QUADRA....= ' WS-CTSEMQDR
           DISPLAY ' *========================================*'

           IF WS-CTREJ-QDR > ZEROS OR WS-CTSEMQDR > ZEROS
              MOVE 04   TO  RETURN-CODE
           ELSE
              MOVE 00   TO  RETURN-CODE
           END-IF

           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG049"
           .
      *---------------> FIM DO PROGRAMA CGPRG049 <-------------------*
