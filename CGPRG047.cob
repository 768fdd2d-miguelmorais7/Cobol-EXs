       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG047.
       AUTHOR.        MIGUEL MORAIS.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NIVEL BASICO.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: ATINGIMENTO MENSAL DAS METAS DE VENDA POR
      *           CORRETOR E POR DEPARTAMENTO.
      *           LE AS METAS DO MES (CGMETVEN: VALOR VENDIDO E
      *           QUANTIDADE DE LOTES, POR CORRETOR 'C' OU POR
      *           DEPARTAMENTO 'D') E COMPARA COM OS LOTES LEVADOS A
      *           'V' NO MES NO CADASTRO (CGLOTMST, LM-DATA-SITUACAO
      *           NO MES), PELO VALOR NEGOCIADO LM-VAL-VENDA. O
      *           CORRETOR DO LOTE E O DA ULTIMA PRECIFICACAO NA
      *           AUDITORIA (CG004AUD), COMO NA LIQUIDACAO DE
      *           COMISSOES (CGPRG021); NOME E DEPARTAMENTO VEM DO
      *           CADASTRO DE CORRETORES (CGCORMST).
      *           IMPRIME O PERCENTUAL DE ATINGIMENTO POR CORRETOR,
      *           O SUBTOTAL POR DEPARTAMENTO (CONTRA A META DO
      *           DEPARTAMENTO, OU A SOMA DAS METAS DOS CORRETORES
      *           QUANDO O DEPARTAMENTO NAO TEM META PROPRIA) E O
      *           RANKING DOS CORRETORES POR ATINGIMENTO EM VALOR.
      *           META INVALIDA VAI PARA O CG047ERR COM O MOTIVO.
      *           O MES E RECEBIDO NA SYSIN NO FORMATO AAAA/MM
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010001  CRIACAO - ATINGIMENTO DE METAS DE
      *                          VENDA POR CORRETOR E DEPARTAMENTO
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
           SELECT META-FILE          ASSIGN TO "CGMETVEN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-MET.
           SELECT CORRETOR-FILE      ASSIGN TO "CGCORMST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-COR.
           SELECT LOTMST-FILE        ASSIGN TO "CGLOTMST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS LM-LOTE
                  FILE STATUS  IS WS-STATUS-MST.
           SELECT AUDITORIA-FILE     ASSIGN TO "CG004AUD"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-AUD.
           SELECT METERRO-FILE       ASSIGN TO "CG047ERR"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *==> METAS DE VENDA DO MES:
      *==>    MT-TIPO 'C' = META DO CORRETOR (MT-CODIGO = COR-CODIGO)
      *==>    MT-TIPO 'D' = META DO DEPARTAMENTO (MT-CODIGO =
      *==>                  COR-DEPTO)
       FD  META-FILE.
       01  META-REG.
           05 MT-TIPO             PIC X(01).
           05 MT-SEP1             PIC X(01).
           05 MT-CODIGO           PIC 9(04).
           05 MT-SEP2             PIC X(01).
           05 MT-MES              PIC X(07).
           05 MT-SEP3             PIC X(01).
           05 MT-VAL-META         PIC 9(10)V99.
           05 MT-SEP4             PIC X(01).
           05 MT-QTD-META         PIC 9(04).

      *==> MESMO LAYOUT GRAVADO PELO CGPRG022
       FD  CORRETOR-FILE.
       01  CORRETOR-REG.
           COPY CGREGCOR.

      *==> MESMO LAYOUT GRAVADO PELO CGPRG011
       FD  LOTMST-FILE.
       01  LOTMST-REG.
           COPY CGREGLOT.

      *==> MESMO LAYOUT GRAVADO PELO CGPRG004
       FD  AUDITORIA-FILE.
       01  AUDITORIA-REG.
           COPY CGREGAUD.

      *==> META REJEITADA (LAYOUT DO CGMETVEN) + MOTIVO
       FD  METERRO-FILE.
       01  METERRO-REG.
           05 MR-META             PIC X(32).
           05 MR-SEP1             PIC X(01).
           05 MR-MOTIVO           PIC 9(02).
           05 MR-SEP2             PIC X(01).
           05 MR-DESC-MOTIVO      PIC X(30).

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> AREA AUXILIAR
       77  WS-EOF-MET             PIC X(01).
       77  WS-EOF-COR             PIC X(01).
       77  WS-EOF-MST             PIC X(01).
       77  WS-EOF-AUD             PIC X(01).
       77  WS-STATUS-MET          PIC X(02).
       77  WS-STATUS-COR          PIC X(02).
       77  WS-STATUS-MST          PIC X(02).
       77  WS-STATUS-AUD          PIC X(02).
       77  WS-CTCOR               PIC 9(02)       VALUE ZEROS.
       77  WS-CTDEP               PIC 9(02)       VALUE ZEROS.
       77  WS-CTVENDA             PIC 9(03)       VALUE ZEROS.
       77  WS-CTLOTE              PIC 9(06)       VALUE ZEROS.
       77  WS-CTAUD               PIC 9(06)       VALUE ZEROS.
       77  WS-CTMETA              PIC 9(04)       VALUE ZEROS.
       77  WS-CTMETA-MES          PIC 9(04)       VALUE ZEROS.
       77  WS-CTREJEITA           PIC 9(04)       VALUE ZEROS.
       77  WS-CTSEMCOR            PIC 9(03)       VALUE ZEROS.
       77  WS-CTRANK              PIC 9(02)       VALUE ZEROS.
       77  WS-CTSEMMETA           PIC 9(02)       VALUE ZEROS.
       77  WS-IDX-CO              PIC 9(02).
       77  WS-IDX-DP              PIC 9(02).
       77  WS-IDX-VD              PIC 9(03).
       77  WS-IDX-INS             PIC 9(02).
       77  WS-IDX-DESL            PIC 9(02).
       77  WS-IDX-DEST            PIC 9(02).
       77  WS-IDX-RK              PIC 9(02).
       77  WS-ACHOU-POS           PIC X(01).
       77  WS-COR-ACHADO          PIC X(01).
       77  WS-DEP-ACHADO          PIC X(01).
       77  WS-VENDA-ACHADA        PIC X(01).
       77  WS-MOTIVO              PIC 9(02).
       77  WS-COD-CORRETOR        PIC 9(04).
       77  WS-COD-DEPTO           PIC 9(04).
       77  WS-DEPTO-ANT           PIC 9(04).
       77  WS-PRIMEIRO            PIC X(01).
       77  WS-PCT-VALOR           PIC 9(07)V9.
       77  WS-PCT-QTD             PIC 9(07)V9.
       77  AS-VAL-SEMCOR          PIC 9(12)V99    VALUE ZEROS.
       77  AS-VAL-VENDIDO         PIC 9(12)V99    VALUE ZEROS.
       77  WS-VAL-EXIB            PIC $$.$$$.$$$.$$9,99.

      *-----> PARAMETRO VIA SYSIN: MES APURADO (AAAA/MM)
       77  WS-MES-APURADO         PIC X(07).

      *-----> VISAO DA DATA DE SITUACAO RESTRITA AO PREFIXO AAAA/MM
       01  WS-DATA-SIT.
           05 WS-DATA-SIT-MES     PIC X(07).
           05 FILLER              PIC X(03).

      *-----> CORRETORES DO CADASTRO, ORDENADOS POR DEPARTAMENTO +
      *-----> CODIGO (INSERCAO NA CARGA), COM META E REALIZADO
       01  WS-TAB-COR.
           05 WS-TAB-COR-OCR  OCCURS 50 TIMES.
              10 WS-TAB-COR-DEPTO       PIC 9(04).
              10 WS-TAB-COR-CODIGO      PIC 9(04).
              10 WS-TAB-COR-NOME        PIC X(20).
              10 WS-TAB-COR-TEM-META    PIC X(01).
              10 WS-TAB-COR-META-VAL    PIC 9(10)V99.
              10 WS-TAB-COR-META-QTD    PIC 9(04).
              10 WS-TAB-COR-REAL-VAL    PIC 9(10)V99.
              10 WS-TAB-COR-REAL-QTD    PIC 9(04).

      *-----> AREA DO CORRETOR SENDO INSERIDO NA TABELA
       01  WS-REG-INSERIR.
           05 WS-INS-DEPTO        PIC 9(04).
           05 WS-INS-CODIGO       PIC 9(04).
           05 WS-INS-NOME         PIC X(20).
           05 WS-INS-TEM-META     PIC X(01).
           05 WS-INS-META-VAL     PIC 9(10)V99.
           05 WS-INS-META-QTD     PIC 9(04).
           05 WS-INS-REAL-VAL     PIC 9(10)V99.
           05 WS-INS-REAL-QTD     PIC 9(04).

      *-----> DEPARTAMENTOS COM META PROPRIA NO MES
       01  WS-TAB-DEP.
           05 WS-TAB-DEP-OCR  OCCURS 20 TIMES.
              10 WS-TAB-DEP-CODIGO      PIC 9(04).
              10 WS-TAB-DEP-META-VAL    PIC 9(10)V99.
              10 WS-TAB-DEP-META-QTD    PIC 9(04).

      *-----> ACUMULADO DO DEPARTAMENTO NA QUEBRA
       01  WS-SUB-DEPTO.
           05 WS-SUB-TEM-META     PIC X(01).
           05 WS-SUB-META-VAL     PIC 9(12)V99.
           05 WS-SUB-META-QTD     PIC 9(05).
           05 WS-SUB-REAL-VAL     PIC 9(12)V99.
           05 WS-SUB-REAL-QTD     PIC 9(05).
           05 WS-SUB-SOMA-VAL     PIC 9(12)V99.
           05 WS-SUB-SOMA-QTD     PIC 9(05).

      *-----> LOTES VENDIDOS NO MES, COM O CORRETOR DA AUDITORIA
       01  WS-TAB-VENDA.
           05 WS-TAB-VENDA-OCR  OCCURS 500 TIMES.
              10 WS-TAB-VD-LOTE         PIC 9(06).
              10 WS-TAB-VD-VALOR        PIC 9(08)V99.
              10 WS-TAB-VD-CORRETOR     PIC 9(04).

      *-----> RANKING POR ATINGIMENTO EM VALOR (INSERCAO ORDENADA;
      *-----> EMPATE DESEMPATADO PELO VALOR REALIZADO)
       01  WS-TAB-RANK.
           05 WS-TAB-RANK-OCR  OCCURS 50 TIMES.
              10 WS-TAB-RK-PCT          PIC 9(07)V9.
              10 WS-TAB-RK-REAL-VAL     PIC 9(10)V99.
              10 WS-TAB-RK-IDX-COR      PIC 9(02).
       01  WS-REG-RANK.
           05 WS-RK-PCT           PIC 9(07)V9.
           05 WS-RK-REAL-VAL      PIC 9(10)V99.
           05 WS-RK-IDX-COR       PIC 9(02).

      *-----> LINHA DE ATINGIMENTO (CORRETOR OU SUBTOTAL)
       01  WS-REG-SYSOUT.
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-COD-OUT          PIC X(04).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-NOME-OUT         PIC X(20).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-META-VAL-OUT     PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-REAL-VAL-OUT     PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-PCT-VAL-OUT      PIC X(11).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-META-QTD-OUT     PIC ZZZZ9.
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-REAL-QTD-OUT     PIC ZZZZ9.
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-PCT-QTD-OUT      PIC X(11).

      *-----> PERCENTUAL EDITADO (OU '   SEM META')
       01  WS-PCT-EDIT.
           05 WS-PCT-EDIT-NUM     PIC ZZZZZZ9,9.
           05 WS-PCT-EDIT-SIMB    PIC X(02)       VALUE '% '.
       01  WS-PCT-EDIT-X          REDEFINES WS-PCT-EDIT
                                  PIC X(11).

      *-----> LINHA DO RANKING
       01  WS-REG-RANKING.
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-POS-OUT          PIC Z9.
           05 FILLER              PIC X(02)       VALUE 'O '.
           05 WS-RK-COD-OUT       PIC 9(04).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-RK-NOME-OUT      PIC X(20).
           05 FILLER              PIC X(06)       VALUE ' DPTO '.
           05 WS-RK-DEPTO-OUT     PIC 9(04).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-RK-PCT-OUT       PIC ZZZZZZ9,9.
           05 FILLER              PIC X(02)       VALUE '% '.
           05 WS-RK-REAL-OUT      PIC $$$.$$$.$$9,99.
       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG047.

           PERFORM 010-INICIAR
           PERFORM 040-APURAR-REALIZADO
           PERFORM 050-IMPRIMIR-ATINGIMENTO
           PERFORM 070-IMPRIMIR-RANKING
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-MES-APURADO FROM SYSIN

           DISPLAY "** ATINGIMENTO DE METAS DE VENDA **"
           DISPLAY "MES APURADO: " WS-MES-APURADO
           DISPLAY '-----------------------------------'

           PERFORM 012-CARREGAR-CADASTRO
           PERFORM 020-CARREGAR-VENDAS
           PERFORM 025-ATRIBUIR-CORRETOR
           OPEN OUTPUT METERRO-FILE
           PERFORM 030-CARREGAR-METAS
           CLOSE METERRO-FILE
           .
      *--------------------------------------------------------------*
      *    CARGA DO CADASTRO DE CORRETORES (CGCORMST), ORDENADO POR  *
      *    DEPARTAMENTO + CODIGO                                     *
      *--------------------------------------------------------------*
       012-CARREGAR-CADASTRO.

           MOVE 'N'  TO  WS-EOF-COR
           OPEN INPUT CORRETOR-FILE
           IF WS-STATUS-COR = '00'
              PERFORM 013-LER-CORRETOR
              PERFORM 014-ACUMULAR-CORRETOR UNTIL WS-EOF-COR = 'S'
              CLOSE CORRETOR-FILE
           END-IF

           IF WS-CTCOR = ZEROS
              DISPLAY "CADASTRO CGCORMST AUSENTE OU VAZIO -"
                      " EXECUCAO ABANDONADA"
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF
           .
       013-LER-CORRETOR.

           READ CORRETOR-FILE
               AT END MOVE 'S'  TO  WS-EOF-COR
           END-READ
           .
       014-ACUMULAR-CORRETOR.

           IF WS-CTCOR >= 50
              DISPLAY "CAPACIDADE DA TABELA DE CORRETORES (50)"
                      " EXCEDIDA - EXECUCAO ABANDONADA"
              CLOSE CORRETOR-FILE
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

           MOVE COR-DEPTO   TO  WS-INS-DEPTO
           MOVE COR-CODIGO  TO  WS-INS-CODIGO
           MOVE COR-NOME    TO  WS-INS-NOME
           MOVE 'N'         TO  WS-INS-TEM-META
           MOVE ZEROS       TO  WS-INS-META-VAL  WS-INS-META-QTD
                                WS-INS-REAL-VAL  WS-INS-REAL-QTD
           PERFORM 015-INSERIR-ORDENADO

           PERFORM 013-LER-CORRETOR
           .
      *--------------------------------------------------------------*
      *    INSERE O CORRETOR NA TABELA JA ORDENADO POR DEPARTAMENTO  *
      *    + CODIGO                                                  *
      *--------------------------------------------------------------*
       015-INSERIR-ORDENADO.

           MOVE 'N'  TO  WS-ACHOU-POS
           MOVE 1    TO  WS-IDX-INS
           PERFORM 016-LOCALIZAR-POSICAO
              UNTIL WS-ACHOU-POS = 'S' OR WS-IDX-INS > WS-CTCOR

           MOVE WS-CTCOR  TO  WS-IDX-DESL
           PERFORM 017-DESLOCAR-CORRETOR
              UNTIL WS-IDX-DESL < WS-IDX-INS

           MOVE WS-REG-INSERIR  TO  WS-TAB-COR-OCR (WS-IDX-INS)
           ADD 1  TO  WS-CTCOR
           .
       016-LOCALIZAR-POSICAO.

           IF WS-TAB-COR-DEPTO (WS-IDX-INS) > WS-INS-DEPTO
              MOVE 'S'  TO  WS-ACHOU-POS
           ELSE
              IF WS-TAB-COR-DEPTO  (WS-IDX-INS) = WS-INS-DEPTO AND
                 WS-TAB-COR-CODIGO (WS-IDX-INS) > WS-INS-CODIGO
                 MOVE 'S'  TO  WS-ACHOU-POS
              ELSE
                 ADD 1  TO  WS-IDX-INS
              END-IF
           END-IF
           .
       017-DESLOCAR-CORRETOR.

           ADD 1  TO  WS-IDX-DESL  GIVING  WS-IDX-DEST
           MOVE WS-TAB-COR-OCR (WS-IDX-DESL)
             TO WS-TAB-COR-OCR (WS-IDX-DEST)
           SUBTRACT 1  FROM  WS-IDX-DESL
           .
      *--------------------------------------------------------------*
      *    CARGA DOS LOTES LEVADOS A 'V' NO MES APURADO (CGLOTMST)   *
      *--------------------------------------------------------------*
       020-CARREGAR-VENDAS.

           MOVE 'N'  TO  WS-EOF-MST
           OPEN INPUT LOTMST-FILE
           IF WS-STATUS-MST NOT = '00'
              DISPLAY "CADASTRO CGLOTMST INDISPONIVEL - STATUS "
                      WS-STATUS-MST
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 021-LER-LOTMST
           PERFORM 022-ACUMULAR-VENDA UNTIL WS-EOF-MST = 'S'
           CLOSE LOTMST-FILE
           .
       021-LER-LOTMST.

           READ LOTMST-FILE
               AT END MOVE 'S'  TO  WS-EOF-MST
           END-READ
           .
       022-ACUMULAR-VENDA.

           ADD 1  TO  WS-CTLOTE
           MOVE LM-DATA-SITUACAO  TO  WS-DATA-SIT

           IF LM-SITUACAO = 'V' AND WS-DATA-SIT-MES = WS-MES-APURADO
              IF WS-CTVENDA >= 500
                 DISPLAY "CAPACIDADE DA TABELA DE VENDAS DO MES (500)"
                         " EXCEDIDA - EXECUCAO ABANDONADA"
                 CLOSE LOTMST-FILE
                 MOVE 16   TO  RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1  TO  WS-CTVENDA
              MOVE LM-LOTE       TO  WS-TAB-VD-LOTE     (WS-CTVENDA)
              MOVE LM-VAL-VENDA  TO  WS-TAB-VD-VALOR    (WS-CTVENDA)
              MOVE ZEROS         TO  WS-TAB-VD-CORRETOR (WS-CTVENDA)
              ADD LM-VAL-VENDA   TO  AS-VAL-VENDIDO
           END-IF

           PERFORM 021-LER-LOTMST
           .
      *--------------------------------------------------------------*
      *    ATRIBUI A CADA LOTE VENDIDO O CORRETOR DA SUA ULTIMA      *
      *    PRECIFICACAO NA AUDITORIA (CG004AUD)                      *
      *--------------------------------------------------------------*
       025-ATRIBUIR-CORRETOR.

           MOVE 'N'  TO  WS-EOF-AUD
           IF WS-CTVENDA > ZEROS
              OPEN INPUT AUDITORIA-FILE
              IF WS-STATUS-AUD = '00'
                 PERFORM 026-LER-AUDITORIA
                 PERFORM 027-MARCAR-CORRETOR UNTIL WS-EOF-AUD = 'S'
                 CLOSE AUDITORIA-FILE
              ELSE
                 DISPLAY 'AUDITORIA CG004AUD NAO ENCONTRADA - VENDAS'
                         ' SEM CORRETOR'
              END-IF
           END-IF
           .
       026-LER-AUDITORIA.

           READ AUDITORIA-FILE
               AT END MOVE 'S'  TO  WS-EOF-AUD
           END-READ
           .
       027-MARCAR-CORRETOR.

           ADD 1  TO  WS-CTAUD
           MOVE 'N'  TO  WS-VENDA-ACHADA
           MOVE 1    TO  WS-IDX-VD
           PERFORM 028-COMPARAR-VENDA
              UNTIL WS-VENDA-ACHADA = 'S' OR WS-IDX-VD > WS-CTVENDA

           IF WS-VENDA-ACHADA = 'S'
              MOVE AUD-CORRETOR  TO  WS-TAB-VD-CORRETOR (WS-IDX-VD)
           END-IF

           PERFORM 026-LER-AUDITORIA
           .
       028-COMPARAR-VENDA.

           IF WS-TAB-VD-LOTE (WS-IDX-VD) = AUD-LOTE
              MOVE 'S'  TO  WS-VENDA-ACHADA
           ELSE
              ADD 1  TO  WS-IDX-VD
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARGA DAS METAS DO MES APURADO (CGMETVEN)                 *
      *    MOTIVOS DE REJEICAO:                                      *
      *       01 = TIPO DE META INVALIDO (NAO E C/D)                 *
      *       02 = VALOR OU QUANTIDADE NAO NUMERICO                  *
      *       03 = CORRETOR NAO CADASTRADO                           *
      *       04 = DEPARTAMENTO SEM CORRETOR NO CADASTRO             *
      *       05 = META EM DUPLICIDADE NO MES                        *
      *       06 = CAPACIDADE DE DEPARTAMENTOS (20) EXCEDIDA         *
      *    METAS DE OUTROS MESES SAO IGNORADAS                       *
      *--------------------------------------------------------------*
       030-CARREGAR-METAS.

           MOVE 'N'  TO  WS-EOF-MET
           OPEN INPUT META-FILE
           IF WS-STATUS-MET = '00'
              PERFORM 031-LER-META
              PERFORM 032-VALIDAR-META UNTIL WS-EOF-MET = 'S'
              CLOSE META-FILE
           ELSE
              DISPLAY 'METAS CGMETVEN NAO ENCONTRADAS'
           END-IF
           .
       031-LER-META.

           READ META-FILE
               AT END MOVE 'S'  TO  WS-EOF-MET
           END-READ
           .
       032-VALIDAR-META.

           ADD 1  TO  WS-CTMETA
           MOVE ZEROS  TO  WS-MOTIVO

           IF MT-MES = WS-MES-APURADO
              ADD 1  TO  WS-CTMETA-MES
              IF MT-TIPO NOT = 'C' AND MT-TIPO NOT = 'D'
                 MOVE 01  TO  WS-MOTIVO
              ELSE
                 IF MT-CODIGO   NOT NUMERIC OR
                    MT-VAL-META NOT NUMERIC OR
                    MT-QTD-META NOT NUMERIC
                    MOVE 02  TO  WS-MOTIVO
                 ELSE
                    IF MT-TIPO = 'C'
                       PERFORM 033-GRAVAR-META-CORRETOR
                    ELSE
                       PERFORM 035-GRAVAR-META-DEPTO
                    END-IF
                 END-IF
              END-IF
              IF WS-MOTIVO NOT = ZEROS
                 PERFORM 060-REJEITAR-META
              END-IF
           END-IF

           PERFORM 031-LER-META
           .
      *--------------------------------------------------------------*
      *    GUARDA A META DO CORRETOR NA TABELA DO CADASTRO           *
      *--------------------------------------------------------------*
       033-GRAVAR-META-CORRETOR.

           MOVE MT-CODIGO  TO  WS-COD-CORRETOR
           PERFORM 036-LOCALIZAR-CORRETOR

           IF WS-COR-ACHADO NOT = 'S'
              MOVE 03  TO  WS-MOTIVO
           ELSE
              IF WS-TAB-COR-TEM-META (WS-IDX-CO) = 'S'
                 MOVE 05  TO  WS-MOTIVO
              ELSE
                 MOVE 'S'          TO  WS-TAB-COR-TEM-META (WS-IDX-CO)
                 MOVE MT-VAL-META  TO  WS-TAB-COR-META-VAL (WS-IDX-CO)
                 MOVE MT-QTD-META  TO  WS-TAB-COR-META-QTD (WS-IDX-CO)
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDA A META PROPRIA DO DEPARTAMENTO                     *
      *--------------------------------------------------------------*
       035-GRAVAR-META-DEPTO.

           MOVE MT-CODIGO  TO  WS-COD-DEPTO
           MOVE 'N'  TO  WS-COR-ACHADO
           MOVE 1    TO  WS-IDX-CO
           PERFORM 038-COMPARAR-DEPTO-CAD
              UNTIL WS-COR-ACHADO = 'S' OR WS-IDX-CO > WS-CTCOR
           PERFORM 039-LOCALIZAR-DEPTO

           IF WS-COR-ACHADO NOT = 'S'
              MOVE 04  TO  WS-MOTIVO
           ELSE
              IF WS-DEP-ACHADO = 'S'
                 MOVE 05  TO  WS-MOTIVO
              ELSE
                 IF WS-CTDEP >= 20
                    MOVE 06  TO  WS-MOTIVO
                 ELSE
                    ADD 1  TO  WS-CTDEP
                    MOVE MT-CODIGO    TO  WS-TAB-DEP-CODIGO   (WS-CTDEP)
                    MOVE MT-VAL-META  TO  WS-TAB-DEP-META-VAL (WS-CTDEP)
                    MOVE MT-QTD-META  TO  WS-TAB-DEP-META-QTD (WS-CTDEP)
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LOCALIZA O CORRETOR WS-COD-CORRETOR NA TABELA DO          *
      *    CADASTRO, DEIXANDO WS-IDX-CO POSICIONADO                  *
      *--------------------------------------------------------------*
       036-LOCALIZAR-CORRETOR.

           MOVE 'N'  TO  WS-COR-ACHADO
           MOVE 1    TO  WS-IDX-CO
           PERFORM 037-COMPARAR-CORRETOR
              UNTIL WS-COR-ACHADO = 'S' OR WS-IDX-CO > WS-CTCOR
           .
       037-COMPARAR-CORRETOR.

           IF WS-TAB-COR-CODIGO (WS-IDX-CO) = WS-COD-CORRETOR
              MOVE 'S'  TO  WS-COR-ACHADO
           ELSE
              ADD 1  TO  WS-IDX-CO
           END-IF
           .
       038-COMPARAR-DEPTO-CAD.

           IF WS-TAB-COR-DEPTO (WS-IDX-CO) = WS-COD-DEPTO
              MOVE 'S'  TO  WS-COR-ACHADO
           ELSE
              ADD 1  TO  WS-IDX-CO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LOCALIZA O DEPARTAMENTO WS-COD-DEPTO NA TABELA DE METAS   *
      *    DE DEPARTAMENTO, DEIXANDO WS-IDX-DP POSICIONADO           *
      *--------------------------------------------------------------*
       039-LOCALIZAR-DEPTO.

           MOVE 'N'  TO  WS-DEP-ACHADO
           MOVE 1    TO  WS-IDX-DP
           PERFORM 041-COMPARAR-DEPTO
              UNTIL WS-DEP-ACHADO = 'S' OR WS-IDX-DP > WS-CTDEP
           .
      *--------------------------------------------------------------*
      *    ACUMULA OS LOTES VENDIDOS NO MES NO CORRETOR DA AUDITORIA *
      *--------------------------------------------------------------*
       040-APURAR-REALIZADO.

           MOVE 1  TO  WS-IDX-VD
           PERFORM 042-APURAR-UMA-VENDA
              UNTIL WS-IDX-VD > WS-CTVENDA
           .
       041-COMPARAR-DEPTO.

           IF WS-TAB-DEP-CODIGO (WS-IDX-DP) = WS-COD-DEPTO
              MOVE 'S'  TO  WS-DEP-ACHADO
           ELSE
              ADD 1  TO  WS-IDX-DP
           END-IF
           .
       042-APURAR-UMA-VENDA.

           MOVE WS-TAB-VD-CORRETOR (WS-IDX-VD)  TO  WS-COD-CORRETOR
           PERFORM 036-LOCALIZAR-CORRETOR

           IF WS-COR-ACHADO = 'S'
              ADD 1  TO  WS-TAB-COR-REAL-QTD (WS-IDX-CO)
              ADD WS-TAB-VD-VALOR (WS-IDX-VD)
                TO WS-TAB-COR-REAL-VAL (WS-IDX-CO)
           ELSE
              ADD 1  TO  WS-CTSEMCOR
              ADD WS-TAB-VD-VALOR (WS-IDX-VD)  TO  AS-VAL-SEMCOR
              DISPLAY "LOTE " WS-TAB-VD-LOTE (WS-IDX-VD)
                      " VENDIDO NO MES SEM CORRETOR CADASTRADO"
                      " (AUDITORIA: " WS-COD-CORRETOR ")"
           END-IF

           ADD 1  TO  WS-IDX-VD
           .
      *--------------------------------------------------------------*
      *    IMPRIME O ATINGIMENTO POR CORRETOR, COM QUEBRA E          *
      *    SUBTOTAL POR DEPARTAMENTO                                 *
      *--------------------------------------------------------------*
       050-IMPRIMIR-ATINGIMENTO.

           DISPLAY ' '
           DISPLAY ' ATINGIMENTO POR CORRETOR E DEPARTAMENTO'
           DISPLAY ' CORR NOME                     META VALOR'
                   '      REALIZADO      % VALOR  META  REAL'
                   '        % QTD'
           MOVE 'S'  TO  WS-PRIMEIRO
           MOVE 1    TO  WS-IDX-CO
           PERFORM 051-IMPRIMIR-CORRETOR
              UNTIL WS-IDX-CO > WS-CTCOR

           IF WS-PRIMEIRO NOT = 'S'
              PERFORM 055-IMPRIMIR-SUBTOTAL
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIME UM CORRETOR COM META OU COM VENDA NO MES, COM     *
      *    QUEBRA DE DEPARTAMENTO                                    *
      *--------------------------------------------------------------*
       051-IMPRIMIR-CORRETOR.

           IF WS-PRIMEIRO = 'S' OR
              WS-TAB-COR-DEPTO (WS-IDX-CO) NOT = WS-DEPTO-ANT
              IF WS-PRIMEIRO NOT = 'S'
                 PERFORM 055-IMPRIMIR-SUBTOTAL
              END-IF
              MOVE 'N'  TO  WS-PRIMEIRO
              MOVE WS-TAB-COR-DEPTO (WS-IDX-CO)  TO  WS-DEPTO-ANT
              MOVE ZEROS  TO  WS-SUB-META-VAL  WS-SUB-META-QTD
                              WS-SUB-REAL-VAL  WS-SUB-REAL-QTD
                              WS-SUB-SOMA-VAL  WS-SUB-SOMA-QTD
              MOVE 'N'    TO  WS-SUB-TEM-META
              DISPLAY ' '
              DISPLAY ' DEPARTAMENTO ' WS-DEPTO-ANT
           END-IF

           ADD WS-TAB-COR-REAL-VAL (WS-IDX-CO)  TO  WS-SUB-REAL-VAL
           ADD WS-TAB-COR-REAL-QTD (WS-IDX-CO)  TO  WS-SUB-REAL-QTD

           IF WS-TAB-COR-TEM-META (WS-IDX-CO) = 'S'
              MOVE 'S'  TO  WS-SUB-TEM-META
              ADD WS-TAB-COR-META-VAL (WS-IDX-CO)  TO  WS-SUB-SOMA-VAL
              ADD WS-TAB-COR-META-QTD (WS-IDX-CO)  TO  WS-SUB-SOMA-QTD
           END-IF

           IF WS-TAB-COR-TEM-META (WS-IDX-CO) = 'S' OR
              WS-TAB-COR-REAL-QTD (WS-IDX-CO) > ZEROS
              MOVE WS-TAB-COR-CODIGO   (WS-IDX-CO)  TO  WS-COD-OUT
              MOVE WS-TAB-COR-NOME     (WS-IDX-CO)  TO  WS-NOME-OUT
              MOVE WS-TAB-COR-META-VAL (WS-IDX-CO)  TO  WS-META-VAL-OUT
              MOVE WS-TAB-COR-REAL-VAL (WS-IDX-CO)  TO  WS-REAL-VAL-OUT
              MOVE WS-TAB-COR-META-QTD (WS-IDX-CO)  TO  WS-META-QTD-OUT
              MOVE WS-TAB-COR-REAL-QTD (WS-IDX-CO)  TO  WS-REAL-QTD-OUT
              IF WS-TAB-COR-TEM-META (WS-IDX-CO) = 'S'
                 PERFORM 052-CALCULAR-PCT-CORRETOR
                 PERFORM 065-INCLUIR-RANKING
              ELSE
                 ADD 1  TO  WS-CTSEMMETA
                 MOVE '   SEM META'  TO  WS-PCT-VAL-OUT  WS-PCT-QTD-OUT
              END-IF
              DISPLAY WS-REG-SYSOUT
           END-IF

           ADD 1  TO  WS-IDX-CO
           .
      *--------------------------------------------------------------*
      *    PERCENTUAIS DE ATINGIMENTO DO CORRETOR (META ZERO NAO E   *
      *    MEDIDA)                                                   *
      *--------------------------------------------------------------*
       052-CALCULAR-PCT-CORRETOR.

           MOVE ZEROS  TO  WS-PCT-VALOR  WS-PCT-QTD
           IF WS-TAB-COR-META-VAL (WS-IDX-CO) > ZEROS
              COMPUTE WS-PCT-VALOR ROUNDED =
                      WS-TAB-COR-REAL-VAL (WS-IDX-CO) * 100
                    / WS-TAB-COR-META-VAL (WS-IDX-CO)
              MOVE WS-PCT-VALOR  TO  WS-PCT-EDIT-NUM
              MOVE WS-PCT-EDIT-X TO  WS-PCT-VAL-OUT
           ELSE
              MOVE '   SEM META'  TO  WS-PCT-VAL-OUT
           END-IF

           IF WS-TAB-COR-META-QTD (WS-IDX-CO) > ZEROS
              COMPUTE WS-PCT-QTD ROUNDED =
                      WS-TAB-COR-REAL-QTD (WS-IDX-CO) * 100
                    / WS-TAB-COR-META-QTD (WS-IDX-CO)
              MOVE WS-PCT-QTD    TO  WS-PCT-EDIT-NUM
              MOVE WS-PCT-EDIT-X TO  WS-PCT-QTD-OUT
           ELSE
              MOVE '   SEM META'  TO  WS-PCT-QTD-OUT
           END-IF
           .
      *--------------------------------------------------------------*
      *    SUBTOTAL DO DEPARTAMENTO: META PROPRIA DO DEPARTAMENTO    *
      *    QUANDO HOUVER, SENAO A SOMA DAS METAS DOS CORRETORES      *
      *--------------------------------------------------------------*
       055-IMPRIMIR-SUBTOTAL.

           MOVE WS-DEPTO-ANT  TO  WS-COD-DEPTO
           PERFORM 039-LOCALIZAR-DEPTO

           IF WS-DEP-ACHADO = 'S'
              MOVE 'S'  TO  WS-SUB-TEM-META
              MOVE WS-TAB-DEP-META-VAL (WS-IDX-DP)  TO  WS-SUB-META-VAL
              MOVE WS-TAB-DEP-META-QTD (WS-IDX-DP)  TO  WS-SUB-META-QTD
              MOVE 'META DO DEPARTAMENTO'            TO  WS-NOME-OUT
           ELSE
              MOVE WS-SUB-SOMA-VAL  TO  WS-SUB-META-VAL
              MOVE WS-SUB-SOMA-QTD  TO  WS-SUB-META-QTD
              MOVE 'SOMA DOS CORRETORES'             TO  WS-NOME-OUT
           END-IF

           MOVE 'SUBT'           TO  WS-COD-OUT
           MOVE WS-SUB-META-VAL  TO  WS-META-VAL-OUT
           MOVE WS-SUB-REAL-VAL  TO  WS-REAL-VAL-OUT
           MOVE WS-SUB-META-QTD  TO  WS-META-QTD-OUT
           MOVE WS-SUB-REAL-QTD  TO  WS-REAL-QTD-OUT

           IF WS-SUB-TEM-META = 'S' AND WS-SUB-META-VAL > ZEROS
              COMPUTE WS-PCT-VALOR ROUNDED =
                      WS-SUB-REAL-VAL * 100 / WS-SUB-META-VAL
              MOVE WS-PCT-VALOR  TO  WS-PCT-EDIT-NUM
              MOVE WS-PCT-EDIT-X TO  WS-PCT-VAL-OUT
           ELSE
              MOVE '   SEM META'  TO  WS-PCT-VAL-OUT
           END-IF

           IF WS-SUB-TEM-META = 'S' AND WS-SUB-META-QTD > ZEROS
              COMPUTE WS-PCT-QTD ROUNDED =
                      WS-SUB-REAL-QTD * 100 / WS-SUB-META-QTD
              MOVE WS-PCT-QTD    TO  WS-PCT-EDIT-NUM
              MOVE WS-PCT-EDIT-X TO  WS-PCT-QTD-OUT
           ELSE
              MOVE '   SEM META'  TO  WS-PCT-QTD-OUT
           END-IF

           DISPLAY ' ----------------------------------------'
                   '----------------------------------------'
           DISPLAY WS-REG-SYSOUT
           .
      *--------------------------------------------------------------*
      *    GRAVA A META REJEITADA NO CG047ERR COM O MOTIVO           *
      *--------------------------------------------------------------*
       060-REJEITAR-META.

           ADD 1  TO  WS-CTREJEITA
           MOVE META-REG    TO  MR-META
           MOVE WS-MOTIVO   TO  MR-MOTIVO
           MOVE SPACE       TO  MR-SEP1  MR-SEP2

           EVALUATE WS-MOTIVO
               WHEN 01
                  MOVE 'TIPO DE META INVALIDO'    TO  MR-DESC-MOTIVO
               WHEN 02
                  MOVE 'VALOR/QUANTIDADE INVALIDO'
                                                  TO  MR-DESC-MOTIVO
               WHEN 03
                  MOVE 'CORRETOR NAO CADASTRADO'  TO  MR-DESC-MOTIVO
               WHEN 04
                  MOVE 'DEPARTAMENTO SEM CORRETOR'
                                                  TO  MR-DESC-MOTIVO
               WHEN 05
                  MOVE 'META EM DUPLICIDADE'      TO  MR-DESC-MOTIVO
               WHEN 06
                  MOVE 'TABELA DE DEPARTAMENTOS CHEIA'
                                                  TO  MR-DESC-MOTIVO
           END-EVALUATE

           WRITE METERRO-REG
           DISPLAY "META REJEITADA - MOTIVO " WS-MOTIVO ": " META-REG
           .
      *--------------------------------------------------------------*
      *    INCLUI O CORRETOR NO RANKING, JA NA POSICAO POR           *
      *    ATINGIMENTO EM VALOR (DECRESCENTE) E VALOR REALIZADO      *
      *--------------------------------------------------------------*
       065-INCLUIR-RANKING.

           MOVE WS-PCT-VALOR                     TO  WS-RK-PCT
           MOVE WS-TAB-COR-REAL-VAL (WS-IDX-CO)  TO  WS-RK-REAL-VAL
           MOVE WS-IDX-CO                        TO  WS-RK-IDX-COR

           MOVE 'N'  TO  WS-ACHOU-POS
           MOVE 1    TO  WS-IDX-INS
           PERFORM 066-LOCALIZAR-POS-RANK
              UNTIL WS-ACHOU-POS = 'S' OR WS-IDX-INS > WS-CTRANK

           MOVE WS-CTRANK  TO  WS-IDX-DESL
           PERFORM 067-DESLOCAR-RANK
              UNTIL WS-IDX-DESL < WS-IDX-INS

           MOVE WS-REG-RANK  TO  WS-TAB-RANK-OCR (WS-IDX-INS)
           ADD 1  TO  WS-CTRANK
           .
       066-LOCALIZAR-POS-RANK.

           IF WS-TAB-RK-PCT (WS-IDX-INS) < WS-RK-PCT
              MOVE 'S'  TO  WS-ACHOU-POS
           ELSE
              IF WS-TAB-RK-PCT      (WS-IDX-INS) = WS-RK-PCT AND
                 WS-TAB-RK-REAL-VAL (WS-IDX-INS) < WS-RK-REAL-VAL
                 MOVE 'S'  TO  WS-ACHOU-POS
              ELSE
                 ADD 1  TO  WS-IDX-INS
              END-IF
           END-IF
           .
       067-DESLOCAR-RANK.

           ADD 1  TO  WS-IDX-DESL  GIVING  WS-IDX-DEST
           MOVE WS-TAB-RANK-OCR (WS-IDX-DESL)
             TO WS-TAB-RANK-OCR (WS-IDX-DEST)
           SUBTRACT 1  FROM  WS-IDX-DESL
           .
      *--------------------------------------------------------------*
      *    IMPRIME O RANKING DOS CORRETORES COM META                 *
      *--------------------------------------------------------------*
       070-IMPRIMIR-RANKING.

           DISPLAY ' '
           DISPLAY ' RANKING POR ATINGIMENTO DA META EM VALOR'
           MOVE 1  TO  WS-IDX-RK
           PERFORM 071-IMPRIMIR-POSICAO
              UNTIL WS-IDX-RK > WS-CTRANK
           .
       071-IMPRIMIR-POSICAO.

           MOVE WS-TAB-RK-IDX-COR (WS-IDX-RK)   TO  WS-IDX-CO
           MOVE WS-IDX-RK                       TO  WS-POS-OUT
           MOVE WS-TAB-COR-CODIGO (WS-IDX-CO)   TO  WS-RK-COD-OUT
           MOVE WS-TAB-COR-NOME   (WS-IDX-CO)   TO  WS-RK-NOME-OUT
           MOVE WS-TAB-COR-DEPTO  (WS-IDX-CO)   TO  WS-RK-DEPTO-OUT
           MOVE WS-TAB-RK-PCT     (WS-IDX-RK)   TO  WS-RK-PCT-OUT
           MOVE WS-TAB-RK-REAL-VAL (WS-IDX-RK)  TO  WS-RK-REAL-OUT
           DISPLAY WS-REG-RANKING

           ADD 1  TO  WS-IDX-RK
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' '
           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DAS METAS DE VENDA - CGPRG047 *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * LOTES NO CADASTRO.......= ' WS-CTLOTE
           DISPLAY ' * LOTES VENDIDOS NO MES...= ' WS-CTVENDA
           MOVE AS-VAL-VENDIDO  TO  WS-VAL-EXIB
           DISPLAY ' * VALOR VENDIDO NO MES....= ' WS-VAL-EXIB
           DISPLAY ' * VENDAS SEM CORRETOR.....= ' WS-CTSEMCOR
           MOVE AS-VAL-SEMCOR   TO  WS-VAL-EXIB
           DISPLAY ' * VALOR SEM CORRETOR......= ' WS-VAL-EXIB
           DISPLAY ' * METAS LIDAS.............= ' WS-CTMETA
           DISPLAY ' * METAS DO MES............= ' WS-CTMETA-MES
           DISPLAY ' * METAS REJEITADAS........= ' WS-CTREJEITA
                   ' (VIDE CG047ERR)'
           DISPLAY ' * CORRETORES NO RANKING...= ' WS-CTRANK
           DISPLAY ' * VENDERAM SEM META.......= ' WS-CTSEMMETA
           DISPLAY ' *========================================*'

           IF WS-CTMETA-MES = ZEROS
              MOVE 12   TO  RETURN-CODE
           ELSE
              IF WS-CTREJEITA > ZEROS OR WS-CTSEMCOR > ZEROS
                 MOVE 04   TO  RETURN-CODE
              ELSE
                 MOVE 00   TO  RETURN-CODE
              END-IF
           END-IF

           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG047"
           .
      *---------------> FIM DO PROGRAMA CGPRG047 <-------------------*
