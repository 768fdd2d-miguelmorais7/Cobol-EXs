      *--------------------------------------------------------------*
      * OBJETIVO: DIGESTO UNICO DE EXCECOES DO FECHAMENTO (PASSO
      *           FINAL DO CGFECHA). REUNE NUM SO RELATORIO AS
      *           EVIDENCIAS QUE HOJE SE ESPALHAM POR SETE
      *           DATASETS:
      *              CG004ERR - CEP FORA DE FAIXA (INFORMATIVO, A
      *                         RECICLAGEM CGRECICL RESOLVE)
      *              CG004REJ - CORRETOR INVALIDO OU LOTE FORA
      *                         DE QUADRA (EXIGE ACAO)
      *              CG011ERR - MOVIMENTO DE LOTES REJEITADO
      *                         (EXIGE ACAO)
      *              ERROLIST - NOTAS DE ALUNOS REJEITADAS
      *                         MUNICIPIOS (EXIGE ACAO)
      *              CG006EXC - LIMITES DE ACIDENTES ESTOURADOS
      *                         (EXIGE ACAO)
      *              CG051INC - INCONSISTENCIAS ENTRE ARQUIVOS DA
      *                         ULTIMA VERIFICACAO SEMANAL (CGPRG051,
      *                         SEVERIDADE POR REGISTRO)
      *              CG014BAL - VEREDICTO DO BALANCO DO CGPRG014
      *                         (DESBALANCE IMPEDE O FECHAMENTO)
      *           O VEREDICTO DO DIA SAI NA PRIMEIRA LINHA; CADA
      * ------  -------  ------  ------  -------------------------   *
      *  V01    SET/2026 010001  CRIACAO - DIGESTO DE EXCECOES DO
      *                          FECHAMENTO
      *  V02    OUT/2026 010002  SECAO DO CG004REJ PASSA A COBRIR
      *                          TAMBEM O LOTE FORA DE QUADRA DA
      *                          REFERENCIA CGQUADRA (MOTIVO 03)
      *  V03    OUT/2026 010003  NOVA SECAO CG051INC COM AS
      *                          INCONSISTENCIAS DA VERIFICACAO
      *                          SEMANAL DE INTEGRIDADE (CGPRG051):
      *                          SEVERIDADE 'A' EXIGE ACAO E 'I' E
      *                          INFORMATIVA
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT EXCECAO-FILE       ASSIGN TO "CG006EXC"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-EXC.
           SELECT INCONS-FILE        ASSIGN TO "CG051INC"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-INC.
           SELECT BALANCO-FILE       ASSIGN TO "CG014BAL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-BAL.
       FD  EXCECAO-FILE.
       01  EXCECAO-REG             PIC X(37).

      *==> INCONSISTENCIAS DA VERIFICACAO SEMANAL (CGPRG051)
       FD  INCONS-FILE.
       01  INCONS-REG.
           COPY CGREGINC.

      *==> VEREDICTO DO BALANCO GRAVADO PELO CGPRG014
       FD  BALANCO-FILE.
       01  BALANCO-REG             PIC X(60).
       77  WS-STATUS-ERO          PIC X(02).
       77  WS-STATUS-DIV          PIC X(02).
       77  WS-STATUS-EXC          PIC X(02).
       77  WS-STATUS-INC          PIC X(02).
       77  WS-STATUS-BAL          PIC X(02).
       77  WS-STATUS-DMV          PIC X(02).
       77  WS-FIM-DMV             PIC X(01).
       77  WS-CT-ERO              PIC 9(05)       VALUE ZEROS.
       77  WS-CT-DIV              PIC 9(05)       VALUE ZEROS.
       77  WS-CT-EXC              PIC 9(05)       VALUE ZEROS.
       77  WS-CT-INC-A            PIC 9(05)       VALUE ZEROS.
       77  WS-CT-INC-I            PIC 9(05)       VALUE ZEROS.
       77  WS-CT-ACAO             PIC 9(06)       VALUE ZEROS.
       77  WS-CT-INFO             PIC 9(06)       VALUE ZEROS.
       77  WS-BAL-DESBAL          PIC X(01)       VALUE 'N'.
           PERFORM 027-COLETAR-ERROLIST
           PERFORM 029-COLETAR-DIVERG
           PERFORM 031-COLETAR-EXCECAO
           PERFORM 044-COLETAR-INCONS
           PERFORM 033-COLETAR-BALANCO

           COMPUTE WS-CT-ACAO = WS-CT-REJ + WS-CT-M11 + WS-CT-ERO
                              + WS-CT-DIV + WS-CT-EXC + WS-CT-INC-A
           COMPUTE WS-CT-INFO = WS-CT-ERR + WS-CT-INC-I
           .
       021-COLETAR-CEPERRO.

           PERFORM 042-LER-BALANCO
           .
      *--------------------------------------------------------------*
      *    INCONSISTENCIAS DA VERIFICACAO SEMANAL: A SEVERIDADE DE   *
      *    CADA REGISTRO DIZ SE EXIGE ACAO OU E INFORMATIVO          *
      *--------------------------------------------------------------*
       044-COLETAR-INCONS.

           MOVE 'N'  TO  WS-EOF
           OPEN INPUT INCONS-FILE
           IF WS-STATUS-INC = '00'
              PERFORM 045-LER-INCONS
              PERFORM 046-ACUMULAR-INCONS UNTIL WS-EOF = 'S'
              CLOSE INCONS-FILE
           END-IF
           .
       045-LER-INCONS.

           READ INCONS-FILE
               AT END MOVE 'S'  TO  WS-EOF
           END-READ
           .
       046-ACUMULAR-INCONS.

           IF INC-SEVERIDADE = 'A'
              ADD 1  TO  WS-CT-INC-A
           ELSE
              ADD 1  TO  WS-CT-INC-I
           END-IF
           MOVE 'CG051INC'  TO  WS-SECAO-CORRENTE
           MOVE INCONS-REG  TO  WS-LINHA-TEXTO
           PERFORM 040-GUARDAR-LINHA
           PERFORM 045-LER-INCONS
           .
      *--------------------------------------------------------------*
      *    GUARDA UMA LINHA DE DETALHE JA MOVIDA PARA               *
      *    WS-LINHA-TEXTO                                            *
      *--------------------------------------------------------------*

           MOVE 'CG004REJ'  TO  WS-SECAO-CORRENTE
           DISPLAY ' '
           DISPLAY 'CG004REJ - CORRETOR INVALIDO/LOTE FORA DE'
                   ' QUADRA (EXIGE ACAO - ACUMULADO): ' WS-CT-REJ
           PERFORM 061-IMPRIMIR-SECAO

           MOVE 'CG011ERR'  TO  WS-SECAO-CORRENTE
                   ' (EXIGE ACAO): ' WS-CT-EXC
           PERFORM 061-IMPRIMIR-SECAO

           MOVE 'CG051INC'  TO  WS-SECAO-CORRENTE
           DISPLAY ' '
           DISPLAY 'CG051INC - INCONSISTENCIAS ENTRE ARQUIVOS'
                   ' (VERIFICACAO SEMANAL): ' WS-CT-INC-A
                   ' EXIGE ACAO, ' WS-CT-INC-I ' INFORMATIVO'
           PERFORM 061-IMPRIMIR-SECAO

           IF WS-LINHA-CHEIA = 'S'
              DISPLAY ' '
              DISPLAY '** LISTAGEM TRUNCADA EM 500 LINHAS - ABRA OS'
