      *              LOTE 'C' = ESTORNO (VENDA CANCELADA - A COMISSAO
      *                         LISTADA NO EXTRATO E REVERTIDA)
      *              LOTE 'P' = NAO DEVIDA (APENAS PRECIFICADO)
      *           O DISTRATO DE UMA VENDA (HISTORICO CG038DIS) COM
      *           DATA NO MES LIQUIDADO GERA O ESTORNO DA COMISSAO
      *           LIQUIDADA EM MES ANTERIOR PARA O MESMO LOTE
      *           O MES LIQUIDADO E RECEBIDO NA SYSIN NO FORMATO
      *           AAAA/MM (MESMO PREFIXO DA AUD-DATA), COMO NO
      *           ARQUIVAMENTO MENSAL (CGPRG013)
      *                          MEMORIA FOI SUBSTITUIDA POR READ
      *                          DIRETO NA CHAVE, SEM TETO DE
      *                          CAPACIDADE
      *  V03    OUT/2026 010003  ESTORNO DE COMISSAO POR DISTRATO:
      *                          OS DISTRATOS DO MES (CG038DIS,
      *                          GRAVADO PELO CGPRG038) ESTORNAM A
      *                          COMISSAO DA AUDITORIA DO LOTE DE
      *                          MES ANTERIOR (SITUACAO 'DISTRATO')
      *  V04    OUT/2026 010004  COMISSAO DEVIDA E ESTORNOS GRAVAM OS
      *                          EVENTOS CONTABEIS 'COM' E 'EST' NO
      *                          CGCTBEVT (COPY CGREGEVT), PARA O
      *                          DIARIO CONTABIL (CGPRG044)
      *  V05    OUT/2026 010005  DISTRATO REPETIDO NO CG038DIS (MESMO
      *                          LOTE NO MES) E CONTADO E DESPREZADO
      *                          NA CARGA - CADA LOTE ESTORNA UMA
      *                          UNICA VEZ
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
                  FILE STATUS  IS WS-STATUS-MST.
           SELECT PAGAR-FILE         ASSIGN TO "CG021PAG"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTDIS-FILE       ASSIGN TO "CG038DIS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-DIS.
           SELECT EVENTO-FILE        ASSIGN TO "CGCTBEVT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *=============*
           05 PG-SEP5             PIC X(01).
           05 PG-SITUACAO         PIC X(12).

      *==> HISTORICO DE DISTRATOS GRAVADO PELO CGPRG038
       FD  HISTDIS-FILE.
       01  HISTDIS-REG.
           COPY CGREGDIS.

      *==> EVENTOS CONTABEIS PENDENTES (DISP=MOD) - A COMISSAO
      *==> DEVIDA E OS ESTORNOS SAO LANCADOS PELO CGPRG044
       FD  EVENTO-FILE.
       01  EVENTO-REG.
           COPY CGREGEVT.

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
       77  WS-LIQ-CORRETOR        PIC S9(10)V99.
       77  WS-LIQ-EXIB            PIC -$$.$$$.$$9,99.
       77  WS-VAL-EXIB            PIC $$.$$$.$$9,99.
       77  WS-EOF-DIS             PIC X(01).
       77  WS-STATUS-DIS          PIC X(02).
       77  WS-CTDIS               PIC 9(03)       VALUE ZEROS.
       77  WS-CTESTDIS            PIC 9(05)       VALUE ZEROS.
       77  WS-CTDIS-REPET         PIC 9(05)       VALUE ZEROS.
       77  WS-IDX-DS              PIC 9(03).
       77  WS-DIS-ACHADO          PIC X(01).

      *-----> PARAMETRO VIA SYSIN: MES LIQUIDADO (AAAA/MM)
       77  WS-MES-LIQUIDADO       PIC X(07).
           05 WS-DATA-AUD-MES     PIC X(07).
           05 FILLER              PIC X(03).

      *-----> DISTRATOS DO MES LIQUIDADO, COM A ULTIMA COMISSAO
      *-----> DO LOTE EM AUDITORIA DE MES ANTERIOR (JA LIQUIDADA)
       01  WS-TAB-DIST.
           05 WS-TAB-DIST-OCR  OCCURS 100 TIMES.
              10 WS-TAB-DIST-LOTE       PIC 9(06).
              10 WS-TAB-DIST-ACHADO     PIC X(01).
              10 WS-TAB-DIST-CORRETOR   PIC 9(04).
              10 WS-TAB-DIST-DATA-AUD   PIC 9999/99/99.
              10 WS-TAB-DIST-COMISSAO   PIC 9(06)V99.

      *-----> TOTAIS POR CORRETOR
       01  WS-TAB-CORRETOR.
           05 WS-TAB-COR-OCR  OCCURS 50 TIMES INDEXED BY WS-IDX-COR.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-EOF-AUD = 'S'
           PERFORM 046-ESTORNAR-DISTRATOS
           PERFORM 050-IMPRIMIR-LIQUIDACAO
           PERFORM 090-TERMINAR
           STOP RUN
           DISPLAY '-----------------------------------'

           MOVE ZEROS  TO  WS-TAB-CORRETOR
           PERFORM 015-CARREGAR-DISTRATOS
           PERFORM 020-ABRIR-CADASTRO
           OPEN OUTPUT PAGAR-FILE
           OPEN EXTEND EVENTO-FILE
           MOVE 'N'  TO  WS-EOF-AUD
           OPEN INPUT AUDITORIA-FILE
           IF WS-STATUS-AUD NOT = '00'
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARGA DOS DISTRATOS COM DATA NO MES LIQUIDADO (CG038DIS)  *
      *--------------------------------------------------------------*
       015-CARREGAR-DISTRATOS.

           MOVE SPACES  TO  WS-TAB-DIST
           MOVE 'N'     TO  WS-EOF-DIS
           OPEN INPUT HISTDIS-FILE
           IF WS-STATUS-DIS = '00'
              PERFORM 016-LER-DISTRATO
              PERFORM 017-ACUMULAR-DISTRATO UNTIL WS-EOF-DIS = 'S'
              CLOSE HISTDIS-FILE
           END-IF
           .
       016-LER-DISTRATO.

           READ HISTDIS-FILE
               AT END MOVE 'S'  TO  WS-EOF-DIS
           END-READ
           .
       017-ACUMULAR-DISTRATO.

           MOVE DIS-DATA  TO  WS-DATA-AUD
           IF WS-DATA-AUD-MES = WS-MES-LIQUIDADO
              MOVE 'N'  TO  WS-DIS-ACHADO
              MOVE 1    TO  WS-IDX-DS
              PERFORM 018-COMPARAR-DISTRATO-CARGA
                 UNTIL WS-DIS-ACHADO = 'S' OR WS-IDX-DS > WS-CTDIS
              IF WS-DIS-ACHADO = 'S'
                 ADD 1  TO  WS-CTDIS-REPET
                 DISPLAY "DISTRATO DO LOTE " DIS-LOTE
                         " REPETIDO NO CG038DIS - DESPREZADO"
              ELSE
                 PERFORM 019-INCLUIR-DISTRATO
              END-IF
           END-IF

           PERFORM 016-LER-DISTRATO
           .
      *--------------------------------------------------------------*
      *    COMPARA O LOTE DO DISTRATO LIDO COM UM DISTRATO JA        *
      *    CARREGADO NA TABELA                                       *
      *--------------------------------------------------------------*
       018-COMPARAR-DISTRATO-CARGA.

           IF WS-TAB-DIST-LOTE (WS-IDX-DS) = DIS-LOTE
              MOVE 'S'  TO  WS-DIS-ACHADO
           ELSE
              ADD 1  TO  WS-IDX-DS
           END-IF
           .
       019-INCLUIR-DISTRATO.

           IF WS-CTDIS >= 100
              DISPLAY "CAPACIDADE DA TABELA DE DISTRATOS (100)"
                      " EXCEDIDA - EXECUCAO ABANDONADA"
              CLOSE HISTDIS-FILE
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF
           ADD 1  TO  WS-CTDIS
           MOVE DIS-LOTE  TO  WS-TAB-DIST-LOTE   (WS-CTDIS)
           MOVE 'N'       TO  WS-TAB-DIST-ACHADO (WS-CTDIS)
           .
      *--------------------------------------------------------------*
      *    ABRE O CADASTRO DE LOTES (KSDS) PARA LEITURA DIRETA NA    *
      *    CHAVE - SEM TABELA EM MEMORIA E SEM TETO DE CAPACIDADE    *
      *--------------------------------------------------------------*
              PERFORM 031-LIQUIDAR-LOTE
           END-IF

           IF WS-DATA-AUD-MES < WS-MES-LIQUIDADO AND WS-CTDIS > ZEROS
              PERFORM 032-GUARDAR-COMISSAO-DIST
           END-IF

           PERFORM 025-LER-AUDITORIA
           .
      *--------------------------------------------------------------*
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDA A COMISSAO DE MES ANTERIOR DE UM LOTE COM DISTRATO *
      *    NO MES (O ULTIMO REGISTRO DO LOTE NA AUDITORIA PREVALECE) *
      *--------------------------------------------------------------*
       032-GUARDAR-COMISSAO-DIST.

           MOVE 'N'  TO  WS-DIS-ACHADO
           MOVE 1    TO  WS-IDX-DS
           PERFORM 033-COMPARAR-DISTRATO
              UNTIL WS-DIS-ACHADO = 'S' OR WS-IDX-DS > WS-CTDIS

           IF WS-DIS-ACHADO = 'S'
              MOVE 'S'           TO  WS-TAB-DIST-ACHADO   (WS-IDX-DS)
              MOVE AUD-CORRETOR  TO  WS-TAB-DIST-CORRETOR (WS-IDX-DS)
              MOVE AUD-DATA      TO  WS-TAB-DIST-DATA-AUD (WS-IDX-DS)
              MOVE AUD-COMISSAO  TO  WS-TAB-DIST-COMISSAO (WS-IDX-DS)
           END-IF
           .
       033-COMPARAR-DISTRATO.

           IF WS-TAB-DIST-LOTE (WS-IDX-DS) = AUD-LOTE
              MOVE 'S'  TO  WS-DIS-ACHADO
           ELSE
              ADD 1  TO  WS-IDX-DS
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA DIRETA DO LOTE DA AUDITORIA NO KSDS               *
      *--------------------------------------------------------------*
       040-LOCALIZAR-LOTE.
                                   PG-SEP4  PG-SEP5
           WRITE PAGAR-REG

      *--->    EVENTO CONTABIL: A COMISSAO DEVIDA VAI A PAGAR E O
      *--->    ESTORNO (SINAL '-') A REVERTE; A RETIDA NAO E LANCADA
           IF PG-SINAL NOT = SPACE
              IF PG-SINAL = '+'
                 MOVE 'COM'        TO  EVT-CODIGO
              ELSE
                 MOVE 'EST'        TO  EVT-CODIGO
              END-IF
              MOVE AUD-DATA        TO  EVT-DATA
              MOVE AUD-LOTE        TO  EVT-LOTE
              MOVE AUD-COMISSAO    TO  EVT-VALOR
              MOVE 'CGPRG021'      TO  EVT-PROGRAMA
              MOVE AUD-CORRETOR    TO  EVT-COMPLEMENTO
              MOVE SPACE           TO  EVT-SEP1  EVT-SEP2  EVT-SEP3
                                       EVT-SEP4  EVT-SEP5
              WRITE EVENTO-REG
           END-IF

           MOVE AUD-LOTE       TO  WS-LOTE-OUT
           MOVE AUD-DATA       TO  WS-DATA-OUT
           MOVE AUD-COMISSAO   TO  WS-COMISSAO-OUT
           DISPLAY WS-REG-SYSOUT
           .
      *--------------------------------------------------------------*
      *    ESTORNA A COMISSAO JA LIQUIDADA DOS LOTES COM DISTRATO NO *
      *    MES - A COMISSAO GUARDADA VOLTA PARA A AREA DA AUDITORIA  *
      *    (ARQUIVO JA NO FIM) PARA USAR O MESMO ACUMULO POR         *
      *    CORRETOR E A MESMA GRAVACAO DO CG021PAG                   *
      *--------------------------------------------------------------*
       046-ESTORNAR-DISTRATOS.

           MOVE 1  TO  WS-IDX-DS
           PERFORM 047-ESTORNAR-UM-DISTRATO
              UNTIL WS-IDX-DS > WS-CTDIS
           .
       047-ESTORNAR-UM-DISTRATO.

           IF WS-TAB-DIST-ACHADO (WS-IDX-DS) = 'S'
              MOVE WS-TAB-DIST-LOTE     (WS-IDX-DS)  TO  AUD-LOTE
              MOVE WS-TAB-DIST-CORRETOR (WS-IDX-DS)  TO  AUD-CORRETOR
              MOVE WS-TAB-DIST-DATA-AUD (WS-IDX-DS)  TO  AUD-DATA
              MOVE WS-TAB-DIST-COMISSAO (WS-IDX-DS)  TO  AUD-COMISSAO
              PERFORM 043-LOCALIZAR-CORRETOR
              ADD 1             TO  WS-CTESTDIS
              ADD 1             TO  WS-TAB-COR-QTD-EST (WS-IDX-COR)
              ADD AUD-COMISSAO  TO  WS-TAB-COR-VAL-EST (WS-IDX-COR)
              ADD AUD-COMISSAO  TO  WS-TOT-ESTORNO
              MOVE '-'              TO  PG-SINAL
              MOVE 'DISTRATO    '   TO  PG-SITUACAO
              PERFORM 045-GRAVAR-PAGAR
           ELSE
              DISPLAY "DISTRATO DO LOTE " WS-TAB-DIST-LOTE (WS-IDX-DS)
                      " SEM COMISSAO LIQUIDADA EM MES ANTERIOR"
                      " - NADA A ESTORNAR"
           END-IF

           ADD 1  TO  WS-IDX-DS
           .
      *--------------------------------------------------------------*
      *    IMPRIME A LIQUIDACAO DE CADA CORRETOR DA TABELA           *
      *--------------------------------------------------------------*
       050-IMPRIMIR-LIQUIDACAO.
           CLOSE AUDITORIA-FILE
           CLOSE LOTMST-FILE
           CLOSE PAGAR-FILE
           CLOSE EVENTO-FILE

           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DA LIQUIDACAO - CGPRG021      *'
           DISPLAY ' * COMISSOES DEVIDAS.......= ' WS-CTDEVIDA
           DISPLAY ' * COMISSOES RETIDAS.......= ' WS-CTRETIDA
           DISPLAY ' * ESTORNOS (CANCELADOS)...= ' WS-CTESTORNO
           DISPLAY ' * ESTORNOS (DISTRATOS)....= ' WS-CTESTDIS
           DISPLAY ' * DISTRATOS REPETIDOS.....= ' WS-CTDIS-REPET
           DISPLAY ' * NAO DEVIDAS (SO PRECIF).= ' WS-CTNAODEV
           DISPLAY ' * SEM LOTE NO CADASTRO....= ' WS-CTSEMLOTE
           MOVE WS-TOT-PAGAR    TO  WS-VAL-EXIB
           DISPLAY ' * LIQUIDO GERAL A PAGAR...= ' WS-LIQ-EXIB
           DISPLAY ' *========================================*'

           IF WS-CTMES = ZEROS AND WS-CTESTDIS = ZEROS
              MOVE 12   TO  RETURN-CODE
           ELSE
              IF WS-CTSEMLOTE > ZEROS OR WS-CTDIS-REPET > ZEROS
                 MOVE 04   TO  RETURN-CODE
              ELSE
                 MOVE 00   TO  RETURN-CODE
