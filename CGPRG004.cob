      *                          LOTE SEGUINTE AO ULTIMO PROCESSADO
      *                          EM VEZ DE REGRAVAR O DIA INTEIRO
      *                          NO CG004AUD (DISP=MOD)
      *  V12    OUT/2026 010012  LOTE SO E PRECIFICADO SE O NUMERO
      *                          ESTIVER NUMA FAIXA DE QUADRA DA
      *                          REFERENCIA DE EMPREENDIMENTOS
      *                          CGQUADRA (COPY CGREGQDR) - SENAO E
      *                          REJEITADO NO CG004REJ (MOTIVO 03);
      *                          SEM A REFERENCIA, O LOTE E
      *                          PRECIFICADO COM AVISO NO SYSOUT
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT PARCOM-FILE        ASSIGN TO "CGPARCOM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-PAR.
           SELECT QUADRA-FILE        ASSIGN TO "CGQUADRA"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-QDR.
           SELECT CHECKPOINT-FILE    ASSIGN TO "CG004CKP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-CKP.
           05 CKP-SEP6             PIC X(01).
           05 CKP-VENDA-TOTAL      PIC 9(13)V99.

      *==> REFERENCIA DE EMPREENDIMENTOS E QUADRAS (FAIXAS DE LOTE)
       FD  QUADRA-FILE.
       01  QUADRA-REG.
           COPY CGREGQDR.

      *==> LOTES REJEITADOS POR CORRETOR INVALIDO OU FORA DE QUADRA,
      *==> COM O MOTIVO
       FD  CORREJ-FILE.
       01  CORREJ-REG.
           05 RJ-DADOS            PIC X(40).
       77  WS-EOF-CKP             PIC X(01).
       77  WS-CKP-ACHADO          PIC X(01).
       77  WS-CTPULAR             PIC 9(06).
       77  WS-STATUS-QDR          PIC X(02).
       77  WS-FIM-TAB-QDR         PIC X(01).
       77  WS-CTQDR               PIC 9(03)       VALUE ZEROS.
       77  WS-QDR-ACHADA          PIC X(01).
       77  WS-IDX-QD              PIC 9(03).

      *-----> TABELA DE PARAMETROS DE COMISSAO EM MEMORIA
       01  WS-TAB-PARCOM.
              10 WS-TAB-CORR-CODIGO     PIC 9(04).
              10 WS-TAB-CORR-ATIVO      PIC X(01).

      *-----> FAIXAS DE LOTE DAS QUADRAS (CGQUADRA) EM MEMORIA
       01  WS-TAB-QDR.
           05 WS-TAB-QDR-OCR  OCCURS 200 TIMES.
              10 WS-TAB-QDR-LOTE-INI    PIC 9(06).
              10 WS-TAB-QDR-LOTE-FIM    PIC 9(06).

      *-----> TABELA DE REGRAS DE AJUSTE EM MEMORIA
       01  WS-TAB-REGRA.
           05 WS-TAB-REGRA-OCR  OCCURS 20 TIMES.
           PERFORM 023-CARREGAR-TAB-TAXA
           PERFORM 027-CARREGAR-TAB-REGRAS
           PERFORM 018-CARREGAR-TAB-CORR
           PERFORM 053-CARREGAR-TAB-QUADRA
           OPEN EXTEND AUDITORIA-FILE
           OPEN EXTEND CEPERRO-FILE
           OPEN EXTEND CORREJ-FILE
           MOVE AS-PROFUND-IN       TO   AS-PROFUNDIDADE

           PERFORM 033-VALIDAR-CORRETOR
           IF WS-MOTIVO-COR = ZEROS
              PERFORM 039-VALIDAR-QUADRA
           END-IF

           IF WS-MOTIVO-COR NOT = ZEROS
              PERFORM 034-REJEITAR-CORRETOR
      *    MOTIVOS DE REJEICAO:
      *       01 = CORRETOR NAO CADASTRADO
      *       02 = CORRETOR INATIVO
      *       03 = LOTE FORA DE QUADRA (VIDE 039-VALIDAR-QUADRA)
      *--------------------------------------------------------------*
       033-VALIDAR-CORRETOR.

           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERE SE O NUMERO DO LOTE ESTA NUMA FAIXA DE QUADRA DA  *
      *    REFERENCIA CGQUADRA (SEM A REFERENCIA, NAO CONFERE)       *
      *--------------------------------------------------------------*
       039-VALIDAR-QUADRA.

           IF WS-CTQDR > ZEROS
              MOVE 'N'  TO  WS-QDR-ACHADA
              MOVE 1    TO  WS-IDX-QD
              PERFORM 057-COMPARAR-QUADRA
                 UNTIL WS-QDR-ACHADA = 'S' OR WS-IDX-QD > WS-CTQDR
              IF WS-QDR-ACHADA NOT = 'S'
                 MOVE 03  TO  WS-MOTIVO-COR
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA NO CG004REJ O LOTE COM CORRETOR INVALIDO OU FORA    *
      *    DE QUADRA                                                 *
      *--------------------------------------------------------------*
       034-REJEITAR-CORRETOR.

           MOVE WS-MOTIVO-COR TO  RJ-MOTIVO
           MOVE SPACE         TO  RJ-SEP1  RJ-SEP2

           EVALUATE WS-MOTIVO-COR
               WHEN 01
                  MOVE 'CORRETOR NAO CADASTRADO'  TO  RJ-DESC-MOTIVO
               WHEN 02
                  MOVE 'CORRETOR INATIVO'         TO  RJ-DESC-MOTIVO
               WHEN 03
                  MOVE 'LOTE FORA DE QUADRA'      TO  RJ-DESC-MOTIVO
           END-EVALUATE

           WRITE CORREJ-REG
           IF WS-MOTIVO-COR = 03
              DISPLAY "LOTE FORA DAS FAIXAS DO CGQUADRA - LOTE NAO"
                      " PRECIFICADO: " AS-LOTE-IN
           ELSE
              DISPLAY "CORRETOR INVALIDO - MOTIVO " WS-MOTIVO-COR
                      " - LOTE NAO PRECIFICADO: " AS-LOTE-IN
                      " CORRETOR " AS-CORRETOR-IN
           END-IF
           .
      *--------------------------------------------------------------*
      *    PRECIFICA UM LOTE JA VALIDADO (FAIXA DE CEP, VALOR BASE,  *
           DISPLAY "REGISTROS EXIBIDOS = " WS-CTEXIB
           DISPLAY "CEPS FORA DE FAIXA = " WS-NUM-CEP-ERRO
                   " (VIDE CG004ERR)"
           DISPLAY "CORRETOR/QUADRA... = " WS-NUM-COR-REJ
                   " (VIDE CG004REJ)"
           DISPLAY '-----------------------------------'
           DISPLAY "DEPARTAMENTO......: " LK-NR-DPTO " " LK-NOME-DPTO
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG004"
           .
      *--------------------------------------------------------------*
      *    CARGA DAS FAIXAS DE LOTE DA REFERENCIA DE QUADRAS         *
      *    (CGQUADRA); SEM A REFERENCIA, OS LOTES NAO SAO CONFERIDOS *
      *--------------------------------------------------------------*
       053-CARREGAR-TAB-QUADRA.

           MOVE 'N'  TO  WS-FIM-TAB-QDR
           OPEN INPUT QUADRA-FILE
           IF WS-STATUS-QDR = '00'
              PERFORM 054-LER-QUADRA
              PERFORM 056-ACUMULAR-ITEM-QUADRA
                 UNTIL WS-FIM-TAB-QDR = 'S'
              CLOSE QUADRA-FILE
           END-IF

           IF WS-CTQDR = ZEROS
              DISPLAY "SEM REFERENCIA CGQUADRA - LOTES PRECIFICADOS"
                      " SEM CONFERENCIA DE QUADRA"
           END-IF
           .
       054-LER-QUADRA.

           READ QUADRA-FILE
               AT END MOVE 'S' TO WS-FIM-TAB-QDR
           END-READ
           .
       056-ACUMULAR-ITEM-QUADRA.

           IF WS-CTQDR >= 200
              DISPLAY "CAPACIDADE DA TABELA DE QUADRAS (200)"
                      " EXCEDIDA - EXECUCAO ABANDONADA"
              CLOSE QUADRA-FILE
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

           ADD 1  TO  WS-CTQDR
           MOVE QD-LOTE-INI  TO  WS-TAB-QDR-LOTE-INI (WS-CTQDR)
           MOVE QD-LOTE-FIM  TO  WS-TAB-QDR-LOTE-FIM (WS-CTQDR)

           PERFORM 054-LER-QUADRA
           .
       057-COMPARAR-QUADRA.

           IF AS-LOTE-IN NOT < WS-TAB-QDR-LOTE-INI (WS-IDX-QD) AND
              AS-LOTE-IN NOT > WS-TAB-QDR-LOTE-FIM (WS-IDX-QD)
              MOVE 'S'  TO  WS-QDR-ACHADA
           ELSE
              ADD 1  TO  WS-IDX-QD
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVA OS TOTAIS DE CONTROLE DO PASSO NO CGCTRL            *
      *--------------------------------------------------------------*
       055-GRAVAR-CONTROLE.
