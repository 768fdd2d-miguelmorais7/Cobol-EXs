      *
      *           VENCIMENTOS: PARCELA N VENCE N MESES APOS A DATA
      *           DA VENDA (LM-DATA-SITUACAO), COM O DIA LIMITADO A
      *           28 PARA VALER EM QUALQUER MES. O VENCIMENTO QUE
      *           CAI EM SABADO, DOMINGO OU FERIADO (CALENDARIO
      *           CGFERIAD, ROTINA CGPRG057) E PRORROGADO PARA O
      *           PRIMEIRO DIA UTIL SEGUINTE; O MES DAS PARCELAS
      *           SEGUINTES CONTINUA CONTADO DA DATA DA VENDA.
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    SET/2026 010001  CRIACAO - GERACAO DA CARTEIRA DE
      *                          RECEBIVEIS DOS LOTES VENDIDOS
      *  V02    OUT/2026 010002  PARCELAS DISTRATADAS ('D', CGPRG038)
      *                          NAO CONTAM COMO LOTE JA NA CARTEIRA:
      *                          O LOTE DEVOLVIDO AO ESTOQUE E
      *                          REVENDIDO GANHA CRONOGRAMA NOVO
      *  V03    OUT/2026 010003  LAYOUT DA CARTEIRA COM SALDO,
      *                          ENCARGOS E CREDITO (84 -> 117
      *                          BYTES): A PARCELA NASCE COM O SALDO
      *                          IGUAL AO VALOR DA PARCELA
      *  V04    OUT/2026 010004  VENCIMENTO EM SABADO, DOMINGO OU
      *                          FERIADO PRORROGADO PARA O PRIMEIRO
      *                          DIA UTIL (CALENDARIO CGFERIAD PELA
      *                          ROTINA CGPRG057)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           05 RN-DATA-PAGTO       PIC 9999/99/99.
           05 RN-SEP10            PIC X(01).
           05 RN-VAL-PAGO         PIC 9(08)V99.
           05 RN-SEP11            PIC X(01).
           05 RN-VAL-SALDO        PIC 9(08)V99.
           05 RN-SEP12            PIC X(01).
           05 RN-VAL-ENCARGOS     PIC 9(08)V99.
           05 RN-SEP13            PIC X(01).
           05 RN-VAL-CREDITO      PIC 9(08)V99.

       WORKING-STORAGE SECTION.
      *-----------------------*
       77  WS-VENC-ANO            PIC 9(04).
       77  WS-VENC-MES            PIC 9(02).
       77  WS-VENC-DIA            PIC 9(02).
       77  WS-CTPRORROGA          PIC 9(06)       VALUE ZEROS.
       77  WS-CAL-INDISP          PIC X(01)       VALUE 'N'.
       77  WS-VAL-EXIB            PIC $$.$$$.$$$.$$9,99.

      *-----> DESDOBRAMENTO DA DATA DA VENDA (AAAA/MM/DD)
      *-----> DATA DE VENCIMENTO MONTADA (AAAAMMDD NUMERICO)
       77  WS-VENC-AAAAMMDD       PIC 9(08).

      *-----> AREA DE COMUNICACAO COM A ROTINA DE DIAS UTEIS, USADA
      *--->    PARA PRORROGAR O VENCIMENTO PARA O PRIMEIRO DIA UTIL
       01  WS-CALENDARIO.
           COPY CGREGCAL.

      *-----> LOTES JA PRESENTES NA CARTEIRA ATUAL
       01  WS-TAB-CART.
           05 WS-TAB-CART-LOTE    PIC 9(06)  OCCURS 500 TIMES.
           .
       018-REGISTRAR-LOTE-CART.

      *--->    PARCELA DISTRATADA E DE CONTRATO JA DESFEITO - NAO
      *--->    IMPEDE A GERACAO DA REVENDA DO MESMO LOTE
           IF REC-SITUACAO NOT = 'D'
              MOVE REC-LOTE  TO  WS-LOTE-BUSCA
              PERFORM 040-LOCALIZAR-CART
              IF WS-CART-ACHADO NOT = 'S'
                 PERFORM 047-GUARDAR-LOTE-CART
              END-IF
           END-IF

           PERFORM 016-LER-RECMST
              (WS-VENC-ANO * 10000) + (WS-VENC-MES * 100)
                 + WS-VENC-DIA
           MOVE WS-VENC-AAAAMMDD TO  RN-DATA-VENC
           PERFORM 058-PRORROGAR-VENCIMENTO
           MOVE AS-VAL-PARCELA   TO  RN-VAL-PARCELA
           MOVE AS-VAL-PARCELA   TO  RN-VAL-SALDO
           MOVE 'A'              TO  RN-SITUACAO
           MOVE SPACE            TO  RN-SEP1  RN-SEP2  RN-SEP3
                                     RN-SEP4  RN-SEP5  RN-SEP6
                                     RN-SEP7  RN-SEP8  RN-SEP9
                                     RN-SEP10 RN-SEP11 RN-SEP12
                                     RN-SEP13
           WRITE RECNOVO-REG
           ADD 1               TO  WS-CTPARCELA
           ADD AS-VAL-PARCELA  TO  AS-TOT-GERADO
           .
      *--------------------------------------------------------------*
      *    PRORROGA O VENCIMENTO DA PARCELA QUE CAI EM SABADO,       *
      *    DOMINGO OU FERIADO PARA O PRIMEIRO DIA UTIL SEGUINTE      *
      *    (SEM O CALENDARIO CGFERIAD SO O FIM DE SEMANA E           *
      *    PRORROGADO - RETORNO 04 DA ROTINA)                        *
      *--------------------------------------------------------------*
       058-PRORROGAR-VENCIMENTO.

           MOVE 'P'           TO  CAL-FUNCAO
           MOVE RN-DATA-VENC  TO  CAL-DATA
           CALL 'CGPRG057'  USING  WS-CALENDARIO
           IF CAL-COD-RETORNO = 04
              MOVE 'S'  TO  WS-CAL-INDISP
           END-IF
           IF CAL-DATA-FIM NOT = RN-DATA-VENC
              MOVE CAL-DATA-FIM  TO  RN-DATA-VENC
              ADD 1  TO  WS-CTPRORROGA
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.
           DISPLAY ' * SEM PLANO NO CG004SIM...= ' WS-CTSEMPLANO
           DISPLAY ' * PARCELAS COPIADAS.......= ' WS-CTCOPIA
           DISPLAY ' * PARCELAS GERADAS........= ' WS-CTPARCELA
           DISPLAY ' * VENCIMENTOS PRORROGADOS.= ' WS-CTPRORROGA
           MOVE AS-TOT-GERADO  TO  WS-VAL-EXIB
           DISPLAY ' * VALOR GERADO............= ' WS-VAL-EXIB
           DISPLAY ' *========================================*'
           IF WS-CTLIDO = ZEROS
              MOVE 12   TO  RETURN-CODE
           ELSE
              IF WS-CTSEMPLANO > ZEROS OR WS-CAL-INDISP = 'S'
                 MOVE 04   TO  RETURN-CODE
              ELSE
                 MOVE 00   TO  RETURN-CODE
