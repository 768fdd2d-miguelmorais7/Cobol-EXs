      *    ESCOLHIDO NA VENDA, E ATUALIZADA PELO FATURAMENTO         *
      *    MENSAL (CGPRG025)                                         *
      *    (REC-SITUACAO: 'A' = ABERTA   'P' = PAGA                  *
      *                   'V' = VENCIDA SEM PAGAMENTO                *
      *                   'D' = DISTRATADA - CONTRATO DESFEITO PELO  *
      *                         CGPRG038; REC-VAL-PAGO > ZEROS       *
      *                         INDICA PARCELA QUE FOI PAGA          *
      *                   'R' = RENEGOCIADA - SALDO CONSOLIDADO NUM  *
      *                         ACORDO PELO CGPRG042, QUE ACRESCENTA *
      *                         AS PARCELAS NOVAS DO LOTE COM O      *
      *                         PRAZO DO ACORDO EM REC-PRAZO)        *
      *    REC-PRAZO 00 = VENDA A VISTA (PARCELA UNICA)              *
      *    REC-VAL-PAGO     = TOTAL RECEBIDO NA PARCELA (PRINCIPAL + *
      *                       ENCARGOS), ACUMULADO PAGAMENTO A       *
      *                       PAGAMENTO; REC-DATA-PAGTO = ULTIMO     *
      *    REC-VAL-SALDO    = PRINCIPAL AINDA EM ABERTO (PAGAMENTO   *
      *                       PARCIAL DEIXA A PARCELA 'A'/'V' COM O  *
      *                       SALDO; PARCELA 'P' TEM SALDO ZERO)     *
      *    REC-VAL-ENCARGOS = MULTA + JUROS DE MORA JA RECEBIDOS     *
      *    REC-VAL-CREDITO  = CREDITO RECEBIDO DO PAGAMENTO A MAIOR  *
      *                       DA PARCELA ANTERIOR DO MESMO LOTE      *
      *--------------------------------------------------------------*
           05 REC-LOTE            PIC 9(06).
           05 REC-SEP1            PIC X(01).
           05 REC-DATA-PAGTO      PIC 9999/99/99.
           05 REC-SEP10           PIC X(01).
           05 REC-VAL-PAGO        PIC 9(08)V99.
           05 REC-SEP11           PIC X(01).
           05 REC-VAL-SALDO       PIC 9(08)V99.
           05 REC-SEP12           PIC X(01).
           05 REC-VAL-ENCARGOS    PIC 9(08)V99.
           05 REC-SEP13           PIC X(01).
           05 REC-VAL-CREDITO     PIC 9(08)V99.
