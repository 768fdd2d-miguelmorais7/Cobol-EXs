      *--------------------------------------------------------------*
      *    REGISTRO COMPARTILHADO DOS EVENTOS CONTABEIS PENDENTES    *
      *    (CGCTBEVT) - ACUMULADO (DISP=MOD) PELOS PROGRAMAS QUE     *
      *    GERAM FATO CONTABIL E CONSUMIDO PELO LANCAMENTO CONTABIL  *
      *    DIARIO (CGPRG044), QUE ESVAZIA O ARQUIVO APOS ENTREGAR O  *
      *    DIARIO BALANCEADO A CONTABILIDADE                         *
      *    (EVT-CODIGO: 'VEN' = VENDA DO LOTE (CGPRG011)             *
      *                 'BXP' = PRINCIPAL RECEBIDO NA BAIXA          *
      *                 'BXE' = ENCARGOS POR ATRASO RECEBIDOS        *
      *                 'BXC' = PAGAMENTO A MAIOR (CREDITO DO        *
      *                         COMPRADOR)                           *
      *                 'CRD' = CREDITO APLICADO NA PARCELA SEGUINTE *
      *                         (OS QUATRO DO CGPRG025)              *
      *                 'COM' = COMISSAO DEVIDA (CGPRG021)           *
      *                 'EST' = ESTORNO DE COMISSAO (CGPRG021)       *
      *                 'DEV' = DEVOLUCAO AO COMPRADOR NO DISTRATO   *
      *                 'DEC' = SALDO A RECEBER ENCERRADO NO         *
      *                         DISTRATO (OS DOIS DO CGPRG038)       *
      *                 'BXD' = DESCONTO CONCEDIDO NA QUITACAO       *
      *                         ANTECIPADA (CGPRG042, COM BXP/BXE)   *
      *                 'ACE' = ENCARGOS DA VENCIDA INCORPORADOS AO  *
      *                         ACORDO (CGPRG042))                   *
      *    EVT-DATA E A DATA DO FATO NO PROGRAMA DE ORIGEM;          *
      *    EVT-COMPLEMENTO: CPF DO COMPRADOR (VEN/DEV/DEC), PARCELA  *
      *    (BAIXAS E ACE, 2 POSICOES) OU CORRETOR (COM/EST, 4        *
      *    POSICOES)                                                 *
      *--------------------------------------------------------------*
           05 EVT-CODIGO          PIC X(03).
           05 EVT-SEP1            PIC X(01).
           05 EVT-DATA            PIC 9999/99/99.
           05 EVT-SEP2            PIC X(01).
           05 EVT-LOTE            PIC 9(06).
           05 EVT-SEP3            PIC X(01).
           05 EVT-VALOR           PIC 9(08)V99.
           05 EVT-SEP4            PIC X(01).
           05 EVT-PROGRAMA        PIC X(08).
           05 EVT-SEP5            PIC X(01).
           05 EVT-COMPLEMENTO     PIC X(11).
