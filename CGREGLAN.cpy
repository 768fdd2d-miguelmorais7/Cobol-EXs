      *--------------------------------------------------------------*
      *    REGISTRO COMPARTILHADO DO DIARIO CONTABIL (CG044LAN)      *
      *    GRAVADO PELO CGPRG044 E ENTREGUE A CONTABILIDADE GERAL    *
      *    SOMENTE QUANDO O TOTAL A DEBITO E IGUAL AO TOTAL A        *
      *    CREDITO - CADA EVENTO CONTABIL GERA UM LANCAMENTO         *
      *    (LAN-NUMERO) COM UMA LINHA A DEBITO E UMA A CREDITO, NAS  *
      *    CONTAS DO PLANO DE CONTAS (CGPLACTA) PARA O EVENTO        *
      *    (LAN-DC: 'D' = DEBITO   'C' = CREDITO)                    *
      *    LAN-DATA E A DATA DE MOVIMENTO DO FECHAMENTO;             *
      *    LAN-DATA-EVENTO E A DATA DO FATO NO PROGRAMA DE ORIGEM    *
      *--------------------------------------------------------------*
           05 LAN-DATA            PIC 9999/99/99.
           05 LAN-SEP1            PIC X(01).
           05 LAN-NUMERO          PIC 9(06).
           05 LAN-SEP2            PIC X(01).
           05 LAN-EVENTO          PIC X(03).
           05 LAN-SEP3            PIC X(01).
           05 LAN-CONTA           PIC X(12).
           05 LAN-SEP4            PIC X(01).
           05 LAN-DC              PIC X(01).
           05 LAN-SEP5            PIC X(01).
           05 LAN-VALOR           PIC 9(10)V99.
           05 LAN-SEP6            PIC X(01).
           05 LAN-LOTE            PIC 9(06).
           05 LAN-SEP7            PIC X(01).
           05 LAN-DATA-EVENTO     PIC 9999/99/99.
           05 LAN-SEP8            PIC X(01).
           05 LAN-HISTORICO       PIC X(30).
