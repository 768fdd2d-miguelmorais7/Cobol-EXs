      *--------------------------------------------------------------*
      *    REGISTRO COMPARTILHADO DO CADASTRO DE AUTORIZADORES DE    *
      *    DESCONTO (CGAPRDES) - QUEM PODE AUTORIZAR DESCONTO DE     *
      *    VENDA ALEM DO LIMITE DO CARTAO CGDESCMX, ATE O SEU        *
      *    PROPRIO PERCENTUAL MAXIMO (ALCADA). LIDO PELO CGPRG011    *
      *    NA VALIDACAO DA VENDA E PELO CGPRG048 NO RELATORIO        *
      *    MENSAL DE DESCONTOS POR AUTORIZADOR                       *
      *    (APR-NIVEL: 'S' = SUPERVISOR  'G' = GERENTE               *
      *                'D' = DIRETOR                                 *
      *     APR-ATIVO: 'S' = PODE AUTORIZAR  'N' = INATIVO)          *
      *--------------------------------------------------------------*
           05 APR-CODIGO          PIC X(06).
           05 APR-SEP1            PIC X(01).
           05 APR-NOME            PIC X(30).
           05 APR-SEP2            PIC X(01).
           05 APR-NIVEL           PIC X(01).
           05 APR-SEP3            PIC X(01).
           05 APR-PCT-MAXIMO      PIC 9(02)V99.
           05 APR-SEP4            PIC X(01).
           05 APR-ATIVO           PIC X(01).
