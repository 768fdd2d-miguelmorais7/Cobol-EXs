      *--------------------------------------------------------------*
      *    REGISTRO COMPARTILHADO DO HISTORICO DE VENDAS COM         *
      *    DESCONTO (CG011VDS) - ACUMULADO (DISP=MOD) PELO CGPRG011  *
      *    A CADA VENDA NEGOCIADA ABAIXO DO PRECO DE LISTA E LIDO    *
      *    PELO CGPRG048 NO RELATORIO MENSAL POR AUTORIZADOR         *
      *    VDS-VAL-LISTA E O PRECO DO CADASTRO ANTES DA VENDA;       *
      *    VDS-AUTORIZACAO FICA EM BRANCO QUANDO O DESCONTO ESTA     *
      *    DENTRO DO LIMITE DO CARTAO CGDESCMX                       *
      *--------------------------------------------------------------*
           05 VDS-LOTE            PIC 9(06).
           05 VDS-SEP1            PIC X(01).
           05 VDS-DATA            PIC 9999/99/99.
           05 VDS-SEP2            PIC X(01).
           05 VDS-VAL-LISTA       PIC 9(08)V99.
           05 VDS-SEP3            PIC X(01).
           05 VDS-VAL-NEGOCIADO   PIC 9(08)V99.
           05 VDS-SEP4            PIC X(01).
           05 VDS-PCT-DESCONTO    PIC 9(03)V99.
           05 VDS-SEP5            PIC X(01).
           05 VDS-AUTORIZACAO     PIC X(06).
           05 VDS-SEP6            PIC X(01).
           05 VDS-USUARIO         PIC X(08).
           05 VDS-SEP7            PIC X(01).
           05 VDS-COMPRADOR       PIC X(11).
