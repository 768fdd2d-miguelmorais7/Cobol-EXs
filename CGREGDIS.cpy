      *--------------------------------------------------------------*
      *    REGISTRO COMPARTILHADO DO DISTRATO DE LOTE VENDIDO        *
      *    GRAVADO PELO CGPRG011 NA TRANSACAO DE DISTRATO (CG011DIS, *
      *    VALORES DE DEVOLUCAO ZERADOS) E COMPLETADO PELO CGPRG038  *
      *    NO ENCERRAMENTO DA CARTEIRA DO LOTE (HISTORICO CG038DIS,  *
      *    COM O TOTAL PAGO, A RETENCAO E A DEVOLUCAO AO COMPRADOR)  *
      *    DIS-VAL-VENDA, DIS-COMPRADOR E DIS-PRAZO-FIN SAO OS DADOS *
      *    DA VENDA DESFEITA, COMO ESTAVAM NO CADASTRO ANTES DO      *
      *    DISTRATO; DIS-PCT-RETENCAO E O PERCENTUAL CONTRATUAL      *
      *    RETIDO SOBRE O TOTAL PAGO (CARTAO CGRETDIS)               *
      *--------------------------------------------------------------*
           05 DIS-LOTE            PIC 9(06).
           05 DIS-SEP1            PIC X(01).
           05 DIS-DATA            PIC 9999/99/99.
           05 DIS-SEP2            PIC X(01).
           05 DIS-COMPRADOR       PIC X(11).
           05 DIS-SEP3            PIC X(01).
           05 DIS-VAL-VENDA       PIC 9(08)V99.
           05 DIS-SEP4            PIC X(01).
           05 DIS-PRAZO-FIN       PIC 9(02).
           05 DIS-SEP5            PIC X(01).
           05 DIS-PCT-RETENCAO    PIC 9(02)V99.
           05 DIS-SEP6            PIC X(01).
           05 DIS-USUARIO         PIC X(08).
           05 DIS-SEP7            PIC X(01).
           05 DIS-QTD-PAGAS       PIC 9(02).
           05 DIS-SEP8            PIC X(01).
           05 DIS-VAL-PAGO        PIC 9(08)V99.
           05 DIS-SEP9            PIC X(01).
           05 DIS-QTD-ENCERRADAS  PIC 9(02).
           05 DIS-SEP10           PIC X(01).
           05 DIS-VAL-ENCERRADO   PIC 9(08)V99.
           05 DIS-SEP11           PIC X(01).
           05 DIS-VAL-RETIDO      PIC 9(08)V99.
           05 DIS-SEP12           PIC X(01).
           05 DIS-VAL-DEVOLVER    PIC 9(08)V99.
