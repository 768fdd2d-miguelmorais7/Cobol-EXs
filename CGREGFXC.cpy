      *--------------------------------------------------------------*
      *    REGISTRO COMPARTILHADO DO RESUMO DO FLUXO DE CAIXA        *
      *    PROJETADO (CGFLXRES) - UM REGISTRO POR EXECUCAO DO        *
      *    CGPRG050, ACRESCENTADO AO HISTORICO PARA ACOMPANHAR A     *
      *    CURVA DE RECEBIMENTOS MES A MES                           *
      *    FXC-DATA-BASE     = DATA DE MOVIMENTO DA APURACAO         *
      *    FXC-VAL-PROJECAO  = SALDO A VENCER NO MES BASE (01) E NOS *
      *                        23 MESES SEGUINTES                    *
      *    FXC-VAL-ALEM-24   = SALDO A VENCER DEPOIS DO 24O. MES     *
      *    FXC-FAIXA-ATRASO  = SALDO VENCIDO E PDD POR FAIXA DE      *
      *                        ATRASO: 01 = 1-30  02 = 31-60         *
      *                        03 = 61-90  04 = 91-180  05 = 180+    *
      *--------------------------------------------------------------*
           05 FXC-DATA-BASE       PIC 9999/99/99.
           05 FXC-SEP1            PIC X(01).
           05 FXC-QTD-ABERTAS     PIC 9(06).
           05 FXC-SEP2            PIC X(01).
           05 FXC-VAL-A-VENCER    PIC 9(11)V99.
           05 FXC-SEP3            PIC X(01).
           05 FXC-VAL-VENCIDO     PIC 9(11)V99.
           05 FXC-SEP4            PIC X(01).
           05 FXC-VAL-PDD         PIC 9(11)V99.
           05 FXC-SEP5            PIC X(01).
           05 FXC-VAL-ALEM-24     PIC 9(11)V99.
           05 FXC-PROJECAO        OCCURS 24 TIMES.
              10 FXC-PRJ-SEP      PIC X(01).
              10 FXC-VAL-PROJECAO PIC 9(11)V99.
           05 FXC-FAIXA-ATRASO    OCCURS 5 TIMES.
              10 FXC-FX-SEP1      PIC X(01).
              10 FXC-VAL-FX-SALDO PIC 9(11)V99.
              10 FXC-FX-SEP2      PIC X(01).
              10 FXC-VAL-FX-PDD   PIC 9(11)V99.
