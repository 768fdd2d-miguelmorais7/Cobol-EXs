      *--------------------------------------------------------------*
      *    REGISTRO COMPARTILHADO DO INTERCAMBIO DE COBRANCA COM O   *
      *    BANCO - LAYOUT FIXO DE 100 BYTES, SEM SEPARADORES:        *
      *    REMESSA MENSAL GRAVADA PELO CGPRG040 (CG040REM) E RETORNO *
      *    DIARIO DO BANCO LIDO PELO CGPRG041 (CGRETBCO)             *
      *    BCO-TIPO: '0' = HEADER  '1' = DETALHE (UM TITULO)         *
      *              '9' = TRAILER                                   *
      *    NOSSO-NUMERO = LOTE (6) + PARCELA (2) + DIGITO MODULO 11  *
      *    DATAS EM AAAAMMDD                                         *
      *    BCD-OCORRENCIA NA REMESSA: 01 = ENTRADA DE TITULO         *
      *                   NO RETORNO: 02 = ENTRADA CONFIRMADA        *
      *                               03 = ENTRADA REJEITADA (MOTIVO *
      *                                    DO BANCO EM BCD-MOTIVO)   *
      *                               06 = LIQUIDACAO (PAGAMENTO)    *
      *--------------------------------------------------------------*
           05 BCO-TIPO            PIC X(01).
           05 BCO-DADOS           PIC X(99).
           05 BCO-HEADER  REDEFINES  BCO-DADOS.
              10 BCH-OPERACAO     PIC X(07).
              10 BCH-BANCO        PIC 9(03).
              10 BCH-AGENCIA      PIC 9(04).
              10 BCH-CONTA        PIC 9(08).
              10 BCH-CONVENIO     PIC 9(07).
              10 BCH-DATA-ARQ     PIC 9(08).
              10 FILLER           PIC X(62).
           05 BCO-DETALHE  REDEFINES  BCO-DADOS.
              10 BCD-NOSSO-NUMERO PIC 9(09).
              10 BCD-OCORRENCIA   PIC 9(02).
              10 BCD-DATA-VENC    PIC 9(08).
              10 BCD-VAL-TITULO   PIC 9(11)V99.
              10 BCD-DATA-OCORR   PIC 9(08).
              10 BCD-VAL-PAGO     PIC 9(11)V99.
              10 BCD-PCT-MULTA    PIC 9(02)V99.
              10 BCD-PCT-JUROS-DIA PIC 9(01)V9(04).
              10 BCD-SACADO       PIC X(11).
              10 BCD-CEP          PIC 9(08).
              10 BCD-MOTIVO       PIC X(02).
              10 FILLER           PIC X(16).
           05 BCO-TRAILER  REDEFINES  BCO-DADOS.
              10 BCT-QTD-TITULOS  PIC 9(06).
              10 BCT-VAL-TOTAL    PIC 9(13)V99.
              10 FILLER           PIC X(78).
