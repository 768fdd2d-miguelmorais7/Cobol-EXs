      *--------------------------------------------------------------*
      *    REGISTRO COMPARTILHADO DO HISTORICO DE RECICLAGEM         *
      *    (CG020HIS) - UM REGISTRO POR LOTE RECUPERADO PELO         *
      *    CGPRG020, GRAVADO JUNTO COM A PRECIFICACAO NO CG004AUD    *
      *    (MESMAS RCL-DATA/RCL-HORA DE AUD-DATA/AUD-HORA), E LIDO   *
      *    PELO DOSSIE DO LOTE (CGPRG053) PARA DISTINGUIR O          *
      *    REPROCESSAMENTO DA PRECIFICACAO NORMAL DO CGPRG004        *
      *--------------------------------------------------------------*
           05 RCL-LOTE            PIC 9(06).
           05 RCL-SEP1            PIC X(01).
           05 RCL-DATA            PIC 9999/99/99.
           05 RCL-SEP2            PIC X(01).
           05 RCL-HORA            PIC 99.99.9999.
           05 RCL-SEP3            PIC X(01).
           05 RCL-CEP             PIC 9(08).
           05 RCL-SEP4            PIC X(01).
           05 RCL-VAL-VENDA       PIC 9(08)V99.
