      *    LM-PRAZO-FIN E O PLANO DE FINANCIAMENTO ESCOLHIDO NA      *
      *    VENDA (12/24/36/48 MESES DO CG004SIM; 00 = A VISTA);      *
      *    NAS DEMAIS SITUACOES OS CAMPOS FICAM EM BRANCO/ZEROS      *
      *    O DISTRATO DA VENDA DEVOLVE O LOTE A 'P' (DADOS DA VENDA  *
      *    DESFEITA NO CG011DIS - COPY CGREGDIS)                     *
      *--------------------------------------------------------------*
           05 LM-LOTE             PIC 9(06).
           05 LM-CEP              PIC 9(08).
