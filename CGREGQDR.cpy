      *--------------------------------------------------------------*
      *    REGISTRO COMPARTILHADO DA REFERENCIA DE EMPREENDIMENTOS E *
      *    QUADRAS (CGQUADRA) - CADA LINHA LIGA UMA FAIXA DE NUMEROS *
      *    DE LOTE (QD-LOTE-INI A QD-LOTE-FIM) A UMA QUADRA DE UM    *
      *    EMPREENDIMENTO; UMA QUADRA PODE TER MAIS DE UMA FAIXA E   *
      *    AS FAIXAS NAO PODEM SE SOBREPOR. LIDO PELO CGPRG004, QUE  *
      *    SO PRECIFICA LOTE DE QUADRA CADASTRADA, E PELO CGPRG049   *
      *    NO ESPELHO DE VENDAS                                      *
      *--------------------------------------------------------------*
           05 QD-EMPREEND         PIC 9(03).
           05 QD-SEP1             PIC X(01).
           05 QD-NOME-EMP         PIC X(30).
           05 QD-SEP2             PIC X(01).
           05 QD-QUADRA           PIC X(03).
           05 QD-SEP3             PIC X(01).
           05 QD-LOTE-INI         PIC 9(06).
           05 QD-SEP4             PIC X(01).
           05 QD-LOTE-FIM         PIC 9(06).
