      *--------------------------------------------------------------*
      *    REGISTRO COMPARTILHADO DO CADASTRO DE COMPRADORES         *
      *    (CGCMPMST) - CPF, NOME, ENDERECO, TELEFONE E E-MAIL -     *
      *    MANTIDO PELO CGPRG043, VALIDADO PELO CGPRG011 NA VENDA    *
      *    (LM-COMPRADOR) E CARREGADO PELO CGPRG025 E PELO CGPRG026  *
      *    PARA EXIBIR O NOME DO COMPRADOR                           *
      *    (CMP-CPF: 11 DIGITOS SEM PONTUACAO, COM OS DOIS DIGITOS   *
      *     VERIFICADORES - MESMO CONTEUDO DO LM-COMPRADOR E DO      *
      *     REC-COMPRADOR; CMP-TELEFONE: DDD + NUMERO)               *
      *--------------------------------------------------------------*
           05 CMP-CPF             PIC X(11).
           05 CMP-SEP1            PIC X(01).
           05 CMP-NOME            PIC X(40).
           05 CMP-SEP2            PIC X(01).
           05 CMP-LOGRADOURO      PIC X(40).
           05 CMP-SEP3            PIC X(01).
           05 CMP-CIDADE          PIC X(20).
           05 CMP-SEP4            PIC X(01).
           05 CMP-UF              PIC X(02).
           05 CMP-SEP5            PIC X(01).
           05 CMP-CEP             PIC 9(08).
           05 CMP-SEP6            PIC X(01).
           05 CMP-TELEFONE        PIC 9(11).
           05 CMP-SEP7            PIC X(01).
           05 CMP-EMAIL           PIC X(40).
