      *    PRECIFICACAO E CARREGADO PELO CGPRG012 PARA EXIBIR O      *
      *    NOME E O DEPARTAMENTO NO EXTRATO DE COMISSOES             *
      *    (COR-ATIVO: 'S' = CORRETOR ATIVO / 'N' = INATIVO)         *
      *    (COR-TIPO: 'A' = AUTONOMO (PESSOA FISICA, COM RETENCAO    *
      *     DE ISS E IRRF NO PAGAMENTO DA COMISSAO - CGPRG046) /     *
      *     'J' = PESSOA JURIDICA (SEM RETENCAO)                     *
      *    (COR-DOCUMENTO: CPF COM 11 DIGITOS NO AUTONOMO, CNPJ COM  *
      *     14 DIGITOS NA PESSOA JURIDICA - SEM PONTUACAO)           *
      *--------------------------------------------------------------*
           05 COR-CODIGO          PIC 9(04).
           05 COR-SEP1            PIC X(01).
           05 COR-DEPTO           PIC 9(04).
           05 COR-SEP3            PIC X(01).
           05 COR-ATIVO           PIC X(01).
           05 COR-SEP4            PIC X(01).
           05 COR-TIPO            PIC X(01).
           05 COR-SEP5            PIC X(01).
           05 COR-DOCUMENTO       PIC X(14).
