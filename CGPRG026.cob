      *           POR LOTE, PAGINADA A 60 LINHAS COM CABECALHO DE
      *           DATA E NUMERO DE PAGINA (MODELO DO CGPRG017),
      *           PRONTA PARA O ESCRITORIO DE VENDAS ENTREGAR AO
      *           CLIENTE SEM REDIGITACAO.
      *           A PROPOSTA DE UM LOTE INFORMADO NA SYSIN (LOTE +
      *           CPF) SAI NOMINAL AO COMPRADOR, COM NOME, ENDERECO
      *           E CONTATO DO CADASTRO CGCMPMST
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    SET/2026 010001  CRIACAO - PROPOSTA DE
      *                          FINANCIAMENTO POR LOTE
      *  V02    OUT/2026 010002  PROPOSTA NOMINAL: CARTOES LOTE +
      *                          CPF NA SYSIN DAO O COMPRADOR DA
      *                          PROPOSTA, COM NOME E ENDERECO DO
      *                          CADASTRO CGCMPMST (CGPRG043)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT SIMULA-FILE        ASSIGN TO "CG004SIM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-SIM.
           SELECT COMPRADOR-FILE     ASSIGN TO "CGCMPMST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-CMP.

       DATA DIVISION.
      *=============*
           05 SIM-SEP5            PIC X(01).
           05 SIM-TOTAL           PIC 9(10)V99.

      *==> CADASTRO DE COMPRADORES (CGPRG043)
       FD  COMPRADOR-FILE.
       01  COMPRADOR-REG.
           COPY CGREGCMP.

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
       77  WS-CTPAGINA            PIC 9(03)       VALUE ZEROS.
       77  WS-CTLINHA             PIC 9(02)       VALUE 99.
       77  WS-DATA-ATUAL          PIC 9999/99/99.
       77  WS-FIM                 PIC X(01)       VALUE "N".
       77  WS-EOF-CMP             PIC X(01).
       77  WS-STATUS-CMP          PIC X(02).
       77  WS-CTCMP               PIC 9(03)       VALUE ZEROS.
       77  WS-IDX-CM              PIC 9(04).
       77  WS-CMP-ACHADO          PIC X(01).
       77  WS-CTPROP              PIC 9(03)       VALUE ZEROS.
       77  WS-IDX-PP              PIC 9(03).
       77  WS-PROP-ACHADA         PIC X(01).
       77  WS-CTNOMINAL           PIC 9(05)       VALUE ZEROS.
       77  WS-CTSEMCMP            PIC 9(05)       VALUE ZEROS.

      *-----> PLANOS DE FINANCIAMENTO POR LOTE (CG004SIM)
       01  WS-TAB-SIM.
              10 WS-TAB-SIM-PRESTACAO   PIC 9(08)V99.
              10 WS-TAB-SIM-TOTAL       PIC 9(10)V99.

      *-----> CADASTRO DE COMPRADORES (CGCMPMST)
       01  WS-TAB-CMP.
           05 WS-TAB-CMP-OCR  OCCURS 999 TIMES.
              10 WS-TAB-CMP-CPF         PIC X(11).
              10 WS-TAB-CMP-NOME        PIC X(40).
              10 WS-TAB-CMP-LOGRADOURO  PIC X(40).
              10 WS-TAB-CMP-CIDADE      PIC X(20).
              10 WS-TAB-CMP-UF          PIC X(02).
              10 WS-TAB-CMP-CEP         PIC 9(08).
              10 WS-TAB-CMP-TELEFONE    PIC 9(11).
              10 WS-TAB-CMP-EMAIL       PIC X(40).

      *-----> PROPOSTAS NOMINAIS (LOTE + CPF DO COMPRADOR) DA SYSIN
       01  WS-TAB-PROP.
           05 WS-TAB-PROP-OCR  OCCURS 200 TIMES.
              10 WS-TAB-PROP-LOTE       PIC 9(06).
              10 WS-TAB-PROP-CPF        PIC X(11).

      *-----> ENTRADA - PROPOSTAS NOMINAIS VIA SYSIN (LOTE + CPF),
      *-----> ENCERRADAS POR UM CARTAO DE NOVES; LOTE SEM CARTAO
      *-----> TEM A PROPOSTA IMPRESSA SEM COMPRADOR
       01  WS-REG-SYSIN.
           05 PP-LOTE             PIC 9(06).
           05 PP-CPF              PIC X(11).

      *-----> LINHAS DO COMPRADOR NA PROPOSTA
       01  WS-REG-COMPRADOR-OUT.
           05 FILLER              PIC X(14)
              VALUE '  COMPRADOR:  '.
           05 WS-CMP-NOME-OUT     PIC X(40).
           05 FILLER              PIC X(07)       VALUE '  CPF: '.
           05 WS-CMP-CPF-OUT      PIC X(11).

       01  WS-REG-ENDERECO-OUT.
           05 FILLER              PIC X(14)
              VALUE '  ENDERECO:   '.
           05 WS-CMP-LOGR-OUT     PIC X(40).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-CMP-CIDADE-OUT   PIC X(20).
           05 FILLER              PIC X(01)       VALUE '/'.
           05 WS-CMP-UF-OUT       PIC X(02).
           05 FILLER              PIC X(06)       VALUE '  CEP '.
           05 WS-CMP-CEP-OUT      PIC 9(08).

       01  WS-REG-CONTATO-OUT.
           05 FILLER              PIC X(14)
              VALUE '  TELEFONE:   '.
           05 WS-CMP-TEL-OUT      PIC 9(11).
           05 FILLER              PIC X(10)       VALUE '  E-MAIL: '.
           05 WS-CMP-EMAIL-OUT    PIC X(40).

      *-----> LINHA DE DADOS DO LOTE NA PROPOSTA
       01  WS-REG-LOTE-OUT.
           05 FILLER              PIC X(08)       VALUE '  LOTE: '.
           ACCEPT WS-DATA-ATUAL FROM DATE

           PERFORM 020-CARREGAR-PLANOS
           PERFORM 015-CARREGAR-COMPRADORES
           PERFORM 023-CARREGAR-PROPOSTAS

           MOVE 'N'  TO  WS-EOF-LOT
           OPEN INPUT LOTES-FILE
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARGA DO CADASTRO DE COMPRADORES (CGCMPMST) EM MEMORIA    *
      *--------------------------------------------------------------*
       015-CARREGAR-COMPRADORES.

           MOVE 'N'  TO  WS-EOF-CMP
           OPEN INPUT COMPRADOR-FILE
           IF WS-STATUS-CMP = '00'
              PERFORM 016-LER-COMPRADOR
              PERFORM 017-ACUMULAR-COMPRADOR UNTIL WS-EOF-CMP = 'S'
              CLOSE COMPRADOR-FILE
           END-IF
           .
       016-LER-COMPRADOR.

           READ COMPRADOR-FILE
               AT END MOVE 'S'  TO  WS-EOF-CMP
           END-READ
           .
       017-ACUMULAR-COMPRADOR.

           IF WS-CTCMP >= 999
              DISPLAY "CAPACIDADE DA TABELA DE COMPRADORES (999)"
                      " EXCEDIDA - EXECUCAO ABANDONADA"
              CLOSE COMPRADOR-FILE
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

           ADD 1  TO  WS-CTCMP
           MOVE CMP-CPF         TO  WS-TAB-CMP-CPF        (WS-CTCMP)
           MOVE CMP-NOME        TO  WS-TAB-CMP-NOME       (WS-CTCMP)
           MOVE CMP-LOGRADOURO  TO  WS-TAB-CMP-LOGRADOURO (WS-CTCMP)
           MOVE CMP-CIDADE      TO  WS-TAB-CMP-CIDADE     (WS-CTCMP)
           MOVE CMP-UF          TO  WS-TAB-CMP-UF         (WS-CTCMP)
           MOVE CMP-CEP         TO  WS-TAB-CMP-CEP        (WS-CTCMP)
           MOVE CMP-TELEFONE    TO  WS-TAB-CMP-TELEFONE   (WS-CTCMP)
           MOVE CMP-EMAIL       TO  WS-TAB-CMP-EMAIL      (WS-CTCMP)
           PERFORM 016-LER-COMPRADOR
           .
      *--------------------------------------------------------------*
      *    CARGA DOS PLANOS DE FINANCIAMENTO POR LOTE (CG004SIM)     *
      *--------------------------------------------------------------*
       020-CARREGAR-PLANOS.
           PERFORM 021-LER-SIMULA
           .
      *--------------------------------------------------------------*
      *    CARGA DAS PROPOSTAS NOMINAIS DA SYSIN (LOTE + CPF)        *
      *--------------------------------------------------------------*
       023-CARREGAR-PROPOSTAS.

           PERFORM 024-LER-SYSIN
           PERFORM 027-ACUMULAR-PROPOSTA UNTIL WS-FIM = 'S'
           .
       024-LER-SYSIN.

           ACCEPT WS-REG-SYSIN  FROM SYSIN

           IF WS-REG-SYSIN = ALL '9'
              MOVE  'S'  TO  WS-FIM
           END-IF
           .
       027-ACUMULAR-PROPOSTA.

           IF WS-CTPROP >= 200
              DISPLAY "CAPACIDADE DA TABELA DE PROPOSTAS NOMINAIS"
                      " (200) EXCEDIDA - EXECUCAO ABANDONADA"
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

           ADD 1  TO  WS-CTPROP
           MOVE PP-LOTE  TO  WS-TAB-PROP-LOTE (WS-CTPROP)
           MOVE PP-CPF   TO  WS-TAB-PROP-CPF  (WS-CTPROP)
           PERFORM 024-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    LEITURA DE UM LOTE PRECIFICADO                            *
      *--------------------------------------------------------------*
       025-LER-LOTES.
           PERFORM 070-ESCREVER-LINHA
           DISPLAY WS-REG-VISTA-OUT

           PERFORM 035-IMPRIMIR-COMPRADOR

           PERFORM 070-ESCREVER-LINHA
           DISPLAY '  ------------------------------------------'
           PERFORM 070-ESCREVER-LINHA
           PERFORM 025-LER-LOTES
           .
      *--------------------------------------------------------------*
      *    IMPRIME O COMPRADOR DA PROPOSTA NOMINAL DO LOTE: NOME,    *
      *    ENDERECO E CONTATO DO CADASTRO; CPF FORA DO CADASTRO SAI  *
      *    SO COM O CPF E AVISO; LOTE SEM CARTAO NA SYSIN NAO TEM    *
      *    LINHA DE COMPRADOR                                        *
      *--------------------------------------------------------------*
       035-IMPRIMIR-COMPRADOR.

           MOVE 'N'  TO  WS-PROP-ACHADA
           MOVE 1    TO  WS-IDX-PP
           PERFORM 036-COMPARAR-PROPOSTA
              UNTIL WS-PROP-ACHADA = 'S' OR WS-IDX-PP > WS-CTPROP

           IF WS-PROP-ACHADA = 'S'
              ADD 1  TO  WS-CTNOMINAL
              MOVE 'N'  TO  WS-CMP-ACHADO
              MOVE 1    TO  WS-IDX-CM
              PERFORM 037-COMPARAR-COMPRADOR
                 UNTIL WS-CMP-ACHADO = 'S' OR WS-IDX-CM > WS-CTCMP

              PERFORM 070-ESCREVER-LINHA
              DISPLAY '  ------------------------------------------'
              MOVE WS-TAB-PROP-CPF (WS-IDX-PP)  TO  WS-CMP-CPF-OUT
              IF WS-CMP-ACHADO = 'S'
                 MOVE WS-TAB-CMP-NOME       (WS-IDX-CM)
                   TO WS-CMP-NOME-OUT
                 MOVE WS-TAB-CMP-LOGRADOURO (WS-IDX-CM)
                   TO WS-CMP-LOGR-OUT
                 MOVE WS-TAB-CMP-CIDADE     (WS-IDX-CM)
                   TO WS-CMP-CIDADE-OUT
                 MOVE WS-TAB-CMP-UF         (WS-IDX-CM)
                   TO WS-CMP-UF-OUT
                 MOVE WS-TAB-CMP-CEP        (WS-IDX-CM)
                   TO WS-CMP-CEP-OUT
                 MOVE WS-TAB-CMP-TELEFONE   (WS-IDX-CM)
                   TO WS-CMP-TEL-OUT
                 MOVE WS-TAB-CMP-EMAIL      (WS-IDX-CM)
                   TO WS-CMP-EMAIL-OUT
                 PERFORM 070-ESCREVER-LINHA
                 DISPLAY WS-REG-COMPRADOR-OUT
                 PERFORM 070-ESCREVER-LINHA
                 DISPLAY WS-REG-ENDERECO-OUT
                 PERFORM 070-ESCREVER-LINHA
                 DISPLAY WS-REG-CONTATO-OUT
              ELSE
                 ADD 1  TO  WS-CTSEMCMP
                 MOVE '** CPF NAO CADASTRADO NO CGCMPMST **'
                   TO WS-CMP-NOME-OUT
                 PERFORM 070-ESCREVER-LINHA
                 DISPLAY WS-REG-COMPRADOR-OUT
              END-IF
           END-IF
           .
       036-COMPARAR-PROPOSTA.

           IF WS-TAB-PROP-LOTE (WS-IDX-PP) = LT-LOTE
              MOVE 'S'  TO  WS-PROP-ACHADA
           ELSE
              ADD 1  TO  WS-IDX-PP
           END-IF
           .
       037-COMPARAR-COMPRADOR.

           IF WS-TAB-CMP-CPF (WS-IDX-CM) = WS-TAB-PROP-CPF (WS-IDX-PP)
              MOVE 'S'  TO  WS-CMP-ACHADO
           ELSE
              ADD 1  TO  WS-IDX-CM
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIME UM PLANO SE PERTENCER AO LOTE CORRENTE            *
      *--------------------------------------------------------------*
       040-IMPRIMIR-PLANO.
           DISPLAY "PROPOSTAS IMPRESSAS....= " WS-CTLOTE
           DISPLAY "PLANOS IMPRESSOS.......= " WS-CTPLANO
           DISPLAY "LOTES SEM PLANO........= " WS-CTSEMPLANO
           DISPLAY "PROPOSTAS NOMINAIS.....= " WS-CTNOMINAL
           DISPLAY "CPF NAO CADASTRADO.....= " WS-CTSEMCMP
           DISPLAY '-----------------------------------'

           IF WS-CTLOTE = ZEROS
              MOVE 12   TO  RETURN-CODE
           ELSE
              IF WS-CTSEMPLANO > ZEROS OR WS-CTSEMCMP > ZEROS
                 MOVE 04   TO  RETURN-CODE
              ELSE
                 MOVE 00   TO  RETURN-CODE
