       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG048.
       AUTHOR.        MIGUEL MORAIS.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NIVEL BASICO.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: RELATORIO MENSAL DAS VENDAS COM DESCONTO POR
      *           AUTORIZADOR, PARA O COMITE DE AUDITORIA.
      *           LE AS VENDAS COM DESCONTO DO MES NO HISTORICO
      *           GRAVADO PELO CGPRG011 (CG011VDS) E AS AGRUPA PELO
      *           AUTORIZADOR DO CADASTRO CGAPRDES, COM PRECO DE
      *           LISTA, PRECO NEGOCIADO E DESCONTO DE CADA VENDA E O
      *           SUBTOTAL DE CADA AUTORIZADOR. AS VENDAS COM
      *           DESCONTO DENTRO DO LIMITE DO CARTAO CGDESCMX (SEM
      *           AUTORIZADOR) SAEM NUM GRUPO PROPRIO; CODIGO QUE NAO
      *           ESTA MAIS NO CADASTRO SAI NO GRUPO DE NAO
      *           CADASTRADOS E DEVOLVE RC 04.
      *           O MES E RECEBIDO NA SYSIN NO FORMATO AAAA/MM
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010001  CRIACAO - VENDAS COM DESCONTO POR
      *                          AUTORIZADOR
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
       CONFIGURATION SECTION.
      *---------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           CURRENCY SIGN IS "R$ " WITH PICTURE SYMBOL "$"
           .
       INPUT-OUTPUT SECTION.
      *---------------------*
       FILE-CONTROL.
      *==> LOCAL PARA O SELECT DOS ARQUIVOS
           SELECT APROVADOR-FILE     ASSIGN TO "CGAPRDES"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-APR.
           SELECT VENDESC-FILE       ASSIGN TO "CG011VDS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-VDS.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *==> CADASTRO DE AUTORIZADORES DE DESCONTO
       FD  APROVADOR-FILE.
       01  APROVADOR-REG.
           COPY CGREGAPR.

      *==> MESMO LAYOUT GRAVADO PELO CGPRG011
       FD  VENDESC-FILE.
       01  VENDESC-REG.
           COPY CGREGVDS.

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> AREA AUXILIAR
       77  WS-EOF-APR             PIC X(01).
       77  WS-EOF-VDS             PIC X(01).
       77  WS-STATUS-APR          PIC X(02).
       77  WS-STATUS-VDS          PIC X(02).
       77  WS-CTAPR               PIC 9(02)       VALUE ZEROS.
       77  WS-CTVENDA             PIC 9(03)       VALUE ZEROS.
       77  WS-CTLIDO              PIC 9(06)       VALUE ZEROS.
       77  WS-CTDENTRO            PIC 9(03)       VALUE ZEROS.
       77  WS-CTSEMCAD            PIC 9(03)       VALUE ZEROS.
       77  WS-CTACIMA             PIC 9(03)       VALUE ZEROS.
       77  WS-IDX-AP              PIC 9(02).
       77  WS-IDX-VD              PIC 9(03).
       77  WS-APR-ACHADO          PIC X(01).
       77  WS-GRUPO               PIC 9(02).
       77  WS-VAL-DESCONTO        PIC 9(08)V99.
       77  WS-VAL-EXIB            PIC $$.$$$.$$$.$$9,99.

      *-----> PARAMETRO VIA SYSIN: MES APURADO (AAAA/MM)
       77  WS-MES-APURADO         PIC X(07).

      *-----> VISAO DA DATA DA VENDA RESTRITA AO PREFIXO AAAA/MM
       01  WS-DATA-VDS.
           05 WS-DATA-VDS-MES     PIC X(07).
           05 FILLER              PIC X(03).

      *-----> AUTORIZADORES DO CADASTRO (CGAPRDES)
       01  WS-TAB-APR.
           05 WS-TAB-APR-OCR  OCCURS 50 TIMES.
              10 WS-TAB-APR-CODIGO      PIC X(06).
              10 WS-TAB-APR-NOME        PIC X(30).
              10 WS-TAB-APR-NIVEL       PIC X(01).
              10 WS-TAB-APR-PCT-MAXIMO  PIC 9(02)V99.
              10 WS-TAB-APR-ATIVO       PIC X(01).

      *-----> VENDAS COM DESCONTO DO MES; WS-TAB-VD-GRUPO E A
      *-----> POSICAO DO AUTORIZADOR NA TABELA ACIMA (00 = DENTRO
      *-----> DO LIMITE, SEM AUTORIZADOR; 99 = NAO CADASTRADO)
       01  WS-TAB-VENDA.
           05 WS-TAB-VENDA-OCR  OCCURS 500 TIMES.
              10 WS-TAB-VD-LOTE         PIC 9(06).
              10 WS-TAB-VD-DATA         PIC X(10).
              10 WS-TAB-VD-LISTA        PIC 9(08)V99.
              10 WS-TAB-VD-NEGOCIADO    PIC 9(08)V99.
              10 WS-TAB-VD-PCT          PIC 9(03)V99.
              10 WS-TAB-VD-AUTORIZACAO  PIC X(06).
              10 WS-TAB-VD-USUARIO      PIC X(08).
              10 WS-TAB-VD-COMPRADOR    PIC X(11).
              10 WS-TAB-VD-GRUPO        PIC 9(02).

      *-----> TOTAIS DE UM GRUPO (AUTORIZADOR) E TOTAIS GERAIS
       01  WS-TOT-GRUPO.
           05 WS-GRP-QTD          PIC 9(03).
           05 WS-GRP-LISTA        PIC 9(10)V99.
           05 WS-GRP-NEGOCIADO    PIC 9(10)V99.
           05 WS-GRP-DESCONTO     PIC 9(10)V99.
           05 WS-GRP-MAIOR-PCT    PIC 9(03)V99.
       01  WS-TOT-GERAL.
           05 WS-GER-QTD          PIC 9(03)       VALUE ZEROS.
           05 WS-GER-LISTA        PIC 9(10)V99    VALUE ZEROS.
           05 WS-GER-NEGOCIADO    PIC 9(10)V99    VALUE ZEROS.
           05 WS-GER-DESCONTO     PIC 9(10)V99    VALUE ZEROS.

      *-----> CABECALHO DO AUTORIZADOR
       01  WS-REG-APROVADOR.
           05 FILLER              PIC X(14)
              VALUE ' AUTORIZADOR: '.
           05 WS-APR-COD-OUT      PIC X(06).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-APR-NOME-OUT     PIC X(30).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-APR-NIVEL-OUT    PIC X(10).
           05 FILLER              PIC X(09)       VALUE ' ALCADA: '.
           05 WS-APR-PCT-OUT      PIC Z9,99.
           05 FILLER              PIC X(02)       VALUE '% '.
           05 WS-APR-ATIVO-OUT    PIC X(07).

      *-----> LINHA DE DETALHE DA VENDA COM DESCONTO
       01  WS-REG-SYSOUT.
           05 FILLER              PIC X(03)       VALUE SPACES.
           05 WS-LOTE-OUT         PIC 9(06).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-DATA-OUT         PIC X(10).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-USUARIO-OUT      PIC X(08).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-COMPRADOR-OUT    PIC X(11).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-LISTA-OUT        PIC $$.$$$.$$9,99.
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-NEGOC-OUT        PIC $$.$$$.$$9,99.
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-DESC-OUT         PIC $$.$$$.$$9,99.
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-PCT-OUT          PIC ZZ9,99.
           05 FILLER              PIC X(01)       VALUE '%'.
           05 WS-OBS-OUT.
              10 WS-OBS-SEP       PIC X(01).
              10 WS-OBS-CODIGO    PIC X(13).

      *-----> LINHA DE SUBTOTAL / TOTAL GERAL
       01  WS-REG-TOTAL.
           05 FILLER              PIC X(03)       VALUE SPACES.
           05 WS-TOT-ROTULO-OUT   PIC X(14).
           05 WS-TOT-QTD-OUT      PIC ZZ9.
           05 FILLER              PIC X(07)       VALUE ' VENDAS'.
           05 FILLER              PIC X(10)       VALUE SPACES.
           05 WS-TOT-LISTA-OUT    PIC $$$.$$$.$$9,99.
           05 WS-TOT-NEGOC-OUT    PIC $$$.$$$.$$9,99.
           05 WS-TOT-DESC-OUT     PIC $$$.$$$.$$9,99.
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-TOT-PCT-OUT      PIC ZZ9,99.
           05 FILLER              PIC X(01)       VALUE '%'.
       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG048.

           PERFORM 010-INICIAR
           PERFORM 030-IMPRIMIR-AUTORIZADORES
           PERFORM 040-IMPRIMIR-SEM-CADASTRO
           PERFORM 045-IMPRIMIR-DENTRO-LIMITE
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-MES-APURADO FROM SYSIN

           DISPLAY "** VENDAS COM DESCONTO POR AUTORIZADOR **"
           DISPLAY "MES APURADO: " WS-MES-APURADO
           DISPLAY '-----------------------------------'

           PERFORM 012-CARREGAR-AUTORIZADORES
           PERFORM 020-CARREGAR-VENDAS
           .
      *--------------------------------------------------------------*
      *    CARGA DO CADASTRO DE AUTORIZADORES (CGAPRDES)             *
      *--------------------------------------------------------------*
       012-CARREGAR-AUTORIZADORES.

           MOVE 'N'  TO  WS-EOF-APR
           OPEN INPUT APROVADOR-FILE
           IF WS-STATUS-APR = '00'
              PERFORM 013-LER-AUTORIZADOR
              PERFORM 014-ACUMULAR-AUTORIZADOR UNTIL WS-EOF-APR = 'S'
              CLOSE APROVADOR-FILE
           ELSE
              DISPLAY 'CADASTRO CGAPRDES NAO ENCONTRADO - VENDAS'
                      ' AUTORIZADAS SAIRAO COMO NAO CADASTRADAS'
           END-IF
           .
       013-LER-AUTORIZADOR.

           READ APROVADOR-FILE
               AT END MOVE 'S'  TO  WS-EOF-APR
           END-READ
           .
       014-ACUMULAR-AUTORIZADOR.

           IF WS-CTAPR >= 50
              DISPLAY "CAPACIDADE DA TABELA DE AUTORIZADORES (50)"
                      " EXCEDIDA - EXECUCAO ABANDONADA"
              CLOSE APROVADOR-FILE
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

           ADD 1  TO  WS-CTAPR
           MOVE APR-CODIGO      TO  WS-TAB-APR-CODIGO     (WS-CTAPR)
           MOVE APR-NOME        TO  WS-TAB-APR-NOME       (WS-CTAPR)
           MOVE APR-NIVEL       TO  WS-TAB-APR-NIVEL      (WS-CTAPR)
           MOVE APR-PCT-MAXIMO  TO  WS-TAB-APR-PCT-MAXIMO (WS-CTAPR)
           MOVE APR-ATIVO       TO  WS-TAB-APR-ATIVO      (WS-CTAPR)

           PERFORM 013-LER-AUTORIZADOR
           .
      *--------------------------------------------------------------*
      *    CARGA DAS VENDAS COM DESCONTO DO MES APURADO (CG011VDS),  *
      *    JA COM O GRUPO DO AUTORIZADOR                             *
      *--------------------------------------------------------------*
       020-CARREGAR-VENDAS.

           MOVE 'N'  TO  WS-EOF-VDS
           OPEN INPUT VENDESC-FILE
           IF WS-STATUS-VDS = '00'
              PERFORM 021-LER-VENDA
              PERFORM 022-ACUMULAR-VENDA UNTIL WS-EOF-VDS = 'S'
              CLOSE VENDESC-FILE
           ELSE
              DISPLAY 'HISTORICO CG011VDS NAO ENCONTRADO'
           END-IF
           .
       021-LER-VENDA.

           READ VENDESC-FILE
               AT END MOVE 'S'  TO  WS-EOF-VDS
           END-READ
           .
       022-ACUMULAR-VENDA.

           ADD 1  TO  WS-CTLIDO
           MOVE VDS-DATA  TO  WS-DATA-VDS

           IF WS-DATA-VDS-MES = WS-MES-APURADO
              IF WS-CTVENDA >= 500
                 DISPLAY "CAPACIDADE DA TABELA DE VENDAS DO MES (500)"
                         " EXCEDIDA - EXECUCAO ABANDONADA"
                 CLOSE VENDESC-FILE
                 MOVE 16   TO  RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1  TO  WS-CTVENDA
              MOVE VDS-LOTE          TO  WS-TAB-VD-LOTE    (WS-CTVENDA)
              MOVE VDS-DATA          TO  WS-TAB-VD-DATA    (WS-CTVENDA)
              MOVE VDS-VAL-LISTA     TO  WS-TAB-VD-LISTA   (WS-CTVENDA)
              MOVE VDS-VAL-NEGOCIADO
                TO WS-TAB-VD-NEGOCIADO   (WS-CTVENDA)
              MOVE VDS-PCT-DESCONTO  TO  WS-TAB-VD-PCT     (WS-CTVENDA)
              MOVE VDS-AUTORIZACAO
                TO WS-TAB-VD-AUTORIZACAO (WS-CTVENDA)
              MOVE VDS-USUARIO
                TO WS-TAB-VD-USUARIO     (WS-CTVENDA)
              MOVE VDS-COMPRADOR
                TO WS-TAB-VD-COMPRADOR   (WS-CTVENDA)
              PERFORM 023-LOCALIZAR-AUTORIZADOR
           END-IF

           PERFORM 021-LER-VENDA
           .
      *--------------------------------------------------------------*
      *    CLASSIFICA A VENDA NO GRUPO DO SEU AUTORIZADOR            *
      *--------------------------------------------------------------*
       023-LOCALIZAR-AUTORIZADOR.

           IF VDS-AUTORIZACAO = SPACES
              MOVE ZEROS  TO  WS-TAB-VD-GRUPO (WS-CTVENDA)
              ADD 1  TO  WS-CTDENTRO
           ELSE
              MOVE 'N'  TO  WS-APR-ACHADO
              MOVE 1    TO  WS-IDX-AP
              PERFORM 024-COMPARAR-AUTORIZADOR
                 UNTIL WS-APR-ACHADO = 'S' OR WS-IDX-AP > WS-CTAPR
              IF WS-APR-ACHADO = 'S'
                 MOVE WS-IDX-AP  TO  WS-TAB-VD-GRUPO (WS-CTVENDA)
              ELSE
                 MOVE 99         TO  WS-TAB-VD-GRUPO (WS-CTVENDA)
                 ADD 1  TO  WS-CTSEMCAD
              END-IF
           END-IF
           .
       024-COMPARAR-AUTORIZADOR.

           IF WS-TAB-APR-CODIGO (WS-IDX-AP) = VDS-AUTORIZACAO
              MOVE 'S'  TO  WS-APR-ACHADO
           ELSE
              ADD 1  TO  WS-IDX-AP
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIME AS VENDAS DE CADA AUTORIZADOR DO CADASTRO QUE     *
      *    CONCEDEU DESCONTO NO MES                                  *
      *--------------------------------------------------------------*
       030-IMPRIMIR-AUTORIZADORES.

           MOVE 1  TO  WS-IDX-AP
           PERFORM 031-IMPRIMIR-AUTORIZADOR
              UNTIL WS-IDX-AP > WS-CTAPR
           .
       031-IMPRIMIR-AUTORIZADOR.

           MOVE WS-IDX-AP  TO  WS-GRUPO
           PERFORM 035-SOMAR-GRUPO

           IF WS-GRP-QTD > ZEROS
              MOVE WS-TAB-APR-CODIGO (WS-IDX-AP)  TO  WS-APR-COD-OUT
              MOVE WS-TAB-APR-NOME   (WS-IDX-AP)  TO  WS-APR-NOME-OUT
              EVALUATE WS-TAB-APR-NIVEL (WS-IDX-AP)
                  WHEN 'S'
                     MOVE 'SUPERVISOR'  TO  WS-APR-NIVEL-OUT
                  WHEN 'G'
                     MOVE 'GERENTE'     TO  WS-APR-NIVEL-OUT
                  WHEN 'D'
                     MOVE 'DIRETOR'     TO  WS-APR-NIVEL-OUT
                  WHEN OTHER
                     MOVE 'NIVEL ?'     TO  WS-APR-NIVEL-OUT
              END-EVALUATE
              MOVE WS-TAB-APR-PCT-MAXIMO (WS-IDX-AP)
                TO WS-APR-PCT-OUT
              IF WS-TAB-APR-ATIVO (WS-IDX-AP) = 'S'
                 MOVE 'ATIVO'    TO  WS-APR-ATIVO-OUT
              ELSE
                 MOVE 'INATIVO'  TO  WS-APR-ATIVO-OUT
              END-IF
              DISPLAY ' '
              DISPLAY WS-REG-APROVADOR
              PERFORM 036-IMPRIMIR-GRUPO
           END-IF

           ADD 1  TO  WS-IDX-AP
           .
      *--------------------------------------------------------------*
      *    TOTALIZA AS VENDAS DO GRUPO WS-GRUPO                      *
      *--------------------------------------------------------------*
       035-SOMAR-GRUPO.

           MOVE ZEROS  TO  WS-GRP-QTD  WS-GRP-LISTA  WS-GRP-NEGOCIADO
                           WS-GRP-DESCONTO  WS-GRP-MAIOR-PCT
           MOVE 1  TO  WS-IDX-VD
           PERFORM 037-SOMAR-VENDA
              UNTIL WS-IDX-VD > WS-CTVENDA
           .
      *--------------------------------------------------------------*
      *    IMPRIME AS VENDAS DO GRUPO WS-GRUPO E O SUBTOTAL          *
      *--------------------------------------------------------------*
       036-IMPRIMIR-GRUPO.

           DISPLAY '   LOTE   DATA       USUARIO  COMPRADOR   '
                   '        LISTA     NEGOCIADO      DESCONTO'
                   '       %'
           MOVE 1  TO  WS-IDX-VD
           PERFORM 038-IMPRIMIR-VENDA
              UNTIL WS-IDX-VD > WS-CTVENDA

           MOVE 'SUBTOTAL......'  TO  WS-TOT-ROTULO-OUT
           MOVE WS-GRP-QTD        TO  WS-TOT-QTD-OUT
           MOVE WS-GRP-LISTA      TO  WS-TOT-LISTA-OUT
           MOVE WS-GRP-NEGOCIADO  TO  WS-TOT-NEGOC-OUT
           MOVE WS-GRP-DESCONTO   TO  WS-TOT-DESC-OUT
           MOVE WS-GRP-MAIOR-PCT  TO  WS-TOT-PCT-OUT
           DISPLAY WS-REG-TOTAL '(MAIOR)'

           ADD WS-GRP-QTD        TO  WS-GER-QTD
           ADD WS-GRP-LISTA      TO  WS-GER-LISTA
           ADD WS-GRP-NEGOCIADO  TO  WS-GER-NEGOCIADO
           ADD WS-GRP-DESCONTO   TO  WS-GER-DESCONTO
           .
       037-SOMAR-VENDA.

           IF WS-TAB-VD-GRUPO (WS-IDX-VD) = WS-GRUPO
              ADD 1  TO  WS-GRP-QTD
              ADD WS-TAB-VD-LISTA     (WS-IDX-VD)  TO  WS-GRP-LISTA
              ADD WS-TAB-VD-NEGOCIADO (WS-IDX-VD)  TO  WS-GRP-NEGOCIADO
              COMPUTE WS-GRP-DESCONTO = WS-GRP-DESCONTO
                    + WS-TAB-VD-LISTA     (WS-IDX-VD)
                    - WS-TAB-VD-NEGOCIADO (WS-IDX-VD)
              IF WS-TAB-VD-PCT (WS-IDX-VD) > WS-GRP-MAIOR-PCT
                 MOVE WS-TAB-VD-PCT (WS-IDX-VD)  TO  WS-GRP-MAIOR-PCT
              END-IF
           END-IF

           ADD 1  TO  WS-IDX-VD
           .
      *--------------------------------------------------------------*
      *    IMPRIME UMA VENDA DO GRUPO; DESCONTO ACIMA DA ALCADA      *
      *    ATUAL DO AUTORIZADOR E APONTADO NA LINHA                  *
      *--------------------------------------------------------------*
       038-IMPRIMIR-VENDA.

           IF WS-TAB-VD-GRUPO (WS-IDX-VD) = WS-GRUPO
              MOVE WS-TAB-VD-LOTE      (WS-IDX-VD)  TO  WS-LOTE-OUT
              MOVE WS-TAB-VD-DATA      (WS-IDX-VD)  TO  WS-DATA-OUT
              MOVE WS-TAB-VD-USUARIO   (WS-IDX-VD)  TO  WS-USUARIO-OUT
              MOVE WS-TAB-VD-COMPRADOR (WS-IDX-VD)  TO  WS-COMPRADOR-OUT
              MOVE WS-TAB-VD-LISTA     (WS-IDX-VD)  TO  WS-LISTA-OUT
              MOVE WS-TAB-VD-NEGOCIADO (WS-IDX-VD)  TO  WS-NEGOC-OUT
              COMPUTE WS-VAL-DESCONTO =
                      WS-TAB-VD-LISTA     (WS-IDX-VD)
                    - WS-TAB-VD-NEGOCIADO (WS-IDX-VD)
              MOVE WS-VAL-DESCONTO                  TO  WS-DESC-OUT
              MOVE WS-TAB-VD-PCT       (WS-IDX-VD)  TO  WS-PCT-OUT
              MOVE SPACES                           TO  WS-OBS-OUT
              IF WS-GRUPO = 99
                 MOVE WS-TAB-VD-AUTORIZACAO (WS-IDX-VD)
                   TO WS-OBS-CODIGO
              ELSE
                 IF WS-GRUPO NOT = ZEROS
                    IF WS-TAB-VD-PCT (WS-IDX-VD) >
                       WS-TAB-APR-PCT-MAXIMO (WS-GRUPO)
                       MOVE ' ACIMA ALCADA'  TO  WS-OBS-OUT
                       ADD 1  TO  WS-CTACIMA
                    END-IF
                 END-IF
              END-IF
              DISPLAY WS-REG-SYSOUT
           END-IF

           ADD 1  TO  WS-IDX-VD
           .
      *--------------------------------------------------------------*
      *    VENDAS AUTORIZADAS POR CODIGO QUE NAO ESTA NO CADASTRO    *
      *--------------------------------------------------------------*
       040-IMPRIMIR-SEM-CADASTRO.

           IF WS-CTSEMCAD > ZEROS
              MOVE 99  TO  WS-GRUPO
              PERFORM 035-SOMAR-GRUPO
              DISPLAY ' '
              DISPLAY ' AUTORIZADOR NAO CADASTRADO NO CGAPRDES'
                      ' (CODIGO NA COLUNA FINAL)'
              PERFORM 036-IMPRIMIR-GRUPO
           END-IF
           .
      *--------------------------------------------------------------*
      *    VENDAS COM DESCONTO DENTRO DO LIMITE DO CGDESCMX, SEM     *
      *    AUTORIZADOR                                               *
      *--------------------------------------------------------------*
       045-IMPRIMIR-DENTRO-LIMITE.

           IF WS-CTDENTRO > ZEROS
              MOVE ZEROS  TO  WS-GRUPO
              PERFORM 035-SOMAR-GRUPO
              DISPLAY ' '
              DISPLAY ' SEM AUTORIZADOR - DESCONTO DENTRO DO LIMITE'
                      ' DO CGDESCMX'
              PERFORM 036-IMPRIMIR-GRUPO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           IF WS-GER-QTD > ZEROS
              DISPLAY ' '
              MOVE 'TOTAL GERAL...'  TO  WS-TOT-ROTULO-OUT
              MOVE WS-GER-QTD        TO  WS-TOT-QTD-OUT
              MOVE WS-GER-LISTA      TO  WS-TOT-LISTA-OUT
              MOVE WS-GER-NEGOCIADO  TO  WS-TOT-NEGOC-OUT
              MOVE WS-GER-DESCONTO   TO  WS-TOT-DESC-OUT
              COMPUTE WS-TOT-PCT-OUT ROUNDED =
                      WS-GER-DESCONTO * 100 / WS-GER-LISTA
              DISPLAY WS-REG-TOTAL '(MEDIO)'
           END-IF

           DISPLAY ' '
           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DOS DESCONTOS - CGPRG048      *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * REGISTROS LIDOS.........= ' WS-CTLIDO
           DISPLAY ' * VENDAS COM DESCONTO.....= ' WS-CTVENDA
           MOVE WS-GER-DESCONTO  TO  WS-VAL-EXIB
           DISPLAY ' * DESCONTO CONCEDIDO......= ' WS-VAL-EXIB
           DISPLAY ' * DENTRO DO LIMITE........= ' WS-CTDENTRO
           DISPLAY ' * AUTORIZ. NAO CADASTRADO.= ' WS-CTSEMCAD
           DISPLAY ' * ACIMA DA ALCADA ATUAL...= ' WS-CTACIMA
           DISPLAY ' *========================================*'

           IF WS-CTVENDA = ZEROS
              MOVE 12   TO  RETURN-CODE
           ELSE
              IF WS-CTSEMCAD > ZEROS
                 MOVE 04   TO  RETURN-CODE
              ELSE
                 MOVE 00   TO  RETURN-CODE
              END-IF
           END-IF

           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG048"
           .
      *---------------> FIM DO PROGRAMA CGPRG048 <-------------------*
