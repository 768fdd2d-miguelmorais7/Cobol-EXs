      *           COM CHAVE LM-LOTE). INCORPORA OS LOTES
      *           PRECIFICADOS NO DIA PELO CGPRG004 (CG004LOT) E
      *           APLICA AS TRANSACOES DIARIAS DE SITUACAO
      *           (RESERVA/VENDA/CANCELAMENTO/DISTRATO) LIDAS NA
      *           SYSIN POR READ/WRITE/REWRITE DIRETO NA CHAVE,
      *           REJEITANDO AS TRANSICOES ILEGAIS COM CODIGO DE
      *           MOTIVO
      *
      *           SITUACOES DO LOTE NO CADASTRO:
      *              'P' = PRECIFICADO   'R' = RESERVADO
      *                          CARGA INICIAL PELO CGPRG027; O
      *                          MOTIVO 07 (CADASTRO CHEIO) DEIXOU
      *                          DE EXISTIR
      *  V07    OUT/2026 010007  DISTRATO DE LOTE VENDIDO (MV-
      *                          OPERACAO 'D'): O LOTE VOLTA A 'P'
      *                          PARA NOVA VENDA E O DISTRATO E
      *                          GRAVADO NO CG011DIS (COPY CGREGDIS)
      *                          COM A RETENCAO DO CARTAO CGRETDIS,
      *                          PARA O ENCERRAMENTO DA CARTEIRA E
      *                          DA DEVOLUCAO PELO CGPRG038 -
      *                          MOTIVO 12 (LOTE NAO VENDIDO)
      *  V08    OUT/2026 010008  COMPRADOR DA VENDA VALIDADO: CPF
      *                          COM DIGITOS VERIFICADORES (MOTIVO
      *                          13) E CADASTRADO NO CGCMPMST,
      *                          MANTIDO PELO CGPRG043 (MOTIVO 14)
      *  V09    OUT/2026 010009  VENDA GERA O EVENTO CONTABIL 'VEN'
      *                          NO CGCTBEVT (COPY CGREGEVT) PARA O
      *                          DIARIO CONTABIL DO CGPRG044
      *  V10    OUT/2026 010010  DESCONTO ALEM DO LIMITE DO CGDESCMX
      *                          SO COM AUTORIZADOR DO CADASTRO
      *                          CGAPRDES (COPY CGREGAPR), ATIVO E
      *                          COM ALCADA QUE COBRE O DESCONTO
      *                          (MOTIVOS 15/16/17); TODA VENDA COM
      *                          DESCONTO E GRAVADA NO CG011VDS
      *                          (COPY CGREGVDS) PARA O RELATORIO
      *                          MENSAL DO CGPRG048
      *  V11    OUT/2026 010011  TODA INCLUSAO/ALTERACAO EFETIVADA
      *                          NO CGLOTMST E GRAVADA NO JORNAL
      *                          CGLOTJRN (COPY CGREGJRN) COM AS
      *                          IMAGENS ANTES/DEPOIS, PARA A
      *                          RECUPERACAO PELO CGPRG052 - A
      *                          IDENTIFICACAO DA EXECUCAO NO JORNAL
      *                          SAI NO INICIO DO SYSOUT
      *  V12    OUT/2026 010012  VALIDADE DA RESERVA (CGVALRES)
      *                          CONTADA EM DIAS UTEIS PELO
      *                          CALENDARIO CGFERIAD (ROTINA
      *                          CGPRG057), NO LUGAR DOS DIAS
      *                          CORRIDOS DO INTEGER-OF-DATE
      *  V13    OUT/2026 010013  CG011DIS ABERTO EM EXTEND (DISP=MOD)
      *                          - OS DISTRATOS ACUMULAM ATE O JOB
      *                          CGDISTRA, QUE ESVAZIA O ARQUIVO
      *                          DEPOIS DO CGPRG038
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT DESCMX-FILE        ASSIGN TO "CGDESCMX"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-DSC.
           SELECT DISTRAT-FILE       ASSIGN TO "CG011DIS"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETDIS-FILE        ASSIGN TO "CGRETDIS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-RET.
           SELECT COMPRADOR-FILE     ASSIGN TO "CGCMPMST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-CMP.
           SELECT EVENTO-FILE        ASSIGN TO "CGCTBEVT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APROVADOR-FILE     ASSIGN TO "CGAPRDES"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-APR.
           SELECT VENDESC-FILE       ASSIGN TO "CG011VDS"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JORNAL-FILE        ASSIGN TO "CGLOTJRN"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *=============*
       01  CONTROLE-REG.
           COPY CGREGCTL.

      *==> CARTAO COM A VALIDADE DA RESERVA EM DIAS UTEIS - SEM O
      *==> CARTAO, 30 DIAS SAO ASSUMIDOS COM AVISO NO SYSOUT
       FD  VALRES-FILE.
       01  VALRES-REG.
           05 VAL-DIAS            PIC 9(03).
       01  DESCMX-REG.
           05 DSC-PCT-MAXIMO      PIC 9(02)V99.

      *==> DISTRATOS PENDENTES DE ENCERRAMENTO NA CARTEIRA PELO
      *==> CGPRG038 (JOB CGDISTRA, QUE ESVAZIA O ARQUIVO DEPOIS)
       FD  DISTRAT-FILE.
       01  DISTRAT-REG.
           COPY CGREGDIS.

      *==> CARTAO COM O PERCENTUAL DE RETENCAO DO CONTRATO NO
      *==> DISTRATO - SEM O CARTAO, 10,00% E ASSUMIDO COM AVISO
       FD  RETDIS-FILE.
       01  RETDIS-REG.
           05 RET-PCT-RETENCAO    PIC 9(02)V99.

      *==> CADASTRO DE COMPRADORES (CGPRG043) - O CPF DA VENDA TEM
      *==> DE ESTAR CADASTRADO
       FD  COMPRADOR-FILE.
       01  COMPRADOR-REG.
           COPY CGREGCMP.

      *==> EVENTOS CONTABEIS PENDENTES (DISP=MOD) - A VENDA DO DIA
      *==> E LANCADA NO DIARIO CONTABIL PELO CGPRG044
       FD  EVENTO-FILE.
       01  EVENTO-REG.
           COPY CGREGEVT.

      *==> CADASTRO DE AUTORIZADORES DE DESCONTO - O CODIGO DE
      *==> AUTORIZACAO DA VENDA TEM DE ESTAR CADASTRADO E ATIVO, COM
      *==> ALCADA QUE COBRE O DESCONTO CONCEDIDO
       FD  APROVADOR-FILE.
       01  APROVADOR-REG.
           COPY CGREGAPR.

      *==> HISTORICO DE VENDAS COM DESCONTO (DISP=MOD), LIDO PELO
      *==> RELATORIO MENSAL DE DESCONTOS POR AUTORIZADOR (CGPRG048)
       FD  VENDESC-FILE.
       01  VENDESC-REG.
           COPY CGREGVDS.

      *==> JORNAL DE ALTERACOES DO CADASTRO (DISP=MOD), COM AS
      *==> IMAGENS ANTES/DEPOIS PARA A RECUPERACAO PELO CGPRG052
       FD  JORNAL-FILE.
       01  JORNAL-REG.
           COPY CGREGJRN.

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
       77  WS-DESCONTO-PCT        PIC 9(03)V99.
       77  WS-CTEXPIRA            PIC 9(03)       VALUE ZEROS.
       77  WS-DIAS-RESERVA        PIC S9(05).
       77  WS-CAL-INDISP          PIC X(01)       VALUE 'N'.
       77  WS-STATUS-RET          PIC X(02).
       77  WS-FIM-RET             PIC X(01).
       77  WS-PCT-RETENCAO        PIC 9(02)V99.
       77  WS-CTDISTRATO          PIC 9(05)       VALUE ZEROS.
       77  WS-STATUS-CMP          PIC X(02).
       77  WS-FIM-CMP             PIC X(01).
       77  WS-CTCMP               PIC 9(05)       VALUE ZEROS.
       77  WS-IDX-CM              PIC 9(05).
       77  WS-CMP-ACHADO          PIC X(01).
       77  WS-CPF-VALIDO          PIC X(01).
       77  WS-CT-IGUAL            PIC 9(02).
       77  WS-SOMA-DV             PIC 9(04).
       77  WS-PESO-DV             PIC 9(02).
       77  WS-QUOC-DV             PIC 9(04).
       77  WS-RESTO-DV            PIC 9(02).
       77  WS-QTD-BASE-DV         PIC 9(02).
       77  WS-IDX-DV              PIC 9(02).
       77  WS-DV-CALC             PIC 9(01).
       77  WS-STATUS-APR          PIC X(02).
       77  WS-FIM-APR             PIC X(01).
       77  WS-CTAPR               PIC 9(02)       VALUE ZEROS.
       77  WS-IDX-AP              PIC 9(02).
       77  WS-APR-ACHADO          PIC X(01).
       77  WS-CTVENDESC           PIC 9(05)       VALUE ZEROS.
       77  WS-HORA-EXEC           PIC 99.99.9999.
       77  WS-HORA-ATUAL          PIC 99.99.9999.
       77  WS-CTJRN               PIC 9(06)       VALUE ZEROS.
       77  WS-OPER-JRN            PIC X(01).

      *-----> IMAGEM DO LOTE COMO LIDO DO CADASTRO, ANTES DE QUALQUER
      *-----> ALTERACAO (BRANCOS QUANDO O LOTE NAO EXISTE) - VAI PARA
      *-----> O JORNAL JUNTO COM A IMAGEM GRAVADA
       01  WS-IMAGEM-ANTES        PIC X(72).

      *-----> CPF DO COMPRADOR EM VALIDACAO - OS 9 PRIMEIROS DIGITOS
      *-----> SAO A BASE; O 10O E O 11O SAO OS DIGITOS VERIFICADORES
      *-----> (MODULO 11 COM PESOS DECRESCENTES 10..2 E 11..2)
       01  WS-CPF-CALC.
           05 WS-CPF-NUM          PIC X(11).
       01  FILLER  REDEFINES  WS-CPF-CALC.
           05 WS-CPF-DIGITO       PIC 9(01)  OCCURS 11 TIMES.
       01  FILLER  REDEFINES  WS-CPF-CALC.
           05 WS-CPF-PRIMEIRO     PIC X(01).
           05 FILLER              PIC X(10).

      *-----> CPFS DO CADASTRO DE COMPRADORES (CGCMPMST)
       01  WS-TAB-CMP.
           05 WS-TAB-CMP-CPF  OCCURS 999 TIMES  PIC X(11).

      *-----> AUTORIZADORES DE DESCONTO DO CADASTRO (CGAPRDES)
       01  WS-TAB-APR.
           05 WS-TAB-APR-OCR  OCCURS 50 TIMES.
              10 WS-TAB-APR-CODIGO      PIC X(06).
              10 WS-TAB-APR-PCT-MAXIMO  PIC 9(02)V99.
              10 WS-TAB-APR-ATIVO       PIC X(01).

      *-----> AREA DE COMUNICACAO COM A ROTINA DE DIAS UTEIS, USADA
      *-----> NA CONTAGEM DOS DIAS UTEIS DA RESERVA
       01  WS-CALENDARIO.
           COPY CGREGCAL.

      *-----> ENTRADA - TRANSACOES DE SITUACAO VIA SYSIN
      *--->    MV-OPERACAO: 'R' = RESERVAR   'V' = VENDER
      *--->                 'C' = CANCELAR   'D' = DISTRATO DA VENDA
      *--->    NA VENDA, MV-VAL-NEGOCIADO E MV-COMPRADOR (CPF
      *--->    CADASTRADO NO CGCMPMST) SAO OBRIGATORIOS;
      *--->    MV-AUTORIZACAO SO E EXIGIDO QUANDO O DESCONTO SOBRE
      *--->    O PRECO DE LISTA PASSA DO LIMITE DO CARTAO CGDESCMX,
      *--->    E ENTAO E O CODIGO DO AUTORIZADOR NO CGAPRDES
      *--->    (RESERVA/CANCELAMENTO/DISTRATO DEIXAM OS CAMPOS EM
      *--->    BRANCO/ZEROS)
       01  WS-REG-SYSIN.
           05 MV-LOTE             PIC 9(06).
           05 MV-OPERACAO         PIC X(01).
              VALUE '% COMPRADOR: '.
           05 WS-VEN-COMPRADOR    PIC X(11).

      *-----> LINHA DE RELATORIO DO DISTRATO
       01  WS-REG-DISTRATO.
           05 FILLER              PIC X(10)       VALUE 'DISTRATO: '.
           05 WS-DIS-VENDA        PIC $$.$$$.$$9,99.
           05 FILLER              PIC X(12)
              VALUE ' COMPRADOR: '.
           05 WS-DIS-COMPRADOR    PIC X(11).
           05 FILLER              PIC X(11)
              VALUE ' RETENCAO: '.
           05 WS-DIS-RETENCAO     PIC Z9,99.
           05 FILLER              PIC X(01)       VALUE '%'.

      *-----> LINHA DE RELATORIO DAS RESERVAS EXPIRADAS
       01  WS-REG-EXPIRA.
           05 WS-EXP-LOTE         PIC 9(06).
           05 WS-EXP-DATA         PIC X(10).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-EXP-DIAS         PIC ZZZZ9.
           05 FILLER              PIC X(21)
              VALUE ' DIAS UTEIS USUARIO: '.
           05 WS-EXP-USUARIO      PIC X(08).
       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
       010-INICIAR.

           ACCEPT WS-DATA-ATUAL FROM DATE
           ACCEPT WS-HORA-EXEC  FROM TIME
           PERFORM 011-OBTER-DATA-MOVTO

           DISPLAY "** MANUTENCAO DO CADASTRO DE LOTES **"
           DISPLAY "DATA DO MOVIMENTO: " WS-DATA-MOVTO
           DISPLAY "EXECUCAO NO JORNAL: CGPRG011 " WS-DATA-ATUAL
                   " " WS-HORA-EXEC
           DISPLAY '-----------------------------------'

           PERFORM 015-CARREGAR-COMPRADORES
           PERFORM 018-CARREGAR-APROVADORES

           OPEN I-O LOTMST-FILE
           IF WS-STATUS-MST NOT = '00'
              DISPLAY "CADASTRO CGLOTMST INDISPONIVEL - STATUS "
           END-IF

           OPEN OUTPUT MOVERRO-FILE
      *--->    O CG011DIS SO E ESVAZIADO PELO JOB CGDISTRA: OS
      *--->    DISTRATOS DE UM FECHAMENTO NAO SE PERDEM SE O
      *--->    CGDISTRA NAO RODAR ANTES DO FECHAMENTO SEGUINTE
           OPEN EXTEND DISTRAT-FILE
           OPEN EXTEND EVENTO-FILE
           OPEN EXTEND VENDESC-FILE
           OPEN EXTEND JORNAL-FILE
           PERFORM 012-OBTER-VALIDADE
           PERFORM 013-OBTER-DESC-MAXIMO
           PERFORM 014-OBTER-RETENCAO
           PERFORM 030-INCORPORAR-PRECIF
           PERFORM 034-EXPIRAR-RESERVAS
           PERFORM 035-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    OBTEM A VALIDADE DA RESERVA (EM DIAS UTEIS) DO CARTAO     *
      *    CGVALRES; SEM O CARTAO, 30 DIAS SAO ASSUMIDOS COM AVISO   *
      *    NO SYSOUT                                                 *
      *--------------------------------------------------------------*
       012-OBTER-VALIDADE.

           END-IF
           .
      *--------------------------------------------------------------*
      *    OBTEM O PERCENTUAL DE RETENCAO DO DISTRATO DO CARTAO      *
      *    CGRETDIS; SEM O CARTAO, 10,00% E ASSUMIDO                 *
      *--------------------------------------------------------------*
       014-OBTER-RETENCAO.

           MOVE 10,00  TO  WS-PCT-RETENCAO
           OPEN INPUT RETDIS-FILE
           IF WS-STATUS-RET = '00'
              READ RETDIS-FILE
                  AT END MOVE 'S' TO WS-FIM-RET
                  NOT AT END MOVE RET-PCT-RETENCAO TO WS-PCT-RETENCAO
              END-READ
              CLOSE RETDIS-FILE
           ELSE
              DISPLAY "SEM CARTAO CGRETDIS - RETENCAO DO DISTRATO"
                      " ASSUMIDA EM 10,00%"
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARGA DOS CPFS DO CADASTRO DE COMPRADORES (CGCMPMST) EM   *
      *    MEMORIA; SEM O CADASTRO, TODA VENDA E REJEITADA (MOTIVO   *
      *    14) COM AVISO NO SYSOUT                                   *
      *--------------------------------------------------------------*
       015-CARREGAR-COMPRADORES.

           MOVE 'N'  TO  WS-FIM-CMP
           OPEN INPUT COMPRADOR-FILE
           IF WS-STATUS-CMP = '00'
              PERFORM 016-LER-COMPRADOR
              PERFORM 017-ACUMULAR-COMPRADOR UNTIL WS-FIM-CMP = 'S'
              CLOSE COMPRADOR-FILE
           ELSE
              DISPLAY "SEM CADASTRO CGCMPMST - AS VENDAS SERAO"
                      " REJEITADAS (COMPRADOR NAO CADASTRADO)"
           END-IF
           .
       016-LER-COMPRADOR.

           READ COMPRADOR-FILE
               AT END MOVE 'S' TO WS-FIM-CMP
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
           MOVE CMP-CPF  TO  WS-TAB-CMP-CPF (WS-CTCMP)
           PERFORM 016-LER-COMPRADOR
           .
      *--------------------------------------------------------------*
      *    CARGA DOS AUTORIZADORES DE DESCONTO (CGAPRDES) EM         *
      *    MEMORIA; SEM O CADASTRO, TODA VENDA COM DESCONTO ALEM DO  *
      *    LIMITE E REJEITADA (MOTIVO 15) COM AVISO NO SYSOUT        *
      *--------------------------------------------------------------*
       018-CARREGAR-APROVADORES.

           MOVE 'N'  TO  WS-FIM-APR
           OPEN INPUT APROVADOR-FILE
           IF WS-STATUS-APR = '00'
              PERFORM 019-LER-APROVADOR
              PERFORM 020-ACUMULAR-APROVADOR UNTIL WS-FIM-APR = 'S'
              CLOSE APROVADOR-FILE
           ELSE
              DISPLAY "SEM CADASTRO CGAPRDES - VENDAS COM DESCONTO"
                      " ALEM DO LIMITE SERAO REJEITADAS"
           END-IF
           .
       019-LER-APROVADOR.

           READ APROVADOR-FILE
               AT END MOVE 'S' TO WS-FIM-APR
           END-READ
           .
       020-ACUMULAR-APROVADOR.

           IF WS-CTAPR >= 50
              DISPLAY "CAPACIDADE DA TABELA DE AUTORIZADORES (50)"
                      " EXCEDIDA - EXECUCAO ABANDONADA"
              CLOSE APROVADOR-FILE
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

           ADD 1  TO  WS-CTAPR
           MOVE APR-CODIGO      TO  WS-TAB-APR-CODIGO     (WS-CTAPR)
           MOVE APR-PCT-MAXIMO  TO  WS-TAB-APR-PCT-MAXIMO (WS-CTAPR)
           MOVE APR-ATIVO       TO  WS-TAB-APR-ATIVO      (WS-CTAPR)
           PERFORM 019-LER-APROVADOR
           .
      *--------------------------------------------------------------*
      *    OBTEM A DATA DE MOVIMENTO DO CARTAO DATAMOV; SEM O        *
      *    CARTAO, A DATA DA MAQUINA E ASSUMIDA COMO MOVIMENTO       *
      *--------------------------------------------------------------*
              PERFORM 033-MONTAR-PRECIF
              WRITE LOTMST-REG
              ADD 1  TO  WS-CTPRE-APL
              MOVE 'I'  TO  WS-OPER-JRN
              PERFORM 065-GRAVAR-JORNAL
           ELSE
              IF LM-SITUACAO = 'C'
                 PERFORM 033-MONTAR-PRECIF
                 REWRITE LOTMST-REG
                 ADD 1  TO  WS-CTPRE-APL
                 MOVE 'A'  TO  WS-OPER-JRN
                 PERFORM 065-GRAVAR-JORNAL
              ELSE
                 MOVE 06  TO  WS-MOTIVO
                 MOVE PRECIF-REG  TO  TE-DADOS
           MOVE ZEROS            TO  LM-PRAZO-FIN
           .
      *--------------------------------------------------------------*
      *    EXPIRA AS RESERVAS MAIS ANTIGAS QUE A VALIDADE (DIAS      *
      *    UTEIS APOS A DATA DA RESERVA ATE A DATA DE MOVIMENTO)     *
      *    NUMA VARREDURA SEQUENCIAL DO KSDS: O LOTE VOLTA A 'P' NA  *
      *    DATA DE MOVIMENTO (REWRITE) E A RESERVA E LISTADA COM O   *
      *    USUARIO QUE A TOMOU                                       *
      *--------------------------------------------------------------*
       034-EXPIRAR-RESERVAS.

           MOVE 'N'    TO  WS-FIM-MST
           MOVE ZEROS  TO  LM-LOTE
           START LOTMST-FILE KEY NOT < LM-LOTE
       036-EXPIRAR-UMA-RESERVA.

           IF LM-SITUACAO = 'R'
              PERFORM 037-CONTAR-DIAS-RESERVA
      *--->       DATA DA RESERVA INVALIDA (RETORNO 08) NAO EXPIRA
              IF CAL-COD-RETORNO NOT = 08
                 IF WS-DIAS-RESERVA > WS-VALIDADE-DIAS
                    ADD 1  TO  WS-CTEXPIRA
                    MOVE LM-LOTE           TO  WS-EXP-LOTE
                    MOVE WS-DIAS-RESERVA   TO  WS-EXP-DIAS
                    MOVE LM-USUARIO-SIT    TO  WS-EXP-USUARIO
                    DISPLAY 'RESERVA EXPIRADA: ' WS-REG-EXPIRA
                    MOVE LOTMST-REG     TO  WS-IMAGEM-ANTES
                    MOVE 'P'            TO  LM-SITUACAO
                    MOVE WS-DATA-MOVTO  TO  LM-DATA-SITUACAO
                    MOVE SPACES         TO  LM-USUARIO-SIT
                    REWRITE LOTMST-REG
                    MOVE 'A'  TO  WS-OPER-JRN
                    PERFORM 065-GRAVAR-JORNAL
                 END-IF
              END-IF
           END-IF
           PERFORM 021-LER-PROXIMO
           .
      *--------------------------------------------------------------*
      *    CONTA OS DIAS UTEIS DA RESERVA (WS-DIAS-RESERVA): DEPOIS  *
      *    DA DATA DA RESERVA ATE A DATA DE MOVIMENTO INCLUSIVE,     *
      *    PELA ROTINA DE DIAS UTEIS (SEM O CALENDARIO CGFERIAD,     *
      *    RETORNO 04, SO SABADOS E DOMINGOS SAO DESCONTADOS)        *
      *--------------------------------------------------------------*
       037-CONTAR-DIAS-RESERVA.

           MOVE 'C'               TO  CAL-FUNCAO
           MOVE LM-DATA-SITUACAO  TO  CAL-DATA
           MOVE WS-DATA-MOVTO     TO  CAL-DATA-FIM
           CALL 'CGPRG057'  USING  WS-CALENDARIO
           IF CAL-COD-RETORNO = 04
              MOVE 'S'  TO  WS-CAL-INDISP
           END-IF
           MOVE CAL-DIAS-UTEIS    TO  WS-DIAS-RESERVA
           .
      *--------------------------------------------------------------*
      *    LEITURA DAS TRANSACOES DE SITUACAO VIA SYSIN
                 PERFORM 043-APLICAR-VENDA
              END-IF

              IF MV-OPERACAO = 'D'
                 PERFORM 045-APLICAR-DISTRATO
              END-IF

              REWRITE LOTMST-REG
              MOVE 'A'  TO  WS-OPER-JRN
              PERFORM 065-GRAVAR-JORNAL

              MOVE MV-LOTE          TO  WS-LOTE-OUT
              MOVE WS-SIT-ANTERIOR  TO  WS-SIT-DE
              MOVE LM-SITUACAO      TO  WS-SIT-PARA
              MOVE MV-USUARIO       TO  WS-USUARIO-OUT
              DISPLAY WS-REG-SYSOUT
           END-IF
      *--------------------------------------------------------------*
      *    VALIDA UMA TRANSACAO DE SITUACAO
      *    MOTIVOS DE REJEICAO:
      *       01 = OPERACAO INVALIDA (NAO E R/V/C/D)
      *       02 = LOTE NAO CADASTRADO
      *       03 = LOTE JA VENDIDO
      *       04 = LOTE CANCELADO
      *       09 = VENDA SEM COMPRADOR
      *       10 = DESCONTO ACIMA DO LIMITE SEM AUTORIZACAO
      *       11 = PRAZO DE FINANCIAMENTO INVALIDO
      *       12 = DISTRATO DE LOTE NAO VENDIDO
      *       13 = CPF DO COMPRADOR INVALIDO (DIGITO VERIFICADOR)
      *       14 = COMPRADOR NAO CADASTRADO NO CGCMPMST
      *       15 = AUTORIZADOR NAO CADASTRADO NO CGAPRDES
      *       16 = AUTORIZADOR INATIVO
      *       17 = DESCONTO ACIMA DA ALCADA DO AUTORIZADOR
      *    (07 = CADASTRO CHEIO DEIXOU DE EXISTIR NA CONVERSAO
      *     PARA KSDS - NUMERO RESERVADO)
      *--------------------------------------------------------------*

           IF MV-OPERACAO NOT = 'R' AND
              MV-OPERACAO NOT = 'V' AND
              MV-OPERACAO NOT = 'C' AND
              MV-OPERACAO NOT = 'D'
              MOVE 01  TO  WS-MOTIVO
           ELSE
              MOVE MV-LOTE  TO  LM-LOTE
              PERFORM 044-LER-LOTE-DIRETO
              IF WS-LOTE-ACHADO NOT = 'S'
                 MOVE 02  TO  WS-MOTIVO
              ELSE
              IF MV-OPERACAO = 'D'
                 IF LM-SITUACAO NOT = 'V'
                    MOVE 12  TO  WS-MOTIVO
                 END-IF
              ELSE
                 IF LM-SITUACAO = 'V'
                    MOVE 03  TO  WS-MOTIVO
                    END-IF
                 END-IF
              END-IF
              END-IF
           END-IF

           IF WS-MOTIVO = ZEROS AND MV-OPERACAO = 'V'
           .
      *--------------------------------------------------------------*
      *    VALIDA OS DADOS NEGOCIADOS DE UMA VENDA: VALOR E          *
      *    COMPRADOR OBRIGATORIOS, COM CPF VALIDO E CADASTRADO;      *
      *    DESCONTO SOBRE O PRECO DE LISTA ALEM DO LIMITE EXIGE      *
      *    CODIGO DE AUTORIZADOR CADASTRADO, ATIVO E COM ALCADA      *
      *    (PERCENTUAL MAXIMO) QUE COBRE O DESCONTO                  *
      *--------------------------------------------------------------*
       042-VALIDAR-VENDA.

           MOVE ZEROS  TO  WS-DESCONTO-PCT

           IF MV-COMPRADOR NOT = SPACES
              MOVE MV-COMPRADOR  TO  WS-CPF-NUM
              PERFORM 046-VALIDAR-CPF
              PERFORM 038-LOCALIZAR-COMPRADOR
           END-IF

           IF MV-VAL-NEGOCIADO = ZEROS
              MOVE 08  TO  WS-MOTIVO
           ELSE
              IF MV-COMPRADOR = SPACES
                 MOVE 09  TO  WS-MOTIVO
              ELSE
              IF WS-CPF-VALIDO NOT = 'S'
                 MOVE 13  TO  WS-MOTIVO
              ELSE
              IF WS-CMP-ACHADO NOT = 'S'
                 MOVE 14  TO  WS-MOTIVO
              ELSE
              IF MV-PRAZO-FIN NOT = 00 AND
                 MV-PRAZO-FIN NOT = 12 AND
                 MV-PRAZO-FIN NOT = 24 AND
                    COMPUTE WS-DESCONTO-PCT ROUNDED =
                       ((WS-VAL-LISTA - MV-VAL-NEGOCIADO) * 100)
                          / WS-VAL-LISTA
                    IF WS-DESCONTO-PCT > WS-DESC-MAXIMO
                       PERFORM 049-VALIDAR-AUTORIZACAO
                    END-IF
                 END-IF
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERE O AUTORIZADOR DE UM DESCONTO ALEM DO LIMITE       *
      *--------------------------------------------------------------*
       049-VALIDAR-AUTORIZACAO.

           IF MV-AUTORIZACAO = SPACES
              MOVE 10  TO  WS-MOTIVO
           ELSE
              MOVE 'N'  TO  WS-APR-ACHADO
              MOVE 1    TO  WS-IDX-AP
              PERFORM 050-COMPARAR-APROVADOR
                 UNTIL WS-APR-ACHADO = 'S' OR WS-IDX-AP > WS-CTAPR
              IF WS-APR-ACHADO NOT = 'S'
                 MOVE 15  TO  WS-MOTIVO
              ELSE
                 IF WS-TAB-APR-ATIVO (WS-IDX-AP) NOT = 'S'
                    MOVE 16  TO  WS-MOTIVO
                 ELSE
                    IF WS-TAB-APR-PCT-MAXIMO (WS-IDX-AP) <
                       WS-DESCONTO-PCT
                       MOVE 17  TO  WS-MOTIVO
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
       050-COMPARAR-APROVADOR.

           IF WS-TAB-APR-CODIGO (WS-IDX-AP) = MV-AUTORIZACAO
              MOVE 'S'  TO  WS-APR-ACHADO
           ELSE
              ADD 1  TO  WS-IDX-AP
           END-IF
           .
      *--------------------------------------------------------------*
      *    LOCALIZA O CPF DO COMPRADOR DA VENDA NO CADASTRO          *
      *--------------------------------------------------------------*
       038-LOCALIZAR-COMPRADOR.

           MOVE 'N'  TO  WS-CMP-ACHADO
           MOVE 1    TO  WS-IDX-CM
           PERFORM 039-COMPARAR-COMPRADOR
              UNTIL WS-CMP-ACHADO = 'S' OR WS-IDX-CM > WS-CTCMP
           .
       039-COMPARAR-COMPRADOR.

           IF WS-TAB-CMP-CPF (WS-IDX-CM) = MV-COMPRADOR
              MOVE 'S'  TO  WS-CMP-ACHADO
           ELSE
              ADD 1  TO  WS-IDX-CM
           END-IF
           .
      *--------------------------------------------------------------*
      *    VALIDA O CPF EM WS-CPF-NUM: 11 DIGITOS NUMERICOS, NAO     *
      *    TODOS IGUAIS, E OS DOIS DIGITOS VERIFICADORES (MODULO 11) *
      *    CONFERINDO - DEVOLVE WS-CPF-VALIDO 'S' OU 'N' (MESMA      *
      *    REGRA DA MANUTENCAO DO CADASTRO - CGPRG043)               *
      *--------------------------------------------------------------*
       046-VALIDAR-CPF.

           MOVE 'N'  TO  WS-CPF-VALIDO

           IF WS-CPF-NUM IS NUMERIC
              MOVE ZEROS  TO  WS-CT-IGUAL
              INSPECT WS-CPF-NUM TALLYING WS-CT-IGUAL
                      FOR ALL WS-CPF-PRIMEIRO
              IF WS-CT-IGUAL < 11
                 MOVE 9  TO  WS-QTD-BASE-DV
                 PERFORM 047-CALCULAR-DV-CPF
                 IF WS-DV-CALC = WS-CPF-DIGITO (10)
                    MOVE 10  TO  WS-QTD-BASE-DV
                    PERFORM 047-CALCULAR-DV-CPF
                    IF WS-DV-CALC = WS-CPF-DIGITO (11)
                       MOVE 'S'  TO  WS-CPF-VALIDO
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    DIGITO VERIFICADOR DO CPF SOBRE OS WS-QTD-BASE-DV         *
      *    PRIMEIROS DIGITOS: PESOS DECRESCENTES DA ESQUERDA PARA A  *
      *    DIREITA ATE 2; RESTO 0 OU 1 DA DIGITO 0                   *
      *--------------------------------------------------------------*
       047-CALCULAR-DV-CPF.

           MOVE ZEROS  TO  WS-SOMA-DV
           ADD 1  TO  WS-QTD-BASE-DV  GIVING  WS-PESO-DV
           MOVE 1      TO  WS-IDX-DV
           PERFORM 048-SOMAR-DIGITO-CPF
              UNTIL WS-IDX-DV > WS-QTD-BASE-DV

           DIVIDE WS-SOMA-DV BY 11 GIVING WS-QUOC-DV
                  REMAINDER WS-RESTO-DV
           IF WS-RESTO-DV < 2
              MOVE 0  TO  WS-DV-CALC
           ELSE
              COMPUTE WS-DV-CALC = 11 - WS-RESTO-DV
           END-IF
           .
       048-SOMAR-DIGITO-CPF.

           COMPUTE WS-SOMA-DV = WS-SOMA-DV +
                   (WS-CPF-DIGITO (WS-IDX-DV) * WS-PESO-DV)
           SUBTRACT 1  FROM  WS-PESO-DV
           ADD 1  TO  WS-IDX-DV
           .
      *--------------------------------------------------------------*
      *    APLICA AO REGISTRO DO LOTE O VALOR NEGOCIADO E O          *
      *    COMPRADOR DE UMA VENDA VALIDADA, COM LINHA PROPRIA NO     *
      *    RELATORIO                                                 *
           MOVE WS-DESCONTO-PCT    TO  WS-VEN-DESC
           MOVE MV-COMPRADOR       TO  WS-VEN-COMPRADOR
           DISPLAY WS-REG-VENDA

      *--->    VENDA ABAIXO DO PRECO DE LISTA VAI PARA O HISTORICO DE
      *--->    DESCONTOS, COM O AUTORIZADOR QUANDO HOUVER
           IF MV-VAL-NEGOCIADO < WS-VAL-LISTA
              MOVE LM-LOTE           TO  VDS-LOTE
              MOVE WS-DATA-MOVTO     TO  VDS-DATA
              MOVE WS-VAL-LISTA      TO  VDS-VAL-LISTA
              MOVE MV-VAL-NEGOCIADO  TO  VDS-VAL-NEGOCIADO
              MOVE WS-DESCONTO-PCT   TO  VDS-PCT-DESCONTO
              MOVE MV-USUARIO        TO  VDS-USUARIO
              MOVE MV-COMPRADOR      TO  VDS-COMPRADOR
              IF WS-DESCONTO-PCT > WS-DESC-MAXIMO
                 MOVE MV-AUTORIZACAO  TO  VDS-AUTORIZACAO
              ELSE
                 MOVE SPACES          TO  VDS-AUTORIZACAO
              END-IF
              MOVE SPACE             TO  VDS-SEP1  VDS-SEP2  VDS-SEP3
                                         VDS-SEP4  VDS-SEP5  VDS-SEP6
                                         VDS-SEP7
              WRITE VENDESC-REG
              ADD 1  TO  WS-CTVENDESC
           END-IF

      *--->    EVENTO CONTABIL DA VENDA: CONTAS A RECEBER CONTRA
      *--->    RECEITA DE VENDA PELO VALOR NEGOCIADO
           MOVE 'VEN'             TO  EVT-CODIGO
           MOVE WS-DATA-MOVTO     TO  EVT-DATA
           MOVE LM-LOTE           TO  EVT-LOTE
           MOVE MV-VAL-NEGOCIADO  TO  EVT-VALOR
           MOVE 'CGPRG011'        TO  EVT-PROGRAMA
           MOVE MV-COMPRADOR      TO  EVT-COMPLEMENTO
           MOVE SPACE             TO  EVT-SEP1  EVT-SEP2  EVT-SEP3
                                      EVT-SEP4  EVT-SEP5
           WRITE EVENTO-REG
           .
      *--------------------------------------------------------------*
      *    DESFAZ A VENDA DE UM LOTE: GRAVA O DISTRATO (CG011DIS)    *
      *    COM OS DADOS DA VENDA E A RETENCAO DO CONTRATO E DEVOLVE  *
      *    O LOTE AO ESTOQUE ('P') SEM COMPRADOR E SEM PLANO - O     *
      *    ENCERRAMENTO DAS PARCELAS E A DEVOLUCAO SAO APURADOS      *
      *    PELO CGPRG038 SOBRE A CARTEIRA                            *
      *--------------------------------------------------------------*
       045-APLICAR-DISTRATO.

           INITIALIZE DISTRAT-REG
           MOVE LM-LOTE           TO  DIS-LOTE
           MOVE WS-DATA-MOVTO     TO  DIS-DATA
           MOVE LM-COMPRADOR      TO  DIS-COMPRADOR
           MOVE LM-VAL-VENDA      TO  DIS-VAL-VENDA
           MOVE LM-PRAZO-FIN      TO  DIS-PRAZO-FIN
           MOVE WS-PCT-RETENCAO   TO  DIS-PCT-RETENCAO
           MOVE MV-USUARIO        TO  DIS-USUARIO
           MOVE SPACE             TO  DIS-SEP1  DIS-SEP2  DIS-SEP3
                                      DIS-SEP4  DIS-SEP5  DIS-SEP6
                                      DIS-SEP7  DIS-SEP8  DIS-SEP9
                                      DIS-SEP10 DIS-SEP11 DIS-SEP12
           WRITE DISTRAT-REG
           ADD 1  TO  WS-CTDISTRATO

           MOVE LM-VAL-VENDA      TO  WS-DIS-VENDA
           MOVE LM-COMPRADOR      TO  WS-DIS-COMPRADOR
           MOVE WS-PCT-RETENCAO   TO  WS-DIS-RETENCAO
           DISPLAY WS-REG-DISTRATO

           MOVE 'P'               TO  LM-SITUACAO
           MOVE SPACES            TO  LM-COMPRADOR
           MOVE ZEROS             TO  LM-PRAZO-FIN
           .
      *--------------------------------------------------------------*
      *    LEITURA DIRETA DE UM LOTE PELA CHAVE JA MOVIDA PARA       *
      *    LM-LOTE, GUARDANDO A IMAGEM ANTES DA ALTERACAO PARA O     *
      *    JORNAL                                                    *
      *--------------------------------------------------------------*
       044-LER-LOTE-DIRETO.

           MOVE 'N'     TO  WS-LOTE-ACHADO
           MOVE SPACES  TO  WS-IMAGEM-ANTES
           READ LOTMST-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                  MOVE 'S'         TO  WS-LOTE-ACHADO
                  MOVE LOTMST-REG  TO  WS-IMAGEM-ANTES
           END-READ
           .
      *--------------------------------------------------------------*
                  MOVE 'DESCONTO SEM AUTORIZACAO' TO TE-DESC-MOTIVO
               WHEN 11
                  MOVE 'PRAZO FINANC INVALIDO'   TO  TE-DESC-MOTIVO
               WHEN 12
                  MOVE 'DISTRATO SEM VENDA'      TO  TE-DESC-MOTIVO
               WHEN 13
                  MOVE 'CPF DO COMPRADOR INVALIDO' TO TE-DESC-MOTIVO
               WHEN 14
                  MOVE 'COMPRADOR NAO CADASTRADO' TO TE-DESC-MOTIVO
               WHEN 15
                  MOVE 'AUTORIZADOR SEM CADASTRO' TO TE-DESC-MOTIVO
               WHEN 16
                  MOVE 'AUTORIZADOR INATIVO'     TO  TE-DESC-MOTIVO
               WHEN 17
                  MOVE 'DESCONTO ACIMA DA ALCADA' TO TE-DESC-MOTIVO
           END-EVALUATE

           MOVE WS-MOTIVO  TO  TE-MOTIVO
                   TE-DADOS
           .
      *--------------------------------------------------------------*
      *    GRAVA NO JORNAL (CGLOTJRN) A INCLUSAO ('I') OU ALTERACAO  *
      *    ('A') QUE ACABOU DE SER FEITA NO KSDS, COM A IMAGEM ANTES *
      *    (WS-IMAGEM-ANTES) E A IMAGEM GRAVADA (LOTMST-REG) - SO A  *
      *    GRAVACAO EFETIVADA (STATUS '00') VAI PARA O JORNAL        *
      *--------------------------------------------------------------*
       065-GRAVAR-JORNAL.

           IF WS-STATUS-MST = '00'
              ADD 1  TO  WS-CTJRN
              ACCEPT WS-HORA-ATUAL FROM TIME
              MOVE 'CGPRG011'       TO  JRN-PROGRAMA
              MOVE WS-DATA-ATUAL    TO  JRN-DATA-EXEC
              MOVE WS-HORA-EXEC     TO  JRN-HORA-EXEC
              MOVE WS-CTJRN         TO  JRN-SEQUENCIA
              MOVE WS-DATA-ATUAL    TO  JRN-DATA
              MOVE WS-HORA-ATUAL    TO  JRN-HORA
              MOVE WS-OPER-JRN      TO  JRN-OPERACAO
              MOVE LM-USUARIO-SIT   TO  JRN-USUARIO
              MOVE LM-LOTE          TO  JRN-LOTE
              IF WS-OPER-JRN = 'I'
                 MOVE SPACES           TO  JRN-IMAGEM-ANTES
              ELSE
                 MOVE WS-IMAGEM-ANTES  TO  JRN-IMAGEM-ANTES
              END-IF
              MOVE LOTMST-REG       TO  JRN-IMAGEM-DEPOIS
              MOVE SPACE            TO  JRN-SEP1  JRN-SEP2  JRN-SEP3
                                        JRN-SEP4  JRN-SEP5  JRN-SEP6
                                        JRN-SEP7  JRN-SEP8  JRN-SEP9
                                        JRN-SEP10
              WRITE JORNAL-REG
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           CLOSE LOTMST-FILE
           CLOSE MOVERRO-FILE
           CLOSE DISTRAT-FILE
           CLOSE EVENTO-FILE
           CLOSE VENDESC-FILE
           CLOSE JORNAL-FILE

           DISPLAY '-----------------------------------'
           DISPLAY '** FIM DA MANUTENCAO DO CADASTRO **'
           DISPLAY "LOTES PRECIFICADOS LIDOS..= " WS-CTPRE-LIDO
           DISPLAY "LOTES PRECIFICADOS APLIC..= " WS-CTPRE-APL
           DISPLAY "RESERVAS EXPIRADAS........= " WS-CTEXPIRA
                   " (VALIDADE " WS-VALIDADE-DIAS " DIAS UTEIS)"
           DISPLAY "TRANSACOES LIDAS..........= " WS-CTTRN-LIDO
           DISPLAY "TRANSACOES APLICADAS......= " WS-CTTRN-APL
           DISPLAY "DISTRATOS GRAVADOS........= " WS-CTDISTRATO
                   " (VIDE CG011DIS)"
           DISPLAY "VENDAS COM DESCONTO.......= " WS-CTVENDESC
                   " (VIDE CG011VDS)"
           DISPLAY "REGISTROS REJEITADOS......= " WS-CTREJEITA
                   " (VIDE CG011ERR)"
           DISPLAY "ALTERACOES NO JORNAL......= " WS-CTJRN
                   " (VIDE CGLOTJRN)"
           DISPLAY '-----------------------------------'

           PERFORM 085-GRAVAR-CONTROLE

           IF WS-CTREJEITA > ZEROS OR WS-CAL-INDISP = 'S'
              MOVE 04   TO  RETURN-CODE
           ELSE
              MOVE 00   TO  RETURN-CODE
           MOVE WS-CTMST          TO  CTL-GRAV1
           MOVE 'CG011ERR'        TO  CTL-ARQ2
           MOVE WS-CTREJEITA      TO  CTL-GRAV2
           MOVE 'CG011DIS'        TO  CTL-ARQ3
           MOVE WS-CTDISTRATO     TO  CTL-GRAV3
           MOVE WS-VENDA-TOTAL    TO  CTL-HASH-VALOR
           WRITE CONTROLE-REG
           CLOSE CONTROLE-FILE
