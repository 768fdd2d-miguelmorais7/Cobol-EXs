       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG053.
       AUTHOR.        MIGUEL MORAIS.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NIVEL BASICO.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: DOSSIE DO LOTE. RECEBE NA SYSIN UM OU MAIS LOTES
      *           (LM-LOTE, UM POR CARTAO, ENCERRADOS PELO CARTAO
      *           999999) E IMPRIME, PARA CADA UM, A HISTORIA
      *           COMPLETA DO LOTE EM ORDEM CRONOLOGICA ENTRE TODOS
      *           OS ARQUIVOS DO NEGOCIO:
      *              CG004AUD - PRECIFICACOES (VALOR BASE, AJUSTES
      *                         DE CARACTERISTICA, CORRETOR E
      *                         COMISSAO), INCLUSIVE AS DO ARQUIVO
      *                         MORTO; AS FEITAS PELA RECICLAGEM
      *                         (CGPRG020, HISTORICO CG020HIS) SAO
      *                         IDENTIFICADAS COMO REPROCESSAMENTO
      *              CGLOTJRN - CADA ALTERACAO DO CADASTRO (RESERVA,
      *                         VENDA, EXPIRACAO, CANCELAMENTO,
      *                         DISTRATO, REPRECIFICACAO DO CGPRG023
      *                         E RECUPERACOES DO CGPRG052), COM OS
      *                         JORNAIS ARQUIVADOS
      *              CGRECMST - CADA PARCELA (VENCIMENTO) E CADA
      *                         PAGAMENTO COM ENCARGOS
      *              CG021PAG - COMISSAO DEVIDA, RETIDA E ESTORNOS
      *           ANTES DA CRONOLOGIA O DOSSIE MOSTRA A SITUACAO
      *           ATUAL NO CADASTRO (CGLOTMST - SITUACAO, COMPRADOR
      *           E PLANO) E OS PLANOS DE FINANCIAMENTO OFERECIDOS
      *           (CG004SIM), E DEPOIS DELA O RESUMO FINANCEIRO.
      *           EVENTOS SEM HORA: AS PARCELAS ABREM O DIA E AS
      *           COMISSOES (DATADAS PELA PRECIFICACAO DE ORIGEM)
      *           O FECHAM; NO MESMO MOMENTO, A ORDEM E A DE LEITURA.
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010001  CRIACAO - DOSSIE DO LOTE
      *  V02    OUT/2026 010002  DATA DO JORNAL (DATA DA MAQUINA,
      *                          ANO 00AA) PASSA A 20AA PARA ORDENAR
      *                          COM AS DATAS DE MOVIMENTO; LOTE
      *                          REPETIDO NA SYSIN CONTA COMO CARTAO
      *                          INVALIDO
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
           SELECT LOTMST-FILE        ASSIGN TO "CGLOTMST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS LM-LOTE
                  FILE STATUS  IS WS-STATUS-MST.
           SELECT AUDITORIA-FILE     ASSIGN TO "CG004AUD"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-AUD.
           SELECT RECICLA-FILE       ASSIGN TO "CG020HIS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-RCL.
           SELECT JORNAL-FILE        ASSIGN TO "CGLOTJRN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-JRN.
           SELECT SIMULA-FILE        ASSIGN TO "CG004SIM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-SIM.
           SELECT RECMST-FILE        ASSIGN TO "CGRECMST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-REC.
           SELECT PAGAR-FILE         ASSIGN TO "CG021PAG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-PAG.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *==> MESMO LAYOUT GRAVADO PELO CGPRG011
       FD  LOTMST-FILE.
       01  LOTMST-REG.
           COPY CGREGLOT.

      *==> MESMO LAYOUT GRAVADO PELO CGPRG004 (O ARQUIVO MORTO
      *==> TRAZ AINDA O TRAILER DE RESUMO DO CGPRG013, IGNORADO)
       FD  AUDITORIA-FILE.
       01  AUDITORIA-REG.
           COPY CGREGAUD.

      *==> HISTORICO DOS LOTES RECUPERADOS PELO CGPRG020
       FD  RECICLA-FILE.
       01  RECICLA-REG.
           COPY CGREGRCL.

      *==> JORNAL DE ALTERACOES DO CADASTRO (ARQUIVADO + CORRENTE)
       FD  JORNAL-FILE.
       01  JORNAL-REG.
           COPY CGREGJRN.

      *==> MESMO LAYOUT GRAVADO PELO CGPRG004 (PLANOS POR LOTE)
       FD  SIMULA-FILE.
       01  SIMULA-REG.
           05 SIM-LOTE            PIC 9(06).
           05 SIM-SEP1            PIC X(01).
           05 SIM-PADRAO          PIC X(01).
           05 SIM-SEP2            PIC X(01).
           05 SIM-PRAZO           PIC 9(02).
           05 SIM-SEP3            PIC X(01).
           05 SIM-TAXA            PIC 9(02)V9999.
           05 SIM-SEP4            PIC X(01).
           05 SIM-PRESTACAO       PIC 9(08)V99.
           05 SIM-SEP5            PIC X(01).
           05 SIM-TOTAL           PIC 9(10)V99.

       FD  RECMST-FILE.
       01  RECMST-REG.
           COPY CGREGREC.

      *==> MESMO LAYOUT GRAVADO PELO CGPRG021
       FD  PAGAR-FILE.
       01  PAGAR-REG.
           05 PG-CORRETOR         PIC 9(04).
           05 PG-SEP1             PIC X(01).
           05 PG-LOTE             PIC 9(06).
           05 PG-SEP2             PIC X(01).
           05 PG-DATA-AUD         PIC 9999/99/99.
           05 PG-SEP3             PIC X(01).
           05 PG-COMISSAO         PIC 9(06)V99.
           05 PG-SEP4             PIC X(01).
           05 PG-SINAL            PIC X(01).
           05 PG-SEP5             PIC X(01).
           05 PG-SITUACAO         PIC X(12).

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> AREA AUXILIAR
       77  WS-FIM                 PIC X(01).
       77  WS-EOF-AUD             PIC X(01).
       77  WS-EOF-RCL             PIC X(01).
       77  WS-EOF-JRN             PIC X(01).
       77  WS-EOF-SIM             PIC X(01).
       77  WS-EOF-REC             PIC X(01).
       77  WS-EOF-PAG             PIC X(01).
       77  WS-STATUS-MST          PIC X(02).
       77  WS-STATUS-AUD          PIC X(02).
       77  WS-STATUS-RCL          PIC X(02).
       77  WS-STATUS-JRN          PIC X(02).
       77  WS-STATUS-SIM          PIC X(02).
       77  WS-STATUS-REC          PIC X(02).
       77  WS-STATUS-PAG          PIC X(02).
       77  WS-CTCARTAO            PIC 9(04)       VALUE ZEROS.
       77  WS-CTINVALIDO          PIC 9(04)       VALUE ZEROS.
       77  WS-CTPED               PIC 9(02)       VALUE ZEROS.
       77  WS-CTRCL               PIC 9(03)       VALUE ZEROS.
       77  WS-CTSIM               PIC 9(03)       VALUE ZEROS.
       77  WS-CTEVT               PIC 9(04)       VALUE ZEROS.
       77  WS-CTLIDO-AUD          PIC 9(06)       VALUE ZEROS.
       77  WS-CTLIDO-JRN          PIC 9(06)       VALUE ZEROS.
       77  WS-CTLIDO-REC          PIC 9(06)       VALUE ZEROS.
       77  WS-CTLIDO-PAG          PIC 9(06)       VALUE ZEROS.
       77  WS-CTSEMREG            PIC 9(02)       VALUE ZEROS.
       77  WS-IDX-PD              PIC 9(02).
       77  WS-IDX-RC              PIC 9(03).
       77  WS-IDX-SM              PIC 9(03).
       77  WS-IDX-EV              PIC 9(04).
       77  WS-IDX-INS             PIC 9(04).
       77  WS-IDX-DESL            PIC 9(04).
       77  WS-IDX-DEST            PIC 9(04).
       77  WS-IDX-AJ              PIC 9(01).
       77  WS-LOTE-BUSCA          PIC 9(06).
       77  WS-PED-ACHADO          PIC X(01).
       77  WS-RCL-ACHADO          PIC X(01).
       77  WS-ACHOU-POS           PIC X(01).
       77  WS-LOTE-ACHADO         PIC X(01).
       77  WS-NOME-SIT            PIC X(12).
       77  WS-QTD-PRAZO           PIC 9(02).

      *-----> CARTAO DA SYSIN (LM-LOTE; 999999 ENCERRA)
       01  WS-REG-SYSIN.
           05 WS-LOTE-SYSIN       PIC X(06).
           05 WS-LOTE-SYSIN-N  REDEFINES  WS-LOTE-SYSIN
                                  PIC 9(06).

      *-----> LOTES PEDIDOS NA SYSIN (NA ORDEM DOS CARTOES), COM O
      *-----> RESUMO FINANCEIRO ACUMULADO NA COLETA
       01  WS-TAB-PED.
           05 WS-TAB-PED-OCR  OCCURS 50 TIMES.
              10 WS-TAB-PED-LOTE        PIC 9(06).
              10 WS-TAB-PED-QTD-EVT     PIC 9(04).
              10 WS-TAB-PED-QTD-PARC    PIC 9(03).
              10 WS-TAB-PED-CONTRATADO  PIC 9(10)V99.
              10 WS-TAB-PED-RECEBIDO    PIC 9(10)V99.
              10 WS-TAB-PED-ENCARGOS    PIC 9(10)V99.
              10 WS-TAB-PED-SALDO       PIC 9(10)V99.
              10 WS-TAB-PED-COMISSAO    PIC S9(08)V99.

      *-----> REPROCESSAMENTOS DO CGPRG020 DOS LOTES PEDIDOS
       01  WS-TAB-RCL.
           05 WS-TAB-RCL-OCR  OCCURS 200 TIMES.
              10 WS-TAB-RCL-LOTE        PIC 9(06).
              10 WS-TAB-RCL-DATA        PIC X(10).
              10 WS-TAB-RCL-HORA        PIC X(10).

      *-----> PLANOS DE FINANCIAMENTO DOS LOTES PEDIDOS (CG004SIM)
       01  WS-TAB-SIM.
           05 WS-TAB-SIM-OCR  OCCURS 300 TIMES.
              10 WS-TAB-SIM-PED         PIC 9(02).
              10 WS-TAB-SIM-PRAZO       PIC 9(02).
              10 WS-TAB-SIM-TAXA        PIC 9(02)V9999.
              10 WS-TAB-SIM-PRESTACAO   PIC 9(08)V99.
              10 WS-TAB-SIM-TOTAL       PIC 9(10)V99.

      *-----> EVENTOS DE TODOS OS ARQUIVOS, ORDENADOS POR LOTE
      *-----> PEDIDO + DATA + HORA (INSERCAO NA COLETA)
       01  WS-TAB-EVT.
           05 WS-TAB-EVT-OCR  OCCURS 3000 TIMES.
              10 WS-TAB-EVT-PED         PIC 9(02).
              10 WS-TAB-EVT-DATA        PIC X(10).
              10 WS-TAB-EVT-HORA        PIC X(10).
              10 WS-TAB-EVT-ORIGEM      PIC X(08).
              10 WS-TAB-EVT-USUARIO     PIC X(08).
              10 WS-TAB-EVT-DESCR       PIC X(44).
              10 WS-TAB-EVT-VALOR       PIC S9(10)V99.

      *-----> AREA DO EVENTO SENDO INSERIDO NA TABELA
       01  WS-REG-INSERIR.
           05 WS-INS-PED          PIC 9(02).
           05 WS-INS-DATA         PIC X(10).
           05 FILLER  REDEFINES  WS-INS-DATA.
              10 WS-INS-DATA-SEC  PIC X(02).
              10 FILLER           PIC X(08).
           05 WS-INS-HORA         PIC X(10).
           05 WS-INS-ORIGEM       PIC X(08).
           05 WS-INS-USUARIO      PIC X(08).
           05 WS-INS-DESCR        PIC X(44).
           05 WS-INS-VALOR        PIC S9(10)V99.

      *-----> IMAGENS ANTES/DEPOIS DO JORNAL (MESMO LAYOUT CGREGLOT)
       01  WS-LOTE-ANTES.
           05 LA-LOTE             PIC 9(06).
           05 LA-CEP              PIC 9(08).
           05 LA-TIPO-TERRENO     PIC X(01).
           05 LA-FRENTE           PIC 9(03)V99.
           05 LA-FUNDO            PIC 9(03)V99.
           05 LA-PROFUNDIDADE     PIC 9(03)V99.
           05 LA-VAL-VENDA        PIC 9(08)V99.
           05 LA-SITUACAO         PIC X(01).
           05 LA-DATA-SITUACAO    PIC 9999/99/99.
           05 LA-USUARIO-SIT      PIC X(08).
           05 LA-COMPRADOR        PIC X(11).
           05 LA-PRAZO-FIN        PIC 9(02).
       01  WS-LOTE-DEPOIS.
           05 LD-LOTE             PIC 9(06).
           05 LD-CEP              PIC 9(08).
           05 LD-TIPO-TERRENO     PIC X(01).
           05 LD-FRENTE           PIC 9(03)V99.
           05 LD-FUNDO            PIC 9(03)V99.
           05 LD-PROFUNDIDADE     PIC 9(03)V99.
           05 LD-VAL-VENDA        PIC 9(08)V99.
           05 LD-SITUACAO         PIC X(01).
           05 LD-DATA-SITUACAO    PIC 9999/99/99.
           05 LD-USUARIO-SIT      PIC X(08).
           05 LD-COMPRADOR        PIC X(11).
           05 LD-PRAZO-FIN        PIC 9(02).

      *-----> DESCRICOES DOS EVENTOS (MOVIDAS PARA WS-INS-DESCR)
       01  WS-DSC-PRECIF.
           05 WS-DPR-TEXTO        PIC X(13).
           05 FILLER              PIC X(10)       VALUE ' CORRETOR '.
           05 WS-DPR-CORRETOR     PIC 9(04).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-DPR-PADRAO       PIC X(12).
           05 FILLER              PIC X(04)       VALUE SPACES.
       01  WS-DSC-AJUSTE.
           05 FILLER              PIC X(16)
              VALUE '  AJUSTE CARACT '.
           05 WS-DAJ-CARACT       PIC X(02).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-DAJ-SINAL        PIC X(01).
           05 WS-DAJ-PCT          PIC Z9,99.
           05 FILLER              PIC X(19)       VALUE '%'.
       01  WS-DSC-COMISSAO.
           05 FILLER              PIC X(12)       VALUE '  COMISSAO '.
           05 WS-DCO-PCT          PIC Z9,99.
           05 FILLER              PIC X(27)       VALUE '%'.
       01  WS-DSC-INCLUSAO.
           05 FILLER              PIC X(32)
              VALUE 'INCLUIDO NO CADASTRO - SITUACAO '.
           05 WS-DIN-SITUACAO     PIC X(01).
           05 FILLER              PIC X(11)       VALUE SPACES.
       01  WS-DSC-SITUACAO.
           05 FILLER              PIC X(09)       VALUE 'SITUACAO '.
           05 WS-DSI-ANTES        PIC X(01).
           05 FILLER              PIC X(04)       VALUE ' -> '.
           05 WS-DSI-DEPOIS       PIC X(01).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-DSI-TEXTO        PIC X(28).
       01  WS-DSC-VENDA.
           05 FILLER              PIC X(12)       VALUE 'VENDIDO CPF '.
           05 WS-DVE-CPF          PIC X(11).
           05 FILLER              PIC X(07)       VALUE ' PLANO '.
           05 WS-DVE-PRAZO        PIC 9(02).
           05 WS-DVE-COMPL        PIC X(12).
       01  WS-DSC-PRECO.
           05 FILLER              PIC X(26)
              VALUE 'PRECO ALTERADO - ANTERIOR '.
           05 WS-DPC-ANTERIOR     PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(05)       VALUE SPACES.
       01  WS-DSC-PARCELA.
           05 FILLER              PIC X(08)       VALUE 'PARCELA '.
           05 WS-DPA-PARCELA      PIC 9(02).
           05 FILLER              PIC X(01)       VALUE '/'.
           05 WS-DPA-PRAZO        PIC 9(02).
           05 WS-DPA-TEXTO        PIC X(12).
           05 WS-DPA-SITUACAO     PIC X(19).
       01  WS-DSC-PAGAR.
           05 FILLER              PIC X(09)       VALUE 'COMISSAO '.
           05 WS-DPG-SITUACAO     PIC X(12).
           05 FILLER              PIC X(10)       VALUE ' CORRETOR '.
           05 WS-DPG-CORRETOR     PIC 9(04).
           05 FILLER              PIC X(09)       VALUE SPACES.

      *-----> CABECALHO DO DOSSIE
       01  WS-LIN-TITULO.
           05 FILLER              PIC X(21)
              VALUE '===== DOSSIE DO LOTE '.
           05 WS-TIT-LOTE         PIC 9(06).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 FILLER              PIC X(43)       VALUE ALL '='.
       01  WS-LIN-TERRENO.
           05 FILLER              PIC X(05)       VALUE 'CEP: '.
           05 WS-TER-CEP          PIC 9(08).
           05 FILLER              PIC X(08)       VALUE '  TIPO: '.
           05 WS-TER-TIPO         PIC X(01).
           05 FILLER              PIC X(10)       VALUE '  FRENTE: '.
           05 WS-TER-FRENTE       PIC ZZ9,99.
           05 FILLER              PIC X(09)       VALUE '  FUNDO: '.
           05 WS-TER-FUNDO        PIC ZZ9,99.
           05 FILLER              PIC X(09)       VALUE '  PROF.: '.
           05 WS-TER-PROFUND      PIC ZZ9,99.
       01  WS-LIN-SITUACAO.
           05 FILLER              PIC X(16)
              VALUE 'SITUACAO ATUAL: '.
           05 WS-SIT-SITUACAO     PIC X(01).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-SIT-NOME         PIC X(12).
           05 FILLER              PIC X(07)       VALUE ' DESDE '.
           05 WS-SIT-DATA         PIC X(10).
           05 FILLER              PIC X(09)       VALUE ' USUARIO '.
           05 WS-SIT-USUARIO      PIC X(08).
       01  WS-LIN-VENDA.
           05 FILLER              PIC X(11)       VALUE 'COMPRADOR: '.
           05 WS-VEN-COMPRADOR    PIC X(11).
           05 FILLER              PIC X(09)       VALUE '  PLANO: '.
           05 WS-VEN-PRAZO        PIC 9(02).
           05 FILLER              PIC X(09)       VALUE '  VALOR: '.
           05 WS-VEN-VALOR        PIC ZZ.ZZZ.ZZ9,99.
       01  WS-LIN-PLANO.
           05 FILLER              PIC X(06)       VALUE 'PLANO '.
           05 WS-PLA-PRAZO        PIC 9(02).
           05 FILLER              PIC X(12)       VALUE ' MESES TAXA '.
           05 WS-PLA-TAXA         PIC Z9,9999.
           05 FILLER              PIC X(12)       VALUE '% PRESTACAO '.
           05 WS-PLA-PRESTACAO    PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(07)       VALUE ' TOTAL '.
           05 WS-PLA-TOTAL        PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 WS-PLA-ESCOLHIDO    PIC X(14).
       01  WS-LIN-CABEC-EVT.
           05 FILLER              PIC X(33)
              VALUE 'DATA       HORA       ORIGEM   US'.
           05 FILLER              PIC X(33)
              VALUE 'UARIO  OCORRENCIA                '.
           05 FILLER              PIC X(32)
              VALUE '                           VALOR'.

      *-----> LINHA DA CRONOLOGIA
       01  WS-LIN-EVENTO.
           05 WS-EVT-DATA-OUT     PIC X(10).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-EVT-HORA-OUT     PIC X(10).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-EVT-ORIGEM-OUT   PIC X(08).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-EVT-USUARIO-OUT  PIC X(08).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-EVT-DESCR-OUT    PIC X(44).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-EVT-VALOR-OUT    PIC ZZ.ZZZ.ZZZ.ZZ9,99-
                                  BLANK WHEN ZERO.

      *-----> RESUMO FINANCEIRO DO LOTE
       01  WS-LIN-RESUMO.
           05 WS-RES-TEXTO        PIC X(28).
           05 WS-RES-VALOR        PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG053.

           PERFORM 010-INICIAR
           PERFORM 020-CARREGAR-RECICLAGEM
           PERFORM 023-CARREGAR-PLANOS
           PERFORM 026-COLETAR-AUDITORIA
           PERFORM 030-COLETAR-JORNAL
           PERFORM 035-COLETAR-CARTEIRA
           PERFORM 040-COLETAR-COMISSOES
           PERFORM 060-IMPRIMIR-DOSSIES
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS - LOTES PEDIDOS NA SYSIN E         *
      *    ABERTURA DO CADASTRO PARA LEITURA DIRETA                  *
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "** DOSSIE DO LOTE **"
           DISPLAY '-----------------------------------'

           MOVE 'N'  TO  WS-FIM
           PERFORM 015-LER-SYSIN
           PERFORM 016-GUARDAR-PEDIDO UNTIL WS-FIM = 'S'

           IF WS-CTPED = ZEROS
              DISPLAY "NENHUM LOTE VALIDO NA SYSIN - NADA A CONSULTAR"
              MOVE 12   TO  RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT LOTMST-FILE
           IF WS-STATUS-MST NOT = '00'
              DISPLAY "CADASTRO CGLOTMST INDISPONIVEL - STATUS "
                      WS-STATUS-MST
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA DOS LOTES PEDIDOS VIA SYSIN                       *
      *--------------------------------------------------------------*
       015-LER-SYSIN.

           MOVE SPACES  TO  WS-REG-SYSIN
           ACCEPT WS-REG-SYSIN  FROM SYSIN

           IF WS-REG-SYSIN = ALL '9' OR WS-REG-SYSIN = SPACES
              MOVE  'S'  TO  WS-FIM
           ELSE
              ADD 1  TO  WS-CTCARTAO
           END-IF
           .
       016-GUARDAR-PEDIDO.

           IF WS-LOTE-SYSIN IS NOT NUMERIC
              ADD 1  TO  WS-CTINVALIDO
              DISPLAY "CARTAO IGNORADO - LOTE INVALIDO: "
                      WS-LOTE-SYSIN
           ELSE
              MOVE WS-LOTE-SYSIN-N  TO  WS-LOTE-BUSCA
              PERFORM 045-LOCALIZAR-PEDIDO
              IF WS-PED-ACHADO = 'S'
                 ADD 1  TO  WS-CTINVALIDO
                 DISPLAY "CARTAO IGNORADO - LOTE REPETIDO: "
                         WS-LOTE-SYSIN
              ELSE
                 IF WS-CTPED >= 50
                    DISPLAY "CAPACIDADE DA TABELA DE LOTES PEDIDOS"
                            " (50) EXCEDIDA - EXECUCAO ABANDONADA"
                    MOVE 16   TO  RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1  TO  WS-CTPED
                 INITIALIZE WS-TAB-PED-OCR (WS-CTPED)
                 MOVE WS-LOTE-SYSIN-N  TO  WS-TAB-PED-LOTE (WS-CTPED)
              END-IF
           END-IF

           PERFORM 015-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    CARGA DOS REPROCESSAMENTOS DO CGPRG020 (CG020HIS) DOS     *
      *    LOTES PEDIDOS                                             *
      *--------------------------------------------------------------*
       020-CARREGAR-RECICLAGEM.

           MOVE 'N'  TO  WS-EOF-RCL
           OPEN INPUT RECICLA-FILE
           IF WS-STATUS-RCL = '00'
              PERFORM 021-LER-RECICLA
              PERFORM 022-GUARDAR-RECICLA UNTIL WS-EOF-RCL = 'S'
              CLOSE RECICLA-FILE
           ELSE
              DISPLAY "HISTORICO CG020HIS INDISPONIVEL - STATUS "
                      WS-STATUS-RCL " - SEM REPROCESSAMENTOS"
           END-IF
           .
       021-LER-RECICLA.

           READ RECICLA-FILE
               AT END MOVE 'S'  TO  WS-EOF-RCL
           END-READ
           .
       022-GUARDAR-RECICLA.

           MOVE RCL-LOTE  TO  WS-LOTE-BUSCA
           PERFORM 045-LOCALIZAR-PEDIDO
           IF WS-PED-ACHADO = 'S'
              IF WS-CTRCL >= 200
                 DISPLAY "CAPACIDADE DA TABELA DE REPROCESSAMENTOS"
                         " (200) EXCEDIDA - EXECUCAO ABANDONADA"
                 CLOSE RECICLA-FILE
                 MOVE 16   TO  RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1  TO  WS-CTRCL
              MOVE RCL-LOTE  TO  WS-TAB-RCL-LOTE (WS-CTRCL)
              MOVE RCL-DATA  TO  WS-TAB-RCL-DATA (WS-CTRCL)
              MOVE RCL-HORA  TO  WS-TAB-RCL-HORA (WS-CTRCL)
           END-IF
           PERFORM 021-LER-RECICLA
           .
      *--------------------------------------------------------------*
      *    CARGA DOS PLANOS DE FINANCIAMENTO DOS LOTES PEDIDOS       *
      *--------------------------------------------------------------*
       023-CARREGAR-PLANOS.

           MOVE 'N'  TO  WS-EOF-SIM
           OPEN INPUT SIMULA-FILE
           IF WS-STATUS-SIM = '00'
              PERFORM 024-LER-SIMULA
              PERFORM 025-GUARDAR-PLANO UNTIL WS-EOF-SIM = 'S'
              CLOSE SIMULA-FILE
           ELSE
              DISPLAY "PLANOS CG004SIM INDISPONIVEIS - STATUS "
                      WS-STATUS-SIM
           END-IF
           .
       024-LER-SIMULA.

           READ SIMULA-FILE
               AT END MOVE 'S'  TO  WS-EOF-SIM
           END-READ
           .
       025-GUARDAR-PLANO.

           MOVE SIM-LOTE  TO  WS-LOTE-BUSCA
           PERFORM 045-LOCALIZAR-PEDIDO
           IF WS-PED-ACHADO = 'S'
              IF WS-CTSIM >= 300
                 DISPLAY "CAPACIDADE DA TABELA DE PLANOS (300)"
                         " EXCEDIDA - EXECUCAO ABANDONADA"
                 CLOSE SIMULA-FILE
                 MOVE 16   TO  RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1  TO  WS-CTSIM
              MOVE WS-IDX-PD      TO  WS-TAB-SIM-PED       (WS-CTSIM)
              MOVE SIM-PRAZO      TO  WS-TAB-SIM-PRAZO     (WS-CTSIM)
              MOVE SIM-TAXA       TO  WS-TAB-SIM-TAXA      (WS-CTSIM)
              MOVE SIM-PRESTACAO  TO  WS-TAB-SIM-PRESTACAO (WS-CTSIM)
              MOVE SIM-TOTAL      TO  WS-TAB-SIM-TOTAL     (WS-CTSIM)
           END-IF
           PERFORM 024-LER-SIMULA
           .
      *--------------------------------------------------------------*
      *    AUDITORIA DA PRECIFICACAO: UM EVENTO PELA PRECIFICACAO    *
      *    (OU REPROCESSAMENTO) E UM POR VALOR BASE, AJUSTE E        *
      *    COMISSAO, TODOS NO MESMO MOMENTO                          *
      *--------------------------------------------------------------*
       026-COLETAR-AUDITORIA.

           MOVE 'N'  TO  WS-EOF-AUD
           OPEN INPUT AUDITORIA-FILE
           IF WS-STATUS-AUD = '00'
              PERFORM 027-LER-AUDITORIA
              PERFORM 028-TRATAR-AUDITORIA UNTIL WS-EOF-AUD = 'S'
              CLOSE AUDITORIA-FILE
           ELSE
              DISPLAY "AUDITORIA CG004AUD INDISPONIVEL - STATUS "
                      WS-STATUS-AUD
           END-IF
           .
       027-LER-AUDITORIA.

           READ AUDITORIA-FILE
               AT END MOVE 'S'  TO  WS-EOF-AUD
           END-READ
           .
       028-TRATAR-AUDITORIA.

           ADD 1  TO  WS-CTLIDO-AUD
      *--->    O TRAILER DO ARQUIVO MORTO NAO TEM LOTE NUMERICO
           IF AUD-LOTE IS NUMERIC
              MOVE AUD-LOTE  TO  WS-LOTE-BUSCA
              PERFORM 045-LOCALIZAR-PEDIDO
              IF WS-PED-ACHADO = 'S'
                 PERFORM 029-EVENTOS-PRECIFICACAO
              END-IF
           END-IF
           PERFORM 027-LER-AUDITORIA
           .
       029-EVENTOS-PRECIFICACAO.

           PERFORM 047-LOCALIZAR-RECICLAGEM

           INITIALIZE WS-REG-INSERIR
           MOVE WS-IDX-PD     TO  WS-INS-PED
           MOVE AUD-DATA      TO  WS-INS-DATA
           MOVE AUD-HORA      TO  WS-INS-HORA
           IF WS-RCL-ACHADO = 'S'
              MOVE 'CGPRG020'       TO  WS-INS-ORIGEM
              MOVE 'REPROCESSADO '  TO  WS-DPR-TEXTO
           ELSE
              MOVE 'CGPRG004'       TO  WS-INS-ORIGEM
              MOVE 'PRECIFICADO  '  TO  WS-DPR-TEXTO
           END-IF
           MOVE AUD-CORRETOR   TO  WS-DPR-CORRETOR
           MOVE AUD-PADRAO     TO  WS-DPR-PADRAO
           MOVE WS-DSC-PRECIF  TO  WS-INS-DESCR
           MOVE AUD-VAL-VENDA  TO  WS-INS-VALOR
           PERFORM 050-INCLUIR-EVENTO

           MOVE '  VALOR BASE (AREA X VALOR DO METRO)'
                               TO  WS-INS-DESCR
           MOVE AUD-VAL-BASE   TO  WS-INS-VALOR
           PERFORM 050-INCLUIR-EVENTO

           MOVE 1  TO  WS-IDX-AJ
           PERFORM 034-EVENTO-AJUSTE UNTIL WS-IDX-AJ > 3

           MOVE AUD-PCT-COMISSAO  TO  WS-DCO-PCT
           MOVE WS-DSC-COMISSAO   TO  WS-INS-DESCR
           MOVE AUD-COMISSAO      TO  WS-INS-VALOR
           PERFORM 050-INCLUIR-EVENTO
           .
       034-EVENTO-AJUSTE.

           IF AUD-AJU-CARACT (WS-IDX-AJ) NOT = SPACES
              MOVE AUD-AJU-CARACT (WS-IDX-AJ)  TO  WS-DAJ-CARACT
              MOVE AUD-AJU-SINAL  (WS-IDX-AJ)  TO  WS-DAJ-SINAL
              MOVE AUD-AJU-PCT    (WS-IDX-AJ)  TO  WS-DAJ-PCT
              MOVE WS-DSC-AJUSTE               TO  WS-INS-DESCR
              MOVE AUD-AJU-VALOR  (WS-IDX-AJ)  TO  WS-INS-VALOR
              IF AUD-AJU-SINAL (WS-IDX-AJ) = '-'
                 COMPUTE WS-INS-VALOR = ZEROS - WS-INS-VALOR
              END-IF
              PERFORM 050-INCLUIR-EVENTO
           END-IF
           ADD 1  TO  WS-IDX-AJ
           .
      *--------------------------------------------------------------*
      *    JORNAL DE ALTERACOES DO CADASTRO: UM EVENTO POR MUDANCA   *
      *    DE SITUACAO E UM POR MUDANCA DE PRECO (REPRECIFICACAO)    *
      *--------------------------------------------------------------*
       030-COLETAR-JORNAL.

           MOVE 'N'  TO  WS-EOF-JRN
           OPEN INPUT JORNAL-FILE
           IF WS-STATUS-JRN = '00'
              PERFORM 031-LER-JORNAL
              PERFORM 032-TRATAR-JORNAL UNTIL WS-EOF-JRN = 'S'
              CLOSE JORNAL-FILE
           ELSE
              DISPLAY "JORNAL CGLOTJRN INDISPONIVEL - STATUS "
                      WS-STATUS-JRN
           END-IF
           .
       031-LER-JORNAL.

           READ JORNAL-FILE
               AT END MOVE 'S'  TO  WS-EOF-JRN
           END-READ
           .
       032-TRATAR-JORNAL.

           ADD 1  TO  WS-CTLIDO-JRN
           MOVE JRN-LOTE  TO  WS-LOTE-BUSCA
           PERFORM 045-LOCALIZAR-PEDIDO
           IF WS-PED-ACHADO = 'S'
              MOVE JRN-IMAGEM-ANTES   TO  WS-LOTE-ANTES
              MOVE JRN-IMAGEM-DEPOIS  TO  WS-LOTE-DEPOIS
              INITIALIZE WS-REG-INSERIR
              MOVE WS-IDX-PD      TO  WS-INS-PED
              MOVE JRN-DATA       TO  WS-INS-DATA
      *--->       DATA DA MAQUINA VEM COM ANO 00AA: VALE COMO 20AA,
      *--->       COMO AS DATAS DE MOVIMENTO DOS DEMAIS ARQUIVOS
              IF WS-INS-DATA-SEC = '00'
                 MOVE '20'        TO  WS-INS-DATA-SEC
              END-IF
              MOVE JRN-HORA       TO  WS-INS-HORA
              MOVE JRN-PROGRAMA   TO  WS-INS-ORIGEM
              MOVE JRN-USUARIO    TO  WS-INS-USUARIO
              EVALUATE JRN-OPERACAO
                  WHEN 'I'
                     MOVE LD-SITUACAO      TO  WS-DIN-SITUACAO
                     MOVE WS-DSC-INCLUSAO  TO  WS-INS-DESCR
                     MOVE LD-VAL-VENDA     TO  WS-INS-VALOR
                     PERFORM 050-INCLUIR-EVENTO
                  WHEN 'E'
                     MOVE 'EXCLUIDO DO CADASTRO'  TO  WS-INS-DESCR
                     MOVE LA-VAL-VENDA            TO  WS-INS-VALOR
                     PERFORM 050-INCLUIR-EVENTO
                  WHEN OTHER
                     PERFORM 033-EVENTOS-ALTERACAO
              END-EVALUATE
           END-IF
           PERFORM 031-LER-JORNAL
           .
       033-EVENTOS-ALTERACAO.

           IF LA-SITUACAO NOT = LD-SITUACAO
              IF LD-SITUACAO = 'V'
                 MOVE LD-COMPRADOR  TO  WS-DVE-CPF
                 MOVE LD-PRAZO-FIN  TO  WS-DVE-PRAZO
                 IF LD-PRAZO-FIN = ZEROS
                    MOVE ' (A VISTA)'  TO  WS-DVE-COMPL
                 ELSE
                    MOVE ' MESES'      TO  WS-DVE-COMPL
                 END-IF
                 MOVE WS-DSC-VENDA  TO  WS-INS-DESCR
              ELSE
                 MOVE LA-SITUACAO  TO  WS-DSI-ANTES
                 MOVE LD-SITUACAO  TO  WS-DSI-DEPOIS
                 EVALUATE TRUE
                     WHEN LD-SITUACAO = 'R'
                        MOVE 'RESERVADO'  TO  WS-DSI-TEXTO
                     WHEN LD-SITUACAO = 'C'
                        MOVE 'CANCELADO'  TO  WS-DSI-TEXTO
                     WHEN LD-SITUACAO = 'P' AND LA-SITUACAO = 'V'
                        MOVE 'DISTRATO DA VENDA'  TO  WS-DSI-TEXTO
                     WHEN LD-SITUACAO = 'P' AND LA-SITUACAO = 'R'
                          AND JRN-USUARIO = SPACES
                        MOVE 'RESERVA EXPIRADA'   TO  WS-DSI-TEXTO
                     WHEN LD-SITUACAO = 'P' AND LA-SITUACAO = 'R'
                        MOVE 'RESERVA LIBERADA'   TO  WS-DSI-TEXTO
                     WHEN OTHER
                        MOVE SPACES  TO  WS-DSI-TEXTO
                 END-EVALUATE
                 MOVE WS-DSC-SITUACAO  TO  WS-INS-DESCR
              END-IF
              MOVE LD-VAL-VENDA  TO  WS-INS-VALOR
              PERFORM 050-INCLUIR-EVENTO
           END-IF

           IF LA-VAL-VENDA NOT = LD-VAL-VENDA
              MOVE LA-VAL-VENDA  TO  WS-DPC-ANTERIOR
              MOVE WS-DSC-PRECO  TO  WS-INS-DESCR
              MOVE LD-VAL-VENDA  TO  WS-INS-VALOR
              PERFORM 050-INCLUIR-EVENTO
           END-IF

           IF LA-SITUACAO  = LD-SITUACAO AND
              LA-VAL-VENDA = LD-VAL-VENDA
              MOVE 'DADOS DO LOTE ALTERADOS'  TO  WS-INS-DESCR
              MOVE LD-VAL-VENDA               TO  WS-INS-VALOR
              PERFORM 050-INCLUIR-EVENTO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARTEIRA DE RECEBIVEIS: VENCIMENTO DE CADA PARCELA E O    *
      *    PAGAMENTO (COM ENCARGOS) NA DATA DO ULTIMO PAGAMENTO      *
      *--------------------------------------------------------------*
       035-COLETAR-CARTEIRA.

           MOVE 'N'  TO  WS-EOF-REC
           OPEN INPUT RECMST-FILE
           IF WS-STATUS-REC = '00'
              PERFORM 036-LER-RECMST
              PERFORM 037-TRATAR-PARCELA UNTIL WS-EOF-REC = 'S'
              CLOSE RECMST-FILE
           ELSE
              DISPLAY "CARTEIRA CGRECMST INDISPONIVEL - STATUS "
                      WS-STATUS-REC
           END-IF
           .
       036-LER-RECMST.

           READ RECMST-FILE
               AT END MOVE 'S'  TO  WS-EOF-REC
           END-READ
           .
       037-TRATAR-PARCELA.

           ADD 1  TO  WS-CTLIDO-REC
           MOVE REC-LOTE  TO  WS-LOTE-BUSCA
           PERFORM 045-LOCALIZAR-PEDIDO
           IF WS-PED-ACHADO = 'S'
              PERFORM 038-EVENTOS-PARCELA
           END-IF
           PERFORM 036-LER-RECMST
           .
       038-EVENTOS-PARCELA.

           ADD 1  TO  WS-TAB-PED-QTD-PARC (WS-IDX-PD)
           IF REC-SITUACAO NOT = 'D' AND REC-SITUACAO NOT = 'R'
              ADD REC-VAL-PARCELA  TO
                  WS-TAB-PED-CONTRATADO (WS-IDX-PD)
           END-IF
           IF REC-SITUACAO = 'A' OR REC-SITUACAO = 'V'
              ADD REC-VAL-SALDO  TO  WS-TAB-PED-SALDO (WS-IDX-PD)
           END-IF
           ADD REC-VAL-PAGO      TO  WS-TAB-PED-RECEBIDO (WS-IDX-PD)
           ADD REC-VAL-ENCARGOS  TO  WS-TAB-PED-ENCARGOS (WS-IDX-PD)

           IF REC-PRAZO = ZEROS
              MOVE 01         TO  WS-QTD-PRAZO
           ELSE
              MOVE REC-PRAZO  TO  WS-QTD-PRAZO
           END-IF

           INITIALIZE WS-REG-INSERIR
           MOVE WS-IDX-PD       TO  WS-INS-PED
           MOVE REC-DATA-VENC   TO  WS-INS-DATA
           MOVE 'CGRECMST'      TO  WS-INS-ORIGEM
           MOVE REC-PARCELA     TO  WS-DPA-PARCELA
           MOVE WS-QTD-PRAZO    TO  WS-DPA-PRAZO
           MOVE ' VENCIMENTO '  TO  WS-DPA-TEXTO
           EVALUATE REC-SITUACAO
               WHEN 'A'   MOVE '- ABERTA'       TO  WS-DPA-SITUACAO
               WHEN 'P'   MOVE '- PAGA'         TO  WS-DPA-SITUACAO
               WHEN 'V'   MOVE '- VENCIDA'      TO  WS-DPA-SITUACAO
               WHEN 'D'   MOVE '- DISTRATADA'   TO  WS-DPA-SITUACAO
               WHEN 'R'   MOVE '- RENEGOCIADA'  TO  WS-DPA-SITUACAO
               WHEN OTHER MOVE SPACES           TO  WS-DPA-SITUACAO
           END-EVALUATE
           MOVE WS-DSC-PARCELA   TO  WS-INS-DESCR
           MOVE REC-VAL-PARCELA  TO  WS-INS-VALOR
           PERFORM 050-INCLUIR-EVENTO

           IF REC-VAL-PAGO > ZEROS
              MOVE REC-DATA-PAGTO  TO  WS-INS-DATA
              MOVE ' PAGAMENTO  '  TO  WS-DPA-TEXTO
              MOVE SPACES          TO  WS-DPA-SITUACAO
              IF REC-VAL-CREDITO > ZEROS
                 MOVE '(COM CREDITO ANT.)'  TO  WS-DPA-SITUACAO
              END-IF
              MOVE WS-DSC-PARCELA  TO  WS-INS-DESCR
              MOVE REC-VAL-PAGO    TO  WS-INS-VALOR
              PERFORM 050-INCLUIR-EVENTO
              IF REC-VAL-ENCARGOS > ZEROS
                 MOVE '  ENCARGOS (MULTA + JUROS DE MORA)'
                                        TO  WS-INS-DESCR
                 MOVE REC-VAL-ENCARGOS  TO  WS-INS-VALOR
                 PERFORM 050-INCLUIR-EVENTO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    COMISSOES A PAGAR: DEVIDA ('+'), RETIDA (' ') E ESTORNO   *
      *    ('-', NO CANCELAMENTO OU NO DISTRATO)                     *
      *--------------------------------------------------------------*
       040-COLETAR-COMISSOES.

           MOVE 'N'  TO  WS-EOF-PAG
           OPEN INPUT PAGAR-FILE
           IF WS-STATUS-PAG = '00'
              PERFORM 041-LER-PAGAR
              PERFORM 042-TRATAR-PAGAR UNTIL WS-EOF-PAG = 'S'
              CLOSE PAGAR-FILE
           ELSE
              DISPLAY "COMISSOES CG021PAG INDISPONIVEIS - STATUS "
                      WS-STATUS-PAG
           END-IF
           .
       041-LER-PAGAR.

           READ PAGAR-FILE
               AT END MOVE 'S'  TO  WS-EOF-PAG
           END-READ
           .
       042-TRATAR-PAGAR.

           ADD 1  TO  WS-CTLIDO-PAG
           MOVE PG-LOTE  TO  WS-LOTE-BUSCA
           PERFORM 045-LOCALIZAR-PEDIDO
           IF WS-PED-ACHADO = 'S'
              INITIALIZE WS-REG-INSERIR
              MOVE WS-IDX-PD      TO  WS-INS-PED
              MOVE PG-DATA-AUD    TO  WS-INS-DATA
      *--->       DEPOIS DA PRECIFICACAO DO MESMO DIA
              MOVE HIGH-VALUES    TO  WS-INS-HORA
              MOVE 'CG021PAG'     TO  WS-INS-ORIGEM
              MOVE PG-SITUACAO    TO  WS-DPG-SITUACAO
              MOVE PG-CORRETOR    TO  WS-DPG-CORRETOR
              MOVE WS-DSC-PAGAR   TO  WS-INS-DESCR
              MOVE PG-COMISSAO    TO  WS-INS-VALOR
              IF PG-SINAL = '-'
                 COMPUTE WS-INS-VALOR = ZEROS - PG-COMISSAO
              END-IF
              IF PG-SINAL NOT = SPACE
                 ADD WS-INS-VALOR  TO  WS-TAB-PED-COMISSAO (WS-IDX-PD)
              END-IF
              PERFORM 050-INCLUIR-EVENTO
           END-IF
           PERFORM 041-LER-PAGAR
           .
      *--------------------------------------------------------------*
      *    LOCALIZA O LOTE (WS-LOTE-BUSCA) ENTRE OS PEDIDOS          *
      *--------------------------------------------------------------*
       045-LOCALIZAR-PEDIDO.

           MOVE 'N'  TO  WS-PED-ACHADO
           MOVE 1    TO  WS-IDX-PD

           PERFORM 046-COMPARAR-PEDIDO
              UNTIL WS-PED-ACHADO = 'S' OR WS-IDX-PD > WS-CTPED
           .
       046-COMPARAR-PEDIDO.

           IF WS-TAB-PED-LOTE (WS-IDX-PD) = WS-LOTE-BUSCA
              MOVE 'S'  TO  WS-PED-ACHADO
           ELSE
              ADD 1  TO  WS-IDX-PD
           END-IF
           .
      *--------------------------------------------------------------*
      *    A PRECIFICACAO E UM REPROCESSAMENTO DO CGPRG020 QUANDO O  *
      *    CG020HIS TEM O LOTE COM A MESMA DATA E HORA DA AUDITORIA  *
      *--------------------------------------------------------------*
       047-LOCALIZAR-RECICLAGEM.

           MOVE 'N'  TO  WS-RCL-ACHADO
           MOVE 1    TO  WS-IDX-RC

           PERFORM 048-COMPARAR-RECICLAGEM
              UNTIL WS-RCL-ACHADO = 'S' OR WS-IDX-RC > WS-CTRCL
           .
       048-COMPARAR-RECICLAGEM.

           IF WS-TAB-RCL-LOTE (WS-IDX-RC) = AUD-LOTE AND
              WS-TAB-RCL-DATA (WS-IDX-RC) = AUD-DATA AND
              WS-TAB-RCL-HORA (WS-IDX-RC) = AUD-HORA
              MOVE 'S'  TO  WS-RCL-ACHADO
           ELSE
              ADD 1  TO  WS-IDX-RC
           END-IF
           .
      *--------------------------------------------------------------*
      *    INSERE O EVENTO NA TABELA JA ORDENADO POR LOTE PEDIDO +   *
      *    DATA + HORA (APOS OS DE MESMA CHAVE, PRESERVANDO A ORDEM  *
      *    DE LEITURA)                                               *
      *--------------------------------------------------------------*
       050-INCLUIR-EVENTO.

           IF WS-CTEVT >= 3000
              DISPLAY "CAPACIDADE DA TABELA DE EVENTOS (3000)"
                      " EXCEDIDA - EXECUCAO ABANDONADA"
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

           MOVE 'N'  TO  WS-ACHOU-POS
           MOVE 1    TO  WS-IDX-INS
           PERFORM 051-LOCALIZAR-POSICAO
              UNTIL WS-ACHOU-POS = 'S' OR WS-IDX-INS > WS-CTEVT

           MOVE WS-CTEVT  TO  WS-IDX-DESL
           PERFORM 052-DESLOCAR-EVENTO
              UNTIL WS-IDX-DESL < WS-IDX-INS

           MOVE WS-REG-INSERIR  TO  WS-TAB-EVT-OCR (WS-IDX-INS)
           ADD 1  TO  WS-CTEVT
           ADD 1  TO  WS-TAB-PED-QTD-EVT (WS-INS-PED)
           .
       051-LOCALIZAR-POSICAO.

           IF WS-TAB-EVT-PED (WS-IDX-INS) > WS-INS-PED
              MOVE 'S'  TO  WS-ACHOU-POS
           ELSE
              IF WS-TAB-EVT-PED  (WS-IDX-INS) = WS-INS-PED AND
                 (WS-TAB-EVT-DATA (WS-IDX-INS) > WS-INS-DATA OR
                  (WS-TAB-EVT-DATA (WS-IDX-INS) = WS-INS-DATA AND
                   WS-TAB-EVT-HORA (WS-IDX-INS) > WS-INS-HORA))
                 MOVE 'S'  TO  WS-ACHOU-POS
              ELSE
                 ADD 1  TO  WS-IDX-INS
              END-IF
           END-IF
           .
       052-DESLOCAR-EVENTO.

           ADD 1  TO  WS-IDX-DESL  GIVING  WS-IDX-DEST
           MOVE WS-TAB-EVT-OCR (WS-IDX-DESL)
             TO WS-TAB-EVT-OCR (WS-IDX-DEST)
           SUBTRACT 1  FROM  WS-IDX-DESL
           .
      *--------------------------------------------------------------*
      *    IMPRIME UM DOSSIE POR LOTE PEDIDO, NA ORDEM DA SYSIN      *
      *--------------------------------------------------------------*
       060-IMPRIMIR-DOSSIES.

           MOVE 1  TO  WS-IDX-EV
           MOVE 1  TO  WS-IDX-PD
           PERFORM 061-IMPRIMIR-DOSSIE
              UNTIL WS-IDX-PD > WS-CTPED
           .
       061-IMPRIMIR-DOSSIE.

           MOVE WS-TAB-PED-LOTE (WS-IDX-PD)  TO  WS-TIT-LOTE
           DISPLAY ' '
           DISPLAY WS-LIN-TITULO

           PERFORM 062-IMPRIMIR-CADASTRO

           MOVE 1  TO  WS-IDX-SM
           PERFORM 064-IMPRIMIR-PLANO
              UNTIL WS-IDX-SM > WS-CTSIM

           IF WS-LOTE-ACHADO NOT = 'S' AND
              WS-TAB-PED-QTD-EVT (WS-IDX-PD) = ZEROS
              ADD 1  TO  WS-CTSEMREG
              DISPLAY 'LOTE SEM REGISTRO EM NENHUM ARQUIVO'
           ELSE
              DISPLAY '-----------------------------------'
              DISPLAY WS-LIN-CABEC-EVT
              PERFORM 066-IMPRIMIR-EVENTO
                 UNTIL WS-IDX-EV > WS-CTEVT OR
                       WS-TAB-EVT-PED (WS-IDX-EV) NOT = WS-IDX-PD
              PERFORM 068-IMPRIMIR-RESUMO
           END-IF

           ADD 1  TO  WS-IDX-PD
           .
      *--------------------------------------------------------------*
      *    SITUACAO ATUAL DO LOTE NO CADASTRO (LEITURA DIRETA)       *
      *--------------------------------------------------------------*
       062-IMPRIMIR-CADASTRO.

           MOVE 'N'  TO  WS-LOTE-ACHADO
           MOVE WS-TAB-PED-LOTE (WS-IDX-PD)  TO  LM-LOTE
           READ LOTMST-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'S'  TO  WS-LOTE-ACHADO
           END-READ

           IF WS-LOTE-ACHADO NOT = 'S'
              DISPLAY 'LOTE FORA DO CADASTRO CGLOTMST'
           ELSE
              MOVE LM-CEP            TO  WS-TER-CEP
              MOVE LM-TIPO-TERRENO   TO  WS-TER-TIPO
              MOVE LM-FRENTE         TO  WS-TER-FRENTE
              MOVE LM-FUNDO          TO  WS-TER-FUNDO
              MOVE LM-PROFUNDIDADE   TO  WS-TER-PROFUND
              DISPLAY WS-LIN-TERRENO

              EVALUATE LM-SITUACAO
                  WHEN 'P'   MOVE 'PRECIFICADO'  TO  WS-NOME-SIT
                  WHEN 'R'   MOVE 'RESERVADO'    TO  WS-NOME-SIT
                  WHEN 'V'   MOVE 'VENDIDO'      TO  WS-NOME-SIT
                  WHEN 'C'   MOVE 'CANCELADO'    TO  WS-NOME-SIT
                  WHEN OTHER MOVE SPACES         TO  WS-NOME-SIT
              END-EVALUATE
              MOVE LM-SITUACAO       TO  WS-SIT-SITUACAO
              MOVE WS-NOME-SIT       TO  WS-SIT-NOME
              MOVE LM-DATA-SITUACAO  TO  WS-SIT-DATA
              MOVE LM-USUARIO-SIT    TO  WS-SIT-USUARIO
              DISPLAY WS-LIN-SITUACAO

              MOVE LM-COMPRADOR      TO  WS-VEN-COMPRADOR
              MOVE LM-PRAZO-FIN      TO  WS-VEN-PRAZO
              MOVE LM-VAL-VENDA      TO  WS-VEN-VALOR
              DISPLAY WS-LIN-VENDA
           END-IF
           .
      *--------------------------------------------------------------*
      *    PLANOS DE FINANCIAMENTO DO LOTE, COM O ESCOLHIDO NA VENDA *
      *--------------------------------------------------------------*
       064-IMPRIMIR-PLANO.

           IF WS-TAB-SIM-PED (WS-IDX-SM) = WS-IDX-PD
              MOVE WS-TAB-SIM-PRAZO     (WS-IDX-SM)  TO  WS-PLA-PRAZO
              MOVE WS-TAB-SIM-TAXA      (WS-IDX-SM)  TO  WS-PLA-TAXA
              MOVE WS-TAB-SIM-PRESTACAO (WS-IDX-SM)
                                        TO  WS-PLA-PRESTACAO
              MOVE WS-TAB-SIM-TOTAL     (WS-IDX-SM)  TO  WS-PLA-TOTAL
              MOVE SPACES  TO  WS-PLA-ESCOLHIDO
              IF WS-LOTE-ACHADO = 'S' AND LM-SITUACAO = 'V' AND
                 LM-PRAZO-FIN = WS-TAB-SIM-PRAZO (WS-IDX-SM)
                 MOVE ' <== ESCOLHIDO'  TO  WS-PLA-ESCOLHIDO
              END-IF
              DISPLAY WS-LIN-PLANO
           END-IF
           ADD 1  TO  WS-IDX-SM
           .
      *--------------------------------------------------------------*
      *    UMA LINHA DA CRONOLOGIA                                   *
      *--------------------------------------------------------------*
       066-IMPRIMIR-EVENTO.

           MOVE WS-TAB-EVT-DATA    (WS-IDX-EV)  TO  WS-EVT-DATA-OUT
           MOVE WS-TAB-EVT-HORA    (WS-IDX-EV)  TO  WS-EVT-HORA-OUT
           IF WS-TAB-EVT-HORA (WS-IDX-EV) = HIGH-VALUES
              MOVE SPACES  TO  WS-EVT-HORA-OUT
           END-IF
           MOVE WS-TAB-EVT-ORIGEM  (WS-IDX-EV)  TO  WS-EVT-ORIGEM-OUT
           MOVE WS-TAB-EVT-USUARIO (WS-IDX-EV)  TO  WS-EVT-USUARIO-OUT
           MOVE WS-TAB-EVT-DESCR   (WS-IDX-EV)  TO  WS-EVT-DESCR-OUT
           MOVE WS-TAB-EVT-VALOR   (WS-IDX-EV)  TO  WS-EVT-VALOR-OUT
           DISPLAY WS-LIN-EVENTO
           ADD 1  TO  WS-IDX-EV
           .
      *--------------------------------------------------------------*
      *    RESUMO FINANCEIRO DO LOTE (CARTEIRA E COMISSOES)          *
      *--------------------------------------------------------------*
       068-IMPRIMIR-RESUMO.

           DISPLAY '-----------------------------------'
           DISPLAY 'EVENTOS NO DOSSIE.......= '
                   WS-TAB-PED-QTD-EVT (WS-IDX-PD)
           DISPLAY 'PARCELAS NA CARTEIRA....= '
                   WS-TAB-PED-QTD-PARC (WS-IDX-PD)
           MOVE 'VALOR CONTRATADO.......= '  TO  WS-RES-TEXTO
           MOVE WS-TAB-PED-CONTRATADO (WS-IDX-PD)  TO  WS-RES-VALOR
           DISPLAY WS-LIN-RESUMO
           MOVE 'TOTAL RECEBIDO.........= '  TO  WS-RES-TEXTO
           MOVE WS-TAB-PED-RECEBIDO (WS-IDX-PD)  TO  WS-RES-VALOR
           DISPLAY WS-LIN-RESUMO
           MOVE '  DOS QUAIS ENCARGOS...= '  TO  WS-RES-TEXTO
           MOVE WS-TAB-PED-ENCARGOS (WS-IDX-PD)  TO  WS-RES-VALOR
           DISPLAY WS-LIN-RESUMO
           MOVE 'SALDO EM ABERTO........= '  TO  WS-RES-TEXTO
           MOVE WS-TAB-PED-SALDO (WS-IDX-PD)  TO  WS-RES-VALOR
           DISPLAY WS-LIN-RESUMO
           MOVE 'COMISSAO LIQUIDA.......= '  TO  WS-RES-TEXTO
           MOVE WS-TAB-PED-COMISSAO (WS-IDX-PD)  TO  WS-RES-VALOR
           DISPLAY WS-LIN-RESUMO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           CLOSE LOTMST-FILE

           DISPLAY ' '
           DISPLAY ' *========================================*'
           DISPLAY ' *   TOTAIS DO DOSSIE - CGPRG053          *'
           DISPLAY ' *----------------------------------------*'
           DISPLAY ' * CARTOES LIDOS...........= ' WS-CTCARTAO
           DISPLAY ' * CARTOES INVALIDOS.......= ' WS-CTINVALIDO
           DISPLAY ' * LOTES CONSULTADOS.......= ' WS-CTPED
           DISPLAY ' * LOTES SEM REGISTRO......= ' WS-CTSEMREG
           DISPLAY ' * PRECIFICACOES LIDAS.....= ' WS-CTLIDO-AUD
           DISPLAY ' * ALTERACOES DO JORNAL....= ' WS-CTLIDO-JRN
           DISPLAY ' * PARCELAS LIDAS..........= ' WS-CTLIDO-REC
           DISPLAY ' * COMISSOES LIDAS.........= ' WS-CTLIDO-PAG
           DISPLAY ' * EVENTOS IMPRESSOS.......= ' WS-CTEVT
           DISPLAY ' *========================================*'

           IF WS-CTINVALIDO > ZEROS OR WS-CTSEMREG > ZEROS
              MOVE 04   TO  RETURN-CODE
           ELSE
              MOVE 00   TO  RETURN-CODE
           END-IF

           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG053"
           .
      *---------------> FIM DO PROGRAMA CGPRG053 <-------------------*
