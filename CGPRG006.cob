                  FILE STATUS  IS WS-STATUS-LIM.
           SELECT EXCECAO-FILE       ASSIGN TO "CG006EXC"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTMUN-FILE       ASSIGN TO "CG006HMU"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *=============*
           05 EXC-SEP3            PIC X(01).
           05 EXC-LIMITE-UF       PIC 9(03)V99.

      *==> HISTORICO DE ACIDENTES POR MUNICIPIO: UM REGISTRO POR
      *==> CIDADE DO EXTRATO A CADA EXECUCAO (LIDO PELO CGPRG062)
       FD  HISTMUN-FILE.
       01  HISTMUN-REG.
           COPY CGREGHAC.

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           05  WS-NOME-ACHADO         PIC X(25).
           05  WS-UF-CADASTRAL        PIC X(02).
           05  WS-NUM-DIVERG          PIC 9(04).
           05  WS-NUM-HISTMUN         PIC 9(05).
           05  WS-STATUS-RUN          PIC X(02).
           05  WS-EOF-RUN             PIC X(01).
           05  WS-JA-EXECUTADO        PIC X(01).
           05  WS-STATUS-DMV          PIC X(02).
           05  WS-FIM-DMV             PIC X(01).
           05  WS-DATA-MOVTO          PIC 9999/99/99.
           05  FILLER  REDEFINES  WS-DATA-MOVTO.
               10  WS-ANO-MOVTO       PIC 9(04).
               10  FILLER             PIC X(01).
               10  WS-MES-MOVTO       PIC 9(02).
               10  FILLER             PIC X(03).
           05  WS-PORC-OBT            PIC 9(04)V99.
           05  WS-CTUFA               PIC 9(02).
           05  WS-UFA-ACHADA          PIC X(01).
           PERFORM 018-CARREGAR-MUNICIPIOS
           PERFORM 026-CARREGAR-LIMITES
           OPEN EXTEND CHECKPOINT-FILE
      *--->    O HISTORICO POR MUNICIPIO SO ACUMULA (DISP=MOD): NO
      *--->    REINICIO AS CIDADES LIDAS DEPOIS DO ULTIMO CHECKPOINT
      *--->    SAO GRAVADAS DE NOVO E O CGPRG062 FICA COM A ULTIMA
           OPEN EXTEND HISTMUN-FILE
      *--->    AS LISTAGENS DO PASSO SAO DATASETS PERMANENTES
      *--->    (DISP=OLD): EXECUCAO NOVA REGRAVA DO ZERO; SOMENTE O
      *--->    REINICIO POR CHECKPOINT CONTINUA GRAVANDO (EXTEND)
           ADD WS-QTD-OBITOS      TO WS-OBT-NAC
           PERFORM 032-ACUMULAR-UFA
           PERFORM 034-TESTAR-LIMITES
           PERFORM 068-GRAVAR-HIST-MUNICIPIO
      *--------------------------------------------------------------*
      *    PROCESSAR DADOS RECEBIDOS DA SYSIN DA UF PARAMETRIZADA    *
      *--------------------------------------------------------------*
           WRITE EXCECAO-REG
           .
      *--------------------------------------------------------------*
      *    GRAVA A CIDADE DO EXTRATO NO HISTORICO POR MUNICIPIO      *
      *    (CG006HMU), NO PERIODO ANO/MES DA DATA DE MOVIMENTO       *
      *--------------------------------------------------------------*
       068-GRAVAR-HIST-MUNICIPIO.

           INITIALIZE HISTMUN-REG
           MOVE WS-ANO-MOVTO      TO  HAC-ANO
           MOVE '/'               TO  HAC-BARRA
           MOVE WS-MES-MOVTO      TO  HAC-MES
           MOVE WS-CIDADE         TO  HAC-CIDADE
           MOVE WS-ESTADO         TO  HAC-UF
           MOVE WS-QTD-ACIDENTES  TO  HAC-ACIDENTES
           MOVE WS-QTD-OBITOS     TO  HAC-OBITOS
           MOVE WS-QTD-VEICULOS   TO  HAC-VEICULOS
           MOVE WS-BAFOMETRO      TO  HAC-BAFOMETRO
           MOVE WS-DATA-MOVTO     TO  HAC-DATA-MOVTO
           MOVE SPACE  TO  HAC-SEP1  HAC-SEP2  HAC-SEP3  HAC-SEP4
                           HAC-SEP5  HAC-SEP6  HAC-SEP7
           WRITE HISTMUN-REG
           ADD 1  TO  WS-NUM-HISTMUN
           .
      *--------------------------------------------------------------*
      *    VALIDA O MUNICIPIO DO EXTRATO CONTRA O CADASTRO:          *
      *       01 = CODIGO FORA DO CADASTRO DE MUNICIPIOS             *
      *       02 = UF DO EXTRATO DIVERGE DA UF CADASTRAL             *
                   WS-NUM-SEMACID ' (VIDE CG006ZAC)'
           DISPLAY 'EXTRATOS DIVERGENTES DO CADASTRO......: '
                   WS-NUM-DIVERG ' (VIDE CG006DIV)'
           DISPLAY 'CIDADES GRAVADAS NO HISTORICO MUNICIPAL: '
                   WS-NUM-HISTMUN ' (VIDE CG006HMU)'
           .
      *--------------------------------------------------------------*
      *    GRAVA O ESTADO ATUAL DO PROCESSAMENTO NO ARQUIVO DE       *
           CLOSE SEMACID-FILE
           CLOSE DIVERG-FILE
           CLOSE EXCECAO-FILE
           CLOSE HISTMUN-FILE
           PERFORM 051-GRAVAR-UFA
           PERFORM 050-GRAVAR-CONTROLE

