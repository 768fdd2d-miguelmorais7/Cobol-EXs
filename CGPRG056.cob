       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG056.
       AUTHOR.        MIGUEL MORAIS.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NIVEL BASICO.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: MANUTENCAO DO CALENDARIO DE FERIADOS (CGFERIAD,
      *           COPY CGREGFER), USADO PELA ROTINA DE DIAS UTEIS
      *           CGPRG057. RECEBE TRANSACOES DE INCLUSAO/ALTERACAO/
      *           EXCLUSAO VIA SYSIN, VALIDA CADA UMA (DATA
      *           EXISTENTE, TIPO FIXO OU DE DATA UNICA, DESCRICAO
      *           E USUARIO INFORMADOS, SEM FERIADO REPETIDO),
      *           REJEITA AS INVALIDAS NO CG056ERR COM CODIGO DE
      *           MOTIVO E GRAVA UMA NOVA GERACAO DO CALENDARIO, COM
      *           RELATORIO ANTES/DEPOIS. CADA ALTERACAO ACEITA VAI
      *           PARA O LOG PERMANENTE DE PARAMETROS CGPARLOG (COPY
      *           CGREGPLG), CONSULTAVEL PELO CGPRG055
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010001  CRIACAO - MANUTENCAO DO CALENDARIO
      *                          DE FERIADOS CGFERIAD
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
           SELECT FERIAD-FILE        ASSIGN TO "CGFERIAD"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-FER.
           SELECT FERNOVO-FILE       ASSIGN TO "FERNOVO"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANERRO-FILE      ASSIGN TO "CG056ERR"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARLOG-FILE        ASSIGN TO "CGPARLOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *==> CALENDARIO DE FERIADOS - GERACAO ATUAL E NOVA GERACAO
       FD  FERIAD-FILE.
       01  FERIAD-REG.
           COPY CGREGFER.

       FD  FERNOVO-FILE.
       01  FERNOVO-REG            PIC X(43).

       FD  TRANERRO-FILE.
       01  TRANERRO-REG.
           05 TE-TRANSACAO        PIC X(50).
           05 TE-SEP1             PIC X(01).
           05 TE-MOTIVO           PIC 9(02).
           05 TE-SEP2             PIC X(01).
           05 TE-DESC-MOTIVO      PIC X(25).

      *==> LOG PERMANENTE DE ALTERACOES DOS PARAMETROS (DISP=MOD)
       FD  PARLOG-FILE.
       01  PARLOG-REG.
           COPY CGREGPLG.

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> AREA AUXILIAR
       77  WS-FIM                 PIC X(01)       VALUE "N".
       77  WS-FIM-FER             PIC X(01)       VALUE "N".
       77  WS-STATUS-FER          PIC X(02).
       77  WS-CTLIDO              PIC 9(03)       VALUE ZEROS.
       77  WS-CTACEITA            PIC 9(03)       VALUE ZEROS.
       77  WS-CTREJEITA           PIC 9(03)       VALUE ZEROS.
       77  WS-CTFER               PIC 9(03)       VALUE ZEROS.
       77  WS-CTGRAVA             PIC 9(03)       VALUE ZEROS.
       77  WS-CTLOG               PIC 9(03)       VALUE ZEROS.
       77  WS-TRANS-VALIDA        PIC X(01).
       77  WS-MOTIVO              PIC 9(02).
       77  WS-FER-ACHADO          PIC X(01).
       77  WS-IDX-ACHADO          PIC 9(03).
       77  WS-FIXO-REPETIDO       PIC X(01).
       77  WS-IDX-FE              PIC 9(03).
       77  WS-IDX-DESL            PIC 9(03).
       77  WS-DIA-SEMANA          PIC 9(01).
       77  WS-LOG-OPERACAO        PIC X(01).
       77  WS-LOG-ANTES           PIC X(50).
       77  WS-LOG-DEPOIS          PIC X(50).
       77  WS-DATA-ATUAL          PIC 9999/99/99.
       77  WS-HORA-ATUAL          PIC 99.99.9999.

      *-----> AREA DE COMUNICACAO COM A ROTINA DE DIAS UTEIS, USADA
      *--->    PARA VALIDAR A DATA E OBTER O DIA DA SEMANA
       01  WS-CALENDARIO.
           COPY CGREGCAL.

      *-----> TABELA DE FERIADOS DO CALENDARIO
      *--->    A DATA FICA NO MESMO PICTURE EDITADO DO ARQUIVO - UMA
      *--->    AREA X(10) ZERARIA A DATA NO MOVE DE VOLTA
       01  WS-TAB-FER.
           05 WS-TAB-FER-OCR  OCCURS 366 TIMES.
              10 WS-TAB-FER-DATA        PIC 9999/99/99.
              10 WS-TAB-FER-TIPO        PIC X(01).
              10 WS-TAB-FER-DESCRICAO   PIC X(30).

      *-----> DATA DESDOBRADA (AAAA/MM/DD) PARA COMPARAR O DIA E O
      *--->    MES DE FERIADOS FIXOS
       01  WS-DATA-TRANS.
           05 FILLER              PIC X(05).
           05 WS-DTR-MMDD         PIC X(05).
       01  WS-DATA-TAB.
           05 FILLER              PIC X(05).
           05 WS-DTB-MMDD         PIC X(05).

      *-----> IMAGEM DE UM FERIADO NO LAYOUT DO CGFERIAD, PARA A NOVA
      *--->    GERACAO E PARA O LOG DE ALTERACOES
       01  WS-IMAGEM.
           05 IFE-DATA            PIC 9999/99/99.
           05 IFE-SEP1            PIC X(01).
           05 IFE-TIPO            PIC X(01).
           05 IFE-SEP2            PIC X(01).
           05 IFE-DESCRICAO       PIC X(30).

      *-----> NOME DO DIA DA SEMANA (1 = DOMINGO ... 7 = SABADO)
       01  WS-LISTA-SEMANA.
           05 FILLER              PIC X(07)       VALUE 'DOMINGO'.
           05 FILLER              PIC X(07)       VALUE 'SEGUNDA'.
           05 FILLER              PIC X(07)       VALUE 'TERCA  '.
           05 FILLER              PIC X(07)       VALUE 'QUARTA '.
           05 FILLER              PIC X(07)       VALUE 'QUINTA '.
           05 FILLER              PIC X(07)       VALUE 'SEXTA  '.
           05 FILLER              PIC X(07)       VALUE 'SABADO '.
       01  FILLER  REDEFINES  WS-LISTA-SEMANA.
           05 WS-NOME-SEMANA      PIC X(07)  OCCURS 7 TIMES.

      *-----> ENTRADA - TRANSACOES DE MANUTENCAO VIA SYSIN
      *--->    TR-OPERACAO: 'I' = INCLUSAO   'A' = ALTERACAO
      *--->                 'E' = EXCLUSAO
      *--->    A CHAVE DO CALENDARIO E A DATA DO FERIADO; NA
      *--->    ALTERACAO MUDAM O TIPO E A DESCRICAO
       01  WS-REG-SYSIN.
           05 TR-OPERACAO         PIC X(01).
           05 TR-DATA             PIC 9999/99/99.
           05 TR-TIPO             PIC X(01).
           05 TR-DESCRICAO        PIC X(30).
           05 TR-USUARIO          PIC X(08).

      *-----> LINHA DE RELATORIO ANTES/DEPOIS DA ALTERACAO
       01  WS-REG-SYSOUT.
           05 WS-SIT              PIC X(07).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-DATA-OUT         PIC X(10).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-SEMANA-OUT       PIC X(07).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-TIPO-OUT         PIC X(01).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-DESCRICAO-OUT    PIC X(30).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-USUARIO          PIC X(08).
       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG056.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 080-GRAVAR-CALENDARIO-NOVO
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-HORA-ATUAL FROM TIME
           ACCEPT WS-DATA-ATUAL FROM DATE

           DISPLAY "** MANUTENCAO DO CALENDARIO DE FERIADOS **"
           DISPLAY "DATA DA MANUTENCAO: " WS-DATA-ATUAL
           DISPLAY "HORA DA MANUTENCAO: " WS-HORA-ATUAL
           DISPLAY '-----------------------------------'

           PERFORM 020-CARREGAR-CALENDARIO
           OPEN OUTPUT FERNOVO-FILE
           OPEN OUTPUT TRANERRO-FILE
           OPEN EXTEND PARLOG-FILE
           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    CARGA DO CALENDARIO DE FERIADOS EM MEMORIA. A GERACAO     *
      *    ATUAL TEM DE EXISTIR (MESMO VAZIA): SEM ELA A NOVA        *
      *    GERACAO SAIRIA SO COM AS INCLUSOES E OS FERIADOS SE       *
      *    PERDERIAM                                                 *
      *--------------------------------------------------------------*
       020-CARREGAR-CALENDARIO.

           OPEN INPUT FERIAD-FILE
           IF WS-STATUS-FER NOT = '00'
              DISPLAY "CALENDARIO CGFERIAD NAO DISPONIVEL - STATUS "
                      WS-STATUS-FER " - EXECUCAO ABANDONADA"
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 021-LER-FERIADO
           PERFORM 022-ACUMULAR-FERIADO UNTIL WS-FIM-FER = 'S'
           CLOSE FERIAD-FILE
           .
      *--------------------------------------------------------------*
      *    LEITURA DE UM FERIADO DO CALENDARIO                       *
      *--------------------------------------------------------------*
       021-LER-FERIADO.

           READ FERIAD-FILE
               AT END MOVE 'S' TO WS-FIM-FER
           END-READ
           .
      *--------------------------------------------------------------*
      *    ACUMULA UM FERIADO NA TABELA EM MEMORIA                   *
      *--------------------------------------------------------------*
       022-ACUMULAR-FERIADO.

           IF WS-CTFER >= 366
              DISPLAY "CAPACIDADE DA TABELA DE FERIADOS (366) EXCEDIDA"
                      " - EXECUCAO ABANDONADA"
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

           ADD 1  TO  WS-CTFER
           MOVE FER-DATA       TO  WS-TAB-FER-DATA      (WS-CTFER)
           MOVE FER-TIPO       TO  WS-TAB-FER-TIPO      (WS-CTFER)
           MOVE FER-DESCRICAO  TO  WS-TAB-FER-DESCRICAO (WS-CTFER)

           PERFORM 021-LER-FERIADO
           .
      *--------------------------------------------------------------*
      *    LEITURA DAS TRANSACOES DE MANUTENCAO VIA SYSIN
      *--------------------------------------------------------------*
       025-LER-SYSIN.

           ACCEPT WS-REG-SYSIN  FROM SYSIN

           IF WS-REG-SYSIN = ALL '9'
              MOVE  'S'  TO  WS-FIM
           ELSE
              ADD 1  TO  WS-CTLIDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCESSA UMA TRANSACAO DE MANUTENCAO
      *--------------------------------------------------------------*
       030-PROCESSAR.

           PERFORM 031-VALIDAR-TRANSACAO

           IF WS-TRANS-VALIDA NOT = 'S'
              ADD 1  TO  WS-CTREJEITA
              PERFORM 060-GRAVAR-ERRO
           ELSE
              ADD 1  TO  WS-CTACEITA
              IF TR-OPERACAO = 'I'
                 PERFORM 040-INCLUIR-FERIADO
              ELSE
                 IF TR-OPERACAO = 'A'
                    PERFORM 041-ALTERAR-FERIADO
                 ELSE
                    PERFORM 042-EXCLUIR-FERIADO
                 END-IF
              END-IF
              PERFORM 070-GRAVAR-LOG
           END-IF

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    VALIDA UMA TRANSACAO DE MANUTENCAO
      *    MOTIVOS DE REJEICAO:
      *       01 = OPERACAO INVALIDA (NAO E I/A/E)
      *       02 = USUARIO NAO INFORMADO
      *       03 = DATA INVALIDA
      *       04 = TIPO INVALIDO (NAO E 'F' NEM 'D')
      *       05 = DESCRICAO NAO INFORMADA
      *       06 = FERIADO NAO CADASTRADO (ALTERACAO/EXCLUSAO)
      *       07 = FERIADO JA CADASTRADO (INCLUSAO NA MESMA DATA OU
      *            FERIADO FIXO JA CADASTRADO NO MESMO DIA E MES)
      *       08 = CALENDARIO CHEIO
      *--------------------------------------------------------------*
       031-VALIDAR-TRANSACAO.

           MOVE 'S'    TO  WS-TRANS-VALIDA
           MOVE ZEROS  TO  WS-MOTIVO

           IF TR-OPERACAO NOT = 'I' AND
              TR-OPERACAO NOT = 'A' AND
              TR-OPERACAO NOT = 'E'
              MOVE 'N'  TO  WS-TRANS-VALIDA
              MOVE 01   TO  WS-MOTIVO
           ELSE
              IF TR-USUARIO = SPACES
                 MOVE 'N'  TO  WS-TRANS-VALIDA
                 MOVE 02   TO  WS-MOTIVO
              ELSE
                 PERFORM 038-OBTER-DIA-SEMANA
                 IF CAL-COD-RETORNO = 08
                    MOVE 'N'  TO  WS-TRANS-VALIDA
                    MOVE 03   TO  WS-MOTIVO
                 ELSE
                    PERFORM 032-LOCALIZAR-FERIADO
                    IF TR-OPERACAO = 'E'
                       PERFORM 034-VALIDAR-EXCLUSAO
                    ELSE
                       PERFORM 033-VALIDAR-FERIADO
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LOCALIZA NA TABELA O FERIADO DA DATA DA TRANSACAO         *
      *--------------------------------------------------------------*
       032-LOCALIZAR-FERIADO.

           MOVE 'N'    TO  WS-FER-ACHADO
           MOVE ZEROS  TO  WS-IDX-ACHADO
           MOVE 1      TO  WS-IDX-FE

           PERFORM 036-COMPARAR-CHAVE
              UNTIL WS-FER-ACHADO = 'S' OR WS-IDX-FE > WS-CTFER
           .
      *--------------------------------------------------------------*
      *    VALIDA OS DADOS DO FERIADO PARA INCLUSAO/ALTERACAO
      *--------------------------------------------------------------*
       033-VALIDAR-FERIADO.

           IF TR-TIPO NOT = 'F' AND TR-TIPO NOT = 'D'
              MOVE 'N'  TO  WS-TRANS-VALIDA
              MOVE 04   TO  WS-MOTIVO
           ELSE
              IF TR-DESCRICAO = SPACES
                 MOVE 'N'  TO  WS-TRANS-VALIDA
                 MOVE 05   TO  WS-MOTIVO
              ELSE
                 IF TR-OPERACAO = 'A' AND WS-FER-ACHADO NOT = 'S'
                    MOVE 'N'  TO  WS-TRANS-VALIDA
                    MOVE 06   TO  WS-MOTIVO
                 ELSE
                    IF TR-OPERACAO = 'I' AND WS-FER-ACHADO = 'S'
                       MOVE 'N'  TO  WS-TRANS-VALIDA
                       MOVE 07   TO  WS-MOTIVO
                    ELSE
                       PERFORM 035-VERIFICAR-FIXO
                       IF WS-FIXO-REPETIDO = 'S'
                          MOVE 'N'  TO  WS-TRANS-VALIDA
                          MOVE 07   TO  WS-MOTIVO
                       ELSE
                          IF TR-OPERACAO = 'I' AND WS-CTFER >= 366
                             MOVE 'N'  TO  WS-TRANS-VALIDA
                             MOVE 08   TO  WS-MOTIVO
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    VALIDA UMA TRANSACAO DE EXCLUSAO
      *--------------------------------------------------------------*
       034-VALIDAR-EXCLUSAO.

           IF WS-FER-ACHADO NOT = 'S'
              MOVE 'N'  TO  WS-TRANS-VALIDA
              MOVE 06   TO  WS-MOTIVO
           END-IF
           .
      *--------------------------------------------------------------*
      *    UM FERIADO FIXO ('F') VALE TODO ANO NO MESMO DIA E MES:   *
      *    VERIFICA SE OUTRO FERIADO FIXO JA OCUPA O DIA E O MES DA  *
      *    TRANSACAO (O PROPRIO FERIADO E IGNORADO NA ALTERACAO)     *
      *--------------------------------------------------------------*
       035-VERIFICAR-FIXO.

           MOVE 'N'  TO  WS-FIXO-REPETIDO
           IF TR-TIPO = 'F'
              MOVE TR-DATA  TO  WS-DATA-TRANS
              MOVE 1        TO  WS-IDX-FE
              PERFORM 037-COMPARAR-FIXO
                 UNTIL WS-FIXO-REPETIDO = 'S' OR WS-IDX-FE > WS-CTFER
           END-IF
           .
      *--------------------------------------------------------------*
      *    COMPARA A CHAVE DA TRANSACAO COM UM FERIADO DA TABELA     *
      *--------------------------------------------------------------*
       036-COMPARAR-CHAVE.

           IF WS-TAB-FER-DATA (WS-IDX-FE) = TR-DATA
              MOVE 'S'        TO  WS-FER-ACHADO
              MOVE WS-IDX-FE  TO  WS-IDX-ACHADO
           ELSE
              ADD 1  TO  WS-IDX-FE
           END-IF
           .
      *--------------------------------------------------------------*
      *    COMPARA O DIA E O MES DA TRANSACAO COM UM FERIADO FIXO    *
      *    DA TABELA                                                 *
      *--------------------------------------------------------------*
       037-COMPARAR-FIXO.

           MOVE WS-TAB-FER-DATA (WS-IDX-FE)  TO  WS-DATA-TAB
           IF WS-IDX-FE NOT = WS-IDX-ACHADO           AND
              WS-TAB-FER-TIPO (WS-IDX-FE) = 'F'       AND
              WS-DTB-MMDD = WS-DTR-MMDD
              MOVE 'S'  TO  WS-FIXO-REPETIDO
           ELSE
              ADD 1  TO  WS-IDX-FE
           END-IF
           .
      *--------------------------------------------------------------*
      *    VALIDA A DATA DA TRANSACAO E OBTEM O DIA DA SEMANA PELA   *
      *    ROTINA DE DIAS UTEIS (RETORNO 08 = DATA INVALIDA)         *
      *--------------------------------------------------------------*
       038-OBTER-DIA-SEMANA.

           MOVE 'U'      TO  CAL-FUNCAO
           MOVE TR-DATA  TO  CAL-DATA
           CALL 'CGPRG057'  USING  WS-CALENDARIO
           MOVE CAL-DIA-SEMANA  TO  WS-DIA-SEMANA
           .
      *--------------------------------------------------------------*
      *    INCLUI UM NOVO FERIADO NA TABELA EM MEMORIA               *
      *--------------------------------------------------------------*
       040-INCLUIR-FERIADO.

           ADD 1  TO  WS-CTFER
           MOVE TR-DATA       TO  WS-TAB-FER-DATA      (WS-CTFER)
           MOVE TR-TIPO       TO  WS-TAB-FER-TIPO      (WS-CTFER)
           MOVE TR-DESCRICAO  TO  WS-TAB-FER-DESCRICAO (WS-CTFER)

           MOVE 'I'           TO  WS-LOG-OPERACAO
           MOVE SPACES        TO  WS-LOG-ANTES
           MOVE WS-CTFER      TO  WS-IDX-ACHADO
           PERFORM 045-MONTAR-IMAGEM
           MOVE WS-IMAGEM     TO  WS-LOG-DEPOIS

           MOVE 'INCLUSO'     TO  WS-SIT
           PERFORM 046-EXIBIR-FERIADO
           IF WS-DIA-SEMANA = 1 OR WS-DIA-SEMANA = 7
              DISPLAY "   AVISO: FERIADO CAI EM "
                      WS-NOME-SEMANA (WS-DIA-SEMANA)
                      " NA DATA INFORMADA"
           END-IF
           .
      *--------------------------------------------------------------*
      *    ALTERA UM FERIADO DA TABELA EM MEMORIA, EXIBINDO OS       *
      *    DADOS ANTES E DEPOIS DA ALTERACAO                         *
      *--------------------------------------------------------------*
       041-ALTERAR-FERIADO.

           PERFORM 043-EXIBIR-ANTES

           MOVE TR-TIPO       TO  WS-TAB-FER-TIPO      (WS-IDX-ACHADO)
           MOVE TR-DESCRICAO  TO  WS-TAB-FER-DESCRICAO (WS-IDX-ACHADO)

           MOVE 'A'           TO  WS-LOG-OPERACAO
           PERFORM 045-MONTAR-IMAGEM
           MOVE WS-IMAGEM     TO  WS-LOG-DEPOIS
           MOVE 'DEPOIS '     TO  WS-SIT
           PERFORM 046-EXIBIR-FERIADO
           .
      *--------------------------------------------------------------*
      *    EXCLUI UM FERIADO DA TABELA EM MEMORIA, DESLOCANDO OS     *
      *    FERIADOS SEGUINTES UMA POSICAO PARA TRAS                  *
      *--------------------------------------------------------------*
       042-EXCLUIR-FERIADO.

           PERFORM 043-EXIBIR-ANTES
           MOVE 'E'     TO  WS-LOG-OPERACAO
           MOVE SPACES  TO  WS-LOG-DEPOIS

           MOVE WS-IDX-ACHADO  TO  WS-IDX-DESL
           PERFORM 044-DESLOCAR-FERIADO
              UNTIL WS-IDX-DESL >= WS-CTFER
           SUBTRACT 1  FROM  WS-CTFER
           .
      *--------------------------------------------------------------*
      *    EXIBE O FERIADO COMO ESTAVA ANTES DA ALTERACAO/EXCLUSAO   *
      *    E GUARDA A IMAGEM ANTERIOR PARA O LOG                     *
      *--------------------------------------------------------------*
       043-EXIBIR-ANTES.

           PERFORM 045-MONTAR-IMAGEM
           MOVE WS-IMAGEM   TO  WS-LOG-ANTES
           MOVE 'ANTES  '   TO  WS-SIT
           PERFORM 046-EXIBIR-FERIADO
           .
      *--------------------------------------------------------------*
      *    DESLOCA UM FERIADO UMA POSICAO PARA TRAS NA TABELA        *
      *--------------------------------------------------------------*
       044-DESLOCAR-FERIADO.

           MOVE WS-TAB-FER-OCR (WS-IDX-DESL + 1)
             TO WS-TAB-FER-OCR (WS-IDX-DESL)
           ADD 1  TO  WS-IDX-DESL
           .
      *--------------------------------------------------------------*
      *    MONTA A IMAGEM NO LAYOUT DO CGFERIAD DO FERIADO DA        *
      *    POSICAO WS-IDX-ACHADO DA TABELA                           *
      *--------------------------------------------------------------*
       045-MONTAR-IMAGEM.

           MOVE SPACES  TO  WS-IMAGEM
           MOVE WS-TAB-FER-DATA      (WS-IDX-ACHADO)  TO  IFE-DATA
           MOVE WS-TAB-FER-TIPO      (WS-IDX-ACHADO)  TO  IFE-TIPO
           MOVE WS-TAB-FER-DESCRICAO (WS-IDX-ACHADO)  TO  IFE-DESCRICAO
           .
      *--------------------------------------------------------------*
      *    EXIBE A LINHA DO RELATORIO COM A IMAGEM MONTADA           *
      *--------------------------------------------------------------*
       046-EXIBIR-FERIADO.

           MOVE IFE-DATA       TO  WS-DATA-OUT
           MOVE WS-NOME-SEMANA (WS-DIA-SEMANA)  TO  WS-SEMANA-OUT
           MOVE IFE-TIPO       TO  WS-TIPO-OUT
           MOVE IFE-DESCRICAO  TO  WS-DESCRICAO-OUT
           MOVE TR-USUARIO     TO  WS-USUARIO
           DISPLAY WS-REG-SYSOUT
           .
      *--------------------------------------------------------------*
      *    GRAVA UMA TRANSACAO REJEITADA COM O MOTIVO DA REJEICAO    *
      *--------------------------------------------------------------*
       060-GRAVAR-ERRO.

           INITIALIZE TRANERRO-REG
           MOVE WS-REG-SYSIN  TO  TE-TRANSACAO
           MOVE WS-MOTIVO     TO  TE-MOTIVO

           EVALUATE WS-MOTIVO
               WHEN 01
                  MOVE 'OPERACAO INVALIDA'      TO  TE-DESC-MOTIVO
               WHEN 02
                  MOVE 'USUARIO NAO INFORMADO'  TO  TE-DESC-MOTIVO
               WHEN 03
                  MOVE 'DATA INVALIDA'          TO  TE-DESC-MOTIVO
               WHEN 04
                  MOVE 'TIPO INVALIDO'          TO  TE-DESC-MOTIVO
               WHEN 05
                  MOVE 'DESCRICAO NAO INFORMADA' TO TE-DESC-MOTIVO
               WHEN 06
                  MOVE 'FERIADO NAO CADASTRADO' TO  TE-DESC-MOTIVO
               WHEN 07
                  MOVE 'FERIADO JA CADASTRADO'  TO  TE-DESC-MOTIVO
               WHEN 08
                  MOVE 'CALENDARIO CHEIO'       TO  TE-DESC-MOTIVO
           END-EVALUATE

           WRITE TRANERRO-REG
           DISPLAY "TRANSACAO REJEITADA - MOTIVO " WS-MOTIVO ": "
                   WS-REG-SYSIN
           .
      *--------------------------------------------------------------*
      *    GRAVA UM REGISTRO NO LOG PERMANENTE DE ALTERACOES         *
      *--------------------------------------------------------------*
       070-GRAVAR-LOG.

           MOVE SPACES            TO  PARLOG-REG
           MOVE WS-DATA-ATUAL     TO  PLG-DATA
           MOVE WS-HORA-ATUAL     TO  PLG-HORA
           MOVE TR-USUARIO        TO  PLG-USUARIO
           MOVE 'CGFERIAD'        TO  PLG-ARQUIVO
           MOVE WS-LOG-OPERACAO   TO  PLG-OPERACAO
           MOVE TR-DATA           TO  PLG-CHAVE
           MOVE WS-LOG-ANTES      TO  PLG-ANTES
           MOVE WS-LOG-DEPOIS     TO  PLG-DEPOIS
           WRITE PARLOG-REG
           ADD 1  TO  WS-CTLOG
           .
      *--------------------------------------------------------------*
      *    GRAVA A NOVA GERACAO DO CALENDARIO DE FERIADOS            *
      *--------------------------------------------------------------*
       080-GRAVAR-CALENDARIO-NOVO.

           MOVE 1  TO  WS-IDX-ACHADO
           PERFORM 081-GRAVAR-FERIADO
              UNTIL WS-IDX-ACHADO > WS-CTFER
           .
      *--------------------------------------------------------------*
      *    GRAVA UM FERIADO DA TABELA NA NOVA GERACAO                *
      *--------------------------------------------------------------*
       081-GRAVAR-FERIADO.

           PERFORM 045-MONTAR-IMAGEM
           MOVE WS-IMAGEM  TO  FERNOVO-REG
           WRITE FERNOVO-REG
           ADD 1  TO  WS-CTGRAVA
           ADD 1  TO  WS-IDX-ACHADO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           CLOSE FERNOVO-FILE
           CLOSE TRANERRO-FILE
           CLOSE PARLOG-FILE

           DISPLAY '-----------------------------------'
           DISPLAY '** FIM DA MANUTENCAO DO CALENDARIO **'
           DISPLAY "TRANSACOES LIDAS.....= " WS-CTLIDO
           DISPLAY "TRANSACOES ACEITAS...= " WS-CTACEITA
           DISPLAY "TRANSACOES REJEITADAS= " WS-CTREJEITA
                   " (VIDE CG056ERR)"
           DISPLAY "REGISTROS NO LOG.....= " WS-CTLOG
           DISPLAY "FERIADOS NA NOVA GER.= " WS-CTGRAVA
           DISPLAY '-----------------------------------'

           IF WS-CTREJEITA > ZEROS
              MOVE 04   TO  RETURN-CODE
           ELSE
              MOVE 00   TO  RETURN-CODE
           END-IF

           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG056"
           .
      *---------------> FIM DO PROGRAMA CGPRG056 <-------------------*
