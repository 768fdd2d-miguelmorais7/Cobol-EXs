       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG043.
       AUTHOR.        MIGUEL MORAIS.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NIVEL BASICO.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: MANUTENCAO DO CADASTRO DE COMPRADORES (CGCMPMST).
      *           RECEBE TRANSACOES DE INCLUSAO/ALTERACAO/EXCLUSAO
      *           VIA SYSIN, VALIDA CADA UMA (CPF COM DIGITOS
      *           VERIFICADORES CORRETOS, NOME PREENCHIDO, ENDERECO
      *           COMPLETO, TELEFONE NUMERICO, E-MAIL COM '@'),
      *           REJEITA AS INVALIDAS COM CODIGO DE MOTIVO E GRAVA
      *           UMA NOVA GERACAO LIMPA DO CADASTRO, COM RELATORIO
      *           ANTES/DEPOIS PARA AUDITORIA (MESMO MODELO DA
      *           MANUTENCAO DE CORRETORES - CGPRG022)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010001  CRIACAO - MANUTENCAO DO CADASTRO
      *                          DE COMPRADORES
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
           SELECT COMPRADOR-FILE     ASSIGN TO "CGCMPMST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-CMP.
           SELECT CMPNOVO-FILE       ASSIGN TO "CMPNOVO"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANERRO-FILE      ASSIGN TO "CG043ERR"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
       FD  COMPRADOR-FILE.
       01  COMPRADOR-REG.
           COPY CGREGCMP.

       FD  CMPNOVO-FILE.
       01  CMPNOVO-REG             PIC X(179).

       FD  TRANERRO-FILE.
       01  TRANERRO-REG.
           05 TE-TRANSACAO        PIC X(181).
           05 TE-SEP1             PIC X(01).
           05 TE-MOTIVO           PIC 9(02).
           05 TE-SEP2             PIC X(01).
           05 TE-DESC-MOTIVO      PIC X(25).

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> AREA AUXILIAR
       77  WS-FIM                 PIC X(01)       VALUE "N".
       77  WS-EOF-CMP             PIC X(01).
       77  WS-STATUS-CMP          PIC X(02).
       77  WS-CTLIDO              PIC 9(05)       VALUE ZEROS.
       77  WS-CTACEITA            PIC 9(05)       VALUE ZEROS.
       77  WS-CTREJEITA           PIC 9(05)       VALUE ZEROS.
       77  WS-CTCMP               PIC 9(05)       VALUE ZEROS.
       77  WS-CTGRAVA             PIC 9(05)       VALUE ZEROS.
       77  WS-TRANS-VALIDA        PIC X(01).
       77  WS-MOTIVO              PIC 9(02).
       77  WS-CMP-ACHADO          PIC X(01).
       77  WS-IDX-ACHADO          PIC 9(05).
       77  WS-IDX-DESL            PIC 9(05).
       77  WS-CPF-VALIDO          PIC X(01).
       77  WS-CT-ARROBA           PIC 9(02).
       77  WS-CT-IGUAL            PIC 9(02).
       77  WS-SOMA-DV             PIC 9(04).
       77  WS-PESO-DV             PIC 9(02).
       77  WS-QUOC-DV             PIC 9(04).
       77  WS-RESTO-DV            PIC 9(02).
       77  WS-QTD-BASE-DV         PIC 9(02).
       77  WS-IDX-DV              PIC 9(02).
       77  WS-DV-CALC             PIC 9(01).
       77  WS-DATA-ATUAL          PIC 9999/99/99.
       77  WS-HORA-ATUAL          PIC 99.99.9999.

      *-----> CPF EM VALIDACAO - OS 9 PRIMEIROS DIGITOS SAO A BASE;
      *-----> O 10O E O 11O SAO OS DIGITOS VERIFICADORES (MODULO 11
      *-----> COM PESOS DECRESCENTES 10..2 E 11..2)
       01  WS-CPF-CALC.
           05 WS-CPF-NUM          PIC X(11).
       01  FILLER  REDEFINES  WS-CPF-CALC.
           05 WS-CPF-DIGITO       PIC 9(01)  OCCURS 11 TIMES.
       01  FILLER  REDEFINES  WS-CPF-CALC.
           05 WS-CPF-PRIMEIRO     PIC X(01).
           05 FILLER              PIC X(10).

      *-----> CADASTRO DE COMPRADORES EM MEMORIA
       01  WS-TAB-CMP.
           05 WS-TAB-CMP-OCR  OCCURS 999 TIMES INDEXED BY WS-IDX-CM.
              10 WS-TAB-CMP-CPF         PIC X(11).
              10 WS-TAB-CMP-NOME        PIC X(40).
              10 WS-TAB-CMP-LOGRADOURO  PIC X(40).
              10 WS-TAB-CMP-CIDADE      PIC X(20).
              10 WS-TAB-CMP-UF          PIC X(02).
              10 WS-TAB-CMP-CEP         PIC 9(08).
              10 WS-TAB-CMP-TELEFONE    PIC 9(11).
              10 WS-TAB-CMP-EMAIL       PIC X(40).

      *-----> AREA DE MONTAGEM DO REGISTRO DA NOVA GERACAO
       01  WS-REG-CMPNOVO.
           05 CN-CPF              PIC X(11).
           05 CN-SEP1             PIC X(01).
           05 CN-NOME             PIC X(40).
           05 CN-SEP2             PIC X(01).
           05 CN-LOGRADOURO       PIC X(40).
           05 CN-SEP3             PIC X(01).
           05 CN-CIDADE           PIC X(20).
           05 CN-SEP4             PIC X(01).
           05 CN-UF               PIC X(02).
           05 CN-SEP5             PIC X(01).
           05 CN-CEP              PIC 9(08).
           05 CN-SEP6             PIC X(01).
           05 CN-TELEFONE         PIC 9(11).
           05 CN-SEP7             PIC X(01).
           05 CN-EMAIL            PIC X(40).

      *-----> ENTRADA - TRANSACOES DE MANUTENCAO VIA SYSIN
      *--->    TR-OPERACAO: 'I' = INCLUSAO   'A' = ALTERACAO
      *--->                 'E' = EXCLUSAO
      *--->    O CPF DO COMPRADOR E A CHAVE DO CADASTRO; NA
      *--->    ALTERACAO TODOS OS DADOS SAO SUBSTITUIDOS; E-MAIL E
      *--->    OPCIONAL (EM BRANCO), MAS SE INFORMADO EXIGE UM '@'
       01  WS-REG-SYSIN.
           05 TR-OPERACAO         PIC X(01).
           05 TR-CPF              PIC X(11).
           05 TR-NOME             PIC X(40).
           05 TR-LOGRADOURO       PIC X(40).
           05 TR-CIDADE           PIC X(20).
           05 TR-UF               PIC X(02).
           05 TR-CEP              PIC 9(08).
           05 TR-TELEFONE         PIC 9(11).
           05 TR-EMAIL            PIC X(40).
           05 TR-USUARIO          PIC X(08).
       01  FILLER  REDEFINES  WS-REG-SYSIN.
           05 FILLER              PIC X(114).
           05 TR-CEP-X            PIC X(08).
           05 TR-TELEFONE-X       PIC X(11).
           05 FILLER              PIC X(48).

      *-----> LINHAS DE RELATORIO ANTES/DEPOIS DA ALTERACAO
       01  WS-REG-SYSOUT.
           05 WS-SIT              PIC X(07).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-CPF-OUT          PIC X(11).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-NOME-OUT         PIC X(40).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-CIDADE-OUT       PIC X(20).
           05 FILLER              PIC X(01)       VALUE '/'.
           05 WS-UF-OUT           PIC X(02).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-USUARIO-OUT      PIC X(08).
       01  WS-REG-CONTATO.
           05 FILLER              PIC X(08)       VALUE SPACES.
           05 WS-LOGRADOURO-OUT   PIC X(40).
           05 FILLER              PIC X(05)       VALUE ' CEP '.
           05 WS-CEP-OUT          PIC 9(08).
           05 FILLER              PIC X(05)       VALUE ' TEL '.
           05 WS-TELEFONE-OUT     PIC 9(11).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-EMAIL-OUT        PIC X(40).
       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG043.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 080-GRAVAR-CADASTRO-NOVO
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-HORA-ATUAL FROM TIME
           ACCEPT WS-DATA-ATUAL FROM DATE

           DISPLAY "** MANUTENCAO DO CADASTRO DE COMPRADORES **"
           DISPLAY "DATA DA MANUTENCAO: " WS-DATA-ATUAL
           DISPLAY "HORA DA MANUTENCAO: " WS-HORA-ATUAL
           DISPLAY '-----------------------------------'

           PERFORM 020-CARREGAR-CADASTRO
           OPEN OUTPUT CMPNOVO-FILE
           OPEN OUTPUT TRANERRO-FILE
           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    CARGA DO CADASTRO DE COMPRADORES EM MEMORIA               *
      *--------------------------------------------------------------*
       020-CARREGAR-CADASTRO.

           MOVE 'N'  TO  WS-EOF-CMP
           OPEN INPUT COMPRADOR-FILE
           IF WS-STATUS-CMP = '00'
              PERFORM 021-LER-COMPRADOR
              PERFORM 022-ACUMULAR-COMPRADOR UNTIL WS-EOF-CMP = 'S'
              CLOSE COMPRADOR-FILE
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA DE UM REGISTRO DO CADASTRO DE COMPRADORES         *
      *--------------------------------------------------------------*
       021-LER-COMPRADOR.

           READ COMPRADOR-FILE
               AT END MOVE 'S' TO WS-EOF-CMP
           END-READ
           .
      *--------------------------------------------------------------*
      *    ACUMULA UM COMPRADOR NA TABELA EM MEMORIA                 *
      *--------------------------------------------------------------*
       022-ACUMULAR-COMPRADOR.

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

           PERFORM 021-LER-COMPRADOR
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
                 PERFORM 040-INCLUIR-COMPRADOR
              ELSE
                 IF TR-OPERACAO = 'A'
                    PERFORM 041-ALTERAR-COMPRADOR
                 ELSE
                    PERFORM 042-EXCLUIR-COMPRADOR
                 END-IF
              END-IF
           END-IF

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    VALIDA UMA TRANSACAO DE MANUTENCAO
      *    MOTIVOS DE REJEICAO:
      *       01 = OPERACAO INVALIDA (NAO E I/A/E)
      *       02 = CPF INVALIDO (NAO NUMERICO, DIGITOS REPETIDOS OU
      *            DIGITO VERIFICADOR NAO CONFERE)
      *       03 = NOME EM BRANCO
      *       04 = ENDERECO INCOMPLETO (LOGRADOURO, CIDADE, UF OU
      *            CEP NAO INFORMADO)
      *       05 = COMPRADOR NAO CADASTRADO (ALTERACAO/EXCLUSAO)
      *       06 = COMPRADOR JA CADASTRADO (INCLUSAO)
      *       07 = CADASTRO DE COMPRADORES CHEIO
      *       08 = TELEFONE INVALIDO (NAO NUMERICO OU ZERADO)
      *       09 = E-MAIL INVALIDO (INFORMADO SEM UM UNICO '@')
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
              PERFORM 032-LOCALIZAR-COMPRADOR
              IF TR-OPERACAO = 'E'
                 PERFORM 034-VALIDAR-EXCLUSAO
              ELSE
                 PERFORM 033-VALIDAR-DADOS
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    VALIDA OS DADOS DO COMPRADOR PARA INCLUSAO/ALTERACAO
      *--------------------------------------------------------------*
       033-VALIDAR-DADOS.

           MOVE TR-CPF  TO  WS-CPF-NUM
           PERFORM 037-VALIDAR-CPF

           MOVE ZEROS  TO  WS-CT-ARROBA
           INSPECT TR-EMAIL TALLYING WS-CT-ARROBA FOR ALL '@'

           IF WS-CPF-VALIDO NOT = 'S'
              MOVE 'N'  TO  WS-TRANS-VALIDA
              MOVE 02   TO  WS-MOTIVO
           ELSE
              IF TR-NOME = SPACES
                 MOVE 'N'  TO  WS-TRANS-VALIDA
                 MOVE 03   TO  WS-MOTIVO
              ELSE
                 IF TR-LOGRADOURO = SPACES OR TR-CIDADE = SPACES OR
                    TR-UF = SPACES OR TR-CEP-X NOT NUMERIC OR
                    TR-CEP = ZEROS
                    MOVE 'N'  TO  WS-TRANS-VALIDA
                    MOVE 04   TO  WS-MOTIVO
                 ELSE
                    IF TR-TELEFONE-X NOT NUMERIC OR
                       TR-TELEFONE = ZEROS
                       MOVE 'N'  TO  WS-TRANS-VALIDA
                       MOVE 08   TO  WS-MOTIVO
                    ELSE
                       IF TR-EMAIL NOT = SPACES AND
                          WS-CT-ARROBA NOT = 1
                          MOVE 'N'  TO  WS-TRANS-VALIDA
                          MOVE 09   TO  WS-MOTIVO
                       ELSE
                          PERFORM 035-VALIDAR-CHAVE
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    VALIDA A CHAVE CONTRA O CADASTRO: INCLUSAO EXIGE CPF NOVO *
      *    E ESPACO NA TABELA; ALTERACAO EXIGE CPF CADASTRADO        *
      *--------------------------------------------------------------*
       035-VALIDAR-CHAVE.

           IF TR-OPERACAO = 'I' AND WS-CMP-ACHADO = 'S'
              MOVE 'N'  TO  WS-TRANS-VALIDA
              MOVE 06   TO  WS-MOTIVO
           ELSE
              IF TR-OPERACAO = 'A' AND WS-CMP-ACHADO NOT = 'S'
                 MOVE 'N'  TO  WS-TRANS-VALIDA
                 MOVE 05   TO  WS-MOTIVO
              ELSE
                 IF TR-OPERACAO = 'I' AND WS-CTCMP >= 999
                    MOVE 'N'  TO  WS-TRANS-VALIDA
                    MOVE 07   TO  WS-MOTIVO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    VALIDA UMA TRANSACAO DE EXCLUSAO
      *--------------------------------------------------------------*
       034-VALIDAR-EXCLUSAO.

           IF WS-CMP-ACHADO NOT = 'S'
              MOVE 'N'  TO  WS-TRANS-VALIDA
              MOVE 05   TO  WS-MOTIVO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LOCALIZA NO CADASTRO O COMPRADOR CUJA CHAVE (CPF)         *
      *    COINCIDE COM A DA TRANSACAO                               *
      *--------------------------------------------------------------*
       032-LOCALIZAR-COMPRADOR.

           MOVE 'N'    TO  WS-CMP-ACHADO
           MOVE ZEROS  TO  WS-IDX-ACHADO
           SET WS-IDX-CM  TO  1

           PERFORM 036-COMPARAR-CHAVE
              UNTIL WS-CMP-ACHADO = 'S' OR WS-IDX-CM > WS-CTCMP
           .
      *--------------------------------------------------------------*
      *    COMPARA A CHAVE DA TRANSACAO COM UM COMPRADOR DA TABELA   *
      *--------------------------------------------------------------*
       036-COMPARAR-CHAVE.

           IF WS-TAB-CMP-CPF (WS-IDX-CM) = TR-CPF
              MOVE 'S'          TO  WS-CMP-ACHADO
              SET WS-IDX-ACHADO   TO  WS-IDX-CM
           ELSE
              SET WS-IDX-CM  UP BY 1
           END-IF
           .
      *--------------------------------------------------------------*
      *    VALIDA O CPF EM WS-CPF-NUM: 11 DIGITOS NUMERICOS, NAO     *
      *    TODOS IGUAIS, E OS DOIS DIGITOS VERIFICADORES (MODULO 11) *
      *    CONFERINDO - DEVOLVE WS-CPF-VALIDO 'S' OU 'N'             *
      *--------------------------------------------------------------*
       037-VALIDAR-CPF.

           MOVE 'N'  TO  WS-CPF-VALIDO

           IF WS-CPF-NUM IS NUMERIC
              MOVE ZEROS  TO  WS-CT-IGUAL
              INSPECT WS-CPF-NUM TALLYING WS-CT-IGUAL
                      FOR ALL WS-CPF-PRIMEIRO
              IF WS-CT-IGUAL < 11
                 MOVE 9  TO  WS-QTD-BASE-DV
                 PERFORM 038-CALCULAR-DV-CPF
                 IF WS-DV-CALC = WS-CPF-DIGITO (10)
                    MOVE 10  TO  WS-QTD-BASE-DV
                    PERFORM 038-CALCULAR-DV-CPF
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
       038-CALCULAR-DV-CPF.

           MOVE ZEROS  TO  WS-SOMA-DV
           ADD 1  TO  WS-QTD-BASE-DV  GIVING  WS-PESO-DV
           MOVE 1      TO  WS-IDX-DV
           PERFORM 039-SOMAR-DIGITO-CPF
              UNTIL WS-IDX-DV > WS-QTD-BASE-DV

           DIVIDE WS-SOMA-DV BY 11 GIVING WS-QUOC-DV
                  REMAINDER WS-RESTO-DV
           IF WS-RESTO-DV < 2
              MOVE 0  TO  WS-DV-CALC
           ELSE
              COMPUTE WS-DV-CALC = 11 - WS-RESTO-DV
           END-IF
           .
       039-SOMAR-DIGITO-CPF.

           COMPUTE WS-SOMA-DV = WS-SOMA-DV +
                   (WS-CPF-DIGITO (WS-IDX-DV) * WS-PESO-DV)
           SUBTRACT 1  FROM  WS-PESO-DV
           ADD 1  TO  WS-IDX-DV
           .
      *--------------------------------------------------------------*
      *    INCLUI UM NOVO COMPRADOR NA TABELA EM MEMORIA             *
      *--------------------------------------------------------------*
       040-INCLUIR-COMPRADOR.

           ADD 1  TO  WS-CTCMP
           MOVE WS-CTCMP  TO  WS-IDX-ACHADO
           PERFORM 045-MOVER-TRANSACAO

           MOVE 'INCLUSO'  TO  WS-SIT
           PERFORM 046-EXIBIR-TRANSACAO
           .
      *--------------------------------------------------------------*
      *    ALTERA UM COMPRADOR DA TABELA EM MEMORIA, EXIBINDO OS     *
      *    VALORES ANTES E DEPOIS DA ALTERACAO                       *
      *--------------------------------------------------------------*
       041-ALTERAR-COMPRADOR.

           PERFORM 043-EXIBIR-ANTES
           PERFORM 045-MOVER-TRANSACAO

           MOVE 'DEPOIS '  TO  WS-SIT
           PERFORM 046-EXIBIR-TRANSACAO
           .
      *--------------------------------------------------------------*
      *    EXCLUI UM COMPRADOR DA TABELA EM MEMORIA, DESLOCANDO OS   *
      *    COMPRADORES SEGUINTES UMA POSICAO PARA TRAS               *
      *--------------------------------------------------------------*
       042-EXCLUIR-COMPRADOR.

           PERFORM 043-EXIBIR-ANTES

           MOVE WS-IDX-ACHADO  TO  WS-IDX-DESL
           PERFORM 044-DESLOCAR-COMPRADOR
              UNTIL WS-IDX-DESL >= WS-CTCMP
           SUBTRACT 1  FROM  WS-CTCMP
           .
      *--------------------------------------------------------------*
      *    EXIBE O COMPRADOR COMO ESTAVA ANTES DA ALTERACAO/EXCLUSAO *
      *--------------------------------------------------------------*
       043-EXIBIR-ANTES.

           MOVE 'ANTES  '   TO  WS-SIT
           MOVE WS-TAB-CMP-CPF        (WS-IDX-ACHADO) TO WS-CPF-OUT
           MOVE WS-TAB-CMP-NOME       (WS-IDX-ACHADO) TO WS-NOME-OUT
           MOVE WS-TAB-CMP-CIDADE     (WS-IDX-ACHADO) TO WS-CIDADE-OUT
           MOVE WS-TAB-CMP-UF         (WS-IDX-ACHADO) TO WS-UF-OUT
           MOVE TR-USUARIO                            TO WS-USUARIO-OUT
           DISPLAY WS-REG-SYSOUT

           MOVE WS-TAB-CMP-LOGRADOURO (WS-IDX-ACHADO)
             TO WS-LOGRADOURO-OUT
           MOVE WS-TAB-CMP-CEP        (WS-IDX-ACHADO) TO WS-CEP-OUT
           MOVE WS-TAB-CMP-TELEFONE   (WS-IDX-ACHADO)
             TO WS-TELEFONE-OUT
           MOVE WS-TAB-CMP-EMAIL      (WS-IDX-ACHADO) TO WS-EMAIL-OUT
           DISPLAY WS-REG-CONTATO
           .
      *--------------------------------------------------------------*
      *    DESLOCA UM COMPRADOR UMA POSICAO PARA TRAS NA TABELA      *
      *--------------------------------------------------------------*
       044-DESLOCAR-COMPRADOR.

           ADD 1  TO  WS-IDX-DESL
           SUBTRACT 1  FROM  WS-IDX-DESL  GIVING  WS-IDX-ACHADO
           MOVE WS-TAB-CMP-OCR (WS-IDX-DESL)
             TO WS-TAB-CMP-OCR (WS-IDX-ACHADO)
           .
      *--------------------------------------------------------------*
      *    MOVE OS DADOS DA TRANSACAO PARA A POSICAO WS-IDX-ACHADO   *
      *    DA TABELA                                                 *
      *--------------------------------------------------------------*
       045-MOVER-TRANSACAO.

           MOVE TR-CPF         TO  WS-TAB-CMP-CPF        (WS-IDX-ACHADO)
           MOVE TR-NOME        TO  WS-TAB-CMP-NOME       (WS-IDX-ACHADO)
           MOVE TR-LOGRADOURO
             TO WS-TAB-CMP-LOGRADOURO (WS-IDX-ACHADO)
           MOVE TR-CIDADE      TO  WS-TAB-CMP-CIDADE     (WS-IDX-ACHADO)
           MOVE TR-UF          TO  WS-TAB-CMP-UF         (WS-IDX-ACHADO)
           MOVE TR-CEP         TO  WS-TAB-CMP-CEP        (WS-IDX-ACHADO)
           MOVE TR-TELEFONE    TO  WS-TAB-CMP-TELEFONE   (WS-IDX-ACHADO)
           MOVE TR-EMAIL       TO  WS-TAB-CMP-EMAIL      (WS-IDX-ACHADO)
           .
      *--------------------------------------------------------------*
      *    EXIBE OS DADOS DA TRANSACAO APLICADA                      *
      *--------------------------------------------------------------*
       046-EXIBIR-TRANSACAO.

           MOVE TR-CPF         TO  WS-CPF-OUT
           MOVE TR-NOME        TO  WS-NOME-OUT
           MOVE TR-CIDADE      TO  WS-CIDADE-OUT
           MOVE TR-UF          TO  WS-UF-OUT
           MOVE TR-USUARIO     TO  WS-USUARIO-OUT
           DISPLAY WS-REG-SYSOUT

           MOVE TR-LOGRADOURO  TO  WS-LOGRADOURO-OUT
           MOVE TR-CEP         TO  WS-CEP-OUT
           MOVE TR-TELEFONE    TO  WS-TELEFONE-OUT
           MOVE TR-EMAIL       TO  WS-EMAIL-OUT
           DISPLAY WS-REG-CONTATO
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
                  MOVE 'CPF INVALIDO'           TO  TE-DESC-MOTIVO
               WHEN 03
                  MOVE 'NOME EM BRANCO'         TO  TE-DESC-MOTIVO
               WHEN 04
                  MOVE 'ENDERECO INCOMPLETO'    TO  TE-DESC-MOTIVO
               WHEN 05
                  MOVE 'COMPRADOR NAO CADASTRADO' TO TE-DESC-MOTIVO
               WHEN 06
                  MOVE 'COMPRADOR JA CADASTRADO' TO TE-DESC-MOTIVO
               WHEN 07
                  MOVE 'CADASTRO CHEIO'         TO  TE-DESC-MOTIVO
               WHEN 08
                  MOVE 'TELEFONE INVALIDO'      TO  TE-DESC-MOTIVO
               WHEN 09
                  MOVE 'E-MAIL INVALIDO'        TO  TE-DESC-MOTIVO
           END-EVALUATE

           WRITE TRANERRO-REG
           DISPLAY "TRANSACAO REJEITADA - MOTIVO " WS-MOTIVO ": "
                   TR-OPERACAO " " TR-CPF " " TR-NOME
           .
      *--------------------------------------------------------------*
      *    GRAVA A NOVA GERACAO DO CADASTRO DE COMPRADORES           *
      *--------------------------------------------------------------*
       080-GRAVAR-CADASTRO-NOVO.

           SET WS-IDX-CM  TO  1
           PERFORM 081-GRAVAR-COMPRADOR
              UNTIL WS-IDX-CM > WS-CTCMP
           .
      *--------------------------------------------------------------*
      *    GRAVA UM COMPRADOR DA TABELA NA NOVA GERACAO              *
      *--------------------------------------------------------------*
       081-GRAVAR-COMPRADOR.

           MOVE WS-TAB-CMP-CPF        (WS-IDX-CM)  TO  CN-CPF
           MOVE WS-TAB-CMP-NOME       (WS-IDX-CM)  TO  CN-NOME
           MOVE WS-TAB-CMP-LOGRADOURO (WS-IDX-CM)  TO  CN-LOGRADOURO
           MOVE WS-TAB-CMP-CIDADE     (WS-IDX-CM)  TO  CN-CIDADE
           MOVE WS-TAB-CMP-UF         (WS-IDX-CM)  TO  CN-UF
           MOVE WS-TAB-CMP-CEP        (WS-IDX-CM)  TO  CN-CEP
           MOVE WS-TAB-CMP-TELEFONE   (WS-IDX-CM)  TO  CN-TELEFONE
           MOVE WS-TAB-CMP-EMAIL      (WS-IDX-CM)  TO  CN-EMAIL
           MOVE SPACE  TO  CN-SEP1  CN-SEP2  CN-SEP3  CN-SEP4
                           CN-SEP5  CN-SEP6  CN-SEP7
           MOVE WS-REG-CMPNOVO  TO  CMPNOVO-REG
           WRITE CMPNOVO-REG
           ADD 1  TO  WS-CTGRAVA
           SET WS-IDX-CM  UP BY 1
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           CLOSE CMPNOVO-FILE
           CLOSE TRANERRO-FILE

           DISPLAY '-----------------------------------'
           DISPLAY '** FIM DA MANUTENCAO DE COMPRADORES **'
           DISPLAY "TRANSACOES LIDAS........= " WS-CTLIDO
           DISPLAY "TRANSACOES ACEITAS......= " WS-CTACEITA
           DISPLAY "TRANSACOES REJEITADAS...= " WS-CTREJEITA
                   " (VIDE CG043ERR)"
           DISPLAY "COMPRADORES NA NOVA GER.= " WS-CTGRAVA
           DISPLAY '-----------------------------------'

           IF WS-CTREJEITA > ZEROS
              MOVE 04   TO  RETURN-CODE
           ELSE
              MOVE 00   TO  RETURN-CODE
           END-IF

           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG043"
           .
      *---------------> FIM DO PROGRAMA CGPRG043 <-------------------*
