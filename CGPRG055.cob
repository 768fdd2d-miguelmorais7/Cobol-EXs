       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG055.
       AUTHOR.        MIGUEL MORAIS.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NIVEL BASICO.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: CONSULTA DOS ARQUIVOS DE PARAMETROS EM UMA DATA.
      *           PARA CADA CARTAO DA SYSIN (ARQUIVO + DATA), RELE O
      *           LOG PERMANENTE CGPARLOG GRAVADO PELO CGPRG054 E
      *           RECONSTITUI O CONTEUDO QUE O ARQUIVO TINHA NO FIM
      *           DAQUELA DATA (CARGA + INCLUSOES, ALTERACOES E
      *           EXCLUSOES ATE A DATA), COM A ULTIMA ALTERACAO DE
      *           CADA REGISTRO (DATA, HORA E USUARIO). NOS ARQUIVOS
      *           COM VIGENCIA (CGREGRAS E CGPARCOM) MARCA OS
      *           REGISTROS VIGENTES NA DATA - POR EXEMPLO, A FAIXA
      *           DE COMISSAO QUE VALIA EM UM DIA. O CALENDARIO DE
      *           FERIADOS CGFERIAD, MANTIDO PELO CGPRG056, GRAVA NO
      *           MESMO LOG E TAMBEM PODE SER CONSULTADO
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010001  CRIACAO - CONSULTA DOS PARAMETROS
      *                          EM UMA DATA PELO LOG DE ALTERACOES
      *  V02    OUT/2026 010002  CONSULTA DO CALENDARIO DE FERIADOS
      *                          CGFERIAD (CGPRG056) - TABELA DE
      *                          REGISTROS DE 100 PARA 400
      *  V03    OUT/2026 010003  DATA DO LOG (DATA DA MAQUINA, ANO
      *                          00AA) PASSA A 20AA PARA COMPARAR COM
      *                          A DATA DA CONSULTA E COM A VIGENCIA
      *                          (AAAA/MM/DD)
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
           SELECT PARLOG-FILE        ASSIGN TO "CGPARLOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-LOG.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *==> LOG PERMANENTE DE ALTERACOES DOS PARAMETROS (CGPRG054)
       FD  PARLOG-FILE.
       01  PARLOG-REG.
           COPY CGREGPLG.

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> AREA AUXILIAR
       77  WS-FIM                 PIC X(01)       VALUE "N".
       77  WS-EOF-LOG             PIC X(01).
       77  WS-STATUS-LOG          PIC X(02).
       77  WS-CTLIDO              PIC 9(03)       VALUE ZEROS.
       77  WS-CTCONSULTA          PIC 9(03)       VALUE ZEROS.
       77  WS-CTREJEITA           PIC 9(03)       VALUE ZEROS.
       77  WS-CTINCOMPLETA        PIC 9(03)       VALUE ZEROS.
       77  WS-CTEST               PIC 9(03).
       77  WS-CTAPLICADA          PIC 9(05).
       77  WS-CTPOSTERIOR         PIC 9(05).
       77  WS-CTVIGENTE           PIC 9(03).
       77  WS-ARQ-ACHADO          PIC X(01).
       77  WS-IDX-ARQ             PIC 9(01).
       77  WS-ARQ-ATUAL           PIC 9(01).
       77  WS-CARGA-ACHADA        PIC X(01).
       77  WS-REG-ACHADO          PIC X(01).
       77  WS-IDX-ACHADO          PIC 9(03).
       77  WS-IDX-EST             PIC 9(03).
       77  WS-IDX-DESL            PIC 9(03).
       77  WS-VIG-INI             PIC X(10).
       77  WS-VIG-FIM             PIC X(10).
       77  WS-DATA-ATUAL          PIC 9999/99/99.
       77  WS-HORA-ATUAL          PIC 99.99.9999.

      *-----> ARQUIVOS DE PARAMETROS DO LOG, NA ORDEM DO CGPRG054 (O
      *--->    CGFERIAD E DO CGPRG056), SE O REGISTRO TEM VIGENCIA
      *--->    (DATA INICIAL/FINAL) E SE O ARQUIVO E ANTERIOR AO LOG
      *--->    (CONTEUDO INICIAL GRAVADO COMO CARGA) - O CGFERIAD JA
      *--->    NASCEU VAZIO COM O LOG E NAO TEM CARGA
       01  WS-LISTA-ARQ.
           05 FILLER              PIC X(10)       VALUE 'CGREGRASSS'.
           05 FILLER              PIC X(10)       VALUE 'CGPARCOMSS'.
           05 FILLER              PIC X(10)       VALUE 'CGTXFIN NS'.
           05 FILLER              PIC X(10)       VALUE 'CGVALRESNS'.
           05 FILLER              PIC X(10)       VALUE 'CGDESCMXNS'.
           05 FILLER              PIC X(10)       VALUE 'CG006LIMNS'.
           05 FILLER              PIC X(10)       VALUE 'CG030LIMNS'.
           05 FILLER              PIC X(10)       VALUE 'CGFERIADNN'.
       01  FILLER  REDEFINES  WS-LISTA-ARQ.
           05 WS-ARQ-OCR  OCCURS 8 TIMES.
              10 WS-ARQ-NOME          PIC X(08).
              10 WS-ARQ-VIGENCIA      PIC X(01).
              10 WS-ARQ-CARGA         PIC X(01).

      *-----> CONTEUDO RECONSTITUIDO DO ARQUIVO CONSULTADO, COM A
      *--->    ULTIMA ALTERACAO DE CADA REGISTRO ATE A DATA
       01  WS-TAB-EST.
           05 WS-TAB-EST-OCR  OCCURS 400 TIMES.
              10 WS-EST-CHAVE           PIC X(12).
              10 WS-EST-IMAGEM          PIC X(50).
              10 WS-EST-DATA            PIC 9999/99/99.
              10 WS-EST-HORA            PIC 99.99.9999.
              10 WS-EST-USUARIO         PIC X(08).
              10 WS-EST-OPERACAO        PIC X(01).

      *-----> DATA DA CONSULTA EM VALIDACAO (AAAA/MM/DD)
       01  WS-DATA-VAL.
           05 WS-DV-AAAA          PIC X(04).
           05 WS-DV-BARRA1        PIC X(01).
           05 WS-DV-MM            PIC X(02).
           05 WS-DV-BARRA2        PIC X(01).
           05 WS-DV-DD            PIC X(02).

      *-----> DATA DO REGISTRO DO LOG COM O ANO EM 4 DIGITOS: O LOG
      *--->    GRAVA A DATA DA MAQUINA (ANO 00AA), QUE VALE COMO 20AA
       01  WS-DATA-LOG.
           05 WS-DL-SEC           PIC X(02).
           05 FILLER              PIC X(08).

      *-----> IMAGEM DE UM REGISTRO, COM A VIGENCIA DOS ARQUIVOS
      *--->    QUE A TEM (MESMAS VISOES DO CGPRG054)
       01  WS-IMAGEM              PIC X(50).
      *--->    CGREGRAS - REGRA DE AJUSTE DE PRECO POR CARACTERISTICA
       01  FILLER  REDEFINES  WS-IMAGEM.
           05 IRG-CARACT          PIC X(02).
           05 IRG-SEP1            PIC X(01).
           05 IRG-SINAL           PIC X(01).
           05 IRG-PERCENTUAL      PIC 9(02)V99.
           05 IRG-SEP2            PIC X(01).
           05 IRG-DATA-INI        PIC X(10).
           05 IRG-SEP3            PIC X(01).
           05 IRG-DATA-FIM        PIC X(10).
           05 IRG-RESTO           PIC X(20).
      *--->    CGPARCOM - FAIXAS DE COMISSAO POR VIGENCIA
       01  FILLER  REDEFINES  WS-IMAGEM.
           05 IPC-LIMITE-ALTO     PIC 9(08)V99.
           05 IPC-SEP1            PIC X(01).
           05 IPC-PCT-ALTO        PIC 9(02)V99.
           05 IPC-SEP2            PIC X(01).
           05 IPC-PCT-MEDIO       PIC 9(02)V99.
           05 IPC-SEP3            PIC X(01).
           05 IPC-DATA-INI        PIC X(10).
           05 IPC-SEP4            PIC X(01).
           05 IPC-DATA-FIM        PIC X(10).
           05 IPC-RESTO           PIC X(08).

      *-----> ENTRADA - CARTOES DE CONSULTA VIA SYSIN
      *--->    CQ-ARQUIVO: DDNAME DO ARQUIVO DE PARAMETROS
      *--->    CQ-DATA   : DATA DA CONSULTA (AAAA/MM/DD) - O
      *--->                CONTEUDO E O DO FIM DO DIA
       01  WS-REG-SYSIN.
           05 CQ-ARQUIVO          PIC X(08).
           05 CQ-SEP1             PIC X(01).
           05 CQ-DATA             PIC X(10).

      *-----> LINHAS DO RELATORIO DE CONSULTA
       01  WS-LINHA-TITULO.
           05 FILLER              PIC X(12)       VALUE
              ' ARQUIVO    '.
           05 WS-TIT-ARQUIVO      PIC X(08).
           05 FILLER              PIC X(19)       VALUE
              ' - CONTEUDO NO FIM '.
           05 FILLER              PIC X(07)       VALUE
              'DO DIA '.
           05 WS-TIT-DATA         PIC X(10).
       01  WS-LINHA-CABEC.
           05 FILLER              PIC X(51)       VALUE
              ' REGISTRO'.
           05 FILLER              PIC X(30)       VALUE
              ' ULTIMA ALTERACAO     USUARIO'.
       01  WS-LINHA-DETALHE.
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-DET-IMAGEM       PIC X(50).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-DET-OPERACAO     PIC X(01).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-DET-DATA         PIC 9999/99/99.
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-DET-HORA         PIC 99.99.9999.
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-DET-USUARIO      PIC X(08).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-DET-VIGENTE      PIC X(12).
       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG055.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-HORA-ATUAL FROM TIME
           ACCEPT WS-DATA-ATUAL FROM DATE

           DISPLAY "** CONSULTA DOS PARAMETROS EM UMA DATA **"
           DISPLAY "DATA DA CONSULTA..: " WS-DATA-ATUAL
           DISPLAY "HORA DA CONSULTA..: " WS-HORA-ATUAL
           DISPLAY '-----------------------------------'

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    LEITURA DOS CARTOES DE CONSULTA VIA SYSIN
      *--------------------------------------------------------------*
       025-LER-SYSIN.

           ACCEPT WS-REG-SYSIN  FROM SYSIN

           IF WS-REG-SYSIN = ALL '9' OR WS-REG-SYSIN = SPACES
              MOVE  'S'  TO  WS-FIM
           ELSE
              ADD 1  TO  WS-CTLIDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCESSA UM CARTAO DE CONSULTA
      *--------------------------------------------------------------*
       030-PROCESSAR.

           PERFORM 031-IDENTIFICAR-ARQUIVO
           MOVE CQ-DATA  TO  WS-DATA-VAL

           IF WS-ARQ-ACHADO NOT = 'S'
              DISPLAY "CARTAO IGNORADO - ARQUIVO NAO MANTIDO PELO"
                      " CGPRG054: " WS-REG-SYSIN
              ADD 1  TO  WS-CTREJEITA
           ELSE
              IF WS-DV-AAAA   NOT NUMERIC OR
                 WS-DV-MM     NOT NUMERIC OR
                 WS-DV-DD     NOT NUMERIC OR
                 WS-DV-BARRA1 NOT = '/'   OR
                 WS-DV-BARRA2 NOT = '/'   OR
                 WS-DV-MM < '01' OR WS-DV-MM > '12' OR
                 WS-DV-DD < '01' OR WS-DV-DD > '31'
                 DISPLAY "CARTAO IGNORADO - DATA INVALIDA: "
                         WS-REG-SYSIN
                 ADD 1  TO  WS-CTREJEITA
              ELSE
                 ADD 1  TO  WS-CTCONSULTA
                 PERFORM 040-RECONSTITUIR-ARQUIVO
                 PERFORM 060-IMPRIMIR-CONSULTA
              END-IF
           END-IF

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    IDENTIFICA O ARQUIVO DO CARTAO NA LISTA                   *
      *--------------------------------------------------------------*
       031-IDENTIFICAR-ARQUIVO.

           MOVE 'N'  TO  WS-ARQ-ACHADO
           MOVE 1    TO  WS-IDX-ARQ

           PERFORM 032-COMPARAR-ARQUIVO
              UNTIL WS-ARQ-ACHADO = 'S' OR WS-IDX-ARQ > 8
           .
      *--------------------------------------------------------------*
      *    COMPARA O ARQUIVO DO CARTAO COM UM DA LISTA               *
      *--------------------------------------------------------------*
       032-COMPARAR-ARQUIVO.

           IF WS-ARQ-NOME (WS-IDX-ARQ) = CQ-ARQUIVO
              MOVE 'S'         TO  WS-ARQ-ACHADO
              MOVE WS-IDX-ARQ  TO  WS-ARQ-ATUAL
           ELSE
              ADD 1  TO  WS-IDX-ARQ
           END-IF
           .
      *--------------------------------------------------------------*
      *    RECONSTITUI O ARQUIVO NA DATA: RELE O LOG DESDE O INICIO  *
      *    E APLICA, NA ORDEM DE GRAVACAO, OS REGISTROS DO ARQUIVO   *
      *    COM DATA ATE A DATA DA CONSULTA                           *
      *--------------------------------------------------------------*
       040-RECONSTITUIR-ARQUIVO.

           MOVE ZEROS  TO  WS-CTEST  WS-CTAPLICADA  WS-CTPOSTERIOR
           MOVE 'N'    TO  WS-CARGA-ACHADA
           MOVE 'N'    TO  WS-EOF-LOG

           OPEN INPUT PARLOG-FILE
           IF WS-STATUS-LOG NOT = '00'
              DISPLAY "LOG CGPARLOG NAO DISPONIVEL - STATUS "
                      WS-STATUS-LOG " - EXECUCAO ABANDONADA"
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 041-LER-LOG
           PERFORM 042-APLICAR-LOG UNTIL WS-EOF-LOG = 'S'
           CLOSE PARLOG-FILE
           .
      *--------------------------------------------------------------*
      *    LEITURA DE UM REGISTRO DO LOG                             *
      *--------------------------------------------------------------*
       041-LER-LOG.

           READ PARLOG-FILE
               AT END MOVE 'S' TO WS-EOF-LOG
           END-READ
           .
      *--------------------------------------------------------------*
      *    APLICA UM REGISTRO DO LOG AO CONTEUDO RECONSTITUIDO: A    *
      *    INCLUSAO, A ALTERACAO E A CARGA GRAVAM A IMAGEM DEPOIS    *
      *    NA CHAVE; A EXCLUSAO RETIRA A CHAVE                       *
      *--------------------------------------------------------------*
       042-APLICAR-LOG.

           MOVE PLG-DATA  TO  WS-DATA-LOG
           IF WS-DL-SEC = '00'
              MOVE '20'  TO  WS-DL-SEC
           END-IF

           IF PLG-ARQUIVO = CQ-ARQUIVO
              IF WS-DATA-LOG > CQ-DATA
                 ADD 1  TO  WS-CTPOSTERIOR
              ELSE
                 ADD 1  TO  WS-CTAPLICADA
                 IF PLG-OPERACAO = 'C'
                    MOVE 'S'  TO  WS-CARGA-ACHADA
                 END-IF
                 PERFORM 043-LOCALIZAR-CHAVE
                 IF PLG-OPERACAO = 'E'
                    IF WS-REG-ACHADO = 'S'
                       PERFORM 045-RETIRAR-REGISTRO
                    END-IF
                 ELSE
                    PERFORM 046-GRAVAR-REGISTRO
                 END-IF
              END-IF
           END-IF

           PERFORM 041-LER-LOG
           .
      *--------------------------------------------------------------*
      *    LOCALIZA A CHAVE DO REGISTRO DO LOG NO CONTEUDO           *
      *--------------------------------------------------------------*
       043-LOCALIZAR-CHAVE.

           MOVE 'N'    TO  WS-REG-ACHADO
           MOVE ZEROS  TO  WS-IDX-ACHADO
           MOVE 1      TO  WS-IDX-EST

           PERFORM 044-COMPARAR-CHAVE
              UNTIL WS-REG-ACHADO = 'S' OR WS-IDX-EST > WS-CTEST
           .
      *--------------------------------------------------------------*
      *    COMPARA A CHAVE DO LOG COM UM REGISTRO DO CONTEUDO        *
      *--------------------------------------------------------------*
       044-COMPARAR-CHAVE.

           IF WS-EST-CHAVE (WS-IDX-EST) = PLG-CHAVE
              MOVE 'S'         TO  WS-REG-ACHADO
              MOVE WS-IDX-EST  TO  WS-IDX-ACHADO
           ELSE
              ADD 1  TO  WS-IDX-EST
           END-IF
           .
      *--------------------------------------------------------------*
      *    RETIRA UM REGISTRO EXCLUIDO, DESLOCANDO OS SEGUINTES UMA  *
      *    POSICAO PARA TRAS                                         *
      *--------------------------------------------------------------*
       045-RETIRAR-REGISTRO.

           MOVE WS-IDX-ACHADO  TO  WS-IDX-DESL
           PERFORM 047-DESLOCAR-REGISTRO
              UNTIL WS-IDX-DESL >= WS-CTEST
           SUBTRACT 1  FROM  WS-CTEST
           .
      *--------------------------------------------------------------*
      *    GRAVA A IMAGEM DEPOIS NA CHAVE (NOVA OU EXISTENTE)        *
      *--------------------------------------------------------------*
       046-GRAVAR-REGISTRO.

           IF WS-REG-ACHADO NOT = 'S'
              IF WS-CTEST >= 400
                 DISPLAY "CAPACIDADE DA TABELA DE REGISTROS (400)"
                         " EXCEDIDA - EXECUCAO ABANDONADA"
                 CLOSE PARLOG-FILE
                 MOVE 16   TO  RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1  TO  WS-CTEST
              MOVE WS-CTEST  TO  WS-IDX-ACHADO
           END-IF

           MOVE PLG-CHAVE     TO  WS-EST-CHAVE    (WS-IDX-ACHADO)
           MOVE PLG-DEPOIS    TO  WS-EST-IMAGEM   (WS-IDX-ACHADO)
           MOVE WS-DATA-LOG   TO  WS-EST-DATA     (WS-IDX-ACHADO)
           MOVE PLG-HORA      TO  WS-EST-HORA     (WS-IDX-ACHADO)
           MOVE PLG-USUARIO   TO  WS-EST-USUARIO  (WS-IDX-ACHADO)
           MOVE PLG-OPERACAO  TO  WS-EST-OPERACAO (WS-IDX-ACHADO)
           .
      *--------------------------------------------------------------*
      *    DESLOCA UM REGISTRO UMA POSICAO PARA TRAS NO CONTEUDO     *
      *--------------------------------------------------------------*
       047-DESLOCAR-REGISTRO.

           ADD 1  TO  WS-IDX-DESL
           SUBTRACT 1  FROM  WS-IDX-DESL  GIVING  WS-IDX-EST
           MOVE WS-TAB-EST-OCR (WS-IDX-DESL)
             TO WS-TAB-EST-OCR (WS-IDX-EST)
           .
      *--------------------------------------------------------------*
      *    IMPRIME O CONTEUDO RECONSTITUIDO DO ARQUIVO NA DATA       *
      *--------------------------------------------------------------*
       060-IMPRIMIR-CONSULTA.

           MOVE ZEROS       TO  WS-CTVIGENTE
           MOVE CQ-ARQUIVO  TO  WS-TIT-ARQUIVO
           MOVE CQ-DATA     TO  WS-TIT-DATA

           DISPLAY ' '
           DISPLAY WS-LINHA-TITULO
           DISPLAY WS-LINHA-CABEC

           IF WS-CTEST = ZEROS
              DISPLAY ' NENHUM REGISTRO NO ARQUIVO NA DATA'
           ELSE
              MOVE 1  TO  WS-IDX-EST
              PERFORM 061-IMPRIMIR-REGISTRO
                 UNTIL WS-IDX-EST > WS-CTEST
           END-IF

           DISPLAY ' '
           DISPLAY ' ALTERACOES DO LOG APLICADAS......: ' WS-CTAPLICADA
           DISPLAY ' ALTERACOES POSTERIORES A DATA....: '
                   WS-CTPOSTERIOR
           IF WS-ARQ-VIGENCIA (WS-ARQ-ATUAL) = 'S'
              DISPLAY ' REGISTROS VIGENTES NA DATA.......: '
                      WS-CTVIGENTE
           END-IF

           IF WS-CARGA-ACHADA NOT = 'S' AND
              WS-ARQ-CARGA (WS-ARQ-ATUAL) = 'S'
              ADD 1  TO  WS-CTINCOMPLETA
              DISPLAY ' *** SEM CARGA DO ARQUIVO NO LOG ATE A DATA -'
                      ' REGISTROS ANTERIORES A IMPLANTACAO DO LOG'
                      ' NAO APARECEM'
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIME UM REGISTRO DO CONTEUDO, MARCANDO O VIGENTE NA    *
      *    DATA NOS ARQUIVOS COM VIGENCIA                            *
      *--------------------------------------------------------------*
       061-IMPRIMIR-REGISTRO.

           MOVE WS-EST-IMAGEM (WS-IDX-EST)  TO  WS-IMAGEM
           MOVE SPACES                      TO  WS-DET-VIGENTE

           IF WS-ARQ-VIGENCIA (WS-ARQ-ATUAL) = 'S'
              IF WS-ARQ-ATUAL = 1
                 MOVE IRG-DATA-INI  TO  WS-VIG-INI
                 MOVE IRG-DATA-FIM  TO  WS-VIG-FIM
              ELSE
                 MOVE IPC-DATA-INI  TO  WS-VIG-INI
                 MOVE IPC-DATA-FIM  TO  WS-VIG-FIM
              END-IF
              IF WS-VIG-INI <= CQ-DATA AND WS-VIG-FIM >= CQ-DATA
                 MOVE '<== VIGENTE'  TO  WS-DET-VIGENTE
                 ADD 1  TO  WS-CTVIGENTE
              END-IF
           END-IF

           MOVE WS-IMAGEM                      TO  WS-DET-IMAGEM
           MOVE WS-EST-OPERACAO (WS-IDX-EST)   TO  WS-DET-OPERACAO
           MOVE WS-EST-DATA     (WS-IDX-EST)   TO  WS-DET-DATA
           MOVE WS-EST-HORA     (WS-IDX-EST)   TO  WS-DET-HORA
           MOVE WS-EST-USUARIO  (WS-IDX-EST)   TO  WS-DET-USUARIO
           DISPLAY WS-LINHA-DETALHE

           ADD 1  TO  WS-IDX-EST
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY ' '
           DISPLAY '-----------------------------------'
           DISPLAY '** FIM DA CONSULTA DOS PARAMETROS **'
           DISPLAY "CARTOES LIDOS........= " WS-CTLIDO
           DISPLAY "CONSULTAS ATENDIDAS..= " WS-CTCONSULTA
           DISPLAY "CARTOES IGNORADOS....= " WS-CTREJEITA
           DISPLAY "CONSULTAS SEM CARGA..= " WS-CTINCOMPLETA
           DISPLAY '-----------------------------------'

           IF WS-CTCONSULTA = ZEROS AND WS-CTREJEITA = ZEROS
              MOVE 12   TO  RETURN-CODE
           ELSE
              IF WS-CTREJEITA > ZEROS OR WS-CTINCOMPLETA > ZEROS
                 MOVE 04   TO  RETURN-CODE
              ELSE
                 MOVE 00   TO  RETURN-CODE
              END-IF
           END-IF

           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG055"
           .
      *---------------> FIM DO PROGRAMA CGPRG055 <-------------------*
