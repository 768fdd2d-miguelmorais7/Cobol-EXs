       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG054.
       AUTHOR.        MIGUEL MORAIS.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NIVEL BASICO.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: MANUTENCAO DOS ARQUIVOS DE PARAMETROS DE CARTAO
      *           (CGREGRAS, CGPARCOM, CGTXFIN, CGVALRES, CGDESCMX,
      *           CG006LIM E CG030LIM). RECEBE TRANSACOES DE
      *           INCLUSAO/ALTERACAO/EXCLUSAO VIA SYSIN, CADA UMA
      *           COM O NOME DO ARQUIVO E A IMAGEM DO REGISTRO NO
      *           LAYOUT DO PROPRIO ARQUIVO; VALIDA FORMATO, CODIGOS,
      *           FAIXA DOS VALORES E VIGENCIA DE ACORDO COM O
      *           ARQUIVO, REJEITA AS INVALIDAS COM CODIGO DE MOTIVO,
      *           GRAVA UMA NOVA GERACAO DE CADA ARQUIVO E REGISTRA
      *           CADA ALTERACAO ACEITA (ANTES, DEPOIS, USUARIO, DATA
      *           E HORA) NO LOG PERMANENTE CGPARLOG, CONSULTADO PELO
      *           CGPRG055 (MESMO MODELO DA MANUTENCAO DA CEPFAIXA -
      *           CGPRG010)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010001  CRIACAO - MANUTENCAO DOS ARQUIVOS
      *                          DE PARAMETROS COM LOG DE ALTERACOES
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
           SELECT REGRAS-FILE        ASSIGN TO "CGREGRAS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-ARQ.
           SELECT REGNOVO-FILE       ASSIGN TO "REGNOVO"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARCOM-FILE        ASSIGN TO "CGPARCOM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-ARQ.
           SELECT PARNOVO-FILE       ASSIGN TO "PARNOVO"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAXFIN-FILE        ASSIGN TO "CGTXFIN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-ARQ.
           SELECT TAXNOVO-FILE       ASSIGN TO "TAXNOVO"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VALRES-FILE        ASSIGN TO "CGVALRES"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-ARQ.
           SELECT VALNOVO-FILE       ASSIGN TO "VALNOVO"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DESCMX-FILE        ASSIGN TO "CGDESCMX"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-ARQ.
           SELECT DSCNOVO-FILE       ASSIGN TO "DSCNOVO"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LIMUF-FILE         ASSIGN TO "CG006LIM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-ARQ.
           SELECT LUFNOVO-FILE       ASSIGN TO "LUFNOVO"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LIMFLS-FILE        ASSIGN TO "CG030LIM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-ARQ.
           SELECT LFLNOVO-FILE       ASSIGN TO "LFLNOVO"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANERRO-FILE      ASSIGN TO "CG054ERR"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARLOG-FILE        ASSIGN TO "CGPARLOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *==> OS ARQUIVOS DE PARAMETROS SAO TRATADOS PELA IMAGEM DO
      *==> REGISTRO; OS CAMPOS SAO VISTOS NAS AREAS DE VALIDACAO DA
      *==> WORKING (MESMOS LAYOUTS LIDOS PELO CGPRG004, CGPRG006,
      *==> CGPRG011, CGPRG020, CGPRG023, CGPRG030 E CGPRG042)
       FD  REGRAS-FILE.
       01  REGRAS-REG             PIC X(30).

       FD  REGNOVO-FILE.
       01  REGNOVO-REG            PIC X(30).

       FD  PARCOM-FILE.
       01  PARCOM-REG             PIC X(42).

       FD  PARNOVO-FILE.
       01  PARNOVO-REG            PIC X(42).

       FD  TAXFIN-FILE.
       01  TAXFIN-REG             PIC X(11).

       FD  TAXNOVO-FILE.
       01  TAXNOVO-REG            PIC X(11).

       FD  VALRES-FILE.
       01  VALRES-REG             PIC X(03).

       FD  VALNOVO-FILE.
       01  VALNOVO-REG            PIC X(03).

       FD  DESCMX-FILE.
       01  DESCMX-REG             PIC X(04).

       FD  DSCNOVO-FILE.
       01  DSCNOVO-REG            PIC X(04).

       FD  LIMUF-FILE.
       01  LIMUF-REG              PIC X(14).

       FD  LUFNOVO-FILE.
       01  LUFNOVO-REG            PIC X(14).

       FD  LIMFLS-FILE.
       01  LIMFLS-REG             PIC X(11).

       FD  LFLNOVO-FILE.
       01  LFLNOVO-REG            PIC X(11).

       FD  TRANERRO-FILE.
       01  TRANERRO-REG.
           05 TE-TRANSACAO        PIC X(70).
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
       77  WS-EOF-ARQ             PIC X(01).
       77  WS-STATUS-ARQ          PIC X(02).
       77  WS-CTLIDO              PIC 9(05)       VALUE ZEROS.
       77  WS-CTACEITA            PIC 9(05)       VALUE ZEROS.
       77  WS-CTREJEITA           PIC 9(05)       VALUE ZEROS.
       77  WS-CTPAR               PIC 9(03)       VALUE ZEROS.
       77  WS-CTGRAVA             PIC 9(03)       VALUE ZEROS.
       77  WS-CTLOG               PIC 9(05)       VALUE ZEROS.
       77  WS-ARQ-ATUAL           PIC 9(01).
       77  WS-IDX-ARQ             PIC 9(01).
       77  WS-TRANS-VALIDA        PIC X(01).
       77  WS-MOTIVO              PIC 9(02).
       77  WS-REG-ACHADO          PIC X(01).
       77  WS-IDX-ACHADO          PIC 9(03).
       77  WS-IDX-TAB             PIC 9(03).
       77  WS-IDX-DESL            PIC 9(03).
       77  WS-SOBREPOE            PIC X(01).
       77  WS-VIG-OK              PIC X(01).
       77  WS-DATA-OK             PIC X(01).
       77  WS-UF-ACHADA           PIC X(01).
       77  WS-IDX-UF              PIC 9(02).
       77  WS-CT-CARGA            PIC 9(03).
       77  WS-GRUPO               PIC X(02).
       77  WS-VIG-INI             PIC X(10).
       77  WS-VIG-FIM             PIC X(10).
       77  WS-LOG-OPERACAO        PIC X(01).
       77  WS-LOG-ANTES           PIC X(50).
       77  WS-LOG-DEPOIS          PIC X(50).
       77  WS-DATA-ATUAL          PIC 9999/99/99.
       77  WS-HORA-ATUAL          PIC 99.99.9999.

      *-----> ARQUIVOS DE PARAMETROS MANTIDOS, NA ORDEM DOS INDICES:
      *--->    NOME (DDNAME), CAPACIDADE DA TABELA DO PROGRAMA QUE O
      *--->    LE (CGPRG004: 20 REGRAS, 10 FAIXAS DE COMISSAO, 10
      *--->    TAXAS; CGPRG006: 27 UFS; DEMAIS: CARTAO UNICO) E SE O
      *--->    REGISTRO TEM VIGENCIA (DATA INICIAL/FINAL)
       01  WS-LISTA-ARQ.
           05 FILLER              PIC X(12)       VALUE 'CGREGRAS020S'.
           05 FILLER              PIC X(12)       VALUE 'CGPARCOM010S'.
           05 FILLER              PIC X(12)       VALUE 'CGTXFIN 010N'.
           05 FILLER              PIC X(12)       VALUE 'CGVALRES001N'.
           05 FILLER              PIC X(12)       VALUE 'CGDESCMX001N'.
           05 FILLER              PIC X(12)       VALUE 'CG006LIM027N'.
           05 FILLER              PIC X(12)       VALUE 'CG030LIM001N'.
       01  FILLER  REDEFINES  WS-LISTA-ARQ.
           05 WS-ARQ-OCR  OCCURS 7 TIMES.
              10 WS-ARQ-NOME          PIC X(08).
              10 WS-ARQ-CAPACIDADE    PIC 9(03).
              10 WS-ARQ-VIGENCIA      PIC X(01).

      *-----> QUANTIDADE DE REGISTROS DE CADA ARQUIVO NA TABELA
       01  WS-QTD-ARQUIVOS.
           05 WS-ARQ-QTD          PIC 9(03)  OCCURS 7 TIMES.

      *-----> UNIDADES DA FEDERACAO VALIDAS NO CG006LIM
       01  WS-LISTA-UF            PIC X(54)       VALUE
           'ACALAMAPBACEDFESGOMAMGMSMTPAPBPEPIPRRJRNRORRRSSCSESPTO'.
       01  FILLER  REDEFINES  WS-LISTA-UF.
           05 WS-UF-COD           PIC X(02)  OCCURS 27 TIMES.

      *-----> REGISTROS DOS SETE ARQUIVOS EM MEMORIA, NA ORDEM DE
      *--->    LEITURA (AS INCLUSOES ENTRAM NO FIM), COM A CHAVE, O
      *--->    GRUPO DE VIGENCIA (CARACTERISTICA NA CGREGRAS) E A
      *--->    VIGENCIA EXTRAIDOS DA IMAGEM
       01  WS-TAB-PAR.
           05 WS-TAB-PAR-OCR  OCCURS 100 TIMES.
              10 WS-TAB-ARQ             PIC 9(01).
              10 WS-TAB-CHAVE           PIC X(12).
              10 WS-TAB-GRUPO           PIC X(02).
              10 WS-TAB-VIG-INI         PIC X(10).
              10 WS-TAB-VIG-FIM         PIC X(10).
              10 WS-TAB-IMAGEM          PIC X(50).

      *-----> CHAVE DO REGISTRO EM VALIDACAO NA TABELA
       01  WS-CHAVE.
           05 WS-CHV-PARTE1       PIC X(02).
           05 WS-CHV-PARTE2       PIC X(10).

      *-----> DATA EM VALIDACAO (AAAA/MM/DD)
       01  WS-DATA-VAL.
           05 WS-DV-AAAA          PIC X(04).
           05 WS-DV-BARRA1        PIC X(01).
           05 WS-DV-MM            PIC X(02).
           05 WS-DV-BARRA2        PIC X(01).
           05 WS-DV-DD            PIC X(02).

      *-----> IMAGEM DO REGISTRO EM VALIDACAO, COM UMA VISAO PARA
      *--->    O LAYOUT DE CADA ARQUIVO (O RESTO DOS 50 BYTES DEVE
      *--->    VIR EM BRANCO)
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
      *--->    CGTXFIN - TAXA MENSAL DE FINANCIAMENTO POR PRAZO/PADRAO
       01  FILLER  REDEFINES  WS-IMAGEM.
           05 ITX-PRAZO           PIC 9(02).
           05 ITX-SEP1            PIC X(01).
           05 ITX-PADRAO          PIC X(01).
           05 ITX-SEP2            PIC X(01).
           05 ITX-TAXA            PIC 9(02)V9999.
           05 ITX-RESTO           PIC X(39).
       01  FILLER  REDEFINES  WS-IMAGEM.
           05 ITX-PRAZO-X         PIC X(02).
           05 FILLER              PIC X(48).
      *--->    CGVALRES - VALIDADE DA RESERVA EM DIAS
       01  FILLER  REDEFINES  WS-IMAGEM.
           05 IVR-DIAS            PIC 9(03).
           05 IVR-RESTO           PIC X(47).
      *--->    CGDESCMX - DESCONTO MAXIMO SEM AUTORIZACAO
       01  FILLER  REDEFINES  WS-IMAGEM.
           05 IDM-PCT-MAXIMO      PIC 9(02)V99.
           05 IDM-RESTO           PIC X(46).
      *--->    CG006LIM - LIMITES DE ALERTA DE ACIDENTES POR UF
       01  FILLER  REDEFINES  WS-IMAGEM.
           05 ILU-UF              PIC X(02).
           05 ILU-SEP1            PIC X(01).
           05 ILU-PCT-ACID        PIC 9(03)V99.
           05 ILU-SEP2            PIC X(01).
           05 ILU-PCT-OBITO       PIC 9(03)V99.
           05 ILU-RESTO           PIC X(36).
      *--->    CG030LIM - LIMITES DE VARIACAO DO FLASH GERENCIAL
       01  FILLER  REDEFINES  WS-IMAGEM.
           05 ILF-PCT-VALOR       PIC 9(03)V99.
           05 ILF-SEP1            PIC X(01).
           05 ILF-PCT-QTDE        PIC 9(03)V99.
           05 ILF-RESTO           PIC X(39).

      *-----> ENTRADA - TRANSACOES DE MANUTENCAO VIA SYSIN
      *--->    TR-ARQUIVO : DDNAME DO ARQUIVO DE PARAMETROS
      *--->    TR-OPERACAO: 'I' = INCLUSAO   'A' = ALTERACAO
      *--->                 'E' = EXCLUSAO
      *--->                 'C' = CARGA - REGISTRA NO LOG A IMAGEM
      *--->                       ATUAL DE TODOS OS REGISTROS DO
      *--->                       ARQUIVO (IMPLANTACAO DO LOG;
      *--->                       TR-DADOS EM BRANCO)
      *--->    TR-DADOS   : IMAGEM DO REGISTRO NO LAYOUT DO ARQUIVO.
      *--->                 A CHAVE E CARACTERISTICA + DATA INICIAL
      *--->                 NA CGREGRAS, DATA INICIAL NA CGPARCOM,
      *--->                 PRAZO + PADRAO NA CGTXFIN E UF NA
      *--->                 CG006LIM; OS DEMAIS SAO DE CARTAO UNICO.
      *--->                 NA ALTERACAO O REGISTRO E SUBSTITUIDO
      *--->                 INTEIRO; NA EXCLUSAO SO A CHAVE E USADA
       01  WS-REG-SYSIN.
           05 TR-ARQUIVO          PIC X(08).
           05 TR-SEP1             PIC X(01).
           05 TR-OPERACAO         PIC X(01).
           05 TR-SEP2             PIC X(01).
           05 TR-USUARIO          PIC X(08).
           05 TR-SEP3             PIC X(01).
           05 TR-DADOS            PIC X(50).

      *-----> LINHA DE RELATORIO ANTES/DEPOIS DA ALTERACAO
       01  WS-REG-SYSOUT.
           05 WS-SIT              PIC X(07).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-ARQUIVO-OUT      PIC X(08).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-IMAGEM-OUT       PIC X(50).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-USUARIO-OUT      PIC X(08).
       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG054.

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 080-GRAVAR-ARQUIVOS-NOVOS
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS
      *--------------------------------------------------------------*
       010-INICIAR.

           ACCEPT WS-HORA-ATUAL FROM TIME
           ACCEPT WS-DATA-ATUAL FROM DATE

           DISPLAY "** MANUTENCAO DOS ARQUIVOS DE PARAMETROS **"
           DISPLAY "DATA DA MANUTENCAO: " WS-DATA-ATUAL
           DISPLAY "HORA DA MANUTENCAO: " WS-HORA-ATUAL
           DISPLAY '-----------------------------------'

           MOVE ZEROS  TO  WS-QTD-ARQUIVOS
           PERFORM 020-CARREGAR-ARQUIVO
              VARYING WS-ARQ-ATUAL FROM 1 BY 1 UNTIL WS-ARQ-ATUAL > 7

           OPEN OUTPUT REGNOVO-FILE
           OPEN OUTPUT PARNOVO-FILE
           OPEN OUTPUT TAXNOVO-FILE
           OPEN OUTPUT VALNOVO-FILE
           OPEN OUTPUT DSCNOVO-FILE
           OPEN OUTPUT LUFNOVO-FILE
           OPEN OUTPUT LFLNOVO-FILE
           OPEN OUTPUT TRANERRO-FILE
           OPEN EXTEND PARLOG-FILE
           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    CARGA DE UM ARQUIVO DE PARAMETROS NA TABELA EM MEMORIA.   *
      *    A GERACAO ATUAL TEM DE EXISTIR (MESMO VAZIA): SEM ELA A   *
      *    NOVA GERACAO SAIRIA VAZIA E O PARAMETRO SE PERDERIA       *
      *--------------------------------------------------------------*
       020-CARREGAR-ARQUIVO.

           PERFORM 021-ABRIR-ARQUIVO

           IF WS-STATUS-ARQ NOT = '00'
              DISPLAY "ARQUIVO " WS-ARQ-NOME (WS-ARQ-ATUAL)
                      " NAO DISPONIVEL - STATUS " WS-STATUS-ARQ
                      " - EXECUCAO ABANDONADA"
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

           MOVE 'N'  TO  WS-EOF-ARQ
           PERFORM 022-LER-ARQUIVO
           PERFORM 023-ACUMULAR-REGISTRO UNTIL WS-EOF-ARQ = 'S'
           PERFORM 024-FECHAR-ARQUIVO
           .
      *--------------------------------------------------------------*
      *    ABRE O ARQUIVO DE PARAMETROS CORRENTE                     *
      *--------------------------------------------------------------*
       021-ABRIR-ARQUIVO.

           EVALUATE WS-ARQ-ATUAL
               WHEN 1  OPEN INPUT REGRAS-FILE
               WHEN 2  OPEN INPUT PARCOM-FILE
               WHEN 3  OPEN INPUT TAXFIN-FILE
               WHEN 4  OPEN INPUT VALRES-FILE
               WHEN 5  OPEN INPUT DESCMX-FILE
               WHEN 6  OPEN INPUT LIMUF-FILE
               WHEN 7  OPEN INPUT LIMFLS-FILE
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    LE UM REGISTRO DO ARQUIVO DE PARAMETROS CORRENTE PARA A   *
      *    AREA DE VALIDACAO                                         *
      *--------------------------------------------------------------*
       022-LER-ARQUIVO.

           MOVE SPACES  TO  WS-IMAGEM

           EVALUATE WS-ARQ-ATUAL
               WHEN 1
                  READ REGRAS-FILE
                      AT END MOVE 'S' TO WS-EOF-ARQ
                      NOT AT END MOVE REGRAS-REG TO WS-IMAGEM
                  END-READ
               WHEN 2
                  READ PARCOM-FILE
                      AT END MOVE 'S' TO WS-EOF-ARQ
                      NOT AT END MOVE PARCOM-REG TO WS-IMAGEM
                  END-READ
               WHEN 3
                  READ TAXFIN-FILE
                      AT END MOVE 'S' TO WS-EOF-ARQ
                      NOT AT END MOVE TAXFIN-REG TO WS-IMAGEM
                  END-READ
               WHEN 4
                  READ VALRES-FILE
                      AT END MOVE 'S' TO WS-EOF-ARQ
                      NOT AT END MOVE VALRES-REG TO WS-IMAGEM
                  END-READ
               WHEN 5
                  READ DESCMX-FILE
                      AT END MOVE 'S' TO WS-EOF-ARQ
                      NOT AT END MOVE DESCMX-REG TO WS-IMAGEM
                  END-READ
               WHEN 6
                  READ LIMUF-FILE
                      AT END MOVE 'S' TO WS-EOF-ARQ
                      NOT AT END MOVE LIMUF-REG  TO WS-IMAGEM
                  END-READ
               WHEN 7
                  READ LIMFLS-FILE
                      AT END MOVE 'S' TO WS-EOF-ARQ
                      NOT AT END MOVE LIMFLS-REG TO WS-IMAGEM
                  END-READ
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    ACUMULA UM REGISTRO DO ARQUIVO NA TABELA EM MEMORIA       *
      *--------------------------------------------------------------*
       023-ACUMULAR-REGISTRO.

           IF WS-CTPAR >= 100
              DISPLAY "CAPACIDADE DA TABELA DE PARAMETROS (100)"
                      " EXCEDIDA - EXECUCAO ABANDONADA"
              PERFORM 024-FECHAR-ARQUIVO
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 027-EXTRAIR-CHAVE

           ADD 1  TO  WS-CTPAR
           ADD 1  TO  WS-ARQ-QTD (WS-ARQ-ATUAL)
           MOVE WS-ARQ-ATUAL  TO  WS-TAB-ARQ     (WS-CTPAR)
           MOVE WS-CHAVE      TO  WS-TAB-CHAVE   (WS-CTPAR)
           MOVE WS-GRUPO      TO  WS-TAB-GRUPO   (WS-CTPAR)
           MOVE WS-VIG-INI    TO  WS-TAB-VIG-INI (WS-CTPAR)
           MOVE WS-VIG-FIM    TO  WS-TAB-VIG-FIM (WS-CTPAR)
           MOVE WS-IMAGEM     TO  WS-TAB-IMAGEM  (WS-CTPAR)

           PERFORM 022-LER-ARQUIVO
           .
      *--------------------------------------------------------------*
      *    FECHA O ARQUIVO DE PARAMETROS CORRENTE                    *
      *--------------------------------------------------------------*
       024-FECHAR-ARQUIVO.

           EVALUATE WS-ARQ-ATUAL
               WHEN 1  CLOSE REGRAS-FILE
               WHEN 2  CLOSE PARCOM-FILE
               WHEN 3  CLOSE TAXFIN-FILE
               WHEN 4  CLOSE VALRES-FILE
               WHEN 5  CLOSE DESCMX-FILE
               WHEN 6  CLOSE LIMUF-FILE
               WHEN 7  CLOSE LIMFLS-FILE
           END-EVALUATE
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
      *    EXTRAI DA IMAGEM EM WS-IMAGEM A CHAVE, O GRUPO E A        *
      *    VIGENCIA DO REGISTRO, DE ACORDO COM O ARQUIVO             *
      *--------------------------------------------------------------*
       027-EXTRAIR-CHAVE.

           MOVE SPACES  TO  WS-CHAVE  WS-GRUPO  WS-VIG-INI  WS-VIG-FIM

           EVALUATE WS-ARQ-ATUAL
               WHEN 1
                  MOVE IRG-CARACT    TO  WS-CHV-PARTE1  WS-GRUPO
                  MOVE IRG-DATA-INI  TO  WS-CHV-PARTE2  WS-VIG-INI
                  MOVE IRG-DATA-FIM  TO  WS-VIG-FIM
               WHEN 2
                  MOVE IPC-DATA-INI  TO  WS-CHV-PARTE2  WS-VIG-INI
                  MOVE IPC-DATA-FIM  TO  WS-VIG-FIM
               WHEN 3
                  MOVE ITX-PRAZO-X   TO  WS-CHV-PARTE1
                  MOVE ITX-PADRAO    TO  WS-CHV-PARTE2
               WHEN 6
                  MOVE ILU-UF        TO  WS-CHV-PARTE1
           END-EVALUATE
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
              EVALUATE TR-OPERACAO
                  WHEN 'I'  PERFORM 040-INCLUIR-REGISTRO
                  WHEN 'A'  PERFORM 041-ALTERAR-REGISTRO
                  WHEN 'E'  PERFORM 042-EXCLUIR-REGISTRO
                  WHEN 'C'  PERFORM 045-REGISTRAR-CARGA
              END-EVALUATE
           END-IF

           PERFORM 025-LER-SYSIN
           .
      *--------------------------------------------------------------*
      *    VALIDA UMA TRANSACAO DE MANUTENCAO
      *    MOTIVOS DE REJEICAO:
      *       01 = ARQUIVO INVALIDO (NAO E UM DOS SETE MANTIDOS)
      *       02 = OPERACAO INVALIDA (NAO E I/A/E/C)
      *       03 = USUARIO NAO INFORMADO
      *       04 = FORMATO INVALIDO (CAMPO NUMERICO COM BRANCOS OU
      *            LETRAS, DATA FORA DO FORMATO AAAA/MM/DD, SEPARADOR
      *            OU FIM DO CARTAO PREENCHIDO)
      *       05 = VALOR FORA DA FAIXA ACEITA PARA O PARAMETRO
      *       06 = CODIGO INVALIDO (SINAL, PADRAO, UF OU
      *            CARACTERISTICA)
      *       07 = VIGENCIA INICIAL MAIOR QUE A FINAL
      *       08 = VIGENCIA SOBREPOE OUTRA DO MESMO PARAMETRO
      *       09 = REGISTRO NAO CADASTRADO (ALTERACAO/EXCLUSAO)
      *       10 = REGISTRO JA CADASTRADO (INCLUSAO)
      *       11 = ARQUIVO CHEIO (CAPACIDADE DO PROGRAMA QUE O LE)
      *--------------------------------------------------------------*
       031-VALIDAR-TRANSACAO.

           MOVE 'S'    TO  WS-TRANS-VALIDA
           MOVE ZEROS  TO  WS-MOTIVO

           PERFORM 032-IDENTIFICAR-ARQUIVO

           IF WS-ARQ-ATUAL = ZEROS
              MOVE 01   TO  WS-MOTIVO
           ELSE
              IF TR-OPERACAO NOT = 'I' AND
                 TR-OPERACAO NOT = 'A' AND
                 TR-OPERACAO NOT = 'E' AND
                 TR-OPERACAO NOT = 'C'
                 MOVE 02   TO  WS-MOTIVO
              ELSE
                 IF TR-USUARIO = SPACES
                    MOVE 03   TO  WS-MOTIVO
                 ELSE
                    IF TR-OPERACAO NOT = 'C'
                       PERFORM 034-VALIDAR-REGISTRO
                    END-IF
                 END-IF
              END-IF
           END-IF

           IF WS-MOTIVO NOT = ZEROS
              MOVE 'N'  TO  WS-TRANS-VALIDA
           END-IF
           .
      *--------------------------------------------------------------*
      *    IDENTIFICA O ARQUIVO DA TRANSACAO PELO DDNAME (ZERO QUANDO *
      *    NAO E UM DOS ARQUIVOS MANTIDOS)                           *
      *--------------------------------------------------------------*
       032-IDENTIFICAR-ARQUIVO.

           MOVE ZEROS  TO  WS-ARQ-ATUAL
           MOVE 1      TO  WS-IDX-ARQ

           PERFORM 033-COMPARAR-ARQUIVO
              UNTIL WS-ARQ-ATUAL NOT = ZEROS OR WS-IDX-ARQ > 7
           .
      *--------------------------------------------------------------*
      *    COMPARA O ARQUIVO DA TRANSACAO COM UM DA LISTA            *
      *--------------------------------------------------------------*
       033-COMPARAR-ARQUIVO.

           IF WS-ARQ-NOME (WS-IDX-ARQ) = TR-ARQUIVO
              MOVE WS-IDX-ARQ  TO  WS-ARQ-ATUAL
           ELSE
              ADD 1  TO  WS-IDX-ARQ
           END-IF
           .
      *--------------------------------------------------------------*
      *    VALIDA O REGISTRO DE UMA INCLUSAO/ALTERACAO/EXCLUSAO: NA  *
      *    EXCLUSAO BASTA A CHAVE ESTAR CADASTRADA; NA INCLUSAO E NA *
      *    ALTERACAO OS DADOS SAO VALIDADOS ANTES DA CHAVE           *
      *--------------------------------------------------------------*
       034-VALIDAR-REGISTRO.

           MOVE TR-DADOS  TO  WS-IMAGEM
           PERFORM 027-EXTRAIR-CHAVE
           PERFORM 035-LOCALIZAR-REGISTRO

           IF TR-OPERACAO = 'E'
              IF WS-REG-ACHADO NOT = 'S'
                 MOVE 09   TO  WS-MOTIVO
              END-IF
           ELSE
              PERFORM 050-VALIDAR-DADOS
              IF WS-MOTIVO = ZEROS
                 IF TR-OPERACAO = 'I' AND WS-REG-ACHADO = 'S'
                    MOVE 10   TO  WS-MOTIVO
                 ELSE
                    IF TR-OPERACAO = 'A' AND WS-REG-ACHADO NOT = 'S'
                       MOVE 09   TO  WS-MOTIVO
                    ELSE
                       IF TR-OPERACAO = 'I' AND
                          WS-ARQ-QTD (WS-ARQ-ATUAL) >=
                             WS-ARQ-CAPACIDADE (WS-ARQ-ATUAL)
                          MOVE 11   TO  WS-MOTIVO
                       ELSE
                          IF TR-OPERACAO = 'I' AND WS-CTPAR >= 100
                             MOVE 11   TO  WS-MOTIVO
                          ELSE
                             IF WS-ARQ-VIGENCIA (WS-ARQ-ATUAL) = 'S'
                                PERFORM 037-VERIFICAR-SOBREPOS
                                IF WS-SOBREPOE = 'S'
                                   MOVE 08   TO  WS-MOTIVO
                                END-IF
                             END-IF
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LOCALIZA NA TABELA O REGISTRO DO MESMO ARQUIVO COM A      *
      *    CHAVE DA TRANSACAO                                        *
      *--------------------------------------------------------------*
       035-LOCALIZAR-REGISTRO.

           MOVE 'N'    TO  WS-REG-ACHADO
           MOVE ZEROS  TO  WS-IDX-ACHADO
           MOVE 1      TO  WS-IDX-TAB

           PERFORM 036-COMPARAR-CHAVE
              UNTIL WS-REG-ACHADO = 'S' OR WS-IDX-TAB > WS-CTPAR
           .
      *--------------------------------------------------------------*
      *    COMPARA A CHAVE DA TRANSACAO COM UM REGISTRO DA TABELA    *
      *--------------------------------------------------------------*
       036-COMPARAR-CHAVE.

           IF WS-TAB-ARQ   (WS-IDX-TAB) = WS-ARQ-ATUAL AND
              WS-TAB-CHAVE (WS-IDX-TAB) = WS-CHAVE
              MOVE 'S'         TO  WS-REG-ACHADO
              MOVE WS-IDX-TAB  TO  WS-IDX-ACHADO
           ELSE
              ADD 1  TO  WS-IDX-TAB
           END-IF
           .
      *--------------------------------------------------------------*
      *    VERIFICA SE A VIGENCIA DA TRANSACAO SOBREPOE A DE OUTRO   *
      *    REGISTRO DO MESMO ARQUIVO E GRUPO (O PROPRIO REGISTRO E   *
      *    IGNORADO NA ALTERACAO) - O CGPRG004 USA O PRIMEIRO        *
      *    VIGENTE NA DATA DE MOVIMENTO E DESPREZARIA O OUTRO        *
      *--------------------------------------------------------------*
       037-VERIFICAR-SOBREPOS.

           MOVE 'N'  TO  WS-SOBREPOE
           MOVE 1    TO  WS-IDX-TAB

           PERFORM 038-COMPARAR-SOBREPOS
              UNTIL WS-SOBREPOE = 'S' OR WS-IDX-TAB > WS-CTPAR
           .
      *--------------------------------------------------------------*
      *    COMPARA A VIGENCIA DA TRANSACAO COM UM REGISTRO DA TABELA *
      *--------------------------------------------------------------*
       038-COMPARAR-SOBREPOS.

           IF WS-IDX-TAB NOT = WS-IDX-ACHADO                 AND
              WS-TAB-ARQ     (WS-IDX-TAB) = WS-ARQ-ATUAL     AND
              WS-TAB-GRUPO   (WS-IDX-TAB) = WS-GRUPO         AND
              WS-VIG-INI <= WS-TAB-VIG-FIM (WS-IDX-TAB)      AND
              WS-VIG-FIM >= WS-TAB-VIG-INI (WS-IDX-TAB)
              MOVE 'S'  TO  WS-SOBREPOE
           ELSE
              ADD 1  TO  WS-IDX-TAB
           END-IF
           .
      *--------------------------------------------------------------*
      *    INCLUI UM NOVO REGISTRO NA TABELA EM MEMORIA              *
      *--------------------------------------------------------------*
       040-INCLUIR-REGISTRO.

           ADD 1  TO  WS-CTPAR
           ADD 1  TO  WS-ARQ-QTD (WS-ARQ-ATUAL)
           MOVE WS-ARQ-ATUAL  TO  WS-TAB-ARQ     (WS-CTPAR)
           MOVE WS-CHAVE      TO  WS-TAB-CHAVE   (WS-CTPAR)
           MOVE WS-GRUPO      TO  WS-TAB-GRUPO   (WS-CTPAR)
           MOVE WS-VIG-INI    TO  WS-TAB-VIG-INI (WS-CTPAR)
           MOVE WS-VIG-FIM    TO  WS-TAB-VIG-FIM (WS-CTPAR)
           MOVE WS-IMAGEM     TO  WS-TAB-IMAGEM  (WS-CTPAR)

           MOVE 'INCLUSO'     TO  WS-SIT
           MOVE TR-ARQUIVO    TO  WS-ARQUIVO-OUT
           MOVE WS-IMAGEM     TO  WS-IMAGEM-OUT
           MOVE TR-USUARIO    TO  WS-USUARIO-OUT
           DISPLAY WS-REG-SYSOUT

           MOVE 'I'           TO  WS-LOG-OPERACAO
           MOVE SPACES        TO  WS-LOG-ANTES
           MOVE WS-IMAGEM     TO  WS-LOG-DEPOIS
           PERFORM 070-GRAVAR-LOG
           .
      *--------------------------------------------------------------*
      *    ALTERA UM REGISTRO DA TABELA EM MEMORIA, EXIBINDO A       *
      *    IMAGEM ANTES E DEPOIS DA ALTERACAO                        *
      *--------------------------------------------------------------*
       041-ALTERAR-REGISTRO.

           PERFORM 043-EXIBIR-ANTES
           MOVE WS-TAB-IMAGEM (WS-IDX-ACHADO)  TO  WS-LOG-ANTES

           MOVE WS-VIG-FIM    TO  WS-TAB-VIG-FIM (WS-IDX-ACHADO)
           MOVE WS-IMAGEM     TO  WS-TAB-IMAGEM  (WS-IDX-ACHADO)

           MOVE 'DEPOIS '     TO  WS-SIT
           MOVE TR-ARQUIVO    TO  WS-ARQUIVO-OUT
           MOVE WS-IMAGEM     TO  WS-IMAGEM-OUT
           MOVE TR-USUARIO    TO  WS-USUARIO-OUT
           DISPLAY WS-REG-SYSOUT

           MOVE 'A'           TO  WS-LOG-OPERACAO
           MOVE WS-IMAGEM     TO  WS-LOG-DEPOIS
           PERFORM 070-GRAVAR-LOG
           .
      *--------------------------------------------------------------*
      *    EXCLUI UM REGISTRO DA TABELA EM MEMORIA, DESLOCANDO OS    *
      *    SEGUINTES UMA POSICAO PARA TRAS                           *
      *--------------------------------------------------------------*
       042-EXCLUIR-REGISTRO.

           PERFORM 043-EXIBIR-ANTES

           MOVE 'E'                            TO  WS-LOG-OPERACAO
           MOVE WS-TAB-IMAGEM (WS-IDX-ACHADO)  TO  WS-LOG-ANTES
           MOVE SPACES                         TO  WS-LOG-DEPOIS
           PERFORM 070-GRAVAR-LOG

           MOVE WS-IDX-ACHADO  TO  WS-IDX-DESL
           PERFORM 044-DESLOCAR-REGISTRO
              UNTIL WS-IDX-DESL >= WS-CTPAR
           SUBTRACT 1  FROM  WS-CTPAR
           SUBTRACT 1  FROM  WS-ARQ-QTD (WS-ARQ-ATUAL)
           .
      *--------------------------------------------------------------*
      *    EXIBE O REGISTRO COMO ESTAVA ANTES DA ALTERACAO/EXCLUSAO  *
      *--------------------------------------------------------------*
       043-EXIBIR-ANTES.

           MOVE 'ANTES  '                      TO  WS-SIT
           MOVE TR-ARQUIVO                     TO  WS-ARQUIVO-OUT
           MOVE WS-TAB-IMAGEM (WS-IDX-ACHADO)  TO  WS-IMAGEM-OUT
           MOVE TR-USUARIO                     TO  WS-USUARIO-OUT
           DISPLAY WS-REG-SYSOUT
           .
      *--------------------------------------------------------------*
      *    DESLOCA UM REGISTRO UMA POSICAO PARA TRAS NA TABELA       *
      *--------------------------------------------------------------*
       044-DESLOCAR-REGISTRO.

           ADD 1  TO  WS-IDX-DESL
           SUBTRACT 1  FROM  WS-IDX-DESL  GIVING  WS-IDX-TAB
           MOVE WS-TAB-PAR-OCR (WS-IDX-DESL)
             TO WS-TAB-PAR-OCR (WS-IDX-TAB)
           .
      *--------------------------------------------------------------*
      *    CARGA: REGISTRA NO LOG A IMAGEM ATUAL DE CADA REGISTRO DO *
      *    ARQUIVO, PONTO DE PARTIDA DA RECONSTITUICAO PELO CGPRG055 *
      *--------------------------------------------------------------*
       045-REGISTRAR-CARGA.

           MOVE ZEROS  TO  WS-CT-CARGA
           MOVE 1      TO  WS-IDX-TAB

           PERFORM 046-REGISTRAR-ITEM-CARGA
              UNTIL WS-IDX-TAB > WS-CTPAR

           DISPLAY "CARGA  " TR-ARQUIVO " " WS-CT-CARGA
                   " REGISTRO(S) GRAVADO(S) NO LOG " TR-USUARIO
           .
      *--------------------------------------------------------------*
      *    GRAVA NO LOG UM REGISTRO DO ARQUIVO DA CARGA              *
      *--------------------------------------------------------------*
       046-REGISTRAR-ITEM-CARGA.

           IF WS-TAB-ARQ (WS-IDX-TAB) = WS-ARQ-ATUAL
              MOVE WS-TAB-CHAVE  (WS-IDX-TAB)  TO  WS-CHAVE
              MOVE 'C'                         TO  WS-LOG-OPERACAO
              MOVE SPACES                      TO  WS-LOG-ANTES
              MOVE WS-TAB-IMAGEM (WS-IDX-TAB)  TO  WS-LOG-DEPOIS
              PERFORM 070-GRAVAR-LOG
              ADD 1  TO  WS-CT-CARGA
           END-IF

           ADD 1  TO  WS-IDX-TAB
           .
      *--------------------------------------------------------------*
      *    COMPARA A UF DO REGISTRO COM UMA DA LISTA DE UFS          *
      *--------------------------------------------------------------*
       047-COMPARAR-UF.

           IF WS-UF-COD (WS-IDX-UF) = ILU-UF
              MOVE 'S'  TO  WS-UF-ACHADA
           ELSE
              ADD 1  TO  WS-IDX-UF
           END-IF
           .
      *--------------------------------------------------------------*
      *    VALIDA OS DADOS DO REGISTRO DE ACORDO COM O ARQUIVO       *
      *--------------------------------------------------------------*
       050-VALIDAR-DADOS.

           EVALUATE WS-ARQ-ATUAL
               WHEN 1  PERFORM 051-VALIDAR-REGRAS
               WHEN 2  PERFORM 052-VALIDAR-PARCOM
               WHEN 3  PERFORM 053-VALIDAR-TAXFIN
               WHEN 4  PERFORM 054-VALIDAR-VALRES
               WHEN 5  PERFORM 055-VALIDAR-DESCMX
               WHEN 6  PERFORM 056-VALIDAR-LIMUF
               WHEN 7  PERFORM 057-VALIDAR-LIMFLS
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    CGREGRAS: CARACTERISTICA PREENCHIDA, SINAL '+' OU '-',    *
      *    PERCENTUAL DE AJUSTE DE 0,01 A 50,00 E VIGENCIA VALIDA    *
      *--------------------------------------------------------------*
       051-VALIDAR-REGRAS.

           PERFORM 058-VALIDAR-VIGENCIA

           IF IRG-PERCENTUAL NOT NUMERIC OR
              IRG-SEP1  NOT = SPACE      OR
              IRG-SEP2  NOT = SPACE      OR
              IRG-SEP3  NOT = SPACE      OR
              IRG-RESTO NOT = SPACES     OR
              WS-DATA-OK NOT = 'S'
              MOVE 04   TO  WS-MOTIVO
           ELSE
              IF IRG-CARACT = SPACES OR
                 (IRG-SINAL NOT = '+' AND IRG-SINAL NOT = '-')
                 MOVE 06   TO  WS-MOTIVO
              ELSE
                 IF IRG-PERCENTUAL = ZEROS OR
                    IRG-PERCENTUAL > 50,00
                    MOVE 05   TO  WS-MOTIVO
                 ELSE
                    IF WS-VIG-OK NOT = 'S'
                       MOVE 07   TO  WS-MOTIVO
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CGPARCOM: LIMITE DA FAIXA ALTA NAO ZERADO, PERCENTUAIS DE *
      *    COMISSAO DE 0,01 A 20,00 E VIGENCIA VALIDA                *
      *--------------------------------------------------------------*
       052-VALIDAR-PARCOM.

           PERFORM 058-VALIDAR-VIGENCIA

           IF IPC-LIMITE-ALTO NOT NUMERIC OR
              IPC-PCT-ALTO    NOT NUMERIC OR
              IPC-PCT-MEDIO   NOT NUMERIC OR
              IPC-SEP1  NOT = SPACE       OR
              IPC-SEP2  NOT = SPACE       OR
              IPC-SEP3  NOT = SPACE       OR
              IPC-SEP4  NOT = SPACE       OR
              IPC-RESTO NOT = SPACES      OR
              WS-DATA-OK NOT = 'S'
              MOVE 04   TO  WS-MOTIVO
           ELSE
              IF IPC-LIMITE-ALTO = ZEROS OR
                 IPC-PCT-ALTO    = ZEROS OR
                 IPC-PCT-ALTO    > 20,00 OR
                 IPC-PCT-MEDIO   = ZEROS OR
                 IPC-PCT-MEDIO   > 20,00
                 MOVE 05   TO  WS-MOTIVO
              ELSE
                 IF WS-VIG-OK NOT = 'S'
                    MOVE 07   TO  WS-MOTIVO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CGTXFIN: PRAZO DE 01 A 60 MESES, PADRAO 'A' OU 'M' E TAXA *
      *    MENSAL DE 0,0001% A 5,0000% (UMA VIRGULA DESLOCADA NA     *
      *    TAXA CAI FORA DA FAIXA)                                   *
      *--------------------------------------------------------------*
       053-VALIDAR-TAXFIN.

           IF ITX-PRAZO NOT NUMERIC OR
              ITX-TAXA  NOT NUMERIC OR
              ITX-SEP1  NOT = SPACE OR
              ITX-SEP2  NOT = SPACE OR
              ITX-RESTO NOT = SPACES
              MOVE 04   TO  WS-MOTIVO
           ELSE
              IF ITX-PADRAO NOT = 'A' AND ITX-PADRAO NOT = 'M'
                 MOVE 06   TO  WS-MOTIVO
              ELSE
                 IF ITX-PRAZO = ZEROS OR
                    ITX-PRAZO > 60    OR
                    ITX-TAXA  = ZEROS OR
                    ITX-TAXA  > 5,0000
                    MOVE 05   TO  WS-MOTIVO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CGVALRES: VALIDADE DA RESERVA DE 1 A 180 DIAS             *
      *--------------------------------------------------------------*
       054-VALIDAR-VALRES.

           IF IVR-DIAS  NOT NUMERIC OR
              IVR-RESTO NOT = SPACES
              MOVE 04   TO  WS-MOTIVO
           ELSE
              IF IVR-DIAS = ZEROS OR IVR-DIAS > 180
                 MOVE 05   TO  WS-MOTIVO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CGDESCMX: DESCONTO MAXIMO SEM AUTORIZACAO ATE 20,00%      *
      *    (ZERO E ACEITO: TODO DESCONTO PASSA A EXIGIR APROVADOR)   *
      *--------------------------------------------------------------*
       055-VALIDAR-DESCMX.

           IF IDM-PCT-MAXIMO NOT NUMERIC OR
              IDM-RESTO      NOT = SPACES
              MOVE 04   TO  WS-MOTIVO
           ELSE
              IF IDM-PCT-MAXIMO > 20,00
                 MOVE 05   TO  WS-MOTIVO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CG006LIM: UF EXISTENTE E PERCENTUAIS DE ALERTA DE 0,01 A  *
      *    100,00                                                    *
      *--------------------------------------------------------------*
       056-VALIDAR-LIMUF.

           IF ILU-PCT-ACID  NOT NUMERIC OR
              ILU-PCT-OBITO NOT NUMERIC OR
              ILU-SEP1  NOT = SPACE     OR
              ILU-SEP2  NOT = SPACE     OR
              ILU-RESTO NOT = SPACES
              MOVE 04   TO  WS-MOTIVO
           ELSE
              MOVE 'N'  TO  WS-UF-ACHADA
              MOVE 1    TO  WS-IDX-UF
              PERFORM 047-COMPARAR-UF
                 UNTIL WS-UF-ACHADA = 'S' OR WS-IDX-UF > 27
              IF WS-UF-ACHADA NOT = 'S'
                 MOVE 06   TO  WS-MOTIVO
              ELSE
                 IF ILU-PCT-ACID  = ZEROS  OR
                    ILU-PCT-ACID  > 100,00 OR
                    ILU-PCT-OBITO = ZEROS  OR
                    ILU-PCT-OBITO > 100,00
                    MOVE 05   TO  WS-MOTIVO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CG030LIM: PERCENTUAIS DE VARIACAO DE 0,01 A 100,00        *
      *--------------------------------------------------------------*
       057-VALIDAR-LIMFLS.

           IF ILF-PCT-VALOR NOT NUMERIC OR
              ILF-PCT-QTDE  NOT NUMERIC OR
              ILF-SEP1  NOT = SPACE     OR
              ILF-RESTO NOT = SPACES
              MOVE 04   TO  WS-MOTIVO
           ELSE
              IF ILF-PCT-VALOR = ZEROS  OR
                 ILF-PCT-VALOR > 100,00 OR
                 ILF-PCT-QTDE  = ZEROS  OR
                 ILF-PCT-QTDE  > 100,00
                 MOVE 05   TO  WS-MOTIVO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    VALIDA O FORMATO DAS DATAS DE VIGENCIA (WS-DATA-OK) E SE  *
      *    A INICIAL NAO E MAIOR QUE A FINAL (WS-VIG-OK)             *
      *--------------------------------------------------------------*
       058-VALIDAR-VIGENCIA.

           MOVE 'N'         TO  WS-VIG-OK
           MOVE WS-VIG-INI  TO  WS-DATA-VAL
           PERFORM 059-VALIDAR-DATA

           IF WS-DATA-OK = 'S'
              MOVE WS-VIG-FIM  TO  WS-DATA-VAL
              PERFORM 059-VALIDAR-DATA
              IF WS-DATA-OK = 'S' AND WS-VIG-INI <= WS-VIG-FIM
                 MOVE 'S'  TO  WS-VIG-OK
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    VALIDA UMA DATA AAAA/MM/DD (MES 01 A 12, DIA 01 A 31)     *
      *--------------------------------------------------------------*
       059-VALIDAR-DATA.

           MOVE 'N'  TO  WS-DATA-OK

           IF WS-DV-AAAA   NUMERIC AND
              WS-DV-MM     NUMERIC AND
              WS-DV-DD     NUMERIC AND
              WS-DV-BARRA1 = '/'   AND
              WS-DV-BARRA2 = '/'
              IF WS-DV-MM >= '01' AND WS-DV-MM <= '12' AND
                 WS-DV-DD >= '01' AND WS-DV-DD <= '31'
                 MOVE 'S'  TO  WS-DATA-OK
              END-IF
           END-IF
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
                  MOVE 'ARQUIVO INVALIDO'       TO  TE-DESC-MOTIVO
               WHEN 02
                  MOVE 'OPERACAO INVALIDA'      TO  TE-DESC-MOTIVO
               WHEN 03
                  MOVE 'USUARIO NAO INFORMADO'  TO  TE-DESC-MOTIVO
               WHEN 04
                  MOVE 'FORMATO INVALIDO'       TO  TE-DESC-MOTIVO
               WHEN 05
                  MOVE 'VALOR FORA DA FAIXA'    TO  TE-DESC-MOTIVO
               WHEN 06
                  MOVE 'CODIGO INVALIDO'        TO  TE-DESC-MOTIVO
               WHEN 07
                  MOVE 'VIGENCIA INI > FINAL'   TO  TE-DESC-MOTIVO
               WHEN 08
                  MOVE 'VIGENCIA SOBREPOSTA'    TO  TE-DESC-MOTIVO
               WHEN 09
                  MOVE 'REGISTRO NAO CADASTRADO' TO TE-DESC-MOTIVO
               WHEN 10
                  MOVE 'REGISTRO JA CADASTRADO' TO  TE-DESC-MOTIVO
               WHEN 11
                  MOVE 'ARQUIVO CHEIO'          TO  TE-DESC-MOTIVO
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
           MOVE TR-ARQUIVO        TO  PLG-ARQUIVO
           MOVE WS-LOG-OPERACAO   TO  PLG-OPERACAO
           MOVE WS-CHAVE          TO  PLG-CHAVE
           MOVE WS-LOG-ANTES      TO  PLG-ANTES
           MOVE WS-LOG-DEPOIS     TO  PLG-DEPOIS
           WRITE PARLOG-REG
           ADD 1  TO  WS-CTLOG
           .
      *--------------------------------------------------------------*
      *    GRAVA A NOVA GERACAO DE CADA ARQUIVO DE PARAMETROS        *
      *--------------------------------------------------------------*
       080-GRAVAR-ARQUIVOS-NOVOS.

           MOVE 1  TO  WS-IDX-TAB
           PERFORM 081-GRAVAR-REGISTRO
              UNTIL WS-IDX-TAB > WS-CTPAR
           .
      *--------------------------------------------------------------*
      *    GRAVA UM REGISTRO DA TABELA NA NOVA GERACAO DO SEU        *
      *    ARQUIVO                                                   *
      *--------------------------------------------------------------*
       081-GRAVAR-REGISTRO.

           EVALUATE WS-TAB-ARQ (WS-IDX-TAB)
               WHEN 1
                  MOVE WS-TAB-IMAGEM (WS-IDX-TAB)  TO  REGNOVO-REG
                  WRITE REGNOVO-REG
               WHEN 2
                  MOVE WS-TAB-IMAGEM (WS-IDX-TAB)  TO  PARNOVO-REG
                  WRITE PARNOVO-REG
               WHEN 3
                  MOVE WS-TAB-IMAGEM (WS-IDX-TAB)  TO  TAXNOVO-REG
                  WRITE TAXNOVO-REG
               WHEN 4
                  MOVE WS-TAB-IMAGEM (WS-IDX-TAB)  TO  VALNOVO-REG
                  WRITE VALNOVO-REG
               WHEN 5
                  MOVE WS-TAB-IMAGEM (WS-IDX-TAB)  TO  DSCNOVO-REG
                  WRITE DSCNOVO-REG
               WHEN 6
                  MOVE WS-TAB-IMAGEM (WS-IDX-TAB)  TO  LUFNOVO-REG
                  WRITE LUFNOVO-REG
               WHEN 7
                  MOVE WS-TAB-IMAGEM (WS-IDX-TAB)  TO  LFLNOVO-REG
                  WRITE LFLNOVO-REG
           END-EVALUATE

           ADD 1  TO  WS-CTGRAVA
           ADD 1  TO  WS-IDX-TAB
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           CLOSE REGNOVO-FILE
           CLOSE PARNOVO-FILE
           CLOSE TAXNOVO-FILE
           CLOSE VALNOVO-FILE
           CLOSE DSCNOVO-FILE
           CLOSE LUFNOVO-FILE
           CLOSE LFLNOVO-FILE
           CLOSE TRANERRO-FILE
           CLOSE PARLOG-FILE

           DISPLAY '-----------------------------------'
           DISPLAY '** FIM DA MANUTENCAO DOS PARAMETROS **'
           DISPLAY "TRANSACOES LIDAS.....= " WS-CTLIDO
           DISPLAY "TRANSACOES ACEITAS...= " WS-CTACEITA
           DISPLAY "TRANSACOES REJEITADAS= " WS-CTREJEITA
                   " (VIDE CG054ERR)"
           DISPLAY "REGISTROS NO LOG.....= " WS-CTLOG
           DISPLAY "REGISTROS GRAVADOS...= " WS-CTGRAVA
           PERFORM 091-EXIBIR-QTD-ARQUIVO
              VARYING WS-IDX-ARQ FROM 1 BY 1 UNTIL WS-IDX-ARQ > 7
           DISPLAY '-----------------------------------'

           IF WS-CTREJEITA > ZEROS
              MOVE 04   TO  RETURN-CODE
           ELSE
              MOVE 00   TO  RETURN-CODE
           END-IF

           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG054"
           .
      *--------------------------------------------------------------*
      *    EXIBE A QUANTIDADE DE REGISTROS DE UM ARQUIVO NA NOVA     *
      *    GERACAO                                                   *
      *--------------------------------------------------------------*
       091-EXIBIR-QTD-ARQUIVO.

           DISPLAY "   " WS-ARQ-NOME (WS-IDX-ARQ) "...........= "
                   WS-ARQ-QTD (WS-IDX-ARQ)
           .
      *---------------> FIM DO PROGRAMA CGPRG054 <-------------------*
