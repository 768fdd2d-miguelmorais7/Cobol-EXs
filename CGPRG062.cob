       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG062.
       AUTHOR.        MIGUEL MORAIS.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NIVEL BASICO.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: ANALISE DO HISTORICO DE ACIDENTES POR MUNICIPIO
      *           (CG006HMU, GRAVADO PELO CGPRG006). O PERIODO
      *           ATUAL E O ANO/MES MAIS RECENTE DO HISTORICO. PARA
      *           CADA CIDADE, COM O NOME DO CADASTRO CGMUNREF,
      *           IMPRIME ACIDENTES, OBITOS E TAXA POR 10 MIL
      *           VEICULOS DO PERIODO ATUAL CONTRA O MESMO PERIODO
      *           DO ANO ANTERIOR, A VARIACAO ANUAL E A TENDENCIA
      *           DA TAXA NOS 3 ULTIMOS PERIODOS DO HISTORICO (COM
      *           A MEDIA MOVEL). FECHA COM AS CIDADES DE MAIOR ALTA
      *           ANUAL NA TAXA DE ACIDENTES E NOS OBITOS
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010001  CRIACAO - COMPARATIVO ANUAL E
      *                          TENDENCIA DO HISTORICO CG006HMU
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
           SELECT HISTMUN-FILE       ASSIGN TO "CG006HMU"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-HMU.
           SELECT MUNICIP-FILE       ASSIGN TO "CGMUNREF"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-STATUS-MUN.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *==> MESMO LAYOUT GRAVADO PELO CGPRG006
       FD  HISTMUN-FILE.
       01  HISTMUN-REG.
           COPY CGREGHAC.

      *==> CADASTRO DE MUNICIPIOS (CODIGO, NOME, UF CADASTRAL)
       FD  MUNICIP-FILE.
       01  MUNICIP-REG.
           COPY CGREGMUN.

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> AREA AUXILIAR
       77  WS-EOF-HMU             PIC X(01).
       77  WS-EOF-MUN             PIC X(01).
       77  WS-STATUS-HMU          PIC X(02).
       77  WS-STATUS-MUN          PIC X(02).
       77  WS-CTLIDO              PIC 9(07)       VALUE ZEROS.
       77  WS-CTINVALIDO          PIC 9(07)       VALUE ZEROS.
       77  WS-CTSELEC             PIC 9(07)       VALUE ZEROS.
       77  WS-CTMUN               PIC 9(04)       VALUE ZEROS.
       77  WS-CTCID               PIC 9(04)       VALUE ZEROS.
       77  WS-CTCOMPARA           PIC 9(04)       VALUE ZEROS.
       77  WS-CTRK-TX             PIC 9(02)       VALUE ZEROS.
       77  WS-CTRK-OB             PIC 9(02)       VALUE ZEROS.
       77  WS-IDX-MUN             PIC 9(04).
       77  WS-IDX-CID             PIC 9(04).
       77  WS-IDX-INS             PIC 9(04).
       77  WS-IDX-DESL            PIC 9(04).
       77  WS-IDX-PER             PIC 9(01).
       77  WS-IDX-RK              PIC 9(02).
       77  WS-IDX-RKD             PIC 9(02).
       77  WS-MUN-ACHADO          PIC X(01).
       77  WS-CID-ACHADA          PIC X(01).
       77  WS-ACHOU-POS           PIC X(01).
       77  WS-NOME-ACHADO         PIC X(25).
       77  WS-CHAVE-LIDA          PIC 9(06).
       77  WS-ALTA-TAXA           PIC S9(05)V99.
       77  WS-ALTA-OBITO          PIC S9(05).
       77  WS-MEDIA-MOVEL         PIC 9(05)V99.
       77  WS-QTD-EDIT            PIC Z.ZZ9.
       77  WS-TX-EDIT             PIC ZZZZ9,99.
       77  WS-VAR-TX-EDIT         PIC +++++9,99.
       77  WS-VAR-OB-EDIT         PIC ++.++9.
       77  WS-TENDENCIA           PIC X(09).

      *-----> PERIODOS ANALISADOS (CHAVE AAAAMM): 1 = ATUAL (O MAIS
      *-----> RECENTE DO HISTORICO), 2 E 3 = OS DOIS PERIODOS
      *-----> ANTERIORES PRESENTES NO HISTORICO (TENDENCIA) E
      *-----> 4 = MESMO PERIODO DO ANO ANTERIOR (COMPARATIVO)
       01  WS-TAB-PER.
           05 WS-TAB-PER-OCR  OCCURS 4 TIMES.
              10 WS-PER-CHAVE           PIC 9(06).

      *-----> PERIODO AAAAMM FORMATADO PARA IMPRESSAO (AAAA/MM)
       01  WS-PERIODO-EXIB.
           05 WS-PEX-ANO          PIC 9(04).
           05 FILLER              PIC X(01)       VALUE '/'.
           05 WS-PEX-MES          PIC 9(02).

      *-----> CADASTRO DE MUNICIPIOS EM MEMORIA, DIMENSIONADO PARA
      *-----> OS 5.570 MUNICIPIOS DO PAIS COM FOLGA
       01  WS-TAB-MUN.
           05 WS-TAB-MUN-OCR  OCCURS 5600 TIMES.
              10 WS-TAB-MUN-CODIGO     PIC 9(05).
              10 WS-TAB-MUN-NOME       PIC X(25).
              10 WS-TAB-MUN-UF         PIC X(02).

      *-----> CIDADES DO HISTORICO ORDENADAS PELO CODIGO (INSERCAO
      *-----> NA CARGA), COM OS NUMEROS DE CADA PERIODO ANALISADO
      *-----> NA POSICAO DO PERIODO EM WS-TAB-PER
       01  WS-TAB-CID.
           05 WS-TAB-CID-OCR  OCCURS 5600 TIMES.
              10 WS-CID-CODIGO          PIC 9(05).
              10 WS-CID-UF              PIC X(02).
              10 WS-CID-PER-OCR  OCCURS 4 TIMES.
                 15 WS-CID-TEM          PIC X(01).
                 15 WS-CID-ACID         PIC 9(04).
                 15 WS-CID-OBIT         PIC 9(04).
                 15 WS-CID-VEIC         PIC 9(07).
                 15 WS-CID-BAFO         PIC X(01).
                 15 WS-CID-TAXA         PIC 9(05)V99.

      *-----> CIDADES DE MAIOR ALTA ANUAL NA TAXA DE ACIDENTES POR
      *-----> 10 MIL VEICULOS (POSICAO DA CIDADE EM WS-TAB-CID)
       01  WS-TAB-RK-TAXA.
           05 WS-RKT-ITEM  OCCURS 10 TIMES.
              10 WS-RKT-CID             PIC 9(04).
              10 WS-RKT-ALTA            PIC S9(05)V99.

      *-----> CIDADES DE MAIOR ALTA ANUAL NOS OBITOS
       01  WS-TAB-RK-OBITO.
           05 WS-RKO-ITEM  OCCURS 10 TIMES.
              10 WS-RKO-CID             PIC 9(04).
              10 WS-RKO-ALTA            PIC S9(05).

      *-----> CABECALHO DO COMPARATIVO POR CIDADE
       01  WS-CAB1.
           05 FILLER              PIC X(37)       VALUE SPACES.
           05 FILLER              PIC X(06)       VALUE 'ATUAL '.
           05 WS-CAB1-ATUAL       PIC X(07).
           05 FILLER              PIC X(10)       VALUE
              '        | '.
           05 FILLER              PIC X(09)       VALUE 'ANO ANT. '.
           05 WS-CAB1-ANO-ANT     PIC X(07).
           05 FILLER              PIC X(07)       VALUE
              '     | '.
           05 FILLER              PIC X(19)       VALUE
              'VARIACAO ANUAL   | '.
           05 FILLER              PIC X(18)       VALUE
              'ULTIMOS 3 PERIODOS'.
       01  WS-CAB2.
           05 FILLER              PIC X(32)       VALUE 'CIDADE NOME'.
           05 FILLER              PIC X(05)       VALUE 'UF | '.
           05 FILLER              PIC X(23)       VALUE
              'ACID. OBIT.   TX/10M | '.
           05 FILLER              PIC X(23)       VALUE
              'ACID. OBIT.   TX/10M | '.
           05 FILLER              PIC X(19)       VALUE
              ' VAR.TAXA VAR.OB | '.
           05 FILLER              PIC X(18)       VALUE
              'MED.MOV. TENDENCIA'.
       01  WS-TRACOS              PIC X(120)      VALUE ALL '-'.

      *-----> LINHA DO COMPARATIVO DE UMA CIDADE
       01  WS-LIN-CIDADE.
           05 WS-LCD-CODIGO       PIC 9(05).
           05 FILLER              PIC X(01)       VALUE SPACE.
           05 WS-LCD-NOME         PIC X(25).
           05 FILLER              PIC X(01)       VALUE SPACE.
           05 WS-LCD-UF           PIC X(02).
           05 FILLER              PIC X(03)       VALUE ' | '.
           05 WS-LCD-ACID-ATU     PIC X(05).
           05 FILLER              PIC X(01)       VALUE SPACE.
           05 WS-LCD-OBIT-ATU     PIC X(05).
           05 FILLER              PIC X(01)       VALUE SPACE.
           05 WS-LCD-TX-ATU       PIC X(08).
           05 FILLER              PIC X(03)       VALUE ' | '.
           05 WS-LCD-ACID-ANT     PIC X(05).
           05 FILLER              PIC X(01)       VALUE SPACE.
           05 WS-LCD-OBIT-ANT     PIC X(05).
           05 FILLER              PIC X(01)       VALUE SPACE.
           05 WS-LCD-TX-ANT       PIC X(08).
           05 FILLER              PIC X(03)       VALUE ' | '.
           05 WS-LCD-VAR-TX       PIC X(09).
           05 FILLER              PIC X(01)       VALUE SPACE.
           05 WS-LCD-VAR-OB       PIC X(06).
           05 FILLER              PIC X(03)       VALUE ' | '.
           05 WS-LCD-MOVEL        PIC X(08).
           05 FILLER              PIC X(01)       VALUE SPACE.
           05 WS-LCD-TEND         PIC X(09).
       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
       PROCEDURE DIVISION.
      *==================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL
      *--------------------------------------------------------------*
       000-CGPRG062.

           PERFORM 010-INICIAR
           PERFORM 040-IMPRIMIR-CIDADES
           PERFORM 060-IMPRIMIR-RANKINGS
           PERFORM 090-TERMINAR
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS: CADASTRO DE MUNICIPIOS, PRIMEIRA  *
      *    PASSADA NO HISTORICO (PERIODOS) E SEGUNDA PASSADA         *
      *    (CIDADES DOS PERIODOS ANALISADOS)                         *
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "** HISTORICO DE ACIDENTES POR MUNICIPIO **"
           DISPLAY '-----------------------------------'

           MOVE ZEROS  TO  WS-TAB-PER
           MOVE ZEROS  TO  WS-TAB-RK-TAXA
           MOVE ZEROS  TO  WS-TAB-RK-OBITO

           PERFORM 012-CARREGAR-MUNICIPIOS

           MOVE 'N'  TO  WS-EOF-HMU
           OPEN INPUT HISTMUN-FILE
           IF WS-STATUS-HMU = '00'
              PERFORM 021-LER-HISTORICO
              PERFORM 022-APURAR-PERIODO UNTIL WS-EOF-HMU = 'S'
              CLOSE HISTMUN-FILE
           END-IF

           IF WS-PER-CHAVE (1) > ZEROS
              SUBTRACT 100  FROM  WS-PER-CHAVE (1)
                 GIVING  WS-PER-CHAVE (4)
              MOVE 'N'  TO  WS-EOF-HMU
              OPEN INPUT HISTMUN-FILE
              PERFORM 021-LER-HISTORICO
              PERFORM 030-ACUMULAR-CIDADE UNTIL WS-EOF-HMU = 'S'
              CLOSE HISTMUN-FILE
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARGA DO CADASTRO DE MUNICIPIOS EM MEMORIA                *
      *--------------------------------------------------------------*
       012-CARREGAR-MUNICIPIOS.

           MOVE 'N'  TO  WS-EOF-MUN
           OPEN INPUT MUNICIP-FILE
           IF WS-STATUS-MUN = '00'
              PERFORM 013-LER-MUNICIPIO
              PERFORM 014-ACUMULAR-MUNICIPIO UNTIL WS-EOF-MUN = 'S'
              CLOSE MUNICIP-FILE
           END-IF
           .
       013-LER-MUNICIPIO.

           READ MUNICIP-FILE
               AT END MOVE 'S'  TO  WS-EOF-MUN
           END-READ
           .
       014-ACUMULAR-MUNICIPIO.

           IF WS-CTMUN >= 5600
              DISPLAY 'CAPACIDADE DO CADASTRO DE MUNICIPIOS (5600)'
                      ' EXCEDIDA - EXECUCAO ABANDONADA'
              DISPLAY 'AUMENTE A TABELA WS-TAB-MUN'
              CLOSE MUNICIP-FILE
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

           ADD 1  TO  WS-CTMUN
           MOVE MUN-CODIGO  TO  WS-TAB-MUN-CODIGO (WS-CTMUN)
           MOVE MUN-NOME    TO  WS-TAB-MUN-NOME   (WS-CTMUN)
           MOVE MUN-UF      TO  WS-TAB-MUN-UF     (WS-CTMUN)
           PERFORM 013-LER-MUNICIPIO
           .
      *--------------------------------------------------------------*
      *    LEITURA DE UM REGISTRO DO HISTORICO POR MUNICIPIO; O      *
      *    REGISTRO COM PERIODO NAO NUMERICO E CONTADO E DESPREZADO  *
      *--------------------------------------------------------------*
       021-LER-HISTORICO.

           MOVE ZEROS  TO  WS-CHAVE-LIDA
           READ HISTMUN-FILE
               AT END MOVE 'S'  TO  WS-EOF-HMU
           END-READ

           IF WS-EOF-HMU NOT = 'S'
              IF HAC-ANO NUMERIC AND HAC-MES NUMERIC
                 COMPUTE WS-CHAVE-LIDA = HAC-ANO * 100 + HAC-MES
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    PRIMEIRA PASSADA: GUARDA OS TRES PERIODOS MAIS RECENTES   *
      *    DO HISTORICO, DISTINTOS E EM ORDEM DECRESCENTE            *
      *--------------------------------------------------------------*
       022-APURAR-PERIODO.

           ADD 1  TO  WS-CTLIDO

           EVALUATE TRUE
               WHEN WS-CHAVE-LIDA = ZEROS
                    ADD 1  TO  WS-CTINVALIDO
               WHEN WS-CHAVE-LIDA = WS-PER-CHAVE (1) OR
                    WS-CHAVE-LIDA = WS-PER-CHAVE (2) OR
                    WS-CHAVE-LIDA = WS-PER-CHAVE (3)
                    CONTINUE
               WHEN WS-CHAVE-LIDA > WS-PER-CHAVE (1)
                    MOVE WS-PER-CHAVE (2)  TO  WS-PER-CHAVE (3)
                    MOVE WS-PER-CHAVE (1)  TO  WS-PER-CHAVE (2)
                    MOVE WS-CHAVE-LIDA     TO  WS-PER-CHAVE (1)
               WHEN WS-CHAVE-LIDA > WS-PER-CHAVE (2)
                    MOVE WS-PER-CHAVE (2)  TO  WS-PER-CHAVE (3)
                    MOVE WS-CHAVE-LIDA     TO  WS-PER-CHAVE (2)
               WHEN WS-CHAVE-LIDA > WS-PER-CHAVE (3)
                    MOVE WS-CHAVE-LIDA     TO  WS-PER-CHAVE (3)
           END-EVALUATE

           PERFORM 021-LER-HISTORICO
           .
      *--------------------------------------------------------------*
      *    SEGUNDA PASSADA: GUARDA A CIDADE DE UM PERIODO ANALISADO; *
      *    A MESMA CIDADE GRAVADA DE NOVO NO PERIODO SUBSTITUI A     *
      *    ANTERIOR (O ULTIMO REGISTRO GRAVADO PREVALECE)            *
      *--------------------------------------------------------------*
       030-ACUMULAR-CIDADE.

           IF WS-CHAVE-LIDA = WS-PER-CHAVE (1) OR
              WS-CHAVE-LIDA = WS-PER-CHAVE (2) OR
              WS-CHAVE-LIDA = WS-PER-CHAVE (3) OR
              WS-CHAVE-LIDA = WS-PER-CHAVE (4)
              ADD 1  TO  WS-CTSELEC
              PERFORM 031-LOCALIZAR-CIDADE
              IF WS-CID-ACHADA NOT = 'S'
                 PERFORM 033-INSERIR-CIDADE
              END-IF
              MOVE HAC-UF  TO  WS-CID-UF (WS-IDX-CID)
              PERFORM 035-GUARDAR-PERIODO
                  VARYING WS-IDX-PER FROM 1 BY 1
                  UNTIL WS-IDX-PER > 4
           END-IF

           PERFORM 021-LER-HISTORICO
           .
      *--------------------------------------------------------------*
      *    LOCALIZA A CIDADE NA TABELA ORDENADA PELO CODIGO; SEM     *
      *    ACHAR, WS-IDX-CID FICA NA POSICAO DE INSERCAO             *
      *--------------------------------------------------------------*
       031-LOCALIZAR-CIDADE.

           MOVE 'N'  TO  WS-CID-ACHADA
           MOVE 'N'  TO  WS-ACHOU-POS
           MOVE 1    TO  WS-IDX-CID
           PERFORM 032-COMPARAR-CIDADE
              UNTIL WS-ACHOU-POS = 'S' OR WS-IDX-CID > WS-CTCID
           .
       032-COMPARAR-CIDADE.

           IF WS-CID-CODIGO (WS-IDX-CID) < HAC-CIDADE
              ADD 1  TO  WS-IDX-CID
           ELSE
              MOVE 'S'  TO  WS-ACHOU-POS
              IF WS-CID-CODIGO (WS-IDX-CID) = HAC-CIDADE
                 MOVE 'S'  TO  WS-CID-ACHADA
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRE A POSICAO WS-IDX-CID NA TABELA E INCLUI A CIDADE     *
      *--------------------------------------------------------------*
       033-INSERIR-CIDADE.

           IF WS-CTCID >= 5600
              DISPLAY 'CAPACIDADE DA TABELA DE CIDADES (5600)'
                      ' EXCEDIDA - EXECUCAO ABANDONADA'
              DISPLAY 'AUMENTE A TABELA WS-TAB-CID'
              CLOSE HISTMUN-FILE
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-IDX-CID  TO  WS-IDX-INS
           PERFORM 034-DESLOCAR-CIDADE
               VARYING WS-IDX-DESL FROM WS-CTCID BY -1
               UNTIL WS-IDX-DESL < WS-IDX-INS
           ADD 1  TO  WS-CTCID

           INITIALIZE WS-TAB-CID-OCR (WS-IDX-CID)
           MOVE HAC-CIDADE  TO  WS-CID-CODIGO (WS-IDX-CID)
           MOVE 'N'  TO  WS-CID-TEM (WS-IDX-CID, 1)
                         WS-CID-TEM (WS-IDX-CID, 2)
                         WS-CID-TEM (WS-IDX-CID, 3)
                         WS-CID-TEM (WS-IDX-CID, 4)
           .
       034-DESLOCAR-CIDADE.

           MOVE WS-TAB-CID-OCR (WS-IDX-DESL)
             TO  WS-TAB-CID-OCR (WS-IDX-DESL + 1)
           .
      *--------------------------------------------------------------*
      *    GUARDA OS NUMEROS DO REGISTRO NO PERIODO CORRESPONDENTE   *
      *    (O MESMO REGISTRO PODE SER O PERIODO ANTERIOR DA          *
      *    TENDENCIA E O DO ANO ANTERIOR AO MESMO TEMPO)             *
      *--------------------------------------------------------------*
       035-GUARDAR-PERIODO.

           IF WS-CHAVE-LIDA = WS-PER-CHAVE (WS-IDX-PER)
              MOVE 'S'            TO
                   WS-CID-TEM  (WS-IDX-CID, WS-IDX-PER)
              MOVE HAC-ACIDENTES  TO
                   WS-CID-ACID (WS-IDX-CID, WS-IDX-PER)
              MOVE HAC-OBITOS     TO
                   WS-CID-OBIT (WS-IDX-CID, WS-IDX-PER)
              MOVE HAC-VEICULOS   TO
                   WS-CID-VEIC (WS-IDX-CID, WS-IDX-PER)
              MOVE HAC-BAFOMETRO  TO
                   WS-CID-BAFO (WS-IDX-CID, WS-IDX-PER)
              IF HAC-VEICULOS > ZEROS
                 COMPUTE WS-CID-TAXA (WS-IDX-CID, WS-IDX-PER)
                    ROUNDED = (HAC-ACIDENTES * 10000) / HAC-VEICULOS
              ELSE
                 MOVE ZEROS  TO  WS-CID-TAXA (WS-IDX-CID, WS-IDX-PER)
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    COMPARATIVO POR CIDADE: PERIODO ATUAL X MESMO PERIODO DO  *
      *    ANO ANTERIOR E TENDENCIA DOS 3 ULTIMOS PERIODOS           *
      *--------------------------------------------------------------*
       040-IMPRIMIR-CIDADES.

           IF WS-CTCID > ZEROS
              MOVE 1  TO  WS-IDX-PER
              PERFORM 049-FORMATAR-PERIODO
              MOVE WS-PERIODO-EXIB  TO  WS-CAB1-ATUAL
              DISPLAY 'PERIODO ATUAL...................: '
                      WS-PERIODO-EXIB
              MOVE 4  TO  WS-IDX-PER
              PERFORM 049-FORMATAR-PERIODO
              MOVE WS-PERIODO-EXIB  TO  WS-CAB1-ANO-ANT
              DISPLAY 'MESMO PERIODO DO ANO ANTERIOR...: '
                      WS-PERIODO-EXIB
              IF WS-PER-CHAVE (3) > ZEROS
                 MOVE 3  TO  WS-IDX-PER
                 PERFORM 049-FORMATAR-PERIODO
                 DISPLAY 'TENDENCIA A PARTIR DO PERIODO...: '
                         WS-PERIODO-EXIB
              ELSE
                 DISPLAY 'TENDENCIA.......................: MENOS DE'
                         ' 3 PERIODOS NO HISTORICO'
              END-IF
              DISPLAY WS-TRACOS
              DISPLAY WS-CAB1
              DISPLAY WS-CAB2
              DISPLAY WS-TRACOS
              MOVE 1  TO  WS-IDX-CID
              PERFORM 041-IMPRIMIR-CIDADE
                 UNTIL WS-IDX-CID > WS-CTCID
              DISPLAY WS-TRACOS
           END-IF
           .
       041-IMPRIMIR-CIDADE.

           MOVE WS-CID-CODIGO (WS-IDX-CID)  TO  WS-LCD-CODIGO
           PERFORM 042-LOCALIZAR-MUNICIPIO
           MOVE WS-NOME-ACHADO              TO  WS-LCD-NOME
           MOVE WS-CID-UF (WS-IDX-CID)      TO  WS-LCD-UF

           IF WS-CID-TEM (WS-IDX-CID, 1) = 'S'
              MOVE WS-CID-ACID (WS-IDX-CID, 1)  TO  WS-QTD-EDIT
              MOVE WS-QTD-EDIT                  TO  WS-LCD-ACID-ATU
              MOVE WS-CID-OBIT (WS-IDX-CID, 1)  TO  WS-QTD-EDIT
              MOVE WS-QTD-EDIT                  TO  WS-LCD-OBIT-ATU
              MOVE WS-CID-TAXA (WS-IDX-CID, 1)  TO  WS-TX-EDIT
              MOVE WS-TX-EDIT                   TO  WS-LCD-TX-ATU
           ELSE
              MOVE '    -'     TO  WS-LCD-ACID-ATU  WS-LCD-OBIT-ATU
              MOVE '       -'  TO  WS-LCD-TX-ATU
           END-IF

           IF WS-CID-TEM (WS-IDX-CID, 4) = 'S'
              MOVE WS-CID-ACID (WS-IDX-CID, 4)  TO  WS-QTD-EDIT
              MOVE WS-QTD-EDIT                  TO  WS-LCD-ACID-ANT
              MOVE WS-CID-OBIT (WS-IDX-CID, 4)  TO  WS-QTD-EDIT
              MOVE WS-QTD-EDIT                  TO  WS-LCD-OBIT-ANT
              MOVE WS-CID-TAXA (WS-IDX-CID, 4)  TO  WS-TX-EDIT
              MOVE WS-TX-EDIT                   TO  WS-LCD-TX-ANT
           ELSE
              MOVE '    -'     TO  WS-LCD-ACID-ANT  WS-LCD-OBIT-ANT
              MOVE '       -'  TO  WS-LCD-TX-ANT
           END-IF

           IF WS-CID-TEM (WS-IDX-CID, 1) = 'S' AND
              WS-CID-TEM (WS-IDX-CID, 4) = 'S'
              ADD 1  TO  WS-CTCOMPARA
              COMPUTE WS-ALTA-TAXA = WS-CID-TAXA (WS-IDX-CID, 1)
                                   - WS-CID-TAXA (WS-IDX-CID, 4)
              COMPUTE WS-ALTA-OBITO = WS-CID-OBIT (WS-IDX-CID, 1)
                                    - WS-CID-OBIT (WS-IDX-CID, 4)
              MOVE WS-ALTA-TAXA    TO  WS-VAR-TX-EDIT
              MOVE WS-VAR-TX-EDIT  TO  WS-LCD-VAR-TX
              MOVE WS-ALTA-OBITO   TO  WS-VAR-OB-EDIT
              MOVE WS-VAR-OB-EDIT  TO  WS-LCD-VAR-OB
              IF WS-ALTA-TAXA > ZEROS
                 PERFORM 050-CLASSIFICAR-ALTA-TAXA
              END-IF
              IF WS-ALTA-OBITO > ZEROS
                 PERFORM 055-CLASSIFICAR-ALTA-OBITO
              END-IF
           ELSE
              MOVE '        -'  TO  WS-LCD-VAR-TX
              MOVE '     -'     TO  WS-LCD-VAR-OB
           END-IF

           PERFORM 045-APURAR-TENDENCIA
           MOVE WS-TENDENCIA  TO  WS-LCD-TEND

           DISPLAY WS-LIN-CIDADE
           ADD 1  TO  WS-IDX-CID
           .
      *--------------------------------------------------------------*
      *    LOCALIZA O NOME DA CIDADE NO CADASTRO DE MUNICIPIOS       *
      *--------------------------------------------------------------*
       042-LOCALIZAR-MUNICIPIO.

           MOVE 'N'                      TO  WS-MUN-ACHADO
           MOVE '** NAO CADASTRADO **'   TO  WS-NOME-ACHADO
           MOVE 1                        TO  WS-IDX-MUN
           PERFORM 043-COMPARAR-MUNICIPIO
              UNTIL WS-MUN-ACHADO = 'S' OR WS-IDX-MUN > WS-CTMUN
           .
       043-COMPARAR-MUNICIPIO.

           IF WS-TAB-MUN-CODIGO (WS-IDX-MUN) =
              WS-CID-CODIGO (WS-IDX-CID)
              MOVE 'S'                          TO  WS-MUN-ACHADO
              MOVE WS-TAB-MUN-NOME (WS-IDX-MUN) TO  WS-NOME-ACHADO
           ELSE
              ADD 1  TO  WS-IDX-MUN
           END-IF
           .
      *--------------------------------------------------------------*
      *    TENDENCIA DA TAXA DE ACIDENTES NOS 3 ULTIMOS PERIODOS DO  *
      *    HISTORICO, COM A MEDIA MOVEL DOS 3 (A CIDADE PRECISA TER  *
      *    REGISTRO NOS TRES PERIODOS)                               *
      *--------------------------------------------------------------*
       045-APURAR-TENDENCIA.

           IF WS-PER-CHAVE (3) > ZEROS AND
              WS-CID-TEM (WS-IDX-CID, 1) = 'S' AND
              WS-CID-TEM (WS-IDX-CID, 2) = 'S' AND
              WS-CID-TEM (WS-IDX-CID, 3) = 'S'
              COMPUTE WS-MEDIA-MOVEL ROUNDED =
                 (WS-CID-TAXA (WS-IDX-CID, 1) +
                  WS-CID-TAXA (WS-IDX-CID, 2) +
                  WS-CID-TAXA (WS-IDX-CID, 3)) / 3
              MOVE WS-MEDIA-MOVEL  TO  WS-TX-EDIT
              MOVE WS-TX-EDIT      TO  WS-LCD-MOVEL
              EVALUATE TRUE
                  WHEN WS-CID-TAXA (WS-IDX-CID, 1) =
                       WS-CID-TAXA (WS-IDX-CID, 2) AND
                       WS-CID-TAXA (WS-IDX-CID, 2) =
                       WS-CID-TAXA (WS-IDX-CID, 3)
                       MOVE 'ESTAVEL'    TO  WS-TENDENCIA
                  WHEN WS-CID-TAXA (WS-IDX-CID, 1) >
                       WS-CID-TAXA (WS-IDX-CID, 2) AND
                       WS-CID-TAXA (WS-IDX-CID, 2) >
                       WS-CID-TAXA (WS-IDX-CID, 3)
                       MOVE 'ALTA'       TO  WS-TENDENCIA
                  WHEN WS-CID-TAXA (WS-IDX-CID, 1) <
                       WS-CID-TAXA (WS-IDX-CID, 2) AND
                       WS-CID-TAXA (WS-IDX-CID, 2) <
                       WS-CID-TAXA (WS-IDX-CID, 3)
                       MOVE 'QUEDA'      TO  WS-TENDENCIA
                  WHEN OTHER
                       MOVE 'OSCILANTE'  TO  WS-TENDENCIA
              END-EVALUATE
           ELSE
              MOVE '       -'  TO  WS-LCD-MOVEL
              MOVE 'S/ SERIE'  TO  WS-TENDENCIA
           END-IF
           .
      *--------------------------------------------------------------*
      *    FORMATA O PERIODO WS-IDX-PER (AAAAMM) COMO AAAA/MM        *
      *--------------------------------------------------------------*
       049-FORMATAR-PERIODO.

           DIVIDE WS-PER-CHAVE (WS-IDX-PER) BY 100
              GIVING WS-PEX-ANO  REMAINDER WS-PEX-MES
           .
      *--------------------------------------------------------------*
      *    CLASSIFICA A CIDADE ENTRE AS 10 DE MAIOR ALTA ANUAL NA    *
      *    TAXA DE ACIDENTES POR 10 MIL VEICULOS                     *
      *--------------------------------------------------------------*
       050-CLASSIFICAR-ALTA-TAXA.

           MOVE 'N'  TO  WS-ACHOU-POS
           MOVE 1    TO  WS-IDX-RK
           PERFORM 051-COMPARAR-ALTA-TAXA
              UNTIL WS-ACHOU-POS = 'S' OR WS-IDX-RK > WS-CTRK-TX

           IF WS-IDX-RK <= 10
              IF WS-CTRK-TX < 10
                 ADD 1  TO  WS-CTRK-TX
              END-IF
              PERFORM 052-DESLOCAR-ALTA-TAXA
                  VARYING WS-IDX-RKD FROM WS-CTRK-TX BY -1
                  UNTIL WS-IDX-RKD <= WS-IDX-RK
              MOVE WS-IDX-CID    TO  WS-RKT-CID  (WS-IDX-RK)
              MOVE WS-ALTA-TAXA  TO  WS-RKT-ALTA (WS-IDX-RK)
           END-IF
           .
       051-COMPARAR-ALTA-TAXA.

           IF WS-ALTA-TAXA > WS-RKT-ALTA (WS-IDX-RK)
              MOVE 'S'  TO  WS-ACHOU-POS
           ELSE
              ADD 1  TO  WS-IDX-RK
           END-IF
           .
       052-DESLOCAR-ALTA-TAXA.

           MOVE WS-RKT-ITEM (WS-IDX-RKD - 1)
             TO  WS-RKT-ITEM (WS-IDX-RKD)
           .
      *--------------------------------------------------------------*
      *    CLASSIFICA A CIDADE ENTRE AS 10 DE MAIOR ALTA ANUAL NOS   *
      *    OBITOS                                                    *
      *--------------------------------------------------------------*
       055-CLASSIFICAR-ALTA-OBITO.

           MOVE 'N'  TO  WS-ACHOU-POS
           MOVE 1    TO  WS-IDX-RK
           PERFORM 056-COMPARAR-ALTA-OBITO
              UNTIL WS-ACHOU-POS = 'S' OR WS-IDX-RK > WS-CTRK-OB

           IF WS-IDX-RK <= 10
              IF WS-CTRK-OB < 10
                 ADD 1  TO  WS-CTRK-OB
              END-IF
              PERFORM 057-DESLOCAR-ALTA-OBITO
                  VARYING WS-IDX-RKD FROM WS-CTRK-OB BY -1
                  UNTIL WS-IDX-RKD <= WS-IDX-RK
              MOVE WS-IDX-CID     TO  WS-RKO-CID  (WS-IDX-RK)
              MOVE WS-ALTA-OBITO  TO  WS-RKO-ALTA (WS-IDX-RK)
           END-IF
           .
       056-COMPARAR-ALTA-OBITO.

           IF WS-ALTA-OBITO > WS-RKO-ALTA (WS-IDX-RK)
              MOVE 'S'  TO  WS-ACHOU-POS
           ELSE
              ADD 1  TO  WS-IDX-RK
           END-IF
           .
       057-DESLOCAR-ALTA-OBITO.

           MOVE WS-RKO-ITEM (WS-IDX-RKD - 1)
             TO  WS-RKO-ITEM (WS-IDX-RKD)
           .
      *--------------------------------------------------------------*
      *    CIDADES DE MAIOR ALTA ANUAL NA TAXA E NOS OBITOS          *
      *--------------------------------------------------------------*
       060-IMPRIMIR-RANKINGS.

           DISPLAY ' ------------------------------ '
           DISPLAY 'MAIORES ALTAS NA TAXA DE ACIDENTES/10 MIL VEICULOS'
                   ' (ATUAL X MESMO PERIODO DO ANO ANTERIOR):'
           IF WS-CTRK-TX = ZEROS
              DISPLAY 'NENHUMA CIDADE COM ALTA NA TAXA'
           ELSE
              PERFORM 061-IMPRIMIR-ALTA-TAXA
                  VARYING WS-IDX-RK FROM 1 BY 1
                  UNTIL WS-IDX-RK > WS-CTRK-TX
           END-IF

           DISPLAY ' ------------------------------ '
           DISPLAY 'MAIORES ALTAS NOS OBITOS'
                   ' (ATUAL X MESMO PERIODO DO ANO ANTERIOR):'
           IF WS-CTRK-OB = ZEROS
              DISPLAY 'NENHUMA CIDADE COM ALTA NOS OBITOS'
           ELSE
              PERFORM 062-IMPRIMIR-ALTA-OBITO
                  VARYING WS-IDX-RK FROM 1 BY 1
                  UNTIL WS-IDX-RK > WS-CTRK-OB
           END-IF
           .
       061-IMPRIMIR-ALTA-TAXA.

           MOVE WS-RKT-CID (WS-IDX-RK)  TO  WS-IDX-CID
           PERFORM 042-LOCALIZAR-MUNICIPIO
           MOVE WS-CID-TAXA (WS-IDX-CID, 1)  TO  WS-TX-EDIT
           MOVE WS-RKT-ALTA (WS-IDX-RK)      TO  WS-VAR-TX-EDIT
           DISPLAY WS-IDX-RK 'O LUGAR - CIDADE: '
                   WS-CID-CODIGO (WS-IDX-CID)
                   ' ' WS-NOME-ACHADO
                   ' UF: ' WS-CID-UF (WS-IDX-CID)
                   ' TAXA: ' WS-TX-EDIT '/10 MIL'
                   ' ALTA: ' WS-VAR-TX-EDIT
           .
       062-IMPRIMIR-ALTA-OBITO.

           MOVE WS-RKO-CID (WS-IDX-RK)  TO  WS-IDX-CID
           PERFORM 042-LOCALIZAR-MUNICIPIO
           MOVE WS-CID-OBIT (WS-IDX-CID, 1)  TO  WS-QTD-EDIT
           MOVE WS-RKO-ALTA (WS-IDX-RK)      TO  WS-VAR-OB-EDIT
           DISPLAY WS-IDX-RK 'O LUGAR - CIDADE: '
                   WS-CID-CODIGO (WS-IDX-CID)
                   ' ' WS-NOME-ACHADO
                   ' UF: ' WS-CID-UF (WS-IDX-CID)
                   ' OBITOS: ' WS-QTD-EDIT
                   ' ALTA: ' WS-VAR-OB-EDIT
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS
      *--------------------------------------------------------------*
       090-TERMINAR.

           DISPLAY '-----------------------------------'
           DISPLAY 'REGISTROS LIDOS NO HISTORICO....: ' WS-CTLIDO
           DISPLAY 'REGISTROS COM PERIODO INVALIDO..: ' WS-CTINVALIDO
           DISPLAY 'REGISTROS DOS PERIODOS ANALISADOS: ' WS-CTSELEC
           DISPLAY 'CIDADES ANALISADAS..............: ' WS-CTCID
           DISPLAY 'CIDADES COM COMPARATIVO ANUAL...: ' WS-CTCOMPARA

           EVALUATE TRUE
               WHEN WS-CTCID = ZEROS
                    MOVE 12   TO  RETURN-CODE
               WHEN WS-CTINVALIDO > ZEROS
                    MOVE 04   TO  RETURN-CODE
               WHEN OTHER
                    MOVE 00   TO  RETURN-CODE
           END-EVALUATE

           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG062"
           .
      *---------------> FIM DO PROGRAMA CGPRG062 <-------------------*
