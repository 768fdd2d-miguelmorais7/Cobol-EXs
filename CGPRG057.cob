       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.    CGPRG057.
       AUTHOR.        MIGUEL MORAIS.
       INSTALLATION.  FATEC SAO CAETANO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NIVEL BASICO.
      *--------------------------------------------------------------*
      * DISCIPLINA PROGRAMACAO MAINFRAME
      *--------------------------------------------------------------*
      * OBJETIVO: ROTINA DE DIAS UTEIS DA CADEIA, CHAMADA POR CALL
      *           (AREA DE COMUNICACAO NO COPY CGREGCAL) - NAO RODA
      *           SOZINHA COMO PASSO DE JCL. NA PRIMEIRA CHAMADA
      *           CARREGA O CALENDARIO DE FERIADOS CGFERIAD (COPY
      *           CGREGFER, MANTIDO PELO CGPRG056) DO PASSO QUE A
      *           CHAMA; SABADOS E DOMINGOS SAO RECONHECIDOS PELO
      *           DIA DA SEMANA. RESPONDE SE UMA DATA E DIA UTIL,
      *           PRORROGA UMA DATA PARA O PRIMEIRO DIA UTIL, SOMA
      *           DIAS UTEIS A UMA DATA E CONTA OS DIAS UTEIS E
      *           CORRIDOS ENTRE DUAS DATAS.
      *           O DIA DA SEMANA E A CONTAGEM DE DIAS SAEM DE UM
      *           NUMERO SEQUENCIAL DO DIA NO CALENDARIO GREGORIANO,
      *           CALCULADO POR ARITMETICA SIMPLES - VALE TAMBEM
      *           PARA O ANO COM DOIS DIGITOS DA DATA DA MAQUINA
      *           (0026 = 2026)
      *--------------------------------------------------------------*
      *------------------> HISTORICO - MANUTENCAO <------------------*
      * VERSAO  MES/ANO  NR.DOC  IDENT.  DESCRICAO
      * ------  -------  ------  ------  -------------------------   *
      *  V01    OUT/2026 010001  CRIACAO - ROTINA DE DIAS UTEIS PELO
      *                          CALENDARIO DE FERIADOS CGFERIAD
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

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *==> CALENDARIO DE FERIADOS (CGPRG056)
       FD  FERIAD-FILE.
       01  FERIAD-REG.
           COPY CGREGFER.

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
           '**** INICIO DA WORKING-STORAGE ****'.

      *-----> AREA AUXILIAR
      *--->    A WORKING-STORAGE SE MANTEM ENTRE AS CHAMADAS: O
      *--->    CALENDARIO E CARREGADO UMA UNICA VEZ POR PASSO
       77  WS-CARREGADO           PIC X(01)       VALUE "N".
       77  WS-CAL-DISPONIVEL      PIC X(01)       VALUE "N".
       77  WS-STATUS-FER          PIC X(02).
       77  WS-FIM-FER             PIC X(01).
       77  WS-CTFER               PIC 9(03)       VALUE ZEROS.
       77  WS-IDX-FE              PIC 9(03).
       77  WS-FER-ACHADO          PIC X(01).
       77  WS-DATA-VALIDA         PIC X(01).
       77  WS-DIA-UTIL            PIC X(01).
       77  WS-ULTIMO-DIA          PIC 9(02).
       77  WS-UD-AAAA             PIC 9(04).
       77  WS-UD-MM               PIC 9(02).
       77  WS-ANO-NORM            PIC 9(04).
       77  WS-NUM-INICIO          PIC 9(07).
       77  WS-NUM-FIM             PIC 9(07).
       77  WS-NUM-CURSOR          PIC 9(07).
       77  WS-CONT-UTEIS          PIC S9(05).
       77  WS-QUOC                PIC 9(07).
       77  WS-RESTO               PIC 9(03).
       77  WS-CUR-SEMANA          PIC 9(01).
       77  WS-CUR-DESCRICAO       PIC X(30).

      *-----> DATA RECEBIDA, DESDOBRADA (AAAA/MM/DD)
       01  WS-DATA-DESDOBRA.
           05 WS-DD-AAAA          PIC 9(04).
           05 FILLER              PIC X(01).
           05 WS-DD-MM            PIC 9(02).
           05 FILLER              PIC X(01).
           05 WS-DD-DD            PIC 9(02).

      *-----> DIA CORRENTE DA VARREDURA, NA FORMA DA DATA RECEBIDA
      *--->    (O DIA DA SEMANA FICA EM WS-CUR-SEMANA: 1 = DOMINGO
      *--->    ... 7 = SABADO)
       01  WS-CURSOR.
           05 WS-CUR-AAAA         PIC 9(04).
           05 FILLER              PIC X(01)       VALUE '/'.
           05 WS-CUR-MM           PIC 9(02).
           05 FILLER              PIC X(01)       VALUE '/'.
           05 WS-CUR-DD           PIC 9(02).

      *-----> NUMERO SEQUENCIAL DO DIA: MARCO COMO PRIMEIRO MES DO
      *--->    ANO, PARA O 29 DE FEVEREIRO CAIR NO FIM DO ANO
      *--->    NUM = 365 X ANO + ANO/4 - ANO/100 + ANO/400
      *--->          + (153 X (MES - 3) + 2) / 5 + DIA
      *--->    (JANEIRO E FEVEREIRO SAO OS MESES 13 E 14 DO ANO
      *--->    ANTERIOR; AS DIVISOES DESPREZAM O RESTO)
       01  WS-CALC-NUM.
           05 WS-CN-ANO           PIC 9(04).
           05 WS-CN-MES           PIC 9(02).
           05 WS-CN-DIA           PIC 9(02).
           05 WS-CN-AUX           PIC 9(07).
           05 WS-CN-Q4            PIC 9(04).
           05 WS-CN-Q100          PIC 9(04).
           05 WS-CN-Q400          PIC 9(04).
           05 WS-CN-QMES          PIC 9(04).
           05 WS-CN-NUM           PIC 9(07).

      *-----> QUANTIDADE DE DIAS DE CADA MES (FEVEREIRO AJUSTADO NO
      *--->    ANO BISSEXTO)
       01  WS-LISTA-MESES.
           05 FILLER              PIC X(24)       VALUE
              '312831303130313130313031'.
       01  FILLER  REDEFINES  WS-LISTA-MESES.
           05 WS-DIAS-MES         PIC 9(02)  OCCURS 12 TIMES.

      *-----> NOME DO DIA DE FIM DE SEMANA
       01  WS-LISTA-SEMANA.
           05 FILLER              PIC X(07)       VALUE 'DOMINGO'.
           05 FILLER              PIC X(07)       VALUE 'SABADO '.
       01  FILLER  REDEFINES  WS-LISTA-SEMANA.
           05 WS-NOME-FIM-SEMANA  PIC X(07)  OCCURS 2 TIMES.

      *-----> FERIADOS DO CALENDARIO, COM O ANO NA FORMA AAAA
       01  WS-TAB-FER.
           05 WS-TAB-FER-OCR  OCCURS 366 TIMES.
              10 WS-TAB-FER-AAAA        PIC 9(04).
              10 WS-TAB-FER-MM          PIC 9(02).
              10 WS-TAB-FER-DD          PIC 9(02).
              10 WS-TAB-FER-TIPO        PIC X(01).
              10 WS-TAB-FER-DESCRICAO   PIC X(30).
       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.

       LINKAGE SECTION.
      *----------------*
       01  LK-CALENDARIO.
           COPY CGREGCAL.
      *
       PROCEDURE DIVISION USING LK-CALENDARIO.
      *======================================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL                                        *
      *--------------------------------------------------------------*
       000-CGPRG057.

           IF WS-CARREGADO NOT = 'S'
              PERFORM 010-CARREGAR-CALENDARIO
           END-IF

           IF WS-CAL-DISPONIVEL = 'S'
              MOVE ZEROS  TO  CAL-COD-RETORNO
           ELSE
              MOVE 04     TO  CAL-COD-RETORNO
           END-IF

           MOVE CAL-DATA  TO  WS-DATA-DESDOBRA
           PERFORM 020-VALIDAR-DATA

           IF WS-DATA-VALIDA NOT = 'S'
              MOVE 08        TO  CAL-COD-RETORNO
              MOVE CAL-DATA  TO  CAL-DATA-FIM
              MOVE ZEROS     TO  CAL-DIAS-CORRIDOS  CAL-DIA-SEMANA
              MOVE 'S'       TO  CAL-DIA-UTIL
              MOVE SPACES    TO  CAL-DESCRICAO
              IF CAL-FUNCAO = 'C'
                 MOVE ZEROS  TO  CAL-DIAS-UTEIS
              END-IF
           ELSE
              PERFORM 030-POSICIONAR-CURSOR
              MOVE WS-DIA-UTIL       TO  CAL-DIA-UTIL
              MOVE WS-CUR-SEMANA     TO  CAL-DIA-SEMANA
              MOVE WS-CUR-DESCRICAO  TO  CAL-DESCRICAO
              EVALUATE CAL-FUNCAO
                  WHEN 'U'
                     CONTINUE
                  WHEN 'P'
                     PERFORM 040-PRORROGAR
                  WHEN 'S'
                     PERFORM 042-SOMAR-DIAS-UTEIS
                  WHEN 'C'
                     PERFORM 044-CONTAR-DIAS
                  WHEN OTHER
                     MOVE 16  TO  CAL-COD-RETORNO
              END-EVALUATE
           END-IF

           GOBACK
           .
      *--------------------------------------------------------------*
      *    CARGA DO CALENDARIO DE FERIADOS EM MEMORIA; SEM O         *
      *    CGFERIAD, SO SABADOS E DOMINGOS SAO DIAS NAO UTEIS, COM   *
      *    AVISO NO SYSOUT DO PASSO                                  *
      *--------------------------------------------------------------*
       010-CARREGAR-CALENDARIO.

           MOVE 'S'  TO  WS-CARREGADO
           MOVE 'N'  TO  WS-FIM-FER
           OPEN INPUT FERIAD-FILE
           IF WS-STATUS-FER NOT = '00'
              DISPLAY "CALENDARIO CGFERIAD INDISPONIVEL - SO SABADOS"
                      " E DOMINGOS CONSIDERADOS DIAS NAO UTEIS"
           ELSE
              MOVE 'S'  TO  WS-CAL-DISPONIVEL
              PERFORM 011-LER-FERIADO
              PERFORM 012-ACUMULAR-FERIADO UNTIL WS-FIM-FER = 'S'
              CLOSE FERIAD-FILE
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEITURA DE UM FERIADO DO CALENDARIO                       *
      *--------------------------------------------------------------*
       011-LER-FERIADO.

           READ FERIAD-FILE
               AT END MOVE 'S' TO WS-FIM-FER
           END-READ
           .
      *--------------------------------------------------------------*
      *    ACUMULA UM FERIADO NA TABELA EM MEMORIA, COM O ANO NA     *
      *    FORMA AAAA                                                *
      *--------------------------------------------------------------*
       012-ACUMULAR-FERIADO.

           IF WS-CTFER >= 366
              DISPLAY "CAPACIDADE DA TABELA DE FERIADOS (366) EXCEDIDA"
                      " - EXECUCAO ABANDONADA"
              MOVE 16   TO  RETURN-CODE
              STOP RUN
           END-IF

           ADD 1  TO  WS-CTFER
           MOVE FER-DATA  TO  WS-DATA-DESDOBRA
           MOVE WS-DD-AAAA  TO  WS-ANO-NORM
           IF WS-ANO-NORM < 100
              ADD 2000  TO  WS-ANO-NORM
           END-IF
           MOVE WS-ANO-NORM    TO  WS-TAB-FER-AAAA      (WS-CTFER)
           MOVE WS-DD-MM       TO  WS-TAB-FER-MM        (WS-CTFER)
           MOVE WS-DD-DD       TO  WS-TAB-FER-DD        (WS-CTFER)
           MOVE FER-TIPO       TO  WS-TAB-FER-TIPO      (WS-CTFER)
           MOVE FER-DESCRICAO  TO  WS-TAB-FER-DESCRICAO (WS-CTFER)

           PERFORM 011-LER-FERIADO
           .
      *--------------------------------------------------------------*
      *    VALIDA A DATA DESDOBRADA: MES DE 01 A 12 E DIA DENTRO DO  *
      *    MES (29/02 SO EM ANO BISSEXTO)                            *
      *--------------------------------------------------------------*
       020-VALIDAR-DATA.

           MOVE 'N'  TO  WS-DATA-VALIDA
           IF WS-DD-AAAA NUMERIC AND
              WS-DD-MM   NUMERIC AND
              WS-DD-DD   NUMERIC
              IF WS-DD-MM >= 1 AND WS-DD-MM <= 12
                 MOVE WS-DD-AAAA  TO  WS-UD-AAAA
                 MOVE WS-DD-MM    TO  WS-UD-MM
                 PERFORM 060-OBTER-ULTIMO-DIA
                 IF WS-DD-DD >= 1 AND WS-DD-DD <= WS-ULTIMO-DIA
                    MOVE 'S'  TO  WS-DATA-VALIDA
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    POSICIONA O CURSOR NA DATA RECEBIDA: NUMERO DO DIA, DIA   *
      *    DA SEMANA E SE E DIA UTIL                                 *
      *--------------------------------------------------------------*
       030-POSICIONAR-CURSOR.

           MOVE WS-DD-AAAA  TO  WS-CUR-AAAA
           MOVE WS-DD-MM    TO  WS-CUR-MM
           MOVE WS-DD-DD    TO  WS-CUR-DD
           PERFORM 050-CALCULAR-NUM-DIA
           MOVE WS-CN-NUM   TO  WS-NUM-CURSOR  WS-NUM-INICIO

      *--->    SOMANDO 2 AO NUMERO DO DIA, O RESTO DA DIVISAO POR 7
      *--->    FICA 0 NO DOMINGO ... 6 NO SABADO
           COMPUTE WS-CN-AUX = WS-CN-NUM + 2
           DIVIDE WS-CN-AUX BY 7 GIVING WS-QUOC REMAINDER WS-RESTO
           ADD 1  WS-RESTO  GIVING  WS-CUR-SEMANA

           PERFORM 032-TESTAR-DIA
           .
      *--------------------------------------------------------------*
      *    TESTA SE O DIA DO CURSOR E UTIL: NAO E SABADO, DOMINGO    *
      *    NEM FERIADO DO CALENDARIO                                 *
      *--------------------------------------------------------------*
       032-TESTAR-DIA.

           MOVE 'S'     TO  WS-DIA-UTIL
           MOVE SPACES  TO  WS-CUR-DESCRICAO
           IF WS-CUR-SEMANA = 1
              MOVE 'N'  TO  WS-DIA-UTIL
              MOVE WS-NOME-FIM-SEMANA (1)  TO  WS-CUR-DESCRICAO
           END-IF
           IF WS-CUR-SEMANA = 7
              MOVE 'N'  TO  WS-DIA-UTIL
              MOVE WS-NOME-FIM-SEMANA (2)  TO  WS-CUR-DESCRICAO
           END-IF

           MOVE WS-CUR-AAAA  TO  WS-ANO-NORM
           IF WS-ANO-NORM < 100
              ADD 2000  TO  WS-ANO-NORM
           END-IF
           MOVE 'N'  TO  WS-FER-ACHADO
           PERFORM 034-COMPARAR-FERIADO
              VARYING WS-IDX-FE FROM 1 BY 1
                UNTIL WS-IDX-FE > WS-CTFER OR WS-FER-ACHADO = 'S'
           .
      *--------------------------------------------------------------*
      *    COMPARA O DIA DO CURSOR COM UM FERIADO DA TABELA - O      *
      *    FERIADO FIXO ('F') VALE EM QUALQUER ANO                   *
      *--------------------------------------------------------------*
       034-COMPARAR-FERIADO.

           IF WS-TAB-FER-MM (WS-IDX-FE) = WS-CUR-MM AND
              WS-TAB-FER-DD (WS-IDX-FE) = WS-CUR-DD
              IF WS-TAB-FER-TIPO (WS-IDX-FE) = 'F' OR
                 WS-TAB-FER-AAAA (WS-IDX-FE) = WS-ANO-NORM
                 MOVE 'S'  TO  WS-FER-ACHADO
                 MOVE 'N'  TO  WS-DIA-UTIL
                 MOVE WS-TAB-FER-DESCRICAO (WS-IDX-FE)
                   TO  WS-CUR-DESCRICAO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    PRORROGA A DATA RECEBIDA PARA O PRIMEIRO DIA UTIL IGUAL   *
      *    OU POSTERIOR                                              *
      *--------------------------------------------------------------*
       040-PRORROGAR.

           PERFORM 046-AVANCAR-DIA UNTIL WS-DIA-UTIL = 'S'
           MOVE WS-CURSOR  TO  CAL-DATA-FIM
           .
      *--------------------------------------------------------------*
      *    SOMA CAL-DIAS-UTEIS DIAS UTEIS A DATA RECEBIDA (ZERO OU   *
      *    NEGATIVO DEVOLVE A PROPRIA DATA)                          *
      *--------------------------------------------------------------*
       042-SOMAR-DIAS-UTEIS.

           MOVE ZEROS  TO  WS-CONT-UTEIS
           PERFORM 043-SOMAR-UM-DIA
              UNTIL WS-CONT-UTEIS >= CAL-DIAS-UTEIS
           MOVE WS-CURSOR  TO  CAL-DATA-FIM
           .
      *--------------------------------------------------------------*
      *    AVANCA UM DIA NA SOMA, CONTANDO-O SE FOR UTIL             *
      *--------------------------------------------------------------*
       043-SOMAR-UM-DIA.

           PERFORM 046-AVANCAR-DIA
           IF WS-DIA-UTIL = 'S'
              ADD 1  TO  WS-CONT-UTEIS
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONTA OS DIAS CORRIDOS ENTRE CAL-DATA E CAL-DATA-FIM E OS *
      *    DIAS UTEIS DEPOIS DE CAL-DATA ATE CAL-DATA-FIM INCLUSIVE  *
      *    (DATA FINAL ANTERIOR OU IGUAL A INICIAL: ZERO DIA UTIL)   *
      *--------------------------------------------------------------*
       044-CONTAR-DIAS.

           MOVE ZEROS         TO  CAL-DIAS-UTEIS  CAL-DIAS-CORRIDOS
           MOVE CAL-DATA-FIM  TO  WS-DATA-DESDOBRA
           PERFORM 020-VALIDAR-DATA
           IF WS-DATA-VALIDA NOT = 'S'
              MOVE 08  TO  CAL-COD-RETORNO
           ELSE
              MOVE WS-DD-AAAA  TO  WS-CN-ANO
              MOVE WS-DD-MM    TO  WS-CN-MES
              MOVE WS-DD-DD    TO  WS-CN-DIA
              PERFORM 052-NUMERAR-DIA
              MOVE WS-CN-NUM   TO  WS-NUM-FIM
              COMPUTE CAL-DIAS-CORRIDOS = WS-NUM-FIM - WS-NUM-INICIO
              MOVE ZEROS  TO  WS-CONT-UTEIS
              PERFORM 043-SOMAR-UM-DIA
                 UNTIL WS-NUM-CURSOR >= WS-NUM-FIM
              MOVE WS-CONT-UTEIS  TO  CAL-DIAS-UTEIS
           END-IF
           .
      *--------------------------------------------------------------*
      *    AVANCA O CURSOR PARA O DIA SEGUINTE E TESTA SE E UTIL     *
      *--------------------------------------------------------------*
       046-AVANCAR-DIA.

           ADD 1  TO  WS-CUR-DD
           MOVE WS-CUR-AAAA  TO  WS-UD-AAAA
           MOVE WS-CUR-MM    TO  WS-UD-MM
           PERFORM 060-OBTER-ULTIMO-DIA
           IF WS-CUR-DD > WS-ULTIMO-DIA
              MOVE 1  TO  WS-CUR-DD
              ADD 1   TO  WS-CUR-MM
              IF WS-CUR-MM > 12
                 MOVE 1  TO  WS-CUR-MM
                 ADD 1   TO  WS-CUR-AAAA
              END-IF
           END-IF

           ADD 1  TO  WS-NUM-CURSOR
           ADD 1  TO  WS-CUR-SEMANA
           IF WS-CUR-SEMANA > 7
              MOVE 1  TO  WS-CUR-SEMANA
           END-IF
           PERFORM 032-TESTAR-DIA
           .
      *--------------------------------------------------------------*
      *    NUMERO SEQUENCIAL DO DIA DO CURSOR (WS-CN-NUM)            *
      *--------------------------------------------------------------*
       050-CALCULAR-NUM-DIA.

           MOVE WS-CUR-AAAA  TO  WS-CN-ANO
           MOVE WS-CUR-MM    TO  WS-CN-MES
           MOVE WS-CUR-DD    TO  WS-CN-DIA
           PERFORM 052-NUMERAR-DIA
           .
      *--------------------------------------------------------------*
      *    NUMERO SEQUENCIAL DO DIA EM WS-CN-ANO/MES/DIA - O ANO COM *
      *    DOIS DIGITOS VALE COMO 20AA                               *
      *--------------------------------------------------------------*
       052-NUMERAR-DIA.

           IF WS-CN-ANO < 100
              ADD 2000  TO  WS-CN-ANO
           END-IF
           IF WS-CN-MES < 3
              ADD 12        TO  WS-CN-MES
              SUBTRACT 1  FROM  WS-CN-ANO
           END-IF

           DIVIDE WS-CN-ANO BY 4   GIVING WS-CN-Q4
           DIVIDE WS-CN-ANO BY 100 GIVING WS-CN-Q100
           DIVIDE WS-CN-ANO BY 400 GIVING WS-CN-Q400
           COMPUTE WS-CN-AUX = (153 * (WS-CN-MES - 3)) + 2
           DIVIDE WS-CN-AUX BY 5   GIVING WS-CN-QMES

           COMPUTE WS-CN-NUM = (365 * WS-CN-ANO) + WS-CN-Q4
                             - WS-CN-Q100 + WS-CN-Q400
                             + WS-CN-QMES + WS-CN-DIA
           .
      *--------------------------------------------------------------*
      *    ULTIMO DIA DO MES EM WS-UD-AAAA/WS-UD-MM: ANO BISSEXTO E  *
      *    O DIVISIVEL POR 4, EXCETO O SECULAR NAO DIVISIVEL POR 400 *
      *    (0000 = 2000 E BISSEXTO)                                  *
      *--------------------------------------------------------------*
       060-OBTER-ULTIMO-DIA.

           MOVE WS-DIAS-MES (WS-UD-MM)  TO  WS-ULTIMO-DIA
           IF WS-UD-MM = 2
              DIVIDE WS-UD-AAAA BY 4 GIVING WS-QUOC
                     REMAINDER WS-RESTO
              IF WS-RESTO = ZEROS
                 MOVE 29  TO  WS-ULTIMO-DIA
                 DIVIDE WS-UD-AAAA BY 100 GIVING WS-QUOC
                        REMAINDER WS-RESTO
                 IF WS-RESTO = ZEROS
                    DIVIDE WS-UD-AAAA BY 400 GIVING WS-QUOC
                           REMAINDER WS-RESTO
                    IF WS-RESTO NOT = ZEROS
                       MOVE 28  TO  WS-ULTIMO-DIA
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG057 <-------------------*
