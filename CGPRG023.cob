      *  V01    SET/2026 010001  CRIACAO - REAVALIACAO DOS LOTES 'P'
      *                          DO CADASTRO APOS ATUALIZACAO DE
      *                          TABELA
      *  V02    OUT/2026 010002  CADA LOTE COM PRECO ALTERADO GERA
      *                          UM REGISTRO DE JORNAL (COPY
      *                          CGREGJRN) COM AS IMAGENS ANTES/
      *                          DEPOIS NO CG023JRN, ACRESCENTADO AO
      *                          JORNAL CGLOTJRN PELO JOB CGREAVAL
      *                          SO QUANDO A NOVA GERACAO E
      *                          EFETIVADA NO KSDS
      *  V03    OUT/2026 010003  JORNAL DA REAVALIACAO SAI SEM
      *                          USUARIO (ALTERACAO DO PROPRIO
      *                          PROCESSAMENTO, SEM TRANSACAO), E NAO
      *                          COM O USUARIO DA ULTIMA SITUACAO
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
                  FILE STATUS  IS WS-STATUS-DMV.
           SELECT LOTREAV-FILE       ASSIGN TO "LOTREAV"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JORNAL-FILE        ASSIGN TO "CG023JRN"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *=============*
       FD  LOTREAV-FILE.
       01  LOTREAV-REG             PIC X(72).

      *==> ALTERACOES DE PRECO DA REAVALIACAO NO LAYOUT DO JORNAL DO
      *==> CADASTRO - ACRESCENTADAS AO CGLOTJRN PELO PASSO 030 DO JOB
      *==> CGREAVAL, DEPOIS DA EFETIVACAO NO KSDS
       FD  JORNAL-FILE.
       01  JORNAL-REG.
           COPY CGREGJRN.

       WORKING-STORAGE SECTION.
      *-----------------------*
       01  FILLER                 PIC X(35)        VALUE
       77  AS-TOT-DELTA           PIC S9(13)V99.
       77  WS-VAL-EXIB            PIC $$.$$$.$$$.$$9,99.
       77  WS-DELTA-EXIB          PIC -$$.$$$.$$$.$$9,99.
       77  WS-HORA-EXEC           PIC 99.99.9999.
       77  WS-HORA-ATUAL          PIC 99.99.9999.
       77  WS-CTJRN               PIC 9(06)       VALUE ZEROS.

      *-----> IMAGEM DO LOTE COMO LIDO DO CADASTRO, ANTES DA
      *-----> REAVALIACAO - VAI PARA O JORNAL
       01  WS-IMAGEM-ANTES        PIC X(72).

      *-----> TABELA DE FAIXAS DE CEP X VALOR DO METRO QUADRADO
       01  WS-TAB-CEP.
       010-INICIAR.

           ACCEPT WS-DATA-ATUAL FROM DATE
           ACCEPT WS-HORA-EXEC  FROM TIME
           PERFORM 012-OBTER-DATA-MOVTO

           DISPLAY "** REAVALIACAO DO ESTOQUE NAO VENDIDO **"
           DISPLAY "DATA DO MOVIMENTO: " WS-DATA-MOVTO
           DISPLAY "EXECUCAO NO JORNAL: CGPRG023 " WS-DATA-ATUAL
                   " " WS-HORA-EXEC
           DISPLAY '-----------------------------------'

           PERFORM 020-CARREGAR-TAB-CEP
           PERFORM 027-CARREGAR-TAB-REGRAS
           PERFORM 015-CARREGAR-AUDITORIA
           OPEN OUTPUT LOTREAV-FILE
           OPEN OUTPUT JORNAL-FILE
           MOVE 'N'  TO  WS-EOF-MST
           OPEN INPUT LOTMST-FILE
           IF WS-STATUS-MST NOT = '00'
      *--------------------------------------------------------------*
       040-REAVALIAR-LOTE.

           MOVE LOTMST-REG    TO  WS-IMAGEM-ANTES
           MOVE LM-VAL-VENDA  TO  AS-VAL-ANTIGO
           MOVE LM-CEP        TO  AS-CEP
           PERFORM 035-BUSCAR-VAL-METRO
           MOVE AS-VAL-VENDA   TO  WS-NOVO-OUT
           MOVE AS-DELTA       TO  WS-DELTA-OUT
           DISPLAY WS-REG-SYSOUT

           IF AS-DELTA NOT = ZEROS
              PERFORM 085-GRAVAR-JORNAL
           END-IF
           .
      *--------------------------------------------------------------*
      *    RECUPERA AS CARACTERISTICAS DO LOTE NA TABELA DE          *
           ADD 1  TO  WS-CTCOPIA
           .
      *--------------------------------------------------------------*
      *    GRAVA A ALTERACAO DE PRECO DO LOTE NO LAYOUT DO JORNAL    *
      *    ('A', IMAGEM ANTES = LOTE LIDO, DEPOIS = LOTE REAVALIADO) *
      *    A REAVALIACAO NAO VEM DE TRANSACAO DE USUARIO: COMO NA    *
      *    EXPIRACAO DE RESERVA DO CGPRG011, O JORNAL SAI SEM        *
      *    USUARIO (LM-USUARIO-SIT E DE QUEM LEVOU O LOTE A SITUACAO *
      *    ATUAL, NAO DE QUEM ALTEROU O PRECO)                       *
      *--------------------------------------------------------------*
       085-GRAVAR-JORNAL.

           ADD 1  TO  WS-CTJRN
           ACCEPT WS-HORA-ATUAL FROM TIME
           MOVE 'CGPRG023'       TO  JRN-PROGRAMA
           MOVE WS-DATA-ATUAL    TO  JRN-DATA-EXEC
           MOVE WS-HORA-EXEC     TO  JRN-HORA-EXEC
           MOVE WS-CTJRN         TO  JRN-SEQUENCIA
           MOVE WS-DATA-ATUAL    TO  JRN-DATA
           MOVE WS-HORA-ATUAL    TO  JRN-HORA
           MOVE 'A'              TO  JRN-OPERACAO
           MOVE SPACES           TO  JRN-USUARIO
           MOVE LM-LOTE          TO  JRN-LOTE
           MOVE WS-IMAGEM-ANTES  TO  JRN-IMAGEM-ANTES
           MOVE LOTMST-REG       TO  JRN-IMAGEM-DEPOIS
           MOVE SPACE            TO  JRN-SEP1  JRN-SEP2  JRN-SEP3
                                     JRN-SEP4  JRN-SEP5  JRN-SEP6
                                     JRN-SEP7  JRN-SEP8  JRN-SEP9
                                     JRN-SEP10
           WRITE JORNAL-REG
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS - TOTAIS DA REAVALIACAO
      *--------------------------------------------------------------*
       090-TERMINAR.

           CLOSE LOTMST-FILE
           CLOSE LOTREAV-FILE
           CLOSE JORNAL-FILE

           COMPUTE AS-TOT-DELTA = AS-TOT-NOVO - AS-TOT-ANTIGO

           DISPLAY ' * SEM FAIXA VIGENTE.......= ' WS-CTSEMFX
           DISPLAY ' * SEM AUDITORIA (S/AJUSTE)= ' WS-CTSEMAUD
           DISPLAY ' * GRAVADOS NA NOVA GER....= ' WS-CTCOPIA
           DISPLAY ' * PRECOS ALTERADOS (JRN)..= ' WS-CTJRN
           MOVE AS-TOT-ANTIGO  TO  WS-VAL-EXIB
           DISPLAY ' * ESTOQUE P ANTES.........= ' WS-VAL-EXIB
           MOVE AS-TOT-NOVO    TO  WS-VAL-EXIB
