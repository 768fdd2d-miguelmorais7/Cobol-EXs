      * OBJETIVO: MANUTENCAO DO CADASTRO DE CORRETORES (CGCORMST).
      *           RECEBE TRANSACOES DE INCLUSAO/ALTERACAO/EXCLUSAO
      *           VIA SYSIN, VALIDA CADA UMA (CODIGO NAO ZERADO,
      *           NOME PREENCHIDO, SITUACAO S/N, TIPO DE PESSOA A/J
      *           E DOCUMENTO CPF/CNPJ NUMERICO), REJEITA AS
      *           INVALIDAS COM CODIGO DE MOTIVO E GRAVA UMA NOVA
      *           GERACAO LIMPA DO CADASTRO, COM RELATORIO
      *           ANTES/DEPOIS PARA AUDITORIA (MESMO MODELO DA
      * ------  -------  ------  ------  -------------------------   *
      *  V01    SET/2026 010001  CRIACAO - MANUTENCAO DO CADASTRO
      *                          DE CORRETORES
      *  V02    OUT/2026 010002  TIPO DE PESSOA (A = AUTONOMO / J =
      *                          PESSOA JURIDICA) E DOCUMENTO CPF/
      *                          CNPJ NO CADASTRO (49 BYTES), PARA
      *                          A RETENCAO DE IMPOSTOS NO PAGAMENTO
      *                          DE COMISSOES (CGPRG046)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           COPY CGREGCOR.

       FD  CORNOVO-FILE.
       01  CORNOVO-REG             PIC X(49).

       FD  TRANERRO-FILE.
       01  TRANERRO-REG.
           05 TE-TRANSACAO        PIC X(53).
           05 TE-SEP1             PIC X(01).
           05 TE-MOTIVO           PIC 9(02).
           05 TE-SEP2             PIC X(01).
              10 WS-TAB-CORR-NOME       PIC X(20).
              10 WS-TAB-CORR-DEPTO      PIC 9(04).
              10 WS-TAB-CORR-ATIVO      PIC X(01).
              10 WS-TAB-CORR-TIPO       PIC X(01).
              10 WS-TAB-CORR-DOCUMENTO  PIC X(14).

      *-----> AREA DE MONTAGEM DO REGISTRO DA NOVA GERACAO
       01  WS-REG-CORNOVO.
           05 CN-DEPTO            PIC 9(04).
           05 CN-SEP3             PIC X(01).
           05 CN-ATIVO            PIC X(01).
           05 CN-SEP4             PIC X(01).
           05 CN-TIPO             PIC X(01).
           05 CN-SEP5             PIC X(01).
           05 CN-DOCUMENTO        PIC X(14).

      *-----> ENTRADA - TRANSACOES DE MANUTENCAO VIA SYSIN
      *--->    TR-OPERACAO: 'I' = INCLUSAO   'A' = ALTERACAO
      *--->                 'E' = EXCLUSAO
      *--->    O CODIGO DO CORRETOR E A CHAVE DO CADASTRO
      *--->    TR-TIPO: 'A' = AUTONOMO (TR-DOCUMENTO = CPF COM 11
      *--->             DIGITOS, RESTANTE EM BRANCO)
      *--->             'J' = PESSOA JURIDICA (TR-DOCUMENTO = CNPJ
      *--->             COM 14 DIGITOS)
       01  WS-REG-SYSIN.
           05 TR-OPERACAO         PIC X(01).
           05 TR-CODIGO           PIC 9(04).
           05 TR-DEPTO            PIC 9(04).
           05 TR-ATIVO            PIC X(01).
           05 TR-USUARIO          PIC X(08).
           05 TR-TIPO             PIC X(01).
           05 TR-DOCUMENTO        PIC X(14).
           05 TR-DOCUMENTO-CPF    REDEFINES TR-DOCUMENTO.
              10 TR-CPF           PIC X(11).
              10 TR-CPF-RESTO     PIC X(03).
      *--->    CARTAO DE FIM (NOVES NAS 38 PRIMEIRAS POSICOES, COMO
      *--->    NO LAYOUT ANTERIOR AO TIPO DE PESSOA)
       01  WS-REG-SYSIN-FIM       REDEFINES WS-REG-SYSIN.
           05 TR-FIM              PIC X(38).
           05 FILLER              PIC X(15).

      *-----> LINHA DE RELATORIO ANTES/DEPOIS DA ALTERACAO
       01  WS-REG-SYSOUT.
           05 WS-ATIVO-OUT        PIC X(01).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-USUARIO-OUT      PIC X(08).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-TIPO-OUT         PIC X(01).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-DOCUMENTO-OUT    PIC X(14).
       01  FILLER                 PIC X(35)        VALUE
           '****** FIM DA WORKING-STORAGE *****'.
      *
           MOVE COR-NOME    TO  WS-TAB-CORR-NOME   (WS-CTCORR)
           MOVE COR-DEPTO   TO  WS-TAB-CORR-DEPTO  (WS-CTCORR)
           MOVE COR-ATIVO   TO  WS-TAB-CORR-ATIVO  (WS-CTCORR)
           MOVE COR-TIPO    TO  WS-TAB-CORR-TIPO   (WS-CTCORR)
           MOVE COR-DOCUMENTO TO WS-TAB-CORR-DOCUMENTO (WS-CTCORR)

           PERFORM 021-LER-CORRETOR
           .

           ACCEPT WS-REG-SYSIN  FROM SYSIN

           IF TR-FIM = ALL '9'
              MOVE  'S'  TO  WS-FIM
           ELSE
              ADD 1  TO  WS-CTLIDO
      *       05 = CORRETOR NAO CADASTRADO (ALTERACAO/EXCLUSAO)
      *       06 = CORRETOR JA CADASTRADO (INCLUSAO)
      *       07 = CADASTRO DE CORRETORES CHEIO
      *       08 = TIPO DE PESSOA INVALIDO (NAO E A/J)
      *       09 = DOCUMENTO INVALIDO (CPF DO AUTONOMO COM 11
      *            DIGITOS / CNPJ DA PESSOA JURIDICA COM 14)
      *--------------------------------------------------------------*
       031-VALIDAR-TRANSACAO.

                          IF TR-OPERACAO = 'I' AND WS-CTCORR >= 50
                             MOVE 'N'  TO  WS-TRANS-VALIDA
                             MOVE 07   TO  WS-MOTIVO
                          ELSE
                             PERFORM 035-VALIDAR-DOCUMENTO
                          END-IF
                       END-IF
                    END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    VALIDA O TIPO DE PESSOA E O DOCUMENTO DO CORRETOR:        *
      *    AUTONOMO COM CPF DE 11 DIGITOS, PESSOA JURIDICA COM CNPJ  *
      *    DE 14 DIGITOS                                             *
      *--------------------------------------------------------------*
       035-VALIDAR-DOCUMENTO.

           IF TR-TIPO NOT = 'A' AND TR-TIPO NOT = 'J'
              MOVE 'N'  TO  WS-TRANS-VALIDA
              MOVE 08   TO  WS-MOTIVO
           ELSE
              IF TR-TIPO = 'A'
                 IF TR-CPF NOT NUMERIC OR TR-CPF = ZEROS OR
                    TR-CPF-RESTO NOT = SPACES
                    MOVE 'N'  TO  WS-TRANS-VALIDA
                    MOVE 09   TO  WS-MOTIVO
                 END-IF
              ELSE
                 IF TR-DOCUMENTO NOT NUMERIC OR TR-DOCUMENTO = ZEROS
                    MOVE 'N'  TO  WS-TRANS-VALIDA
                    MOVE 09   TO  WS-MOTIVO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LOCALIZA NO CADASTRO O CORRETOR CUJA CHAVE (CODIGO)       *
      *    COINCIDE COM A DA TRANSACAO                               *
      *--------------------------------------------------------------*
           MOVE TR-NOME    TO  WS-TAB-CORR-NOME   (WS-CTCORR)
           MOVE TR-DEPTO   TO  WS-TAB-CORR-DEPTO  (WS-CTCORR)
           MOVE TR-ATIVO   TO  WS-TAB-CORR-ATIVO  (WS-CTCORR)
           MOVE TR-TIPO    TO  WS-TAB-CORR-TIPO   (WS-CTCORR)
           MOVE TR-DOCUMENTO  TO  WS-TAB-CORR-DOCUMENTO (WS-CTCORR)

           MOVE 'INCLUSO'  TO  WS-SIT
           MOVE TR-CODIGO  TO  WS-CODIGO-OUT
           MOVE TR-DEPTO   TO  WS-DEPTO-OUT
           MOVE TR-ATIVO   TO  WS-ATIVO-OUT
           MOVE TR-USUARIO TO  WS-USUARIO-OUT
           MOVE TR-TIPO    TO  WS-TIPO-OUT
           MOVE TR-DOCUMENTO  TO  WS-DOCUMENTO-OUT
           DISPLAY WS-REG-SYSOUT
           .
      *--------------------------------------------------------------*
           MOVE TR-NOME    TO  WS-TAB-CORR-NOME  (WS-IDX-ACHADO)
           MOVE TR-DEPTO   TO  WS-TAB-CORR-DEPTO (WS-IDX-ACHADO)
           MOVE TR-ATIVO   TO  WS-TAB-CORR-ATIVO (WS-IDX-ACHADO)
           MOVE TR-TIPO    TO  WS-TAB-CORR-TIPO  (WS-IDX-ACHADO)
           MOVE TR-DOCUMENTO
             TO WS-TAB-CORR-DOCUMENTO (WS-IDX-ACHADO)

           MOVE 'DEPOIS '  TO  WS-SIT
           MOVE TR-CODIGO  TO  WS-CODIGO-OUT
           MOVE TR-DEPTO   TO  WS-DEPTO-OUT
           MOVE TR-ATIVO   TO  WS-ATIVO-OUT
           MOVE TR-USUARIO TO  WS-USUARIO-OUT
           MOVE TR-TIPO    TO  WS-TIPO-OUT
           MOVE TR-DOCUMENTO  TO  WS-DOCUMENTO-OUT
           DISPLAY WS-REG-SYSOUT
           .
      *--------------------------------------------------------------*
           MOVE WS-TAB-CORR-DEPTO  (WS-IDX-ACHADO)  TO  WS-DEPTO-OUT
           MOVE WS-TAB-CORR-ATIVO  (WS-IDX-ACHADO)  TO  WS-ATIVO-OUT
           MOVE TR-USUARIO                          TO  WS-USUARIO-OUT
           MOVE WS-TAB-CORR-TIPO   (WS-IDX-ACHADO)  TO  WS-TIPO-OUT
           MOVE WS-TAB-CORR-DOCUMENTO (WS-IDX-ACHADO)
             TO WS-DOCUMENTO-OUT
           DISPLAY WS-REG-SYSOUT
           .
      *--------------------------------------------------------------*
                  MOVE 'CORRETOR JA CADASTRADO' TO  TE-DESC-MOTIVO
               WHEN 07
                  MOVE 'CADASTRO CHEIO'         TO  TE-DESC-MOTIVO
               WHEN 08
                  MOVE 'TIPO DE PESSOA INVALIDO' TO TE-DESC-MOTIVO
               WHEN 09
                  MOVE 'DOCUMENTO INVALIDO'     TO  TE-DESC-MOTIVO
           END-EVALUATE

           WRITE TRANERRO-REG
           MOVE WS-TAB-CORR-NOME   (WS-IDX-CO)  TO  CN-NOME
           MOVE WS-TAB-CORR-DEPTO  (WS-IDX-CO)  TO  CN-DEPTO
           MOVE WS-TAB-CORR-ATIVO  (WS-IDX-CO)  TO  CN-ATIVO
           MOVE WS-TAB-CORR-TIPO   (WS-IDX-CO)  TO  CN-TIPO
           MOVE WS-TAB-CORR-DOCUMENTO (WS-IDX-CO)  TO  CN-DOCUMENTO
           MOVE SPACE  TO  CN-SEP1  CN-SEP2  CN-SEP3  CN-SEP4  CN-SEP5
           MOVE WS-REG-CORNOVO  TO  CORNOVO-REG
           WRITE CORNOVO-REG
           ADD 1  TO  WS-CTGRAVA
