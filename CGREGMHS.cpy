      *--------------------------------------------------------------*
      *    REGISTRO COMPARTILHADO DO HISTORICO DE MOVIMENTACOES DE   *
      *    MATRICULA (CGMATHIS) - UM REGISTRO POR TRANSACAO ACEITA   *
      *    PELA MANUTENCAO DO CADASTRO DE MATRICULAS (CGPRG059),     *
      *    COM A SITUACAO, O CURSO E A TURMA ANTES E DEPOIS E A      *
      *    DATA EM QUE A MOVIMENTACAO VALE NA ESCOLA. O ARQUIVO      *
      *    ACUMULA (DISP=MOD) E NUNCA E ESVAZIADO                    *
      *    (MH-OPERACAO: 'I' = MATRICULA NOVA - ANTES EM BRANCO      *
      *                  'T' = TROCA DE TURMA                        *
      *                  'C' = TROCA DE CURSO (E DE TURMA)           *
      *                  'B' = TRANCAMENTO                           *
      *                  'R' = REATIVACAO                            *
      *                  'S' = SAIDA POR TRANSFERENCIA)              *
      *    MH-SIT-ANTES/DEPOIS: SITUACAO DA MATRICULA (MT-ATIVO):    *
      *                  'S' = ATIVA      'N' = INATIVA (EVADIDO)    *
      *                  'T' = TRANCADA   'X' = TRANSFERIDA          *
      *--------------------------------------------------------------*
           05 MH-DATA-EFETIVA     PIC 9999/99/99.
           05 MH-SEP1             PIC X(01).
           05 MH-NUMERO           PIC 9(04).
           05 MH-SEP2             PIC X(01).
           05 MH-OPERACAO         PIC X(01).
           05 MH-SEP3             PIC X(01).
           05 MH-NOME             PIC X(20).
           05 MH-SEP4             PIC X(01).
           05 MH-SIT-ANTES        PIC X(01).
           05 MH-SEP5             PIC X(01).
           05 MH-SIT-DEPOIS       PIC X(01).
           05 MH-SEP6             PIC X(01).
           05 MH-CURSO-ANTES      PIC X(12).
           05 MH-SEP7             PIC X(01).
           05 MH-CURSO-DEPOIS     PIC X(12).
           05 MH-SEP8             PIC X(01).
           05 MH-TURMA-ANTES      PIC X(03).
           05 MH-SEP9             PIC X(01).
           05 MH-TURMA-DEPOIS     PIC X(03).
           05 MH-SEP10            PIC X(01).
           05 MH-USUARIO          PIC X(08).
           05 MH-SEP11            PIC X(01).
           05 MH-DATA-PROC        PIC 9999/99/99.
           05 MH-SEP12            PIC X(01).
           05 MH-HORA-PROC        PIC 99.99.9999.
