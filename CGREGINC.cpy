      *--------------------------------------------------------------*
      *    REGISTRO COMPARTILHADO DE INCONSISTENCIA ENTRE ARQUIVOS   *
      *    (CG051INC) - GRAVADO PELA VERIFICACAO SEMANAL DE          *
      *    INTEGRIDADE (CGPRG051) E LIDO PELO DIGESTO DE EXCECOES    *
      *    DO FECHAMENTO (CGPRG032)                                  *
      *    (INC-CODIGO: 01 = LOTE VENDIDO SEM PARCELAS               *
      *                 02 = PARCELA DE LOTE NAO VENDIDO             *
      *                 03 = PARCELAS DIFEREM DO PLANO DA VENDA      *
      *                 04 = COMISSAO DE LOTE NAO VENDIDO            *
      *                 05 = LOTE SEM PRECIFICACAO NO CG004AUD       *
      *                 06 = CORRETOR DA PARCELA DIFERENTE DO        *
      *                      CORRETOR DA PRECIFICACAO)               *
      *    (INC-SEVERIDADE: 'A' = EXIGE ACAO   'I' = INFORMATIVO)    *
      *--------------------------------------------------------------*
           05 INC-DATA            PIC 9999/99/99.
           05 INC-SEP1            PIC X(01).
           05 INC-CODIGO          PIC 9(02).
           05 INC-SEP2            PIC X(01).
           05 INC-SEVERIDADE      PIC X(01).
           05 INC-SEP3            PIC X(01).
           05 INC-LOTE            PIC 9(06).
           05 INC-SEP4            PIC X(01).
           05 INC-DESCRICAO       PIC X(30).
           05 INC-SEP5            PIC X(01).
           05 INC-DETALHE         PIC X(38).
