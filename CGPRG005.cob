           05 FQ-HORAS-FALTA      PIC 9(04).

      *==> CADASTRO DE MATRICULAS DA SECRETARIA
      *==> (MT-ATIVO: 'S' = ATIVA      'N' = INATIVA (EVADIDO)
      *==>            'T' = TRANCADA   'X' = TRANSFERIDA)
      *==> SO A MATRICULA ATIVA ('S') TEM NOTAS ACEITAS E E COBRADA
      *==> NA CONFERENCIA DE FALTANTES; AS DEMAIS SAO REJEITADAS
       FD  MATRICULA-FILE.
       01  MATRICULA-REG.
           05 MT-NUMERO           PIC 9(04).
