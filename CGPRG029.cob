
      *==> CADASTRO DE MATRICULAS DA SECRETARIA (MESMO LAYOUT LIDO
      *==> PELO CGPRG005)
      *==> (MT-ATIVO: 'S' = ATIVA      'N' = INATIVA (EVADIDO)
      *==>            'T' = TRANCADA   'X' = TRANSFERIDA)
      *==> SO A MATRICULA ATIVA ('S') E FECHADA NO ANO; TRANCADA E
      *==> TRANSFERIDA FICAM DE FORA DE PROPOSITO E SAO COPIADAS
      *==> PARA O MATNOVO COMO ESTAO, JUNTO COM AS INATIVAS
       FD  MATRICULA-FILE.
       01  MATRICULA-REG.
           05 MT-NUMERO           PIC 9(04).
