      *--------------------------------------------------------------*
      *    REGISTRO COMPARTILHADO DO HISTORICO DE ACIDENTES POR      *
      *    MUNICIPIO (CG006HMU) - UM REGISTRO POR CIDADE DO EXTRATO  *
      *    A CADA EXECUCAO DO CGPRG006, LIDO PELO CGPRG062. O        *
      *    ARQUIVO ACUMULA (DISP=MOD) E NUNCA E ESVAZIADO            *
      *    HAC-PERIODO: ANO/MES DA DATA DE MOVIMENTO DO FECHAMENTO   *
      *    (DATAMOV). UMA CIDADE GRAVADA MAIS DE UMA VEZ NO MESMO    *
      *    PERIODO (REINICIO POR CHECKPOINT OU NOVO FECHAMENTO NO    *
      *    MES) VALE PELO ULTIMO REGISTRO GRAVADO                    *
      *--------------------------------------------------------------*
           05 HAC-PERIODO.
              10 HAC-ANO          PIC 9(04).
              10 HAC-BARRA        PIC X(01).
              10 HAC-MES          PIC 9(02).
           05 HAC-SEP1            PIC X(01).
           05 HAC-CIDADE          PIC 9(05).
           05 HAC-SEP2            PIC X(01).
           05 HAC-UF              PIC X(02).
           05 HAC-SEP3            PIC X(01).
           05 HAC-ACIDENTES       PIC 9(04).
           05 HAC-SEP4            PIC X(01).
           05 HAC-OBITOS          PIC 9(04).
           05 HAC-SEP5            PIC X(01).
           05 HAC-VEICULOS        PIC 9(07).
           05 HAC-SEP6            PIC X(01).
           05 HAC-BAFOMETRO       PIC X(01).
           05 HAC-SEP7            PIC X(01).
           05 HAC-DATA-MOVTO      PIC 9999/99/99.
