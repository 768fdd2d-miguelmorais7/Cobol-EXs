      *--------------------------------------------------------------*
      *    REGISTRO COMPARTILHADO DO JORNAL DE ALTERACOES DO         *
      *    CADASTRO DE LOTES (CGLOTJRN) - UM REGISTRO POR WRITE,     *
      *    REWRITE OU DELETE EFETIVADO NO KSDS CGLOTMST, COM AS      *
      *    IMAGENS DO LOTE ANTES E DEPOIS DA ALTERACAO. GRAVADO PELO *
      *    CGPRG011, PELO CGPRG023 (VIA JOB CGREAVAL) E PELO         *
      *    PROPRIO CGPRG052, QUE USA O JORNAL NA RECUPERACAO         *
      *    JRN-EXECUCAO  = PROGRAMA + DATA/HORA DE INICIO DA         *
      *                    EXECUCAO QUE FEZ A ALTERACAO (CHAVE PARA  *
      *                    ESTORNAR UMA EXECUCAO INTEIRA)            *
      *    JRN-MOMENTO   = DATA/HORA DA PROPRIA ALTERACAO (PONTO DE  *
      *                    PARADA DA REAPLICACAO)                    *
      *    (JRN-OPERACAO: 'I' = INCLUSAO (WRITE)  - ANTES EM BRANCO  *
      *                   'A' = ALTERACAO (REWRITE)                  *
      *                   'E' = EXCLUSAO (DELETE) - DEPOIS EM BRANCO)*
      *    AS IMAGENS TEM O LAYOUT DO COPY CGREGLOT (72 BYTES)       *
      *--------------------------------------------------------------*
           05 JRN-EXECUCAO.
              10 JRN-PROGRAMA     PIC X(08).
              10 JRN-SEP1         PIC X(01).
              10 JRN-DATA-EXEC    PIC 9999/99/99.
              10 JRN-SEP2         PIC X(01).
              10 JRN-HORA-EXEC    PIC 99.99.9999.
           05 JRN-SEP3            PIC X(01).
           05 JRN-SEQUENCIA       PIC 9(06).
           05 JRN-SEP4            PIC X(01).
           05 JRN-MOMENTO.
              10 JRN-DATA         PIC 9999/99/99.
              10 JRN-SEP5         PIC X(01).
              10 JRN-HORA         PIC 99.99.9999.
           05 JRN-SEP6            PIC X(01).
           05 JRN-OPERACAO        PIC X(01).
           05 JRN-SEP7            PIC X(01).
           05 JRN-USUARIO         PIC X(08).
           05 JRN-SEP8            PIC X(01).
           05 JRN-LOTE            PIC 9(06).
           05 JRN-SEP9            PIC X(01).
           05 JRN-IMAGEM-ANTES    PIC X(72).
           05 JRN-SEP10           PIC X(01).
           05 JRN-IMAGEM-DEPOIS   PIC X(72).
