      *--------------------------------------------------------------*
      *    REGISTRO COMPARTILHADO DO LOG PERMANENTE DE ALTERACOES    *
      *    DOS ARQUIVOS DE PARAMETROS (CGPARLOG) - UM REGISTRO POR   *
      *    INCLUSAO, ALTERACAO OU EXCLUSAO ACEITA PELO CGPRG054, COM *
      *    AS IMAGENS DO REGISTRO ANTES E DEPOIS; GRAVADO EM         *
      *    DISP=MOD E NUNCA ESVAZIADO. LIDO PELA CONSULTA CGPRG055,  *
      *    QUE RECONSTITUI O CONTEUDO DE UM ARQUIVO EM UMA DATA      *
      *    (PLG-OPERACAO: 'I' = INCLUSAO   - ANTES EM BRANCO         *
      *                   'A' = ALTERACAO                            *
      *                   'E' = EXCLUSAO   - DEPOIS EM BRANCO        *
      *                   'C' = CARGA - IMAGEM DE UM REGISTRO JA     *
      *                         EXISTENTE, GRAVADA NA IMPLANTACAO    *
      *                         DO LOG, ANTES EM BRANCO)             *
      *    PLG-ARQUIVO = DDNAME DO ARQUIVO (CGREGRAS, CGPARCOM,      *
      *                  CGTXFIN, CGVALRES, CGDESCMX, CG006LIM,      *
      *                  CG030LIM OU CGFERIAD - ESTE GRAVADO PELO    *
      *                  CGPRG056); PLG-CHAVE = CHAVE DO REGISTRO    *
      *                  NO ARQUIVO (EM BRANCO NOS DE CARTAO UNICO)  *
      *    AS IMAGENS TEM O LAYOUT DO PROPRIO ARQUIVO, COMPLETADO    *
      *    COM BRANCOS ATE 50 BYTES                                  *
      *--------------------------------------------------------------*
           05 PLG-DATA            PIC 9999/99/99.
           05 PLG-SEP1            PIC X(01).
           05 PLG-HORA            PIC 99.99.9999.
           05 PLG-SEP2            PIC X(01).
           05 PLG-USUARIO         PIC X(08).
           05 PLG-SEP3            PIC X(01).
           05 PLG-ARQUIVO         PIC X(08).
           05 PLG-SEP4            PIC X(01).
           05 PLG-OPERACAO        PIC X(01).
           05 PLG-SEP5            PIC X(01).
           05 PLG-CHAVE           PIC X(12).
           05 PLG-SEP6            PIC X(01).
           05 PLG-ANTES           PIC X(50).
           05 PLG-SEP7            PIC X(01).
           05 PLG-DEPOIS          PIC X(50).
