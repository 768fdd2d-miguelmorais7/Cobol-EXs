      *--------------------------------------------------------------*
      *    AREA DE COMUNICACAO COM A ROTINA DE DIAS UTEIS CGPRG057   *
      *    (CALL 'CGPRG057' USING ...), QUE CONSULTA O CALENDARIO DE *
      *    FERIADOS CGFERIAD (COPY CGREGFER) ALEM DE SABADOS E       *
      *    DOMINGOS. ENTRADA: CAL-FUNCAO E CAL-DATA (MAIS CAL-DATA-  *
      *    FIM NA CONTAGEM E CAL-DIAS-UTEIS NA SOMA)                 *
      *    CAL-FUNCAO: 'U' = CAL-DATA E DIA UTIL?                    *
      *                'P' = PRORROGA CAL-DATA PARA O PRIMEIRO DIA   *
      *                      UTIL IGUAL OU POSTERIOR, DEVOLVIDO EM   *
      *                      CAL-DATA-FIM                            *
      *                'S' = SOMA CAL-DIAS-UTEIS DIAS UTEIS A        *
      *                      CAL-DATA (RESULTADO EM CAL-DATA-FIM)    *
      *                'C' = CONTA OS DIAS UTEIS DEPOIS DE CAL-DATA  *
      *                      ATE CAL-DATA-FIM INCLUSIVE, DEVOLVIDOS  *
      *                      EM CAL-DIAS-UTEIS, E OS DIAS CORRIDOS   *
      *                      ENTRE AS DUAS DATAS, EM                 *
      *                      CAL-DIAS-CORRIDOS                       *
      *    EM TODAS AS FUNCOES CAL-DIA-UTIL, CAL-DIA-SEMANA (1 =     *
      *    DOMINGO ... 7 = SABADO) E CAL-DESCRICAO (NOME DO FERIADO  *
      *    OU DO DIA DE FIM DE SEMANA) DESCREVEM A PROPRIA CAL-DATA  *
      *    CAL-COD-RETORNO: 00 = OK                                  *
      *                     04 = CALENDARIO CGFERIAD INDISPONIVEL -  *
      *                          SO SABADOS E DOMINGOS CONSIDERADOS  *
      *                     08 = DATA INVALIDA - A DATA DEVOLVIDA E  *
      *                          A PROPRIA CAL-DATA, SEM CONTAGEM    *
      *                     16 = FUNCAO INVALIDA                     *
      *    ANO COM DOIS DIGITOS SIGNIFICATIVOS (COMO EM 0026/10/15)  *
      *    VALE COMO 20AA NA COMPARACAO COM OS FERIADOS E NA         *
      *    CONTAGEM DE DIAS; AS DATAS DEVOLVIDAS MANTEM A FORMA DA   *
      *    DATA RECEBIDA                                             *
      *--------------------------------------------------------------*
           05 CAL-FUNCAO          PIC X(01).
           05 CAL-DATA            PIC 9999/99/99.
           05 CAL-DATA-FIM        PIC 9999/99/99.
           05 CAL-DIAS-UTEIS      PIC S9(05).
           05 CAL-DIAS-CORRIDOS   PIC S9(05).
           05 CAL-DIA-UTIL        PIC X(01).
           05 CAL-DIA-SEMANA      PIC 9(01).
           05 CAL-DESCRICAO       PIC X(30).
           05 CAL-COD-RETORNO     PIC 9(02).
