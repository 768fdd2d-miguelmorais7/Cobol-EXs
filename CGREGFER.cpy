      *--------------------------------------------------------------*
      *    REGISTRO COMPARTILHADO DO CALENDARIO DE FERIADOS          *
      *    (CGFERIAD) - MANTIDO PELO CGPRG056 E LIDO PELA ROTINA DE  *
      *    DIAS UTEIS CGPRG057, CHAMADA PELOS PROGRAMAS QUE CALCULAM *
      *    VENCIMENTOS, CARENCIAS E VALIDADES EM DIAS UTEIS          *
      *    (FER-TIPO: 'F' = FERIADO FIXO - REPETE TODO ANO NO MESMO  *
      *                     DIA E MES; O ANO DE FER-DATA E O DA      *
      *                     INCLUSAO E NAO LIMITA O FERIADO          *
      *               'D' = FERIADO DE DATA UNICA - SO NAQUELE ANO,  *
      *                     COMO CARNAVAL, SEXTA-FEIRA SANTA,        *
      *                     CORPUS CHRISTI OU UM PONTO FACULTATIVO)  *
      *    SABADOS E DOMINGOS NAO SAO CADASTRADOS - A ROTINA OS      *
      *    RECONHECE PELO DIA DA SEMANA                              *
      *--------------------------------------------------------------*
           05 FER-DATA            PIC 9999/99/99.
           05 FER-SEP1            PIC X(01).
           05 FER-TIPO            PIC X(01).
           05 FER-SEP2            PIC X(01).
           05 FER-DESCRICAO       PIC X(30).
