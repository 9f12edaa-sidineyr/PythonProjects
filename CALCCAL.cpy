      *****************************************************************
      *  CALCCAL.CPY                                                 *
      *  Layout do registro do calendario de dias uteis              *
      *  (CALC-CAL-FILE, ORGANIZACAO INDEXADA, CHAVE CAL-DATA).      *
      *  Mantido pelo programa Calccal, consultado pelo encadeador   *
      *  Calcchn para resolver os argumentos simbolicos da           *
      *  programacao e o ultimo dia util do mes.                     *
      *                                                              *
      *  SABADOS E DOMINGOS SAO DIAS NAO UTEIS SEM PRECISAR DE       *
      *  REGISTRO. CAL-TIPO 'F' MARCA UM FERIADO (DIA NAO UTIL) E    *
      *  CAL-TIPO 'U' UM DIA UTIL EXTRAORDINARIO EM FIM DE SEMANA.   *
      *  REGISTRO COM CAL-SITUACAO 'I' E DESCONSIDERADO.             *
      *****************************************************************
       01  CALC-CAL-RECORD.
           05  CAL-DATA                PIC 9(08).
           05  CAL-TIPO                PIC X(01).
               88  CAL-FERIADO         VALUE 'F'.
               88  CAL-DIA-UTIL        VALUE 'U'.
           05  CAL-DESCRICAO           PIC X(30).
           05  CAL-SITUACAO            PIC X(01).
               88  CAL-ATIVO           VALUE 'A'.
               88  CAL-INATIVO         VALUE 'I'.
