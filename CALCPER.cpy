      *****************************************************************
      *  CALCPER.CPY                                                 *
      *  Layout do registro do controle de periodos contabeis        *
      *  (CALC-PER-FILE, ORGANIZACAO INDEXADA, CHAVE PER-PERIODO).   *
      *  Mantido pelo programa Calcper (operador com permissao 'F'), *
      *  posto em fechamento por Calcgl ao extrair o periodo para o  *
      *  razao e fechado por Calcglr ao receber o aceite do razao.   *
      *                                                              *
      *  PER-SITUACAO: 'A' = ABERTO, 'E' = EM FECHAMENTO (EXTRAIDO   *
      *  OU BLOQUEADO PELO OPERADOR, AGUARDANDO O RAZAO), 'F' =      *
      *  FECHADO (DEFINITIVO, NAO REABRE). PERIODO SEM REGISTRO      *
      *  ESTA ABERTO. Calculadora RECUSA LOTE DATADO EM PERIODO 'E'  *
      *  OU 'F' (OU O DESVIA PARA A DATA DE HOJE, VIDE               *
      *  DESVIO-PER-FECHADO EM CALCPRM.CPY), Calcfix NAO             *
      *  REAPRESENTA REJEICAO DESSES PERIODOS, Calcgl NAO EXTRAI     *
      *  PERIODO 'F' E Calcarq SO ARQUIVA PERIODOS 'F'.              *
      *  PER-ORIGEM: 'O' = OPERADOR (Calcper), 'X' = EXTRACAO        *
      *  (Calcgl), 'R' = RETORNO DO RAZAO (Calcglr: O ACEITE FECHA O *
      *  PERIODO E A REJEICAO O MANTEM 'E' COM ORIGEM 'R'). PERIODO  *
      *  'E' COM ORIGEM 'X' AGUARDA O RAZAO E Calcper NAO O DEVOLVE  *
      *  A ABERTO; COM ORIGEM 'R' OU 'O' PODE SER REABERTO.          *
      *****************************************************************
       01  CALC-PER-RECORD.
           05  PER-PERIODO             PIC 9(06).
           05  PER-SITUACAO            PIC X(01).
               88  PER-ABERTO          VALUE 'A' ' '.
               88  PER-EM-FECHAMENTO   VALUE 'E'.
               88  PER-FECHADO         VALUE 'F'.
               88  PER-BLOQUEADO       VALUE 'E' 'F'.
           05  PER-DATA-SITUACAO       PIC 9(08).
           05  PER-HORA-SITUACAO       PIC 9(08).
           05  PER-ORIGEM              PIC X(01).
               88  PER-ORIGEM-OPERADOR VALUE 'O'.
               88  PER-ORIGEM-EXTRACAO VALUE 'X'.
               88  PER-ORIGEM-RETORNO  VALUE 'R'.
           05  PER-OPERADOR            PIC X(08).
           05  PER-GLC-SEQUENCIA       PIC 9(06).
           05  PER-OBSERVACAO          PIC X(30).
