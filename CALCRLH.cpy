      *****************************************************************
      *  CALCRLH.CPY                                                 *
      *  Layout do registro do historico de liberacoes de lotes      *
      *  (CALC-RLH-FILE, ORGANIZACAO INDEXADA, CHAVE RLH-CHAVE =     *
      *  DEPARTAMENTO + ID DO LOTE + SEQUENCIA DA LIBERACAO). Um     *
      *  registro por liberacao dada ao lote no registro de lotes    *
      *  postados CALC-RLT-FILE, gravado por Calclib (liberacao do   *
      *  supervisor) e por Calcord (ID reservado ja liberado).       *
      *  O registro nunca e regravado; e excluido somente quando a   *
      *  gravacao correspondente em CALC-RLT-FILE falha.             *
      *                                                              *
      *  RLH-SEQ-LIBERACAO E O VALOR DE RLT-QTDE-LIBERACOES APOS A   *
      *  LIBERACAO (1 = PRIMEIRA). RLH-QTDE-POSTAGENS E A QUANTIDADE *
      *  DE POSTAGENS DO LOTE NO MOMENTO DA LIBERACAO (ZERO =        *
      *  LIBERACAO ANTECIPADA DE ID AINDA NAO POSTADO).              *
      *  RLH-PROGRAMA IDENTIFICA O PROGRAMA QUE GRAVOU.              *
      *****************************************************************
       01  CALC-RLH-RECORD.
           05  RLH-CHAVE.
               10  RLH-DEPTO-ORIGEM    PIC X(08).
               10  RLH-ID-LOTE         PIC X(06).
               10  RLH-SEQ-LIBERACAO   PIC 9(03).
           05  RLH-LIBERADOR           PIC X(08).
           05  RLH-DATA-LIBERACAO      PIC 9(08).
           05  RLH-HORA-LIBERACAO      PIC 9(08).
           05  RLH-MOTIVO-LIBERACAO    PIC X(40).
           05  RLH-QTDE-POSTAGENS      PIC 9(03).
           05  RLH-PROGRAMA            PIC X(08).
