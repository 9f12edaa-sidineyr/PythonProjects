      *****************************************************************
      *  CALCRLT.CPY                                                 *
      *  Layout do registro do registro permanente de lotes postados *
      *  (CALC-RLT-FILE, ORGANIZACAO INDEXADA, CHAVE RLT-CHAVE =     *
      *  DEPARTAMENTO + ID DO LOTE). Gravado pelo modo de lote da    *
      *  Calculadora a cada lote conferido em balanco e consultado   *
      *  na critica do cabecalho para recusar a reapresentacao de    *
      *  um lote ja postado (mesmo ID) ou de um lote com quantidade  *
      *  e hash de rodape iguais aos de outro lote ja postado do     *
      *  mesmo departamento.                                         *
      *                                                              *
      *  RLT-SITUACAO: 'P' = POSTADO; 'L' = LIBERADO PELO SUPERVISOR *
      *  (PROGRAMA Calclib) PARA UMA NOVA POSTAGEM DO MESMO ID, OU   *
      *  PARA A POSTAGEM DE UM ID NOVO COM CONTEUDO REPETIDO. A      *
      *  LIBERACAO E CONSUMIDA NA POSTAGEM SEGUINTE, QUE VOLTA O     *
      *  REGISTRO A 'P' PRESERVANDO O LIBERADOR E O MOTIVO.          *
      *  RLT-QTDE-LIBERACOES CONTA TODAS AS LIBERACOES JA DADAS AO   *
      *  LOTE; OS CAMPOS RLT-LIBERADOR A RLT-MOTIVO REPETEM OS DA    *
      *  MAIS RECENTE. CADA LIBERACAO, COM LIBERADOR, DATA, HORA E   *
      *  MOTIVO, FICA NO HISTORICO CALC-RLH-FILE (VIDE CALCRLH.CPY), *
      *  NA SEQUENCIA DADA POR RLT-QTDE-LIBERACOES.                  *
      *  RLT-EXEC-DATA/HORA (INICIO DA EXECUCAO ORIGINAL) E          *
      *  RLT-SEQ-NO-ARQUIVO PERMITEM AO REINICIO APOS ABEND          *
      *  RECONHECER AS POSTAGENS DA PROPRIA EXECUCAO INTERROMPIDA.   *
      *****************************************************************
       01  CALC-RLT-RECORD.
           05  RLT-CHAVE.
               10  RLT-DEPTO-ORIGEM    PIC X(08).
               10  RLT-ID-LOTE         PIC X(06).
           05  RLT-DATA-LOTE           PIC 9(08).
           05  RLT-QTDE-DETALHES       PIC 9(08).
           05  RLT-HASH-TOTAL          PIC S9(13)V99
                                       SIGN IS TRAILING SEPARATE.
           05  RLT-DATA-EXECUCAO       PIC 9(08).
           05  RLT-HORA-EXECUCAO       PIC 9(08).
           05  RLT-OPERADOR            PIC X(08).
           05  RLT-EXEC-DATA           PIC 9(08).
           05  RLT-EXEC-HORA           PIC 9(08).
           05  RLT-SEQ-NO-ARQUIVO      PIC 9(03).
           05  RLT-QTDE-POSTAGENS      PIC 9(03).
           05  RLT-SITUACAO            PIC X(01).
               88  RLT-POSTADO         VALUE 'P'.
               88  RLT-LIBERADO        VALUE 'L'.
           05  RLT-QTDE-LIBERACOES     PIC 9(03).
           05  RLT-LIBERADOR           PIC X(08).
           05  RLT-DATA-LIBERACAO      PIC 9(08).
           05  RLT-HORA-LIBERACAO      PIC 9(08).
           05  RLT-MOTIVO-LIBERACAO    PIC X(40).
