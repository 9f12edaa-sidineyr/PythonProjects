      *****************************************************************
      *  CALCTBP.CPY                                                 *
      *  Layout do registro do arquivo de pedidos de alteracao do    *
      *  cadastro de taxas (CALC-TBP-FILE, ORGANIZACAO INDEXADA,     *
      *  CHAVE TBP-CHAVE = CODIGO + VIGENCIA INICIAL DA VERSAO +     *
      *  DATA E HORA DO PEDIDO).                                     *
      *  Gravado por Calctabm (inclusao, alteracao, exclusao e       *
      *  encerramento de versao viram pedidos pendentes), decidido   *
      *  por Calctbv e listado por Calctbl. O cadastro CALC-TAB-FILE *
      *  so e alterado na aprovacao, por operador com a permissao de *
      *  aprovacao diferente do solicitante (dupla custodia).        *
      *                                                              *
      *  TBP-ESTADO: 'P' = PENDENTE, 'A' = APROVADO E APLICADO,      *
      *  'R' = RECUSADO (TBP-MOTIVO-RECUSA). SO PODE HAVER UM PEDIDO *
      *  PENDENTE POR VERSAO (CODIGO + VIGENCIA INICIAL).            *
      *  TBP-ACAO SEGUE OS CODIGOS DA TRILHA CALC-TBA-FILE.          *
      *****************************************************************
       01  CALC-TBP-RECORD.
           05  TBP-CHAVE.
               10  TBP-CODIGO          PIC X(06).
               10  TBP-VIGENCIA-INI    PIC 9(08).
               10  TBP-DATA-PEDIDO     PIC 9(08).
               10  TBP-HORA-PEDIDO     PIC 9(08).
           05  TBP-SOLICITANTE         PIC X(08).
           05  TBP-ACAO                PIC X(01).
               88  TBP-ACAO-INCLUSAO   VALUE 'I'.
               88  TBP-ACAO-ALTERACAO  VALUE 'A'.
               88  TBP-ACAO-EXCLUSAO   VALUE 'E'.
               88  TBP-ACAO-ENCERRA    VALUE 'N'.
           05  TBP-DESCRICAO           PIC X(30).
           05  TBP-VALOR               PIC S9(7)V99
                                       SIGN IS TRAILING SEPARATE.
           05  TBP-VIGENCIA-FIM        PIC 9(08).
           05  TBP-SITUACAO            PIC X(01).
           05  TBP-VALOR-ANTES         PIC S9(7)V99
                                       SIGN IS TRAILING SEPARATE.
           05  TBP-SIT-ANTES           PIC X(01).
           05  TBP-ESTADO              PIC X(01).
               88  TBP-PENDENTE        VALUE 'P'.
               88  TBP-APROVADO        VALUE 'A'.
               88  TBP-RECUSADO        VALUE 'R'.
           05  TBP-APROVADOR           PIC X(08).
           05  TBP-DATA-DECISAO        PIC 9(08).
           05  TBP-HORA-DECISAO        PIC 9(08).
           05  TBP-MOTIVO-RECUSA       PIC X(40).
