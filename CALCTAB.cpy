      *                                                              *
      *  CTB-DATA-FIM-VIGENCIA = 99999999 INDICA VIGENCIA ABERTA.    *
      *  A EXCLUSAO E LOGICA, POR CTB-SITUACAO = 'I'.                *
      *                                                              *
      *  DUPLA CUSTODIA: Calctabm SO REGISTRA PEDIDOS (CALCTBP.CPY); *
      *  A VERSAO E GRAVADA OU ALTERADA AQUI POR Calctbv NA          *
      *  APROVACAO, COM CTB-APROVACAO = 'A' E O OPERADOR APROVADOR.  *
      *  O LOTE SO RESOLVE VERSAO COM CTB-APROVADA.                  *
      *****************************************************************
       01  CALC-TAB-RECORD.
           05  CTB-CHAVE.
           05  CTB-SITUACAO            PIC X(01).
               88  CTB-ATIVO           VALUE 'A'.
               88  CTB-INATIVO         VALUE 'I'.
           05  CTB-APROVACAO           PIC X(01).
               88  CTB-APROVADA        VALUE 'A'.
           05  CTB-APROVADOR           PIC X(08).
           05  CTB-DATA-APROVACAO      PIC 9(08).
