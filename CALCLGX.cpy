      *  A CHAVE E CLR-DATA-HORA ACRESCIDA DE UM NUMERO DE           *
      *  SEQUENCIA, POIS VARIOS CALCULOS PODEM OCORRER NO MESMO      *
      *  SEGUNDO.                                                    *
      *                                                              *
      *  CLX-TIPO E CLX-CHAVE-ORIGINAL VEM DO LANCAMENTO DE ESTORNO  *
      *  (VIDE CALCLOG.CPY). NO CALCULO ESTORNADO,                   *
      *  CLX-SITUACAO-ESTORNO 'S' E CLX-CHAVE-ESTORNO APONTAM O      *
      *  ESTORNO; A SEQUENCIA FICA ZERADA ATE A PROXIMA CARGA, POIS  *
      *  SO O Calccarg A ATRIBUI. CLX-EST-EXECUCAO IDENTIFICA A      *
      *  EXECUCAO DA Calculadora QUE MARCOU O ESTORNO (ZEROS QUANDO  *
      *  A MARCA VEM DA CARGA), PARA O REINICIO RECONHECER A SUA.    *
      *                                                              *
      *  CLX-TABELA VEM DE CLR-TABELA: CODIGO E VERSAO DE CALC-TAB   *
      *  USADOS NO CALCULO, HERDADOS PELO ESTORNO QUE O CANCELAR.    *
      *****************************************************************
       01  CALC-LGX-RECORD.
           05  CLX-CHAVE.
           05  CLX-VALIDO              PIC X(01).
               88  CLX-VALIDO-SIM      VALUE 'Y'.
               88  CLX-VALIDO-NAO      VALUE 'N'.
           05  CLX-DEPTO-ORIGEM        PIC X(08).
           05  CLX-ID-LOTE             PIC X(06).
           05  CLX-TIPO                PIC X(01).
               88  CLX-TIPO-NORMAL     VALUE 'N' ' '.
               88  CLX-TIPO-ESTORNO    VALUE 'E'.
           05  CLX-CHAVE-ORIGINAL.
               10  CLX-ORIG-DATA       PIC 9(08).
               10  CLX-ORIG-HORA       PIC 9(08).
               10  CLX-ORIG-SEQUENCIA  PIC 9(04).
           05  CLX-SITUACAO-ESTORNO    PIC X(01).
               88  CLX-ESTORNADO       VALUE 'S'.
               88  CLX-NAO-ESTORNADO   VALUE 'N' ' '.
           05  CLX-CHAVE-ESTORNO.
               10  CLX-EST-DATA        PIC 9(08).
               10  CLX-EST-HORA        PIC 9(08).
               10  CLX-EST-SEQUENCIA   PIC 9(04).
           05  CLX-EST-EXECUCAO.
               10  CLX-EST-EXEC-DATA   PIC 9(08).
               10  CLX-EST-EXEC-HORA   PIC 9(08).
           05  CLX-TABELA.
               10  CLX-TAB-CODIGO      PIC X(06).
               10  CLX-TAB-DATA-INI    PIC 9(08).
