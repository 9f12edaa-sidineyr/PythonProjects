      *****************************************************************
      *  CALCTBA.CPY                                                 *
      *  Layout do registro da trilha de manutencao do cadastro de   *
      *  taxas (CALC-TBA-FILE, LINE SEQUENTIAL, SO ACRESCIMOS).      *
      *  Gravado por Calctbv a cada pedido aprovado e aplicado ao    *
      *  cadastro CALC-TAB-FILE, com os valores anteriores e         *
      *  posteriores da versao.                                      *
      *                                                              *
      *  TBA-USUARIO E O OPERADOR QUE PEDIU A ALTERACAO EM Calctabm; *
      *  TBA-APROVADOR E O OPERADOR QUE A APROVOU, E TBA-PEDIDO      *
      *  IDENTIFICA O PEDIDO (DATA E HORA) EM CALC-TBP-FILE.         *
      *  REGISTROS ANTERIORES A DUPLA CUSTODIA TEM ESSES DOIS        *
      *  CAMPOS EM BRANCO.                                           *
      *****************************************************************
       01  CALC-TBA-RECORD.
           05  TBA-DATA                PIC 9(08).
           05  TBA-HORA                PIC 9(08).
           05  TBA-USUARIO             PIC X(08).
           05  TBA-ACAO                PIC X(01).
               88  TBA-ACAO-INCLUSAO   VALUE 'I'.
               88  TBA-ACAO-ALTERACAO  VALUE 'A'.
               88  TBA-ACAO-EXCLUSAO   VALUE 'E'.
               88  TBA-ACAO-ENCERRA    VALUE 'N'.
           05  TBA-CODIGO              PIC X(06).
           05  TBA-VIGENCIA-INI        PIC 9(08).
           05  TBA-VALOR-ANTES         PIC S9(7)V99
                                       SIGN IS TRAILING SEPARATE.
           05  TBA-SIT-ANTES           PIC X(01).
           05  TBA-VALOR-DEPOIS        PIC S9(7)V99
                                       SIGN IS TRAILING SEPARATE.
           05  TBA-SIT-DEPOIS          PIC X(01).
           05  TBA-APROVADOR           PIC X(08).
           05  TBA-PEDIDO.
               10  TBA-PEDIDO-DATA     PIC 9(08).
               10  TBA-PEDIDO-HORA     PIC 9(08).
