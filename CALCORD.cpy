      *****************************************************************
      *  CALCORD.CPY                                                 *
      *  Layout do registro do cadastro de ordens permanentes        *
      *  (CALC-ORD-FILE, ORGANIZACAO INDEXADA, CHAVE ORD-CHAVE =     *
      *  DEPARTAMENTO + SEQUENCIA). Cada ordem e um calculo          *
      *  recorrente do departamento. Mantido pelo programa Calcorm   *
      *  e lido pelo gerador Calcord, que grava as ordens devidas na *
      *  data da execucao como lotes de CALC-TRANS-FILE, um lote por *
      *  departamento, na ordem da sequencia.                        *
      *                                                              *
      *  Num1 E Num2 TEM O MESMO FORMATO DO DETALHE DE               *
      *  CALC-TRANS-FILE: Num1 PODE SER A MARCA 'E' (CONTINUACAO     *
      *  SOBRE O RESULTADO DA ORDEM ANTERIOR DO MESMO LOTE) E Num2   *
      *  PODE SER 'C' + CODIGO DO CADASTRO DE TAXAS.                 *
      *                                                              *
      *  ORD-FREQUENCIA: 'D' = TODO DIA; 'S' = SEMANAL, NO DIA DA    *
      *  SEMANA DE ORD-DATA-INICIO; 'M' = MENSAL, NO DIA DO MES DE   *
      *  ORD-DATA-INICIO (NO ULTIMO DIA DO MES QUANDO ESTE FOR MAIS  *
      *  CURTO). ORD-DATA-FIM = 99999999 INDICA ORDEM SEM TERMINO.   *
      *  ORD-DATA-ULTIMA-EXEC E ORD-ID-ULTIMO-LOTE SAO GRAVADOS      *
      *  PELO GERADOR; ORDEM JA GERADA NA DATA NAO E GERADA DE NOVO. *
      *  A EXCLUSAO E LOGICA (ORD-SITUACAO 'I').                     *
      *****************************************************************
       01  CALC-ORD-RECORD.
           05  ORD-CHAVE.
               10  ORD-DEPTO           PIC X(08).
               10  ORD-SEQUENCIA       PIC 9(04).
           05  ORD-NUM1                PIC S9(7)V99
                                       SIGN IS TRAILING SEPARATE.
           05  ORD-NUM1-R REDEFINES ORD-NUM1.
               10  ORD-NUM1-MARCA      PIC X(01).
                   88  ORD-NUM1-ENCADEADO  VALUE 'E'.
               10  FILLER              PIC X(09).
           05  ORD-OPERACAO            PIC X(01).
           05  ORD-NUM2                PIC S9(7)V99
                                       SIGN IS TRAILING SEPARATE.
           05  ORD-NUM2-R REDEFINES ORD-NUM2.
               10  ORD-NUM2-MARCA      PIC X(01).
                   88  ORD-NUM2-COM-CODIGO VALUE 'C'.
               10  ORD-NUM2-CODIGO     PIC X(06).
               10  FILLER              PIC X(03).
           05  ORD-FREQUENCIA          PIC X(01).
               88  ORD-DIARIA          VALUE 'D'.
               88  ORD-SEMANAL         VALUE 'S'.
               88  ORD-MENSAL          VALUE 'M'.
           05  ORD-DATA-INICIO         PIC 9(08).
           05  ORD-DATA-FIM            PIC 9(08).
           05  ORD-SITUACAO            PIC X(01).
               88  ORD-ATIVA           VALUE 'A'.
               88  ORD-INATIVA         VALUE 'I'.
           05  ORD-DESCRICAO           PIC X(30).
           05  ORD-DATA-ULTIMA-EXEC    PIC 9(08).
           05  ORD-ID-ULTIMO-LOTE      PIC X(06).
           05  ORD-OPERADOR            PIC X(08).
           05  ORD-DATA-ATUALIZACAO    PIC 9(08).
