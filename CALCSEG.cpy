      *****************************************************************
      *  CALCSEG.CPY                                                 *
      *  Layout do registro do log de seguranca de acesso            *
      *  (CALC-SEG-FILE, LINE SEQUENTIAL, SO ACRESCIMOS). Gravado    *
      *  pela sub-rotina Calcsgn a cada tentativa de identificacao,  *
      *  concedida ou negada, com o programa e a funcao pedidos, e   *
      *  por Calcopm a cada reinicializacao de PIN. Lido pelo        *
      *  relatorio diario de violacoes Calcvio.                      *
      *                                                              *
      *  SEG-RESULTADO: 'C' = CONCEDIDO; 'N' = NEGADO; 'R' = PIN     *
      *  REINICIALIZADO (SEG-OPERADOR E O OPERADOR AFETADO E         *
      *  SEG-RESPONSAVEL O OPERADOR 'P' QUE O REINICIALIZOU).        *
      *  SEG-MOTIVO DESCREVE A RECUSA OU O EVENTO (PIN INCORRETO,    *
      *  BLOQUEIO, TROCA DE PIN, ETC.).                              *
      *****************************************************************
       01  CALC-SEG-RECORD.
           05  SEG-DATA                PIC 9(08).
           05  SEG-HORA                PIC 9(08).
           05  SEG-OPERADOR            PIC X(08).
           05  SEG-PROGRAMA            PIC X(08).
           05  SEG-FUNCAO              PIC X(01).
           05  SEG-RESULTADO           PIC X(01).
               88  SEG-CONCEDIDO       VALUE 'C'.
               88  SEG-NEGADO          VALUE 'N'.
               88  SEG-PIN-REINICIADO  VALUE 'R'.
           05  SEG-MOTIVO              PIC X(30).
           05  SEG-FALHAS-SEGUIDAS     PIC 9(02).
           05  SEG-RESPONSAVEL         PIC X(08).
