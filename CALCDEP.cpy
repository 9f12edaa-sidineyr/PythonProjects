      *****************************************************************
      *  CALCDEP.CPY                                                 *
      *  Layout do registro do cadastro de departamentos             *
      *  (CALC-DEP-FILE, ORGANIZACAO INDEXADA, CHAVE DEP-CODIGO).    *
      *  Mantido pelo programa Calcdpm, consultado por Calculadora   *
      *  na critica do cabecalho de lote (CTH-DEPTO-ORIGEM) e pelo   *
      *  demonstrativo mensal de rateio Calcrat.                     *
      *                                                              *
      *  DEPARTAMENTO INEXISTENTE OU INATIVO CANCELA O LOTE INTEIRO. *
      *****************************************************************
       01  CALC-DEP-RECORD.
           05  DEP-CODIGO              PIC X(08).
           05  DEP-NOME                PIC X(30).
           05  DEP-RESPONSAVEL         PIC X(30).
           05  DEP-SITUACAO            PIC X(01).
               88  DEP-ATIVO           VALUE 'A'.
               88  DEP-INATIVO         VALUE 'I'.
