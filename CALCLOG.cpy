      *  CALCLOG.CPY                                                 *
      *  Layout do registro de auditoria gravado em CALC-LOG-FILE    *
      *  por Calculadora e lido pelo programa de relatorio Calcrpt.  *
      *                                                              *
      *  CLR-DEPTO-ORIGEM E CLR-ID-LOTE IDENTIFICAM O LOTE DE ORIGEM *
      *  DO CALCULO; FICAM EM BRANCO NO MODO INTERATIVO E NAS        *
      *  CHAMADAS COMO SUB-ROTINA.                                   *
      *                                                              *
      *  CLR-TIPO 'E' MARCA O LANCAMENTO DE ESTORNO: REPETE Num1,    *
      *  OPERACAO E Num2 DO CALCULO ESTORNADO, COM O RESULTADO DE    *
      *  SINAL TROCADO, E CLR-CHAVE-ORIGINAL APONTA A CHAVE DO       *
      *  ORIGINAL NA TRILHA INDEXADA (CLX-CHAVE, VIDE CALCLGX.CPY).  *
      *  NOS LANCAMENTOS NORMAIS A CHAVE ORIGINAL FICA ZERADA;       *
      *  REGISTROS ANTIGOS, SEM O CAMPO, SAO LIDOS COMO NORMAIS.     *
      *                                                              *
      *  CLR-TABELA GUARDA O CODIGO DE CALC-TAB E A DATA INICIAL DA  *
      *  VERSAO USADOS QUANDO Num2 VEIO DE UM CODIGO 'C'; NO ESTORNO *
      *  REPETE A DO ORIGINAL. EM BRANCO QUANDO Num2 FOI INFORMADO   *
      *  DIRETAMENTE E NOS REGISTROS ANTIGOS, SEM O CAMPO.           *
      *****************************************************************
       01  CALC-LOG-RECORD.
           05  CLR-DATA-HORA.
           05  CLR-VALIDO              PIC X(01).
               88  CLR-VALIDO-SIM      VALUE 'Y'.
               88  CLR-VALIDO-NAO      VALUE 'N'.
           05  CLR-DEPTO-ORIGEM        PIC X(08).
           05  CLR-ID-LOTE             PIC X(06).
           05  CLR-TIPO                PIC X(01).
               88  CLR-TIPO-NORMAL     VALUE 'N' ' '.
               88  CLR-TIPO-ESTORNO    VALUE 'E'.
           05  CLR-CHAVE-ORIGINAL.
               10  CLR-ORIG-DATA       PIC 9(08).
               10  CLR-ORIG-HORA       PIC 9(08).
               10  CLR-ORIG-SEQUENCIA  PIC 9(04).
           05  CLR-TABELA.
               10  CLR-TAB-CODIGO      PIC X(06).
               10  CLR-TAB-DATA-INI    PIC 9(08).
