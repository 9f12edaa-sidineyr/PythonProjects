      *  CALCPRM.CPY                                                 *
      *  Layout do registro do arquivo de parametros de execucao     *
      *  (CALC-PRM-FILE, ASSIGN CALCPARM), lido na abertura por      *
      *  Calculadora, Calcrpt, Calcglr, Calcale, Calcrat e Calcsgn.  *
      *  Uma palavra-chave por linha, com o valor numerico em 11     *
      *  digitos (9 inteiros + 2 decimais, sem ponto). Palavras-     *
      *  chave reconhecidas:                                         *
      *                                                              *
      *    INTERVALO-CKPT       Calculadora - REGISTROS POR          *
      *                         CHECKPOINT DO MODO DE LOTE           *
      *    TOLERANCIA-REJEICAO  MEDIA DA JANELA DE BASELINE          *
      *    DIAS-BASELINE        Calcale - DIAS CORRIDOS DA JANELA    *
      *                         DE BASELINE                          *
      *    TARIFA-CALCULO       Calcrat - VALOR COBRADO DO           *
      *                         DEPARTAMENTO POR CALCULO VALIDO      *
      *    TARIFA-REJEICAO      Calcrat - VALOR COBRADO DO           *
      *                         DEPARTAMENTO POR REJEICAO DE LOTE    *
      *    PIN-TENTATIVAS       Calcsgn - FALHAS SEGUIDAS DE PIN QUE *
      *                         BLOQUEIAM O OPERADOR (1-99)          *
      *    PIN-DIAS-VALIDADE    Calcsgn - DIAS DE VALIDADE DO PIN    *
      *                         ANTES DA TROCA OBRIGATORIA (1-9999)  *
      *    DESVIO-PER-FECHADO   Calculadora - 1 DESVIA O LOTE DE     *
      *                         PERIODO FECHADO PARA A DATA DO DIA;  *
      *                         OUTRO VALOR RECUSA O LOTE (PADRAO)   *
      *                                                              *
      *  ARQUIVO AUSENTE OU PALAVRA-CHAVE OMITIDA MANTEM OS          *
      *  VALORES PADRAO DE CADA PROGRAMA.                            *
