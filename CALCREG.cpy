      *****************************************************************
      *  CALCREG.CPY                                                 *
      *  Layout do registro do cadastro de regras de contabilizacao  *
      *  (CALC-REG-FILE, ORGANIZACAO INDEXADA, CHAVE REG-CHAVE =     *
      *  OPERACAO + DEPARTAMENTO + DATA INICIAL DE VIGENCIA).        *
      *  Mantido pelo programa Calcreg e consultado por Calcgl, que  *
      *  transforma cada calculo valido em um lancamento a debito e  *
      *  outro a credito nas contas da regra vigente na data dele.   *
      *                                                              *
      *  REG-DEPTO EM BRANCO E A REGRA GERAL DA OPERACAO, USADA PARA *
      *  OS DEPARTAMENTOS SEM REGRA PROPRIA E PARA OS CALCULOS SEM   *
      *  DEPARTAMENTO (INTERATIVOS E SUB-ROTINA).                    *
      *                                                              *
      *  CADA REGRA PODE TER VARIAS VERSOES COM VIGENCIAS SUCESSIVAS;*
      *  PREVALECE A DE INICIO MAIS RECENTE, ATIVA, CUJA VIGENCIA    *
      *  COBRE A DATA DO CALCULO. REG-DATA-FIM-VIGENCIA = 99999999   *
      *  INDICA VIGENCIA ABERTA. A EXCLUSAO E LOGICA (REG-SITUACAO   *
      *  'I').                                                       *
      *****************************************************************
       01  CALC-REG-RECORD.
           05  REG-CHAVE.
               10  REG-OPERACAO        PIC X(01).
               10  REG-DEPTO           PIC X(08).
               10  REG-DATA-INI-VIGENCIA
                                       PIC 9(08).
           05  REG-DATA-FIM-VIGENCIA   PIC 9(08).
           05  REG-CONTA-DEBITO        PIC X(12).
           05  REG-CONTA-CREDITO       PIC X(12).
           05  REG-CENTRO-CUSTO        PIC X(08).
           05  REG-DESCRICAO           PIC X(30).
           05  REG-SITUACAO            PIC X(01).
               88  REG-ATIVA           VALUE 'A'.
               88  REG-INATIVA         VALUE 'I'.
           05  REG-OPERADOR            PIC X(08).
           05  REG-DATA-ATUALIZACAO    PIC 9(08).
