      *  CADA PERMISSAO E 'S' OU 'N'; A FUNCAO CORRESPONDENTE E      *
      *  RECUSADA COM RETURN-CODE DIFERENTE DE ZERO QUANDO O         *
      *  OPERADOR NAO A POSSUI OU ESTA INATIVO.                      *
      *  OPR-PERM-APROVACAO AUTORIZA APROVAR OU RECUSAR PEDIDOS DE   *
      *  ALTERACAO DE TAXAS (Calctbv), NUNCA OS DO PROPRIO OPERADOR. *
      *  OPR-PERM-INTERATIVO AUTORIZA O MODO INTERATIVO DA           *
      *  Calculadora.                                                *
      *                                                              *
      *  O PIN (6 DIGITOS) NUNCA E GRAVADO: OPR-PIN-CIFRADO GUARDA   *
      *  SO O RESUMO DE MAO UNICA DE OPERADOR + PIN CALCULADO PELA   *
      *  SUB-ROTINA Calcpin. PIN 'P' (PROVISORIO, DADO NA INCLUSAO   *
      *  OU NA REINICIALIZACAO POR Calcopm) OBRIGA A TROCA NO        *
      *  PRIMEIRO ACESSO; PIN 'D' (DEFINITIVO) EXPIRA APOS OS DIAS   *
      *  DO PARAMETRO PIN-DIAS-VALIDADE CONTADOS DE OPR-PIN-DATA-    *
      *  TROCA. OPR-FALHAS-SEGUIDAS CONTA OS PINS ERRADOS DESDE O    *
      *  ULTIMO ACESSO CORRETO; AO ATINGIR O PARAMETRO               *
      *  PIN-TENTATIVAS O OPERADOR E BLOQUEADO ATE A                 *
      *  REINICIALIZACAO DO PIN.                                     *
      *****************************************************************
       01  CALC-OPR-RECORD.
           05  OPR-ID                  PIC X(08).
               88  OPR-PODE-FECHAMENTO VALUE 'S'.
           05  OPR-PERM-PERFIL         PIC X(01).
               88  OPR-PODE-PERFIL     VALUE 'S'.
           05  OPR-PERM-APROVACAO      PIC X(01).
               88  OPR-PODE-APROVACAO  VALUE 'S'.
           05  OPR-PERM-INTERATIVO     PIC X(01).
               88  OPR-PODE-INTERATIVO VALUE 'S'.
           05  OPR-PIN-CIFRADO         PIC 9(10).
           05  OPR-PIN-SITUACAO        PIC X(01).
               88  OPR-PIN-PROVISORIO  VALUE 'P'.
               88  OPR-PIN-DEFINITIVO  VALUE 'D'.
           05  OPR-PIN-DATA-TROCA      PIC 9(08).
           05  OPR-FALHAS-SEGUIDAS     PIC 9(02).
           05  OPR-BLOQUEIO            PIC X(01).
               88  OPR-BLOQUEADO       VALUE 'S'.
               88  OPR-DESBLOQUEADO    VALUE 'N'.
           05  OPR-DATA-BLOQUEIO       PIC 9(08).
           05  OPR-ULTIMO-ACESSO       PIC 9(08).
