      *                                                              *
      *  CER-TRANS-IMAGEM guarda a imagem original do registro de    *
      *  detalhe de CALC-TRANS-FILE (Num1 + Operacao + Num2, com     *
      *  sinais separados a direita) ou, no detalhe de estorno, a    *
      *  marca 'X' seguida da chave do calculo estornado.            *
      *                                                              *
      *  CER-SUS-SEQUENCIA aponta o registro correspondente no       *
      *  arquivo de suspensao de rejeicoes (CALC-SUS-FILE, vide      *
               88  CER-MOT-COD-TABELA      VALUE '05'.
               88  CER-MOT-LIMITE          VALUE '06'.
               88  CER-MOT-CADEIA          VALUE '07'.
               88  CER-MOT-EST-SEM-ORIGINAL VALUE '08'.
               88  CER-MOT-EST-NAO-ESTORNAVEL VALUE '09'.
               88  CER-MOT-EST-JA-ESTORNADO VALUE '10'.
           05  CER-MOTIVO-DESC         PIC X(30).
           05  CER-SUS-SEQUENCIA       PIC 9(08).
