000282*                   JORNAL COMUM DE EXECUCOES (CALC-RCJ-FILE,    *
000283*                   VIDE CALCRCJ.CPY), COM INICIO/FIM,           *
000284*                   QUANTIDADES E RETURN-CODE.                   *
000285*  15/10/2026  RMS  ESTORNO VALIDO E DEDUZIDO DA QUANTIDADE E DO *
000286*                   VALOR DA DATA EM QUE FOI LANCADO.            *
000287*----------------------------------------------------------------*
000290*
000300*----------------------------------------------------------------*
000310*  FUNCAO DO PROGRAMA                                             *
002510*  2100-ACUMULAR-REGISTRO - LOCALIZA (OU CRIA) A ENTRADA DA      *
002520*  TABELA PARA A DATA E OPERACAO DO REGISTRO E ACUMULA           *
002530*  QUANTIDADE, VALOR E REJEICOES.                                *
002532*  O ESTORNO VALIDO E LIQUIDADO NA DATA EM QUE FOI LANCADO: TIRA *
002534*  UM CALCULO DA QUANTIDADE (SEM PASSAR DE ZERO, SE O ORIGINAL   *
002536*  FOR DE OUTRA DATA) E SOMA O RESULTADO DE SINAL TROCADO.       *
002540*----------------------------------------------------------------*
002550 2100-ACUMULAR-REGISTRO.
002560     IF CLR-DATA NOT = WS-DATA-ZERADA
002880     END-IF.
002890     IF CLR-VALIDO-NAO
002900         ADD 1 TO WS-TAB-REJEITADAS (TAB-IDX)
002901         GO TO 2100-ACUMULAR-LER
002902     END-IF.
002903     IF CLR-TIPO-ESTORNO
002904         IF WS-TAB-QTDE (TAB-IDX) > ZERO
002905             SUBTRACT 1 FROM WS-TAB-QTDE (TAB-IDX)
002906         END-IF
002910     ELSE
002920         ADD 1          TO WS-TAB-QTDE (TAB-IDX)
002940     END-IF.
002945     ADD CLR-RESULT TO WS-TAB-VALOR (TAB-IDX).
002950 2100-ACUMULAR-LER.
002960     PERFORM 2000-LER-LOG THRU 2000-LER-LOG-EXIT.
002970 2100-ACUMULAR-REGISTRO-EXIT.
