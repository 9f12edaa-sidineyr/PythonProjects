000224*                   AUTORIZACAO DO OPERADOR (FUNCAO 'C') VIA     *
000226*                   SUB-ROTINA Calcsgn; OPERADOR SEM PERMISSAO   *
000228*                   ENCERRA COM RETURN-CODE 8.                   *
000229*  15/10/2026  RMS  TELA DE NAVEGACAO PASSA A MOSTRAR O          *
000230*                   DEPARTAMENTO E O LOTE DE ORIGEM DO CALCULO.  *
000231*  15/10/2026  RMS  Calcsgn PASSA A RECEBER O NOME DO PROGRAMA,  *
000232*                   GRAVADO NO LOG DE SEGURANCA CALC-SEG-FILE    *
000233*                   (VIDE CALCSEG.CPY).                          *
000234*  15/10/2026  RMS  TELA DE NAVEGACAO PASSA A MOSTRAR, PARA O    *
000235*                   ESTORNO, O CALCULO ORIGINAL E, PARA O        *
000236*                   CALCULO ESTORNADO, O SEU ESTORNO (CHAVE E    *
000237*                   RESULTADO DA CONTRAPARTIDA).                 *
000238*----------------------------------------------------------------*
000240*
000250*----------------------------------------------------------------*
000260*  FUNCAO DO PROGRAMA                                             *
000300*  E, OPCIONALMENTE, FILTROS DE OPERACAO E DE VALIDO, E NAVEGA   *
000310*  PELOS REGISTROS ENCONTRADOS PARA FRENTE (P) E PARA TRAS (A)   *
000320*  NA TELA, SEM PERCORRER O ARQUIVO SEQUENCIAL INTEIRO.          *
000323*  CALCULO ESTORNADO E LANCAMENTO DE ESTORNO SAO EXIBIDOS COM A  *
000326*  CHAVE E O RESULTADO DA SUA CONTRAPARTIDA, LIDA PELA CHAVE.    *
000330*----------------------------------------------------------------*
000340*
000350 ENVIRONMENT DIVISION.
000786 77  WS-OPERADOR                 PIC X(08) VALUE SPACES.
000787 77  WS-OPERADOR-NOME            PIC X(30) VALUE SPACES.
000788 77  WS-SGN-FUNCAO               PIC X(01) VALUE ' '.
000789 77  WS-SGN-PROGRAMA             PIC X(08) VALUE 'CALCINQ '.
000790 77  WS-SGN-AUTORIZADO           PIC X(01) VALUE 'N'.
000791     88  WS-SGN-AUTORIZADO-SIM   VALUE 'Y'.
000792     88  WS-SGN-AUTORIZADO-NAO   VALUE 'N'.
000793*
000960 01  RegNum2                     PIC S9(7)V99 VALUE 0.
000970 01  RegResult                   PIC S9(7)V99 VALUE 0.
000980 01  RegValido                   PIC X(01) VALUE ' '.
000981 01  RegDepto                    PIC X(08) VALUE SPACES.
000982 01  RegLote                     PIC X(06) VALUE SPACES.
000983*
000984*      CONTRAPARTIDA DO ESTORNO: O ORIGINAL, QUANDO O REGISTRO
000985*      EXIBIDO E UM ESTORNO, OU O ESTORNO, QUANDO FOI ESTORNADO.
000986 01  RegParLinha                 PIC X(70) VALUE SPACES.
000987 01  RegParChave.
000988     05  RegParData              PIC 9(08) VALUE 0.
000989     05  RegParHora              PIC 9(08) VALUE 0.
000990     05  RegParSequencia         PIC 9(04) VALUE 0.
000991 01  RegParRotulo                PIC X(16) VALUE SPACES.
000992 01  RegParResultado             PIC -------9.99.
000993*
001000*----------------------------------------------------------------*
001010*  TELAS DE SELECAO E DE NAVEGACAO                               *
001020*----------------------------------------------------------------*
001270     02  LINE 03 COL 20 PIC 99999999 FROM RegData.
001280     02  LINE 04 COL 01 VALUE 'Hora..........: '.
001290     02  LINE 04 COL 20 PIC 99999999 FROM RegHora.
001292     02  LINE 03 COL 40 VALUE 'Departamento..: '.
001294     02  LINE 03 COL 57 PIC X(08) FROM RegDepto.
001296     02  LINE 04 COL 40 VALUE 'Lote..........: '.
001298     02  LINE 04 COL 57 PIC X(06) FROM RegLote.
001300     02  LINE 05 COL 01 VALUE 'Sequencia.....: '.
001310     02  LINE 05 COL 20 PIC 9999 FROM RegSequencia.
001320     02  LINE 06 COL 01 VALUE 'Num1..........: '.
001390     02  LINE 09 COL 20 PIC ------9.99 FROM RegResult.
001400     02  LINE 10 COL 01 VALUE 'Valido........: '.
001410     02  LINE 10 COL 20 PIC X FROM RegValido.
001415     02  LINE 11 COL 01 PIC X(70) FROM RegParLinha.
001420     02  LINE 13 COL 01 VALUE
001430         '(P)roximo (A)nterior (N)ova consulta (F)im: '.
001440     02  LINE 13 COL 46 PIC X USING WS-COMANDO.
001450*
001460 PROCEDURE DIVISION.
001470*
001643     ACCEPT WS-OPERADOR.
001644     MOVE 'C' TO WS-SGN-FUNCAO.
001645     CALL 'Calcsgn' USING WS-SGN-FUNCAO WS-OPERADOR
001646         WS-OPERADOR-NOME WS-SGN-AUTORIZADO WS-SGN-PROGRAMA.
001647     IF WS-SGN-AUTORIZADO-NAO
001648         DISPLAY 'Operador sem autorizacao para a consulta - '
001649             'consulta cancelada. RETURN-CODE 8.'
002880     MOVE CLX-NUM2      TO RegNum2.
002890     MOVE CLX-RESULT    TO RegResult.
002900     MOVE CLX-VALIDO    TO RegValido.
002903     MOVE CLX-DEPTO-ORIGEM TO RegDepto.
002906     MOVE CLX-ID-LOTE   TO RegLote.
002907     PERFORM 2350-MONTAR-CONTRAPARTIDA
002908         THRU 2350-MONTAR-CONTRAPARTIDA-EXIT.
002910     MOVE ' ' TO WS-COMANDO.
002920     DISPLAY TelaRegistro.
002930     ACCEPT TelaRegistro.
003050         WHEN 'f'
003060             CONTINUE
003070         WHEN OTHER
003071             CONTINUE
003072     END-EVALUATE.
003073 2300-NAVEGAR-EXIT.
003074     EXIT.
003075*
003076*----------------------------------------------------------------*
003077*  2350-MONTAR-CONTRAPARTIDA - PARA UM ESTORNO, LE O ORIGINAL;   *
003078*  PARA UM CALCULO ESTORNADO, LE O ESTORNO. A LINHA EXIBIDA      *
003079*  TRAZ A CHAVE E O RESULTADO DA CONTRAPARTIDA, E A POSICAO DE   *
003080*  NAVEGACAO E RESTAURADA NO REGISTRO EXIBIDO (2600). ESTORNO    *
003081*  MARCADO PELA Calculadora E AINDA NAO CARREGADO NAO TEM        *
003082*  SEQUENCIA E NAO E LIDO.                                       *
003083*----------------------------------------------------------------*
003084 2350-MONTAR-CONTRAPARTIDA.
003085     MOVE SPACES TO RegParLinha.
003086     IF CLX-TIPO-ESTORNO
003087         MOVE 'Estorno de....: ' TO RegParRotulo
003088         MOVE CLX-CHAVE-ORIGINAL TO RegParChave
003089     ELSE
003090         IF CLX-ESTORNADO
003091             MOVE 'Estornado por.: ' TO RegParRotulo
003092             MOVE CLX-CHAVE-ESTORNO  TO RegParChave
003093         ELSE
003094             GO TO 2350-MONTAR-CONTRAPARTIDA-EXIT
003095         END-IF
003096     END-IF.
003097     IF RegParSequencia = ZERO
003098         STRING RegParRotulo     DELIMITED BY SIZE
003099                RegParData       DELIMITED BY SIZE
003100                ' '              DELIMITED BY SIZE
003101                RegParHora       DELIMITED BY SIZE
003102                ' (estorno ainda nao carregado)'
003103                                 DELIMITED BY SIZE
003104             INTO RegParLinha
003105         GO TO 2350-MONTAR-CONTRAPARTIDA-EXIT
003106     END-IF.
003107     MOVE RegParChave TO CLX-CHAVE.
003108     READ CALC-LGX-FILE
003109         KEY IS CLX-CHAVE
003110         INVALID KEY
003111             STRING RegParRotulo     DELIMITED BY SIZE
003112                    RegParData       DELIMITED BY SIZE
003113                    ' '              DELIMITED BY SIZE
003114                    RegParHora       DELIMITED BY SIZE
003115                    ' '              DELIMITED BY SIZE
003116                    RegParSequencia  DELIMITED BY SIZE
003117                    ' (nao encontrado)' DELIMITED BY SIZE
003118                 INTO RegParLinha
003119             PERFORM 2600-REPOSICIONAR
003120                 THRU 2600-REPOSICIONAR-EXIT
003121             GO TO 2350-MONTAR-CONTRAPARTIDA-EXIT
003122     END-READ.
003123     MOVE CLX-RESULT TO RegParResultado.
003124     STRING RegParRotulo     DELIMITED BY SIZE
003125            RegParData       DELIMITED BY SIZE
003126            ' '              DELIMITED BY SIZE
003127            RegParHora       DELIMITED BY SIZE
003128            ' '              DELIMITED BY SIZE
003129            RegParSequencia  DELIMITED BY SIZE
003130            '  Resultado: '  DELIMITED BY SIZE
003131            RegParResultado  DELIMITED BY SIZE
003132         INTO RegParLinha.
003133     PERFORM 2600-REPOSICIONAR THRU 2600-REPOSICIONAR-EXIT.
003134 2350-MONTAR-CONTRAPARTIDA-EXIT.
003135     EXIT.
003136*
003137*----------------------------------------------------------------*
003140*  2400-AVANCAR - PROXIMO REGISTRO QUE PASSA NOS FILTROS; NO     *
003150*  FIM DA FAIXA, REPOSICIONA NO REGISTRO CORRENTE E AVISA.       *
003160*----------------------------------------------------------------*
