000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    Calcpin.
000120 AUTHOR.        EQUIPE DE SISTEMAS FINANCEIROS.
000130 INSTALLATION.  CENTRO DE PROCESSAMENTO DE DADOS.
000140 DATE-WRITTEN.  15/10/2026.
000150 DATE-COMPILED.
000160*
000170*----------------------------------------------------------------*
000180*  HISTORICO DE ALTERACOES                                       *
000190*----------------------------------------------------------------*
000200*  15/10/2026  RMS  PROGRAMA ORIGINAL - RESUMO DE MAO UNICA DO   *
000210*                   PIN DO OPERADOR, GRAVADO NO CADASTRO DE      *
000220*                   OPERADORES NO LUGAR DO PIN (VIDE             *
000230*                   CALCOPR.CPY).                                *
000240*----------------------------------------------------------------*
000250*
000260*----------------------------------------------------------------*
000270*  FUNCAO DO PROGRAMA                                            *
000280*----------------------------------------------------------------*
000290*  SUB-ROTINA: CALL 'Calcpin' USING OPERADOR PIN RESUMO.         *
000300*  DEVOLVE EM RESUMO (9(10)) O RESUMO DE MAO UNICA DO PIN,       *
000310*  MISTURADO COM O PROPRIO CODIGO DO OPERADOR PARA QUE DOIS      *
000320*  OPERADORES COM O MESMO PIN NAO TENHAM O MESMO RESUMO. CADA    *
000330*  CARACTER DE OPERADOR + PIN E CONVERTIDO NA SUA POSICAO NO     *
000340*  ALFABETO DE TRABALHO E ACUMULADO, EM TRES PASSADAS COM        *
000350*  MULTIPLICADORES DIFERENTES, MODULO O MAIOR PRIMO DE DEZ       *
000360*  DIGITOS. O PIN NAO E RECUPERAVEL A PARTIR DO RESUMO; A        *
000370*  CONFERENCIA E FEITA RECALCULANDO O RESUMO DO PIN DIGITADO.    *
000380*  USADA POR Calcsgn (CONFERENCIA E TROCA) E Calcopm (PIN        *
000390*  PROVISORIO).                                                  *
000400*----------------------------------------------------------------*
000410*
000420 ENVIRONMENT DIVISION.
000430*
000440 DATA DIVISION.
000450 WORKING-STORAGE SECTION.
000460*
000470*----------------------------------------------------------------*
000480*  ENTRADA DO RESUMO: OPERADOR + PIN, CARACTER A CARACTER        *
000490*----------------------------------------------------------------*
000500 01  WS-ENTRADA.
000510     05  WS-ENT-OPERADOR         PIC X(08).
000520     05  WS-ENT-PIN              PIC X(06).
000530 01  WS-ENTRADA-R REDEFINES WS-ENTRADA.
000540     05  WS-ENT-CARACTER         PIC X(01) OCCURS 14 TIMES.
000550*
000560 01  WS-ALFABETO.
000570     05  FILLER                  PIC X(33) VALUE
000580         ' ABCDEFGHIJKLMNOPQRSTUVWXYZ012345'.
000590     05  FILLER                  PIC X(33) VALUE
000600         '6789abcdefghijklmnopqrstuvwxyz-_.'.
000610*
000620*----------------------------------------------------------------*
000630*  MULTIPLICADORES DAS TRES PASSADAS                             *
000640*----------------------------------------------------------------*
000650 01  WS-TAB-MULTIPLICADORES.
000660     05  FILLER                  PIC 9(03) VALUE 131.
000670     05  FILLER                  PIC 9(03) VALUE 257.
000680     05  FILLER                  PIC 9(03) VALUE 521.
000690 01  WS-TAB-MULTIPLICADORES-R REDEFINES WS-TAB-MULTIPLICADORES.
000700     05  WS-MULTIPLICADOR        PIC 9(03) OCCURS 3 TIMES.
000710*
000720 77  WS-MODULO                   PIC 9(10) VALUE 9999999967.
000730 77  WS-SEMENTE                  PIC 9(10) VALUE 0000005381.
000740 77  WS-RESUMO                   PIC 9(10) VALUE ZERO.
000750 77  WS-PRODUTO                  PIC 9(15) COMP VALUE ZERO.
000760 77  WS-QUOCIENTE                PIC 9(15) COMP VALUE ZERO.
000770 77  WS-VALOR-CARACTER           PIC 9(03) COMP VALUE ZERO.
000780 77  WS-RODADA                   PIC 9(02) COMP VALUE ZERO.
000790 77  WS-POSICAO                  PIC 9(02) COMP VALUE ZERO.
000800*
000810 LINKAGE SECTION.
000820 01  LK-OPERADOR                 PIC X(08).
000830 01  LK-PIN                      PIC X(06).
000840 01  LK-RESUMO                   PIC 9(10).
000850*
000860 PROCEDURE DIVISION USING LK-OPERADOR LK-PIN LK-RESUMO.
000870*
000880*================================================================*
000890*  0000-RESUMIR                                                  *
000900*================================================================*
000910 0000-RESUMIR.
000920     MOVE LK-OPERADOR TO WS-ENT-OPERADOR.
000930     MOVE LK-PIN      TO WS-ENT-PIN.
000940     MOVE WS-SEMENTE  TO WS-RESUMO.
000950     MOVE ZERO        TO WS-RODADA.
000960     PERFORM 1000-PASSADA THRU 1000-PASSADA-EXIT 3 TIMES.
000970     MOVE WS-RESUMO   TO LK-RESUMO.
000980 0000-RESUMIR-EXIT.
000990     GOBACK.
001000*
001010 1000-PASSADA.
001020     ADD 1 TO WS-RODADA.
001030     MOVE ZERO TO WS-POSICAO.
001040     PERFORM 2000-ACUMULAR-CARACTER
001050         THRU 2000-ACUMULAR-CARACTER-EXIT 14 TIMES.
001060 1000-PASSADA-EXIT.
001070     EXIT.
001080*
001090*----------------------------------------------------------------*
001100*  2000-ACUMULAR-CARACTER - A POSICAO DO CARACTER NO ALFABETO    *
001110*  (CARACTER FORA DO ALFABETO VALE 66) ENTRA NO RESUMO COM A     *
001120*  POSICAO E A PASSADA, MODULO WS-MODULO.                        *
001130*----------------------------------------------------------------*
001140 2000-ACUMULAR-CARACTER.
001150     ADD 1 TO WS-POSICAO.
001160     MOVE ZERO TO WS-VALOR-CARACTER.
001170     INSPECT WS-ALFABETO TALLYING WS-VALOR-CARACTER
001180         FOR CHARACTERS
001190         BEFORE INITIAL WS-ENT-CARACTER (WS-POSICAO).
001200     COMPUTE WS-PRODUTO = WS-RESUMO * WS-MULTIPLICADOR (WS-RODADA)
001210         + WS-VALOR-CARACTER + 1 + WS-POSICAO * WS-RODADA.
001220     DIVIDE WS-PRODUTO BY WS-MODULO GIVING WS-QUOCIENTE
001230         REMAINDER WS-RESUMO.
001240 2000-ACUMULAR-CARACTER-EXIT.
001250     EXIT.
