000311*                   JORNAL COMUM DE EXECUCOES (CALC-RCJ-FILE,    *
000312*                   VIDE CALCRCJ.CPY), COM INICIO/FIM,           *
000313*                   QUANTIDADES E RETURN-CODE.                   *
000314*  15/10/2026  RMS  REGISTRO DE CALC-LOG-FILE AMPLIADO PARA 62   *
000315*                   POSICOES (DEPARTAMENTO E LOTE DE ORIGEM).    *
000316*  15/10/2026  RMS  REGISTRO DE CALC-LOG-FILE AMPLIADO PARA 83   *
000317*                   POSICOES (TIPO DE LANCAMENTO E CHAVE DO      *
000318*                   CALCULO ESTORNADO).                          *
000319*  15/10/2026  RMS  SO E ARQUIVADO PERIODO FECHADO ('F') NO      *
000320*                   CONTROLE DE PERIODOS (CALC-PER-FILE);        *
000321*                   PERIODO ANTERIOR AO CORTE AINDA NAO          *
000322*                   FECHADO CANCELA O ARQUIVAMENTO (RC 8).       *
000323*  15/10/2026  RMS  REGISTRO DE CALC-LOG-FILE AMPLIADO PARA 97   *
000324*                   POSICOES (CODIGO E VERSAO DE CALC-TAB).      *
000325*----------------------------------------------------------------*
000326*
000330*----------------------------------------------------------------*
000340*  FUNCAO DO PROGRAMA                                             *
000350*----------------------------------------------------------------*
000430*  QUANTIDADES DE CADA DESTINO. O Calcrpt PASSA ENTAO A          *
000440*  RELATAR APENAS O PERIODO SOLICITADO, DO LOG VIVO OU DO        *
000450*  ARQUIVO MORTO CORRESPONDENTE.                                 *
000452*  SO E ARQUIVADO PERIODO FECHADO ('F') NO CONTROLE DE PERIODOS  *
000454*  (CALC-PER-FILE, VIDE CALCPER.CPY): SE ALGUM PERIODO ANTERIOR  *
000456*  AO CORTE AINDA NAO ESTIVER FECHADO, NADA E ARQUIVADO.         *
000460*----------------------------------------------------------------*
000470*
000480 ENVIRONMENT DIVISION.
000654         ORGANIZATION IS LINE SEQUENTIAL
000655         FILE STATUS IS WS-RCJ-STATUS.
000660*
000661     SELECT CALC-PER-FILE    ASSIGN TO CALCPER
000662         ORGANIZATION IS INDEXED
000663         ACCESS MODE IS RANDOM
000664         RECORD KEY IS PER-PERIODO
000665         FILE STATUS IS WS-PER-STATUS.
000666*
000670 DATA DIVISION.
000680 FILE SECTION.
000690*
000770*  CALC-ARC-FILE - ARQUIVO MORTO DO(S) PERIODO(S) FECHADO(S)     *
000780*----------------------------------------------------------------*
000790 FD  CALC-ARC-FILE.
000800 01  CALC-ARC-RECORD             PIC X(97).
000810*
000820*----------------------------------------------------------------*
000830*  CALC-WRK-FILE - TRABALHO: REGISTROS DO PERIODO ABERTO         *
000840*----------------------------------------------------------------*
000850 FD  CALC-WRK-FILE.
000860 01  CALC-WRK-RECORD             PIC X(97).
000870*
000880*----------------------------------------------------------------*
000890*  CALC-CTL-FILE - RELATORIO DE CONTROLE DO CORTE                *
000926 FD  CALC-RCJ-FILE.
000927     COPY CALCRCJ.
000930*
000931*----------------------------------------------------------------*
000932*  CALC-PER-FILE - CONTROLE DE PERIODOS CONTABEIS                *
000933*----------------------------------------------------------------*
000934 FD  CALC-PER-FILE.
000935     COPY CALCPER.
000936*
000940 WORKING-STORAGE SECTION.
000950*
000960 77  WS-LOG-STATUS               PIC X(02) VALUE '00'.
001230 77  WS-QTD-MANTIDOS             PIC 9(08) COMP VALUE ZERO.
001240 77  WS-QTD-REGRAVADOS           PIC 9(08) COMP VALUE ZERO.
001250*
001251*      CONTROLE DE PERIODOS: SO PERIODO FECHADO ('F') E ARQUIVADO.
001252 77  WS-PER-STATUS               PIC X(02) VALUE '00'.
001253 77  WS-PER-CONTROLE             PIC X(01) VALUE 'A'.
001254     88  WS-PER-CONSULTAVEL      VALUE 'S'.
001255     88  WS-PER-AUSENTE          VALUE 'A'.
001256 77  WS-PERIODO-CONFERIDO        PIC 9(06) VALUE ZERO.
001257*
001260*----------------------------------------------------------------*
001270*  LINHAS DO RELATORIO DE CONTROLE                               *
001280*----------------------------------------------------------------*
001910         SET WS-ABORTAR-SIM TO TRUE
001920         GO TO 1000-INICIALIZAR-EXIT
001930     END-IF.
001931     PERFORM 1100-CONFERIR-PERIODOS
001932         THRU 1100-CONFERIR-PERIODOS-EXIT.
001933     IF WS-ABORTAR-SIM
001934         GO TO 1000-INICIALIZAR-EXIT
001935     END-IF.
001940     OPEN INPUT CALC-LOG-FILE.
001950     IF WS-LOG-STATUS = '35'
001960         DISPLAY 'CALC-LOG-FILE inexistente - nada a arquivar.'
002170             WS-WRK-STATUS '. Arquivamento cancelado.'
002180         CLOSE CALC-LOG-FILE
002190         CLOSE CALC-ARC-FILE
002191         SET WS-ABORTAR-SIM TO TRUE
002192         GO TO 1000-INICIALIZAR-EXIT
002193     END-IF.
002194 1000-INICIALIZAR-EXIT.
002195     EXIT.
002196*
002197*----------------------------------------------------------------*
002198*  1100-CONFERIR-PERIODOS - PASSADA PREVIA DO LOG: CADA PERIODO  *
002199*  ANTERIOR AO CORTE DEVE ESTAR FECHADO ('F') NO CONTROLE DE     *
002200*  PERIODOS. PERIODO ABERTO, EM FECHAMENTO OU SEM REGISTRO (OU   *
002201*  CONTROLE INEXISTENTE) CANCELA O ARQUIVAMENTO COM RETURN-CODE  *
002202*  8, ANTES DE QUALQUER GRAVACAO. ERRO NA ABERTURA DO LOG FICA   *
002203*  PARA A CRITICA DA ABERTURA PRINCIPAL.                         *
002204*----------------------------------------------------------------*
002205 1100-CONFERIR-PERIODOS.
002206     OPEN INPUT CALC-LOG-FILE.
002207     IF WS-LOG-STATUS NOT = '00'
002208         GO TO 1100-CONFERIR-PERIODOS-EXIT
002209     END-IF.
002210     OPEN INPUT CALC-PER-FILE.
002211     IF WS-PER-STATUS = '00'
002212         SET WS-PER-CONSULTAVEL TO TRUE
002213     ELSE
002214         IF WS-PER-STATUS NOT = '35'
002215             DISPLAY 'Erro ao abrir CALC-PER-FILE - status '
002216                 WS-PER-STATUS '. Arquivamento cancelado. '
002217                 'RETURN-CODE 8.'
002218             CLOSE CALC-LOG-FILE
002219             MOVE 8 TO RETURN-CODE
002220             SET WS-ABORTAR-SIM TO TRUE
002221             GO TO 1100-CONFERIR-PERIODOS-EXIT
002222         END-IF
002223     END-IF.
002224     MOVE ZERO TO WS-PERIODO-CONFERIDO.
002225     MOVE 'N' TO WS-EOF-SWITCH.
002226     PERFORM 2100-LER-LOG THRU 2100-LER-LOG-EXIT.
002227     PERFORM 1150-CONFERIR-REGISTRO
002228         THRU 1150-CONFERIR-REGISTRO-EXIT
002229         UNTIL WS-EOF-SIM OR WS-ABORTAR-SIM.
002230     MOVE 'N' TO WS-EOF-SWITCH.
002231     CLOSE CALC-LOG-FILE.
002232     IF WS-PER-CONSULTAVEL
002233         CLOSE CALC-PER-FILE
002234     END-IF.
002235 1100-CONFERIR-PERIODOS-EXIT.
002236     EXIT.
002237*
002238 1150-CONFERIR-REGISTRO.
002239     MOVE CLR-DATA TO WS-DATA-REGISTRO.
002240     IF WS-REG-PERIODO NOT < WS-PERIODO-CORTE
002241        OR WS-REG-PERIODO = WS-PERIODO-CONFERIDO
002242         GO TO 1150-CONFERIR-LER
002243     END-IF.
002244     IF WS-PER-AUSENTE
002245         GO TO 1150-CONFERIR-RECUSAR
002246     END-IF.
002247     MOVE WS-REG-PERIODO TO PER-PERIODO.
002248     READ CALC-PER-FILE
002249         INVALID KEY
002250             GO TO 1150-CONFERIR-RECUSAR
002251     END-READ.
002252     IF PER-FECHADO
002253         MOVE WS-REG-PERIODO TO WS-PERIODO-CONFERIDO
002254         GO TO 1150-CONFERIR-LER
002255     END-IF.
002256 1150-CONFERIR-RECUSAR.
002257     DISPLAY 'Periodo ' WS-REG-PERIODO ' ainda nao fechado '
002258         'no controle de periodos - arquivamento cancelado. '
002259         'RETURN-CODE 8.'
002260     MOVE 8 TO RETURN-CODE.
002261     SET WS-ABORTAR-SIM TO TRUE.
002262     GO TO 1150-CONFERIR-REGISTRO-EXIT.
002263 1150-CONFERIR-LER.
002264     PERFORM 2100-LER-LOG THRU 2100-LER-LOG-EXIT.
002265 1150-CONFERIR-REGISTRO-EXIT.
002266     EXIT.
002267*
002268*----------------------------------------------------------------*
002270*  2000-SEPARAR-PERIODOS - PRIMEIRA PASSADA: DISTRIBUI CADA      *
002280*  REGISTRO DO LOG ENTRE O ARQUIVO MORTO (PERIODO FECHADO) E O   *
002290*  ARQUIVO DE TRABALHO (PERIODO ABERTO).                         *
