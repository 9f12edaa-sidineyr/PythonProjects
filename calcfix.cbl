000238*                   CER-SUS-SEQUENCIA): GRAVACAO EM CALC-RSB     *
000239*                   MARCA 'R' (REAPRESENTADA) E DESCARTE MARCA   *
000241*                   'B' (BAIXADA).                                *
000242*  15/10/2026  RMS  Calcsgn PASSA A RECEBER O NOME DO PROGRAMA,  *
000243*                   GRAVADO NO LOG DE SEGURANCA CALC-SEG-FILE    *
000244*                   (VIDE CALCSEG.CPY).                          *
000245*  15/10/2026  RMS  DETALHE DE ESTORNO REJEITADO (MARCA 'X') E   *
000246*                   APRESENTADO EM TELA PROPRIA COM A CHAVE DO   *
000247*                   ORIGINAL, PARA SER REAPRESENTADO COMO ESTA   *
000248*                   (FORA DO HASH DO RODAPE) OU DESCARTADO.      *
000249*  15/10/2026  RMS  REJEICAO DE LOTE DATADO EM PERIODO EM        *
000250*                   FECHAMENTO OU FECHADO (CALC-PER-FILE) NAO    *
000251*                   E REAPRESENTADA; PERIODO CORRENTE            *
000252*                   BLOQUEADO CANCELA A CORRECAO.                *
000253*----------------------------------------------------------------*
000254*
000255*----------------------------------------------------------------*
000260*  FUNCAO DO PROGRAMA                                             *
000270*----------------------------------------------------------------*
000280*  LE AS REJEICOES GRAVADAS EM CALC-ERR-FILE PELO MODO DE LOTE   *
000320*  (CALC-RSB-FILE), JA COM CABECALHO E RODAPE DE LOTE            *
000330*  (QUANTIDADE E HASH DE Num1/Num2), PRONTO PARA SER USADO COMO  *
000340*  CALC-TRANS-FILE NA PROXIMA EXECUCAO DO LOTE.                  *
000341*  DETALHE DE ESTORNO REJEITADO E SO MOSTRADO COM A CHAVE DO     *
000342*  ORIGINAL: O OPERADOR O REAPRESENTA COMO ESTA OU O DESCARTA;   *
000343*  ELE CONTA NA QUANTIDADE DO RODAPE MAS NAO ENTRA NO HASH.      *
000344*  REJEICAO DE LOTE DATADO EM PERIODO EM FECHAMENTO OU FECHADO   *
000345*  (CALC-PER-FILE, VIDE CALCPER.CPY) NAO E REAPRESENTADA E FICA  *
000346*  PENDENTE NA SUSPENSAO; SE O PROPRIO PERIODO CORRENTE ESTIVER  *
000347*  BLOQUEADO, A CORRECAO E CANCELADA (RETURN-CODE 8).            *
000350*----------------------------------------------------------------*
000360*
000370 ENVIRONMENT DIVISION.
000466         RECORD KEY IS SUS-SEQUENCIA
000467         FILE STATUS IS WS-SUS-STATUS.
000470*
000471     SELECT CALC-PER-FILE    ASSIGN TO CALCPER
000472         ORGANIZATION IS INDEXED
000473         ACCESS MODE IS RANDOM
000474         RECORD KEY IS PER-PERIODO
000475         FILE STATUS IS WS-PER-STATUS.
000476*
000480 DATA DIVISION.
000490 FILE SECTION.
000500*
000787 FD  CALC-SUS-FILE.
000788     COPY CALCSUS.
000790*
000791*----------------------------------------------------------------*
000792*  CALC-PER-FILE - CONTROLE DE PERIODOS CONTABEIS                *
000793*----------------------------------------------------------------*
000794 FD  CALC-PER-FILE.
000795     COPY CALCPER.
000796*
000800 WORKING-STORAGE SECTION.
000810*
000820*----------------------------------------------------------------*
000980     05  WS-IMG-OPERACAO         PIC X(01).
000990     05  WS-IMG-NUM2             PIC S9(7)V99
001000                                 SIGN IS TRAILING SEPARATE.
001001 01  WS-IMAGEM-ESTORNO REDEFINES WS-IMAGEM-TRANSACAO.
001002     05  WS-IMG-MARCA            PIC X(01).
001003         88  WS-IMG-ESTORNO      VALUE 'X'.
001004     05  WS-IMG-ORIG-DATA        PIC 9(08).
001005     05  WS-IMG-ORIG-HORA        PIC 9(08).
001006     05  WS-IMG-ORIG-SEQUENCIA   PIC 9(04).
001010*
001020*----------------------------------------------------------------*
001030*  INDICADORES E CONTADORES                                      *
001050 77  WS-ERR-STATUS               PIC X(02) VALUE '00'.
001060 77  WS-RSB-STATUS               PIC X(02) VALUE '00'.
001062 77  WS-SUS-STATUS               PIC X(02) VALUE '00'.
001063 77  WS-PER-STATUS               PIC X(02) VALUE '00'.
001064*
001065 77  WS-SUS-DISPONIVEL-SWITCH    PIC X(01) VALUE 'N'.
001066     88  WS-SUS-DISPONIVEL-SIM   VALUE 'Y'.
001166 77  WS-OPERADOR                 PIC X(08) VALUE SPACES.
001167 77  WS-OPERADOR-NOME            PIC X(30) VALUE SPACES.
001168 77  WS-SGN-FUNCAO               PIC X(01) VALUE ' '.
001169 77  WS-SGN-PROGRAMA             PIC X(08) VALUE 'CALCFIX '.
001170 77  WS-SGN-AUTORIZADO           PIC X(01) VALUE 'N'.
001171     88  WS-SGN-AUTORIZADO-SIM   VALUE 'Y'.
001172     88  WS-SGN-AUTORIZADO-NAO   VALUE 'N'.
001173*
001174 77  WS-TOTAL-LIDOS              PIC 9(08) COMP VALUE ZERO.
001180 77  WS-TOTAL-GRAVADOS           PIC 9(08) COMP VALUE ZERO.
001190 77  WS-TOTAL-DESCARTADOS        PIC 9(08) COMP VALUE ZERO.
001195 77  WS-TOTAL-RETIDOS            PIC 9(08) COMP VALUE ZERO.
001200 77  WS-HASH-ACUMULADO           PIC S9(13)V99  VALUE ZERO.
001210 77  WS-DATA-ATUAL               PIC 9(08) VALUE ZERO.
001220 77  WS-ID-LOTE                  PIC X(06) VALUE SPACES.
001230 77  WS-DEPTO-ORIGEM             PIC X(08) VALUE SPACES.
001240*
001241 77  WS-PER-CONTROLE             PIC X(01) VALUE 'A'.
001242     88  WS-PER-CONSULTAVEL      VALUE 'S'.
001243     88  WS-PER-AUSENTE          VALUE 'A'.
001244 77  WS-PER-BLOQUEADO-SWITCH     PIC X(01) VALUE 'N'.
001245     88  WS-PER-BLOQUEADO-SIM    VALUE 'Y'.
001246     88  WS-PER-BLOQUEADO-NAO    VALUE 'N'.
001247 77  WS-PER-CONSULTA             PIC 9(06) VALUE ZERO.
001248*
001250*----------------------------------------------------------------*
001260*  TELA DE CORRECAO - UM REGISTRO REJEITADO POR VEZ              *
001270*----------------------------------------------------------------*
001470     02  LINE 12 COL 01 VALUE
001480         'Grava corrigido (S), descarta (N)?: '.
001490     02  LINE 12 COL 40 PIC X USING WS-RESPOSTA.
001491*
001492 01  TelaEstorno.
001493     02  BLANK SCREEN.
001494     02  LINE 01 COL 01 VALUE
001495         'CALCFIX - CORRECAO DE TRANSACOES REJEITADAS'.
001496     02  LINE 03 COL 01 VALUE
001497         'Estorno: a chave do original nao e editavel.'.
001498     02  LINE 06 COL 01 VALUE 'Motivo....: '.
001499     02  LINE 06 COL 20 PIC X(30) FROM Motivo.
001500     02  LINE 08 COL 01 VALUE 'Original..: '.
001501     02  LINE 08 COL 20 PIC 9(08) FROM WS-IMG-ORIG-DATA.
001502     02  LINE 08 COL 29 PIC 9(08) FROM WS-IMG-ORIG-HORA.
001503     02  LINE 08 COL 38 PIC 9(04) FROM WS-IMG-ORIG-SEQUENCIA.
001504     02  LINE 12 COL 01 VALUE
001505         'Reapresenta (S), descarta (N)?: '.
001506     02  LINE 12 COL 40 PIC X USING WS-RESPOSTA.
001507*
001510 PROCEDURE DIVISION.
001520*
001530*================================================================*
001743     ACCEPT WS-OPERADOR.
001744     MOVE 'R' TO WS-SGN-FUNCAO.
001745     CALL 'Calcsgn' USING WS-SGN-FUNCAO WS-OPERADOR
001746         WS-OPERADOR-NOME WS-SGN-AUTORIZADO WS-SGN-PROGRAMA.
001747     IF WS-SGN-AUTORIZADO-NAO
001748         DISPLAY 'Operador sem autorizacao para corrigir '
001749             'rejeicoes - correcao cancelada. RETURN-CODE 8.'
001752         SET WS-ABORTAR-SIM TO TRUE
001753         GO TO 1000-INICIALIZAR-EXIT
001754     END-IF.
001755*      A DATA DE HOJE JA E NECESSARIA NA CONFERENCIA DO PERIODO
001756*      CORRENTE, ANTES DA ABERTURA DOS ARQUIVOS DE TRABALHO.
001757     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
001758     PERFORM 1100-ABRIR-PERIODOS THRU 1100-ABRIR-PERIODOS-EXIT.
001759     IF WS-ABORTAR-SIM
001760         GO TO 1000-INICIALIZAR-EXIT
001761     END-IF.
001762     OPEN INPUT CALC-ERR-FILE.
001763     IF WS-ERR-STATUS = '35'
001770         DISPLAY 'CALC-ERR-FILE inexistente - nada a corrigir.'
001780         SET WS-ABORTAR-SIM TO TRUE
001790         GO TO 1000-INICIALIZAR-EXIT
002010     MOVE 'H'             TO CRS-TIPO-REG.
002020     MOVE WS-DATA-ATUAL   TO CRS-DATA-LOTE.
002030     MOVE WS-ID-LOTE      TO CRS-ID-LOTE.
002031     MOVE WS-DEPTO-ORIGEM TO CRS-DEPTO-ORIGEM.
002032     WRITE CRS-CABECALHO.
002033 1000-INICIALIZAR-EXIT.
002034     EXIT.
002035*
002036*----------------------------------------------------------------*
002037*  1100-ABRIR-PERIODOS - ABRE O CONTROLE DE PERIODOS;            *
002038*  INEXISTENTE, NENHUM PERIODO FOI FECHADO AINDA. O LOTE DE      *
002039*  REAPRESENTACAO E DATADO HOJE: PERIODO CORRENTE EM FECHAMENTO  *
002040*  OU FECHADO CANCELA A CORRECAO, POIS O LOTE SERIA RECUSADO.    *
002041*----------------------------------------------------------------*
002042 1100-ABRIR-PERIODOS.
002043     OPEN INPUT CALC-PER-FILE.
002044     IF WS-PER-STATUS = '35'
002045         SET WS-PER-AUSENTE TO TRUE
002046         GO TO 1100-ABRIR-PERIODOS-EXIT
002047     END-IF.
002048     IF WS-PER-STATUS NOT = '00'
002049         DISPLAY 'Erro ao abrir CALC-PER-FILE - status '
002050             WS-PER-STATUS '. Correcao cancelada. RETURN-CODE 8.'
002051         MOVE 8 TO RETURN-CODE
002052         SET WS-ABORTAR-SIM TO TRUE
002053         GO TO 1100-ABRIR-PERIODOS-EXIT
002054     END-IF.
002055     SET WS-PER-CONSULTAVEL TO TRUE.
002056     MOVE WS-DATA-ATUAL (1:6) TO WS-PER-CONSULTA.
002057     PERFORM 1150-LER-PERIODO THRU 1150-LER-PERIODO-EXIT.
002058     IF WS-PER-BLOQUEADO-SIM
002059         DISPLAY 'Periodo corrente ' WS-PER-CONSULTA ' em '
002060             'fechamento ou fechado - correcao cancelada. '
002061             'RETURN-CODE 8.'
002062         CLOSE CALC-PER-FILE
002063         MOVE 8 TO RETURN-CODE
002064         SET WS-ABORTAR-SIM TO TRUE
002065     END-IF.
002066 1100-ABRIR-PERIODOS-EXIT.
002067     EXIT.
002068*
002069*----------------------------------------------------------------*
002070*  1150-LER-PERIODO - SITUACAO DO PERIODO WS-PER-CONSULTA NO     *
002071*  CONTROLE DE PERIODOS; SEM REGISTRO O PERIODO ESTA ABERTO.     *
002072*  EM FECHAMENTO OU FECHADO LIGA WS-PER-BLOQUEADO-SIM.           *
002073*----------------------------------------------------------------*
002074 1150-LER-PERIODO.
002075     SET WS-PER-BLOQUEADO-NAO TO TRUE.
002076     MOVE WS-PER-CONSULTA TO PER-PERIODO.
002077     READ CALC-PER-FILE
002078         INVALID KEY
002079             GO TO 1150-LER-PERIODO-EXIT
002080     END-READ.
002081     IF PER-BLOQUEADO
002082         SET WS-PER-BLOQUEADO-SIM TO TRUE
002083     END-IF.
002084 1150-LER-PERIODO-EXIT.
002085     EXIT.
002086*
002090 2000-LER-REJEITO.
002100     READ CALC-ERR-FILE
002110         AT END
002140             ADD 1 TO WS-TOTAL-LIDOS
002150     END-READ.
002160 2000-LER-REJEITO-EXIT.
002161     EXIT.
002162*
002163*----------------------------------------------------------------*
002164*  2050-CONFERIR-PERIODO - LOCALIZA NA SUSPENSAO A DATA DO LOTE  *
002165*  DE ORIGEM DA REJEICAO; LOTE DATADO EM PERIODO EM FECHAMENTO   *
002166*  OU FECHADO NAO TEM A REJEICAO REAPRESENTADA. SEM SUSPENSAO    *
002167*  OU SEM PONTEIRO NAO HA COMO SABER O PERIODO, E A REJEICAO     *
002168*  SEGUE NO LOTE DE HOJE.                                        *
002169*----------------------------------------------------------------*
002170 2050-CONFERIR-PERIODO.
002171     SET WS-PER-BLOQUEADO-NAO TO TRUE.
002172     IF WS-PER-AUSENTE OR WS-SUS-DISPONIVEL-NAO
002173         GO TO 2050-CONFERIR-PERIODO-EXIT
002174     END-IF.
002175     IF CER-SUS-SEQUENCIA NOT NUMERIC
002176        OR CER-SUS-SEQUENCIA = ZERO
002177         GO TO 2050-CONFERIR-PERIODO-EXIT
002178     END-IF.
002179     MOVE CER-SUS-SEQUENCIA TO SUS-SEQUENCIA.
002180     READ CALC-SUS-FILE
002181         INVALID KEY
002182             GO TO 2050-CONFERIR-PERIODO-EXIT
002183     END-READ.
002184     IF SUS-DATA-LOTE NOT NUMERIC
002185         GO TO 2050-CONFERIR-PERIODO-EXIT
002186     END-IF.
002187     MOVE SUS-DATA-LOTE (1:6) TO WS-PER-CONSULTA.
002188     PERFORM 1150-LER-PERIODO THRU 1150-LER-PERIODO-EXIT.
002189     IF WS-PER-BLOQUEADO-SIM
002190         DISPLAY 'Rejeicao ' CER-SUS-SEQUENCIA ' do lote '
002191             SUS-ID-LOTE ' de ' SUS-DATA-LOTE ' - periodo '
002192             'fechado, nao reapresentada.'
002193     END-IF.
002194 2050-CONFERIR-PERIODO-EXIT.
002195     EXIT.
002196*
002197*----------------------------------------------------------------*
002200*  2100-PROCESSAR-REJEITO - DECODIFICA A IMAGEM ORIGINAL DA      *
002210*  TRANSACAO, APRESENTA A TELA DE CORRECAO E GRAVA OU DESCARTA   *
002220*  O REGISTRO CONFORME A RESPOSTA DO OPERADOR.                   *
002230*----------------------------------------------------------------*
002240 2100-PROCESSAR-REJEITO.
002241     MOVE CER-TRANS-IMAGEM TO WS-IMAGEM-TRANSACAO.
002242     PERFORM 2050-CONFERIR-PERIODO
002243         THRU 2050-CONFERIR-PERIODO-EXIT.
002244     IF WS-PER-BLOQUEADO-SIM
002245         ADD 1 TO WS-TOTAL-RETIDOS
002246         GO TO 2100-PROCESSAR-LER
002247     END-IF.
002248     IF WS-IMG-ESTORNO
002249         PERFORM 2200-PROCESSAR-ESTORNO
002250             THRU 2200-PROCESSAR-ESTORNO-EXIT
002251         GO TO 2100-PROCESSAR-LER
002252     END-IF.
002260     IF WS-IMG-NUM1 IS NUMERIC
002270         MOVE WS-IMG-NUM1 TO Num1
002280     ELSE
002494         PERFORM 2160-ATUALIZAR-SUSPENSAO
002496             THRU 2160-ATUALIZAR-SUSPENSAO-EXIT
002500     END-IF.
002505 2100-PROCESSAR-LER.
002510     PERFORM 2000-LER-REJEITO THRU 2000-LER-REJEITO-EXIT.
002520 2100-PROCESSAR-REJEITO-EXIT.
002530     EXIT.
002674     EXIT.
002675*
002676*----------------------------------------------------------------*
002677*  2200-PROCESSAR-ESTORNO - DETALHE DE ESTORNO REJEITADO (MARCA  *
002678*  'X'): A IMAGEM E REAPRESENTADA SEM ALTERACAO OU DESCARTADA.   *
002679*  O ESTORNO CONTA NA QUANTIDADE DO RODAPE MAS NAO NO HASH.      *
002680*----------------------------------------------------------------*
002681 2200-PROCESSAR-ESTORNO.
002682     MOVE CER-MOTIVO-DESC TO Motivo.
002683     MOVE 'S' TO WS-RESPOSTA.
002684     DISPLAY TelaEstorno.
002685     ACCEPT TelaEstorno.
002686     IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
002687         WRITE CRS-DETALHE FROM WS-IMAGEM-TRANSACAO
002688         ADD 1 TO WS-TOTAL-GRAVADOS
002689         MOVE 'R' TO WS-SUS-NOVA-SITUACAO
002690     ELSE
002691         ADD 1 TO WS-TOTAL-DESCARTADOS
002692         MOVE 'B' TO WS-SUS-NOVA-SITUACAO
002693     END-IF.
002694     PERFORM 2160-ATUALIZAR-SUSPENSAO
002695         THRU 2160-ATUALIZAR-SUSPENSAO-EXIT.
002696 2200-PROCESSAR-ESTORNO-EXIT.
002697     EXIT.
002698*
002699*----------------------------------------------------------------*
002700*  3000-GRAVAR-RODAPE - FECHA O LOTE DE REAPRESENTACAO COM OS    *
002701*  TOTAIS DE CONTROLE EXIGIDOS PELO MODO DE LOTE DA Calculadora. *
002702*----------------------------------------------------------------*
002703 3000-GRAVAR-RODAPE.
002710     MOVE 'T'                TO CRS-TIPO-REG-T.
002720     MOVE WS-TOTAL-GRAVADOS  TO CRS-QTDE-DETALHES.
002730     MOVE WS-HASH-ACUMULADO  TO CRS-HASH-TOTAL.
002750     DISPLAY WS-TOTAL-LIDOS ' rejeicao(oes) lida(s), '
002760         WS-TOTAL-GRAVADOS ' corrigida(s) em CALC-RSB-FILE, '
002770         WS-TOTAL-DESCARTADOS ' descartada(s).'.
002772     IF WS-TOTAL-RETIDOS > ZERO
002774         DISPLAY WS-TOTAL-RETIDOS ' rejeicao(oes) de periodo '
002776             'fechado retida(s) na suspensao.'
002778     END-IF.
002780     DISPLAY 'Lote ' WS-ID-LOTE ' pronto para reapresentacao '
002790         'como CALC-TRANS-FILE.'.
002800 3000-GRAVAR-RODAPE-EXIT.
002852     IF WS-SUS-DISPONIVEL-SIM
002854         CLOSE CALC-SUS-FILE
002856     END-IF.
002857     IF WS-PER-CONSULTAVEL
002858         CLOSE CALC-PER-FILE
002859     END-IF.
002860 9000-FINALIZAR-EXIT.
002870     EXIT.
