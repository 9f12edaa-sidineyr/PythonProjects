000230*                   DATA/PERIODO VINDOS DO PROPRIO ARQUIVO,      *
000240*                   REGISTRA INICIO/FIM/RETURN-CODE POR PASSO    *
000250*                   EM CALC-CHS-FILE, PARA NO PRIMEIRO PASSO     *
000251*                   COM RC >= 8 E, NA REEXECUCAO, RETOMA DO      *
000252*                   PRIMEIRO PASSO NAO CONCLUIDO.                *
000253*  15/10/2026  RMS  CALENDARIO DE DIAS UTEIS (CALC-CAL-FILE):    *
000254*                   ARGUMENTOS SIMBOLICOS NA PROGRAMACAO         *
000255*                   (@HOJE, @DUANT, @PERFEC, @PERANT) RESOLVIDOS *
000256*                   NA EXECUCAO; PASSOS MARCADOS 'M' SO RODAM NO *
000257*                   ULTIMO DIA UTIL DO MES E NAS DEMAIS NOITES   *
000258*                   FICAM 'PU' (PULADO) EM CALC-CHS-FILE, QUE    *
000259*                   AGORA E MANTIDO AO FIM DA CADEIA COM O       *
000260*                   REGISTRO 000 DE CADEIA CONCLUIDA.            *
000261*  15/10/2026  RMS  Calcsgn PASSA A RECEBER O NOME DO PROGRAMA,  *
000262*                   GRAVADO NO LOG DE SEGURANCA CALC-SEG-FILE    *
000263*                   (VIDE CALCSEG.CPY).                          *
000264*  15/10/2026  RMS  NOVO PASSO CALCVIO (RELATORIO DIARIO DE      *
000265*                   VIOLACOES DE ACESSO, DATA AAAAMMDD OU @HOJE/ *
000266*                   @DUANT).                                     *
000267*  15/10/2026  RMS  NOVO PASSO CALCORD (GERACAO DOS LOTES DE     *
000268*                   ORDENS PERMANENTES, DATA AAAAMMDD OU @HOJE,  *
000269*                   ANTES DO CALCLOTE).                          *
000270*  15/10/2026  RMS  O REGISTRO 000 DE CALC-CHS-FILE PASSA A SER   *
000271*                   GRAVADO A CADA PASSO ('EA' = EM ANDAMENTO)   *
000272*                   COM A DATA DA CADEIA; NA REEXECUCAO DE UMA   *
000273*                   CADEIA NAO CONCLUIDA ESSA DATA E RETOMADA E  *
000274*                   OS ARGUMENTOS E O FIM DE MES SAO RESOLVIDOS  *
000275*                   PARA ELA, E NAO PARA O DIA DA REEXECUCAO.    *
000280*----------------------------------------------------------------*
000290*
000300*----------------------------------------------------------------*
000410*    CALCCARG (SEM ARGUMENTO)  - CARGA DA TRILHA INDEXADA        *
000420*    CALCGL   (PERIODO AAAAMM) - EXTRACAO PARA O RAZAO           *
000430*    CALCARQ  (PERIODO AAAAMM) - ARQUIVAMENTO DO LOG             *
000435*    CALCVIO  (DATA AAAAMMDD)  - VIOLACOES DE ACESSO DO DIA      *
000437*    CALCORD  (DATA AAAAMMDD)  - LOTES DE ORDENS PERMANENTES     *
000440*  O RESULTADO DE CADA PASSO (INICIO, FIM, RETURN-CODE E         *
000450*  SITUACAO) E REGRAVADO EM CALC-CHS-FILE APOS CADA PASSO;       *
000460*  PASSO COM RC >= 8 INTERROMPE A CADEIA (RC 4 E AVISO E NAO     *
000470*  INTERROMPE, CONFORME A CONVENCAO DOS PROGRAMAS DA NOITE).     *
000480*  NA REEXECUCAO, PASSOS JA CONCLUIDOS ('OK' PARA O MESMO        *
000490*  PROGRAMA E ARGUMENTO) SAO PULADOS. O OPERADOR DA CADEIA E     *
000491*  AUTORIZADO PELA FUNCAO 'F' VIA Calcsgn.                       *
000492*  O ARGUMENTO PODE SER SIMBOLICO, RESOLVIDO PELO CALENDARIO DE  *
000493*  DIAS UTEIS CALC-CAL-FILE (Calccal) NO INICIO DA CADEIA:       *
000494*    @HOJE    - DATA DA EXECUCAO DA CADEIA (AAAAMMDD)            *
000495*    @DUANT   - DIA UTIL ANTERIOR A DATA DA EXECUCAO (AAAAMMDD)  *
000496*    @PERFEC  - PERIODO CORRENTE DE FECHAMENTO: MES DO ULTIMO    *
000497*               DIA UTIL ATE A DATA DA EXECUCAO (AAAAMM)         *
000498*    @PERANT  - PERIODO ANTERIOR AO DE FECHAMENTO (AAAAMM)       *
000499*  A FREQUENCIA 'M' NA PROGRAMACAO RESTRINGE O PASSO (CALCGL,    *
000500*  CALCARQ) AO ULTIMO DIA UTIL DO MES; NAS DEMAIS NOITES ELE E   *
000501*  REGISTRADO COMO PULADO ('PU', RC 0), SEM CONTAR COMO FALHA.   *
000502*  SABADOS E DOMINGOS SAO NAO UTEIS; FERIADOS E DIAS UTEIS       *
000503*  EXTRAORDINARIOS VEM DO CALENDARIO. SEM O CALENDARIO A CADEIA  *
000504*  PROSSEGUE SO COM A REGRA DE SEGUNDA A SEXTA, COM AVISO.       *
000505*  A DATA DA CADEIA E A DO DIA DA EXECUCAO; A REEXECUCAO DE UMA   *
000506*  CADEIA INTERROMPIDA CONTINUA COM A DATA GRAVADA NO REGISTRO   *
000507*  000 DE CALC-CHS-FILE, MESMO QUE JA SEJA OUTRO DIA.            *
000510*----------------------------------------------------------------*
000520*
000530 ENVIRONMENT DIVISION.
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-CHS-STATUS.
000630*
000631     SELECT CALC-CAL-FILE    ASSIGN TO CALCCAL
000632         ORGANIZATION IS INDEXED
000633         ACCESS MODE IS RANDOM
000634         RECORD KEY IS CAL-DATA
000635         FILE STATUS IS WS-CAL-STATUS.
000636*
000640 DATA DIVISION.
000650 FILE SECTION.
000660*
000710 01  CALC-SCH-RECORD.
000720     05  SCH-PROGRAMA            PIC X(08).
000730     05  SCH-ARGUMENTO           PIC X(08).
000732     05  SCH-FREQUENCIA          PIC X(01).
000734         88  SCH-TODA-NOITE      VALUE ' '.
000736         88  SCH-FIM-DE-MES      VALUE 'M'.
000740*
000750*----------------------------------------------------------------*
000760*  CALC-CHS-FILE - SITUACAO DA CADEIA, UM REGISTRO POR PASSO,    *
000880     05  CHS-RETURN-CODE         PIC 9(04).
000890     05  CHS-SITUACAO            PIC X(02).
000900*        'PE' = PENDENTE, 'OK' = CONCLUIDO, 'ER' = FALHOU
000901*        'PU' = PULADO (PASSO 'M' FORA DO ULTIMO DIA UTIL)
000902*        'CC' = CADEIA CONCLUIDA (SO NO REGISTRO DE SEQ 000)
000903*        'EA' = CADEIA EM ANDAMENTO OU INTERROMPIDA (SO NO
000904*               REGISTRO DE SEQ 000, COM A DATA DA CADEIA EM
000905*               CHS-DATA-INICIO)
000906     05  CHS-ARG-RESOLVIDO       PIC X(08).
000910*
000911*----------------------------------------------------------------*
000912*  CALC-CAL-FILE - CALENDARIO DE DIAS UTEIS (Calccal)            *
000913*----------------------------------------------------------------*
000914 FD  CALC-CAL-FILE.
000915     COPY CALCCAL.
000916*
000920 WORKING-STORAGE SECTION.
000930*
000940 77  WS-SCH-STATUS               PIC X(02) VALUE '00'.
000950 77  WS-CHS-STATUS               PIC X(02) VALUE '00'.
000955 77  WS-CAL-STATUS               PIC X(02) VALUE '00'.
000960*
000970 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000980     88  WS-EOF-SIM              VALUE 'Y'.
001040*
001050 77  WS-PARAR-SWITCH             PIC X(01) VALUE 'N'.
001060     88  WS-PARAR-SIM            VALUE 'Y'.
001061     88  WS-PARAR-NAO            VALUE 'N'.
001062*
001063 77  WS-CALENDARIO-SWITCH        PIC X(01) VALUE 'N'.
001064     88  WS-CALENDARIO-SIM       VALUE 'Y'.
001065     88  WS-CALENDARIO-NAO       VALUE 'N'.
001066*
001067 77  WS-CONCLUIDA-SWITCH         PIC X(01) VALUE 'N'.
001068     88  WS-CONCLUIDA-SIM        VALUE 'Y'.
001069     88  WS-CONCLUIDA-NAO        VALUE 'N'.
001070*
001071 77  WS-ANTERIOR-CONCLUIDA       PIC X(01) VALUE 'N'.
001072     88  WS-ANTERIOR-CONCLUIDA-SIM VALUE 'Y'.
001073     88  WS-ANTERIOR-CONCLUIDA-NAO VALUE 'N'.
001074*
001075*      REEXECUCAO DE CADEIA NAO CONCLUIDA: WS-DATA-CADEIA VEM DO
001076*      REGISTRO 000 'EA' DE CALC-CHS-FILE, NAO DO RELOGIO.
001077 77  WS-RETOMADA-SWITCH          PIC X(01) VALUE 'N'.
001078     88  WS-RETOMADA-SIM         VALUE 'Y'.
001079     88  WS-RETOMADA-NAO         VALUE 'N'.
001080*
001081 77  WS-ARG-VALIDO-SWITCH        PIC X(01) VALUE 'Y'.
001082     88  WS-ARG-VALIDO-SIM       VALUE 'Y'.
001083     88  WS-ARG-VALIDO-NAO       VALUE 'N'.
001084*
001090*----------------------------------------------------------------*
001100*  IDENTIFICACAO DO OPERADOR DA CADEIA (SUB-ROTINA Calcsgn)      *
001110*----------------------------------------------------------------*
001120 77  WS-OPERADOR                 PIC X(08) VALUE SPACES.
001130 77  WS-OPERADOR-NOME            PIC X(30) VALUE SPACES.
001140 77  WS-SGN-FUNCAO               PIC X(01) VALUE ' '.
001145 77  WS-SGN-PROGRAMA             PIC X(08) VALUE 'CALCCHN '.
001150 77  WS-SGN-AUTORIZADO           PIC X(01) VALUE 'N'.
001160     88  WS-SGN-AUTORIZADO-SIM   VALUE 'Y'.
001170     88  WS-SGN-AUTORIZADO-NAO   VALUE 'N'.
001360             88  WS-PAS-PENDENTE VALUE 'PE'.
001370             88  WS-PAS-OK       VALUE 'OK'.
001380             88  WS-PAS-ERRO     VALUE 'ER'.
001382             88  WS-PAS-PULADO   VALUE 'PU'.
001384         10  WS-PAS-FREQUENCIA   PIC X(01).
001386             88  WS-PAS-FIM-DE-MES VALUE 'M'.
001388         10  WS-PAS-ARG-RESOLVIDO PIC X(08).
001390*
001400 77  WS-RC-PASSO                 PIC 9(04) VALUE ZERO.
001410 77  WS-RC-FINAL                 PIC 9(04) VALUE ZERO.
001415 77  WS-SEQ-GRAVACAO             PIC 9(03) COMP VALUE ZERO.
001417 77  WS-QTD-PULADOS              PIC 9(03) COMP VALUE ZERO.
001420*
001430*----------------------------------------------------------------*
001440*  ARGUMENTOS PASSADOS AOS PONTOS DE ENTRADA DE CADEIA           *
001450*----------------------------------------------------------------*
001460 77  WS-ARG-DATA                 PIC X(08) VALUE SPACES.
001461 77  WS-ARG-PERIODO              PIC X(06) VALUE SPACES.
001462*
001463 01  WS-DATA-HORA-ATUAL.
001464     05  WS-DATA-ATUAL           PIC 9(08).
001465     05  WS-HORA-ATUAL           PIC 9(08).
001466*
001467*----------------------------------------------------------------*
001468*  DATAS DA CADEIA RESOLVIDAS PELO CALENDARIO DE DIAS UTEIS      *
001469*----------------------------------------------------------------*
001470 77  WS-DATA-CADEIA              PIC 9(08) VALUE ZERO.
001471 77  WS-DATA-REF-UTIL            PIC 9(08) VALUE ZERO.
001472 77  WS-DU-ANTERIOR              PIC 9(08) VALUE ZERO.
001473 77  WS-DU-SEGUINTE              PIC 9(08) VALUE ZERO.
001474 77  WS-PERIODO-FECHAMENTO       PIC X(06) VALUE SPACES.
001475 77  WS-PERIODO-ANTERIOR         PIC X(06) VALUE SPACES.
001476*
001477 77  WS-FIM-DE-MES-SWITCH        PIC X(01) VALUE 'N'.
001478     88  WS-FIM-DE-MES-SIM       VALUE 'Y'.
001479     88  WS-FIM-DE-MES-NAO       VALUE 'N'.
001480*
001481*----------------------------------------------------------------*
001482*  DATA EM TRABALHO NO CALENDARIO (AVANCO/RECUO DE UM DIA)       *
001483*----------------------------------------------------------------*
001484 01  WS-DT-DATA                  PIC 9(08) VALUE ZERO.
001485 01  WS-DT-DATA-R REDEFINES WS-DT-DATA.
001486     05  WS-DT-ANO               PIC 9(04).
001487     05  WS-DT-MES               PIC 9(02).
001488     05  WS-DT-DIA               PIC 9(02).
001489 77  WS-DT-ULTIMO-DIA            PIC 9(02) VALUE ZERO.
001490 77  WS-DT-QUOCIENTE             PIC 9(04) VALUE ZERO.
001491 77  WS-DT-RESTO-4               PIC 9(04) VALUE ZERO.
001492 77  WS-DT-RESTO-100             PIC 9(04) VALUE ZERO.
001493 77  WS-DT-RESTO-400             PIC 9(04) VALUE ZERO.
001494 77  WS-DT-DIAS-BUSCA            PIC 9(03) COMP VALUE ZERO.
001495 77  WS-DT-LIMITE-BUSCA          PIC 9(03) COMP VALUE 31.
001496*
001497 77  WS-DIA-UTIL-SWITCH          PIC X(01) VALUE 'N'.
001498     88  WS-DIA-UTIL-SIM         VALUE 'Y'.
001499     88  WS-DIA-UTIL-NAO         VALUE 'N'.
001500*
001501 01  WS-DIAS-DOS-MESES           PIC X(24)
001502         VALUE '312831303130313130313031'.
001503 01  WS-DIAS-DOS-MESES-R REDEFINES WS-DIAS-DOS-MESES.
001504     05  WS-DIAS-MES             PIC 9(02) OCCURS 12 TIMES.
001505*
001506*----------------------------------------------------------------*
001507*  CONVERSAO DE DATA (AAAAMMDD) EM NUMERO DE DIAS CORRIDOS,      *
001508*  PARA OBTER O DIA DA SEMANA (RESTO 0 = SABADO, 1 = DOMINGO)    *
001509*----------------------------------------------------------------*
001510 01  WS-DN-DATA                  PIC 9(08) VALUE ZERO.
001511 01  WS-DN-DATA-R REDEFINES WS-DN-DATA.
001512     05  WS-DN-ANO               PIC 9(04).
001513     05  WS-DN-MES               PIC 9(02).
001514     05  WS-DN-DIA               PIC 9(02).
001515 77  WS-DN-ANO-W                 PIC 9(05)      VALUE ZERO.
001516 77  WS-DN-MES-W                 PIC 9(02)      VALUE ZERO.
001517 77  WS-DN-T1                    PIC 9(05)      VALUE ZERO.
001518 77  WS-DN-T2                    PIC 9(05)      VALUE ZERO.
001519 77  WS-DN-T3                    PIC 9(05)      VALUE ZERO.
001520 77  WS-DN-T4                    PIC 9(05)      VALUE ZERO.
001521 77  WS-DN-T5                    PIC 9(05)      VALUE ZERO.
001522 77  WS-DN-DIAS                  PIC 9(08)      VALUE ZERO.
001523 77  WS-DN-SEMANAS               PIC 9(08)      VALUE ZERO.
001524 77  WS-DN-DIA-SEMANA            PIC 9(01)      VALUE ZERO.
001525*
001530 PROCEDURE DIVISION.
001540*
001550*================================================================*
001670     END-IF.
001680     PERFORM 2500-CARREGAR-SITUACAO-ANTERIOR
001690         THRU 2500-CARREGAR-SITUACAO-ANTERIOR-EXIT.
001693     PERFORM 1500-PREPARAR-CALENDARIO
001696         THRU 1500-PREPARAR-CALENDARIO-EXIT.
001700     MOVE ZERO TO WS-PASSO-CORRENTE.
001710     PERFORM 3000-EXECUTAR-PASSO THRU 3000-EXECUTAR-PASSO-EXIT
001720         WS-QTD-PASSOS TIMES.
001830     ACCEPT WS-OPERADOR.
001840     MOVE 'F' TO WS-SGN-FUNCAO.
001850     CALL 'Calcsgn' USING WS-SGN-FUNCAO WS-OPERADOR
001860         WS-OPERADOR-NOME WS-SGN-AUTORIZADO WS-SGN-PROGRAMA.
001870     IF WS-SGN-AUTORIZADO-NAO
001880         DISPLAY 'Operador sem autorizacao para a cadeia '
001890             'noturna - cadeia cancelada. RETURN-CODE 8.'
001900         MOVE 8 TO WS-RC-FINAL
001901         SET WS-ABORTAR-SIM TO TRUE
001902     END-IF.
001903     MOVE ZERO TO RETURN-CODE.
001904 1000-INICIALIZAR-EXIT.
001905     EXIT.
001906*
001907*----------------------------------------------------------------*
001908*  1500-PREPARAR-CALENDARIO - A PARTIR DA DATA DE EXECUCAO E DO  *
001909*  CALENDARIO DE DIAS UTEIS, OBTEM O ULTIMO DIA UTIL ATE HOJE    *
001910*  (REFERENCIA DO PERIODO DE FECHAMENTO), O DIA UTIL ANTERIOR A  *
001911*  HOJE E SE HOJE E O ULTIMO DIA UTIL DO MES (HOJE UTIL E O      *
001912*  PROXIMO DIA UTIL JA NO MES SEGUINTE).                         *
001913*  NA RETOMADA DE CADEIA INTERROMPIDA A DATA DE EXECUCAO E A DA  *
001914*  CADEIA ORIGINAL, RECUPERADA EM 2500.                          *
001915*----------------------------------------------------------------*
001916 1500-PREPARAR-CALENDARIO.
001917     IF WS-RETOMADA-SIM
001918         DISPLAY 'Retomada da cadeia interrompida de '
001919             WS-DATA-CADEIA '.'
001920     ELSE
001921         ACCEPT WS-DATA-CADEIA FROM DATE YYYYMMDD
001922     END-IF.
001923     OPEN INPUT CALC-CAL-FILE.
001924     IF WS-CAL-STATUS = '00'
001925         SET WS-CALENDARIO-SIM TO TRUE
001926     ELSE
001927         DISPLAY 'AVISO: CALC-CAL-FILE indisponivel - status '
001928             WS-CAL-STATUS '. Dias uteis so de segunda a sexta.'
001929         SET WS-CALENDARIO-NAO TO TRUE
001930     END-IF.
001931     MOVE WS-DATA-CADEIA TO WS-DT-DATA.
001932     PERFORM 8300-VERIFICAR-DIA-UTIL
001933         THRU 8300-VERIFICAR-DIA-UTIL-EXIT.
001934     IF WS-DIA-UTIL-SIM
001935         MOVE WS-DATA-CADEIA TO WS-DATA-REF-UTIL
001936     END-IF.
001937     PERFORM 8500-RECUAR-DIA-UTIL THRU 8500-RECUAR-DIA-UTIL-EXIT.
001938     MOVE WS-DT-DATA TO WS-DU-ANTERIOR.
001939     IF WS-DATA-REF-UTIL = ZERO
001940         MOVE WS-DU-ANTERIOR TO WS-DATA-REF-UTIL
001941     END-IF.
001942     MOVE WS-DATA-CADEIA TO WS-DT-DATA.
001943     PERFORM 8600-AVANCAR-DIA-UTIL
001944         THRU 8600-AVANCAR-DIA-UTIL-EXIT.
001945     MOVE WS-DT-DATA TO WS-DU-SEGUINTE.
001946     SET WS-FIM-DE-MES-NAO TO TRUE.
001947     IF WS-DATA-REF-UTIL = WS-DATA-CADEIA
001948        AND WS-DU-SEGUINTE (1:6) NOT = WS-DATA-CADEIA (1:6)
001949         SET WS-FIM-DE-MES-SIM TO TRUE
001950     END-IF.
001951     MOVE WS-DATA-REF-UTIL (1:6) TO WS-PERIODO-FECHAMENTO.
001952     MOVE WS-DATA-REF-UTIL TO WS-DT-DATA.
001953     IF WS-DT-MES = 1
001954         MOVE 12 TO WS-DT-MES
001955         SUBTRACT 1 FROM WS-DT-ANO
001956     ELSE
001957         SUBTRACT 1 FROM WS-DT-MES
001958     END-IF.
001959     MOVE WS-DT-DATA (1:6) TO WS-PERIODO-ANTERIOR.
001960     IF WS-CALENDARIO-SIM
001961         CLOSE CALC-CAL-FILE
001962     END-IF.
001963     DISPLAY 'Data da cadeia ' WS-DATA-CADEIA
001964         ' - dia util anterior ' WS-DU-ANTERIOR
001965         ' - periodo de fechamento ' WS-PERIODO-FECHAMENTO '.'.
001966     IF WS-FIM-DE-MES-SIM
001967         DISPLAY 'Ultimo dia util do mes - passos de fim de mes '
001968             'serao executados.'
001969     ELSE
001970         DISPLAY 'Nao e o ultimo dia util do mes - passos de fim '
001971             'de mes serao pulados.'
001972     END-IF.
001973 1500-PREPARAR-CALENDARIO-EXIT.
001974     EXIT.
001975*
001976*----------------------------------------------------------------*
001980*  2000-CARREGAR-PROGRAMACAO - LE OS PASSOS DE CALC-SCH-FILE     *
001990*  PARA A TABELA, TODOS INICIALMENTE PENDENTES                   *
002000*----------------------------------------------------------------*
002140         UNTIL WS-EOF-SIM.
002150     CLOSE CALC-SCH-FILE.
002160     MOVE 'N' TO WS-EOF-SWITCH.
002162     IF WS-ABORTAR-SIM
002164         GO TO 2000-CARREGAR-PROGRAMACAO-EXIT
002166     END-IF.
002170     IF WS-QTD-PASSOS = ZERO
002180         DISPLAY 'CALC-SCH-FILE sem passos - cadeia cancelada. '
002190             'RETURN-CODE 8.'
002490     MOVE ZERO TO WS-PAS-DATA-FIM (PAS-IDX).
002500     MOVE ZERO TO WS-PAS-HORA-FIM (PAS-IDX).
002510     MOVE ZERO TO WS-PAS-RC (PAS-IDX).
002511     MOVE 'PE' TO WS-PAS-SITUACAO (PAS-IDX).
002512     MOVE SCH-FREQUENCIA TO WS-PAS-FREQUENCIA (PAS-IDX).
002513     MOVE SPACES TO WS-PAS-ARG-RESOLVIDO (PAS-IDX).
002514     IF NOT SCH-TODA-NOITE AND NOT SCH-FIM-DE-MES
002515         DISPLAY 'Frequencia invalida na programacao ('
002516             SCH-PROGRAMA ' ' SCH-FREQUENCIA
002517             ') - use branco ou M.'
002518             ' Cadeia cancelada. RETURN-CODE 8.'
002519         MOVE 8 TO WS-RC-FINAL
002520         SET WS-ABORTAR-SIM TO TRUE
002521     END-IF.
002530 2200-GUARDAR-PASSO-LER.
002540     PERFORM 2100-LER-PROGRAMACAO
002550         THRU 2100-LER-PROGRAMACAO-EXIT.
002600*  2500-CARREGAR-SITUACAO-ANTERIOR - NA REEXECUCAO, RECUPERA DE  *
002610*  CALC-CHS-FILE OS PASSOS JA CONCLUIDOS (MESMO PROGRAMA E       *
002620*  ARGUMENTO NA MESMA POSICAO), QUE SERAO PULADOS                *
002622*  A MENOS QUE O ARQUIVO TRAGA O REGISTRO 000 DE CADEIA          *
002624*  CONCLUIDA: NESSE CASO A CADEIA PARTE DO PRIMEIRO PASSO.       *
002626*  REGISTRO 000 'EA' (CADEIA NAO CONCLUIDA) DEVOLVE A DATA DA    *
002628*  CADEIA INTERROMPIDA, QUE 1500 USA EM VEZ DA DATA DO DIA.      *
002630*----------------------------------------------------------------*
002640 2500-CARREGAR-SITUACAO-ANTERIOR.
002650     OPEN INPUT CALC-CHS-FILE.
002720         GO TO 2500-CARREGAR-SITUACAO-ANTERIOR-EXIT
002730     END-IF.
002740     MOVE 'N' TO WS-EOF-SWITCH.
002745     SET WS-ANTERIOR-CONCLUIDA-NAO TO TRUE.
002750     PERFORM 2600-LER-SITUACAO THRU 2600-LER-SITUACAO-EXIT.
002760     PERFORM 2700-APLICAR-SITUACAO
002770         THRU 2700-APLICAR-SITUACAO-EXIT
002890 2600-LER-SITUACAO-EXIT.
002900     EXIT.
002910*
002911 2700-APLICAR-SITUACAO.
002912     IF CHS-SEQ = ZERO AND CHS-SITUACAO = 'CC'
002913         SET WS-ANTERIOR-CONCLUIDA-SIM TO TRUE
002914     END-IF.
002915     IF WS-ANTERIOR-CONCLUIDA-SIM
002916         GO TO 2700-APLICAR-SITUACAO-LER
002917     END-IF.
002918     IF CHS-SEQ = ZERO AND CHS-SITUACAO = 'EA'
002919        AND CHS-DATA-INICIO > ZERO
002920         MOVE CHS-DATA-INICIO TO WS-DATA-CADEIA
002921         SET WS-RETOMADA-SIM TO TRUE
002922         GO TO 2700-APLICAR-SITUACAO-LER
002923     END-IF.
002930     IF CHS-SEQ > ZERO AND CHS-SEQ <= WS-QTD-PASSOS
002940         SET PAS-IDX TO CHS-SEQ
002950         IF CHS-PROGRAMA = WS-PAS-PROGRAMA (PAS-IDX)
003010             MOVE CHS-HORA-FIM    TO WS-PAS-HORA-FIM (PAS-IDX)
003020             MOVE CHS-RETURN-CODE TO WS-PAS-RC (PAS-IDX)
003030             MOVE 'OK'            TO WS-PAS-SITUACAO (PAS-IDX)
003033             MOVE CHS-ARG-RESOLVIDO
003036                 TO WS-PAS-ARG-RESOLVIDO (PAS-IDX)
003040         END-IF
003050     END-IF.
003055 2700-APLICAR-SITUACAO-LER.
003060     PERFORM 2600-LER-SITUACAO THRU 2600-LER-SITUACAO-EXIT.
003070 2700-APLICAR-SITUACAO-EXIT.
003080     EXIT.
003250     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
003260     ACCEPT WS-HORA-ATUAL FROM TIME.
003270     MOVE WS-DATA-ATUAL TO WS-PAS-DATA-INICIO (PAS-IDX).
003271     MOVE WS-HORA-ATUAL TO WS-PAS-HORA-INICIO (PAS-IDX).
003272     IF WS-PAS-FIM-DE-MES (PAS-IDX) AND WS-FIM-DE-MES-NAO
003273         MOVE WS-DATA-ATUAL TO WS-PAS-DATA-FIM (PAS-IDX)
003274         MOVE WS-HORA-ATUAL TO WS-PAS-HORA-FIM (PAS-IDX)
003275         MOVE ZERO          TO WS-PAS-RC (PAS-IDX)
003276         MOVE 'PU'          TO WS-PAS-SITUACAO (PAS-IDX)
003277         ADD 1 TO WS-QTD-PULADOS
003278         DISPLAY 'Passo ' WS-PASSO-CORRENTE ' ('
003279             WS-PAS-PROGRAMA (PAS-IDX) ') so roda no ultimo dia '
003280             'util do mes - pulado.'
003281         PERFORM 4000-REGRAVAR-SITUACAO
003282             THRU 4000-REGRAVAR-SITUACAO-EXIT
003283         GO TO 3000-EXECUTAR-PASSO-EXIT
003284     END-IF.
003285     PERFORM 3400-RESOLVER-ARGUMENTO
003286         THRU 3400-RESOLVER-ARGUMENTO-EXIT.
003290     DISPLAY 'Passo ' WS-PASSO-CORRENTE ': '
003300         WS-PAS-PROGRAMA (PAS-IDX) ' '
003306         WS-PAS-ARGUMENTO (PAS-IDX) ' '
003312         WS-PAS-ARG-RESOLVIDO (PAS-IDX) ' iniciado.'.
003320     MOVE ZERO TO RETURN-CODE.
003323     IF WS-ARG-VALIDO-SIM
003326         PERFORM 3500-ACIONAR-PROGRAMA
003329             THRU 3500-ACIONAR-PROGRAMA-EXIT
003332     ELSE
003335         DISPLAY 'Argumento simbolico desconhecido na '
003338             'programacao: ' WS-PAS-ARGUMENTO (PAS-IDX) '.'
003341         MOVE 8 TO RETURN-CODE
003344     END-IF.
003350     MOVE RETURN-CODE TO WS-RC-PASSO.
003360     MOVE ZERO        TO RETURN-CODE.
003370     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
003570     PERFORM 4000-REGRAVAR-SITUACAO
003580         THRU 4000-REGRAVAR-SITUACAO-EXIT.
003590 3000-EXECUTAR-PASSO-EXIT.
003591     EXIT.
003592*
003593*----------------------------------------------------------------*
003594*  3400-RESOLVER-ARGUMENTO - TROCA O ARGUMENTO SIMBOLICO DA      *
003595*  PROGRAMACAO PELA DATA OU PERIODO OBTIDO DO CALENDARIO EM      *
003596*  1500; ARGUMENTO LITERAL (OU EM BRANCO) E PASSADO COMO ESTA    *
003597*----------------------------------------------------------------*
003598 3400-RESOLVER-ARGUMENTO.
003599     SET WS-ARG-VALIDO-SIM TO TRUE.
003600     MOVE SPACES TO WS-PAS-ARG-RESOLVIDO (PAS-IDX).
003601     EVALUATE WS-PAS-ARGUMENTO (PAS-IDX)
003602         WHEN '@HOJE'
003603             MOVE WS-DATA-CADEIA
003604                 TO WS-PAS-ARG-RESOLVIDO (PAS-IDX)
003605         WHEN '@DUANT'
003606             MOVE WS-DU-ANTERIOR
003607                 TO WS-PAS-ARG-RESOLVIDO (PAS-IDX)
003608         WHEN '@PERFEC'
003609             MOVE WS-PERIODO-FECHAMENTO
003610                 TO WS-PAS-ARG-RESOLVIDO (PAS-IDX)
003611         WHEN '@PERANT'
003612             MOVE WS-PERIODO-ANTERIOR
003613                 TO WS-PAS-ARG-RESOLVIDO (PAS-IDX)
003614         WHEN OTHER
003615             IF WS-PAS-ARGUMENTO (PAS-IDX) (1:1) = '@'
003616                 SET WS-ARG-VALIDO-NAO TO TRUE
003617             ELSE
003618                 MOVE WS-PAS-ARGUMENTO (PAS-IDX)
003619                     TO WS-PAS-ARG-RESOLVIDO (PAS-IDX)
003620             END-IF
003621     END-EVALUATE.
003622 3400-RESOLVER-ARGUMENTO-EXIT.
003623     EXIT.
003624*
003625*----------------------------------------------------------------*
003630*  3500-ACIONAR-PROGRAMA - DESPACHA O PASSO PARA O PONTO DE      *
003640*  ENTRADA DE CADEIA DO PROGRAMA CORRESPONDENTE, PASSANDO O      *
003650*  ARGUMENTO DE DATA OU PERIODO DO ARQUIVO DE PROGRAMACAO        *
003655*  (JA RESOLVIDO EM 3400)                                        *
003660*----------------------------------------------------------------*
003670 3500-ACIONAR-PROGRAMA.
003680     MOVE WS-PAS-ARG-RESOLVIDO (PAS-IDX)       TO WS-ARG-DATA.
003690     MOVE WS-PAS-ARG-RESOLVIDO (PAS-IDX) (1:6) TO WS-ARG-PERIODO.
003700     EVALUATE WS-PAS-PROGRAMA (PAS-IDX)
003710         WHEN 'CALCLOTE'
003720             CALL 'CALCULADORA-LOTE' USING WS-OPERADOR
003800             CALL 'CALCGL-CADEIA' USING WS-ARG-PERIODO
003810         WHEN 'CALCARQ'
003820             CALL 'CALCARQ-CADEIA' USING WS-ARG-PERIODO
003823         WHEN 'CALCVIO'
003826             CALL 'CALCVIO-CADEIA' USING WS-ARG-DATA
003827         WHEN 'CALCORD'
003828             CALL 'CALCORD-CADEIA' USING WS-ARG-DATA
003830         WHEN OTHER
003840             DISPLAY 'Passo desconhecido na programacao: '
003850                 WS-PAS-PROGRAMA (PAS-IDX) '.'
003910*----------------------------------------------------------------*
003920*  4000-REGRAVAR-SITUACAO - REGRAVA CALC-CHS-FILE COMPLETO COM   *
003930*  A SITUACAO CORRENTE DE TODOS OS PASSOS, PARA QUE UM ABEND DO  *
003936*  PROPRIO ENCADEADOR NAO PERCA O PONTO DE RETOMADA. O REGISTRO  *
003942*  000 LEVA A DATA DA CADEIA: 'CC' NA CONCLUSAO E 'EA' ANTES.    *
003950*----------------------------------------------------------------*
003960 4000-REGRAVAR-SITUACAO.
003970     OPEN OUTPUT CALC-CHS-FILE.
003990         DISPLAY 'Erro ao regravar CALC-CHS-FILE - status '
004000             WS-CHS-STATUS '. Situacao da cadeia nao gravada.'
004010         GO TO 4000-REGRAVAR-SITUACAO-EXIT
004011     END-IF.
004012     MOVE ZERO            TO CHS-SEQ.
004013     MOVE 'CADEIA'        TO CHS-PROGRAMA.
004014     MOVE SPACES          TO CHS-ARGUMENTO.
004015     MOVE WS-DATA-CADEIA  TO CHS-DATA-INICIO.
004016     MOVE ZERO            TO CHS-HORA-INICIO.
004017     MOVE WS-DATA-ATUAL   TO CHS-DATA-FIM.
004018     MOVE WS-HORA-ATUAL   TO CHS-HORA-FIM.
004019     MOVE WS-RC-FINAL     TO CHS-RETURN-CODE.
004020     MOVE 'EA'            TO CHS-SITUACAO.
004021     IF WS-CONCLUIDA-SIM
004022         MOVE 'CC'        TO CHS-SITUACAO
004023     END-IF.
004024     MOVE SPACES          TO CHS-ARG-RESOLVIDO.
004025     WRITE CALC-CHS-RECORD.
004030     MOVE ZERO TO WS-SEQ-GRAVACAO.
004040     PERFORM 4100-GRAVAR-PASSO THRU 4100-GRAVAR-PASSO-EXIT
004050         WS-QTD-PASSOS TIMES.
004190     MOVE WS-PAS-HORA-FIM (PAS-IDX)    TO CHS-HORA-FIM.
004200     MOVE WS-PAS-RC (PAS-IDX)          TO CHS-RETURN-CODE.
004210     MOVE WS-PAS-SITUACAO (PAS-IDX)    TO CHS-SITUACAO.
004215     MOVE WS-PAS-ARG-RESOLVIDO (PAS-IDX) TO CHS-ARG-RESOLVIDO.
004220     WRITE CALC-CHS-RECORD.
004230 4100-GRAVAR-PASSO-EXIT.
004240     EXIT.
004250*
004260*----------------------------------------------------------------*
004270*  5000-ENCERRAR-CADEIA - RESULTADO FINAL PARA O ESCALONADOR.    *
004271*  CADEIA CONCLUIDA SEM PASSO COM FALHA REGRAVA CALC-CHS-FILE    *
004272*  PRECEDIDO DO REGISTRO 000 'CC' (CADEIA CONCLUIDA): A SITUACAO *
004273*  DA NOITE, INCLUSIVE OS PASSOS PULADOS, FICA DISPONIVEL PARA   *
004274*  CONSULTA, E A CADEIA DA NOITE SEGUINTE, AO ENCONTRAR O        *
004275*  REGISTRO 000, PARTE DO PRIMEIRO PASSO EM VEZ DE PULAR COMO    *
004276*  'JA CONCLUIDO' OS PASSOS SEM ARGUMENTO (CALCLOTE, CALCDIA,    *
004277*  CALCCARG), QUE CASAM TODA NOITE.                              *
004281*----------------------------------------------------------------*
004290 5000-ENCERRAR-CADEIA.
004300     IF WS-PARAR-SIM
004332         GO TO 5000-ENCERRAR-CADEIA-EXIT
004334     END-IF.
004350     DISPLAY 'Cadeia concluida - ' WS-QTD-PASSOS
004352         ' passo(s), ' WS-QTD-PULADOS ' pulado(s) fora do fim '
004354         'de mes. RETURN-CODE ' WS-RC-FINAL '.'.
004356     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
004358     ACCEPT WS-HORA-ATUAL FROM TIME.
004360     SET WS-CONCLUIDA-SIM TO TRUE.
004362     PERFORM 4000-REGRAVAR-SITUACAO
004364         THRU 4000-REGRAVAR-SITUACAO-EXIT.
004366     IF WS-CHS-STATUS NOT = '00'
004368         DISPLAY 'Apagar CALC-CHS-FILE antes da proxima cadeia.'
004378     END-IF.
004380 5000-ENCERRAR-CADEIA-EXIT.
004390     EXIT.
004400*
004410*----------------------------------------------------------------*
004420*  8000-CALCULAR-DIAS - CONVERTE WS-DN-DATA (AAAAMMDD) EM        *
004430*  NUMERO DE DIAS CORRIDOS (WS-DN-DIAS), PELO CALCULO            *
004440*  GREGORIANO COM O ANO INICIANDO EM MARCO, E DAI NO DIA DA      *
004450*  SEMANA (WS-DN-DIA-SEMANA 0 = SABADO ... 6 = SEXTA).           *
004460*----------------------------------------------------------------*
004470 8000-CALCULAR-DIAS.
004480     MOVE WS-DN-ANO TO WS-DN-ANO-W.
004490     MOVE WS-DN-MES TO WS-DN-MES-W.
004500     IF WS-DN-MES-W <= 2
004510         SUBTRACT 1 FROM WS-DN-ANO-W
004520         ADD 12 TO WS-DN-MES-W
004530     END-IF.
004540     DIVIDE WS-DN-ANO-W BY 4   GIVING WS-DN-T1.
004550     DIVIDE WS-DN-ANO-W BY 100 GIVING WS-DN-T2.
004560     DIVIDE WS-DN-ANO-W BY 400 GIVING WS-DN-T3.
004570     COMPUTE WS-DN-T4 = 153 * (WS-DN-MES-W + 1).
004580     DIVIDE WS-DN-T4 BY 5 GIVING WS-DN-T5.
004590     COMPUTE WS-DN-DIAS = 365 * WS-DN-ANO-W + WS-DN-T1
004600         - WS-DN-T2 + WS-DN-T3 + WS-DN-T5 + WS-DN-DIA.
004610     DIVIDE WS-DN-DIAS BY 7 GIVING WS-DN-SEMANAS
004620         REMAINDER WS-DN-DIA-SEMANA.
004630 8000-CALCULAR-DIAS-EXIT.
004640     EXIT.
004650*
004660*----------------------------------------------------------------*
004670*  8100-DIA-ANTERIOR / 8200-DIA-SEGUINTE - RECUA OU AVANCA       *
004680*  WS-DT-DATA EM UM DIA CORRIDO                                  *
004690*----------------------------------------------------------------*
004700 8100-DIA-ANTERIOR.
004710     IF WS-DT-DIA > 1
004720         SUBTRACT 1 FROM WS-DT-DIA
004730         GO TO 8100-DIA-ANTERIOR-EXIT
004740     END-IF.
004750     IF WS-DT-MES = 1
004760         MOVE 12 TO WS-DT-MES
004770         SUBTRACT 1 FROM WS-DT-ANO
004780     ELSE
004790         SUBTRACT 1 FROM WS-DT-MES
004800     END-IF.
004810     PERFORM 8400-ULTIMO-DIA-MES THRU 8400-ULTIMO-DIA-MES-EXIT.
004820     MOVE WS-DT-ULTIMO-DIA TO WS-DT-DIA.
004830 8100-DIA-ANTERIOR-EXIT.
004840     EXIT.
004850*
004860 8200-DIA-SEGUINTE.
004870     PERFORM 8400-ULTIMO-DIA-MES THRU 8400-ULTIMO-DIA-MES-EXIT.
004880     IF WS-DT-DIA < WS-DT-ULTIMO-DIA
004890         ADD 1 TO WS-DT-DIA
004900         GO TO 8200-DIA-SEGUINTE-EXIT
004910     END-IF.
004920     MOVE 1 TO WS-DT-DIA.
004930     IF WS-DT-MES = 12
004940         MOVE 1 TO WS-DT-MES
004950         ADD 1 TO WS-DT-ANO
004960     ELSE
004970         ADD 1 TO WS-DT-MES
004980     END-IF.
004990 8200-DIA-SEGUINTE-EXIT.
005000     EXIT.
005010*
005020*----------------------------------------------------------------*
005030*  8300-VERIFICAR-DIA-UTIL - WS-DT-DATA E DIA UTIL SE FOR DE     *
005040*  SEGUNDA A SEXTA E NAO FOR FERIADO ATIVO NO CALENDARIO, OU SE  *
005050*  O CALENDARIO O MARCAR COMO DIA UTIL EXTRAORDINARIO            *
005060*----------------------------------------------------------------*
005070 8300-VERIFICAR-DIA-UTIL.
005080     MOVE WS-DT-DATA TO WS-DN-DATA.
005090     PERFORM 8000-CALCULAR-DIAS THRU 8000-CALCULAR-DIAS-EXIT.
005100     IF WS-DN-DIA-SEMANA < 2
005110         SET WS-DIA-UTIL-NAO TO TRUE
005120     ELSE
005130         SET WS-DIA-UTIL-SIM TO TRUE
005140     END-IF.
005150     IF WS-CALENDARIO-NAO
005160         GO TO 8300-VERIFICAR-DIA-UTIL-EXIT
005170     END-IF.
005180     MOVE WS-DT-DATA TO CAL-DATA.
005190     READ CALC-CAL-FILE
005200         INVALID KEY
005210             GO TO 8300-VERIFICAR-DIA-UTIL-EXIT
005220     END-READ.
005230     IF CAL-ATIVO AND CAL-FERIADO
005240         SET WS-DIA-UTIL-NAO TO TRUE
005250     END-IF.
005260     IF CAL-ATIVO AND CAL-DIA-UTIL
005270         SET WS-DIA-UTIL-SIM TO TRUE
005280     END-IF.
005290 8300-VERIFICAR-DIA-UTIL-EXIT.
005300     EXIT.
005310*
005320 8400-ULTIMO-DIA-MES.
005330     MOVE WS-DIAS-MES (WS-DT-MES) TO WS-DT-ULTIMO-DIA.
005340     IF WS-DT-MES NOT = 2
005350         GO TO 8400-ULTIMO-DIA-MES-EXIT
005360     END-IF.
005370     DIVIDE WS-DT-ANO BY 4 GIVING WS-DT-QUOCIENTE
005380         REMAINDER WS-DT-RESTO-4.
005390     DIVIDE WS-DT-ANO BY 100 GIVING WS-DT-QUOCIENTE
005400         REMAINDER WS-DT-RESTO-100.
005410     DIVIDE WS-DT-ANO BY 400 GIVING WS-DT-QUOCIENTE
005420         REMAINDER WS-DT-RESTO-400.
005430     IF WS-DT-RESTO-4 = ZERO
005440        AND (WS-DT-RESTO-100 NOT = ZERO OR WS-DT-RESTO-400 = ZERO)
005450         MOVE 29 TO WS-DT-ULTIMO-DIA
005460     END-IF.
005470 8400-ULTIMO-DIA-MES-EXIT.
005480     EXIT.
005490*
005500*----------------------------------------------------------------*
005510*  8500-RECUAR-DIA-UTIL / 8600-AVANCAR-DIA-UTIL - A PARTIR DE    *
005520*  WS-DT-DATA (EXCLUSIVE), PROCURA O DIA UTIL ANTERIOR OU        *
005530*  SEGUINTE, NO MAXIMO WS-DT-LIMITE-BUSCA DIAS CORRIDOS          *
005540*----------------------------------------------------------------*
005550 8500-RECUAR-DIA-UTIL.
005560     MOVE ZERO TO WS-DT-DIAS-BUSCA.
005570     SET WS-DIA-UTIL-NAO TO TRUE.
005580     PERFORM 8510-RECUAR-UM-DIA THRU 8510-RECUAR-UM-DIA-EXIT
005590         UNTIL WS-DIA-UTIL-SIM
005600            OR WS-DT-DIAS-BUSCA >= WS-DT-LIMITE-BUSCA.
005610 8500-RECUAR-DIA-UTIL-EXIT.
005620     EXIT.
005630*
005640 8510-RECUAR-UM-DIA.
005650     ADD 1 TO WS-DT-DIAS-BUSCA.
005660     PERFORM 8100-DIA-ANTERIOR THRU 8100-DIA-ANTERIOR-EXIT.
005670     PERFORM 8300-VERIFICAR-DIA-UTIL
005680         THRU 8300-VERIFICAR-DIA-UTIL-EXIT.
005690 8510-RECUAR-UM-DIA-EXIT.
005700     EXIT.
005710*
005720 8600-AVANCAR-DIA-UTIL.
005730     MOVE ZERO TO WS-DT-DIAS-BUSCA.
005740     SET WS-DIA-UTIL-NAO TO TRUE.
005750     PERFORM 8610-AVANCAR-UM-DIA THRU 8610-AVANCAR-UM-DIA-EXIT
005760         UNTIL WS-DIA-UTIL-SIM
005770            OR WS-DT-DIAS-BUSCA >= WS-DT-LIMITE-BUSCA.
005780 8600-AVANCAR-DIA-UTIL-EXIT.
005790     EXIT.
005800*
005810 8610-AVANCAR-UM-DIA.
005820     ADD 1 TO WS-DT-DIAS-BUSCA.
005830     PERFORM 8200-DIA-SEGUINTE THRU 8200-DIA-SEGUINTE-EXIT.
005840     PERFORM 8300-VERIFICAR-DIA-UTIL
005850         THRU 8300-VERIFICAR-DIA-UTIL-EXIT.
005860 8610-AVANCAR-UM-DIA-EXIT.
005870     EXIT.
