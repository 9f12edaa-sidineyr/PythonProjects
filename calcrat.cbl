000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    Calcrat.
000120 AUTHOR.        EQUIPE DE SISTEMAS FINANCEIROS.
000130 INSTALLATION.  CENTRO DE PROCESSAMENTO DE DADOS.
000140 DATE-WRITTEN.  15/10/2026.
000150 DATE-COMPILED.
000160*
000170*----------------------------------------------------------------*
000180*  HISTORICO DE ALTERACOES                                       *
000190*----------------------------------------------------------------*
000200*  15/10/2026  RMS  PROGRAMA ORIGINAL - DEMONSTRATIVO MENSAL DE   *
000210*                   RATEIO (COBRANCA DOS CUSTOS DE PROCESSAMENTO *
000220*                   AOS DEPARTAMENTOS DE ORIGEM DOS LOTES).      *
000230*----------------------------------------------------------------*
000240*
000250*----------------------------------------------------------------*
000260*  FUNCAO DO PROGRAMA                                             *
000270*----------------------------------------------------------------*
000280*  PARA O PERIODO (AAAAMM) INFORMADO PELO OPERADOR - EM BRANCO,  *
000290*  O MES ANTERIOR AO DA EXECUCAO - EMITE EM CALC-RAT-FILE UM     *
000300*  DEMONSTRATIVO POR DEPARTAMENTO DE ORIGEM (CLR-DEPTO-ORIGEM)   *
000310*  COM:                                                          *
000320*    - QUANTIDADE E VALOR (SOMA DE Result) DOS CALCULOS VALIDOS  *
000330*      DE CALC-LOG-FILE, POR OPERACAO; O ESTORNO VALIDO ANULA O  *
000340*      CALCULO ORIGINAL NA QUANTIDADE E NO VALOR, DE MODO QUE O  *
000350*      CALCULO ESTORNADO NAO E COBRADO;                          *
000360*    - EM SEPARADO, AS REJEICOES DOS LOTES DO PERIODO GRAVADAS   *
000370*      NA SUSPENSAO CALC-SUS-FILE (PELA DATA DO LOTE), POR       *
000380*      MOTIVO, QUALQUER QUE SEJA A SITUACAO ATUAL DO ITEM;       *
000390*    - O VALOR A RATEAR, PELAS TARIFAS TARIFA-CALCULO (POR       *
000400*      CALCULO VALIDO) E TARIFA-REJEICAO (POR REJEICAO) DE       *
000410*      CALC-PRM-FILE; SEM TARIFA, O DEMONSTRATIVO SAI SO COM AS  *
000420*      QUANTIDADES E VALORES.                                    *
000430*  OS DEPARTAMENTOS SAEM NA ORDEM DO CADASTRO CALC-DEP-FILE;     *
000440*  CODIGOS COM MOVIMENTO QUE NAO CONSTAM DO CADASTRO, E OS       *
000450*  CALCULOS SEM DEPARTAMENTO (MODO INTERATIVO E CHAMADAS COMO    *
000460*  SUB-ROTINA), SAEM AO FINAL, PARA NADA FICAR SEM COBRANCA.     *
000470*----------------------------------------------------------------*
000480*
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT CALC-LOG-FILE    ASSIGN TO CALCLOG
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-LOG-STATUS.
000550*
000560     SELECT CALC-SUS-FILE    ASSIGN TO CALCSUS
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS SEQUENTIAL
000590         RECORD KEY IS SUS-SEQUENCIA
000600         FILE STATUS IS WS-SUS-STATUS.
000610*
000620     SELECT CALC-DEP-FILE    ASSIGN TO CALCDEP
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS DEP-CODIGO
000660         FILE STATUS IS WS-DEP-STATUS.
000670*
000680     SELECT CALC-PRM-FILE    ASSIGN TO CALCPARM
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-PRM-STATUS.
000710*
000720     SELECT CALC-RAT-FILE    ASSIGN TO CALCRAT
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-RAT-STATUS.
000750*
000760 DATA DIVISION.
000770 FILE SECTION.
000780*
000790*----------------------------------------------------------------*
000800*  CALC-LOG-FILE - TRILHA DE AUDITORIA (CALCULOS DO PERIODO)     *
000810*----------------------------------------------------------------*
000820 FD  CALC-LOG-FILE.
000830     COPY CALCLOG.
000840*
000850*----------------------------------------------------------------*
000860*  CALC-SUS-FILE - SUSPENSAO PERMANENTE DAS REJEICOES            *
000870*----------------------------------------------------------------*
000880 FD  CALC-SUS-FILE.
000890     COPY CALCSUS.
000900*
000910*----------------------------------------------------------------*
000920*  CALC-DEP-FILE - CADASTRO DE DEPARTAMENTOS (NOME/RESPONSAVEL)  *
000930*----------------------------------------------------------------*
000940 FD  CALC-DEP-FILE.
000950     COPY CALCDEP.
000960*
000970*----------------------------------------------------------------*
000980*  CALC-PRM-FILE - PARAMETROS DE EXECUCAO LIDOS NA ABERTURA      *
000990*----------------------------------------------------------------*
001000 FD  CALC-PRM-FILE.
001010     COPY CALCPRM.
001020*
001030*----------------------------------------------------------------*
001040*  CALC-RAT-FILE - DEMONSTRATIVO DE RATEIO IMPRESSO              *
001050*----------------------------------------------------------------*
001060 FD  CALC-RAT-FILE.
001070 01  CALC-RAT-RECORD             PIC X(132).
001080*
001090 WORKING-STORAGE SECTION.
001100*
001110 77  WS-LOG-STATUS               PIC X(02) VALUE '00'.
001120 77  WS-SUS-STATUS               PIC X(02) VALUE '00'.
001130 77  WS-DEP-STATUS               PIC X(02) VALUE '00'.
001140 77  WS-PRM-STATUS               PIC X(02) VALUE '00'.
001150 77  WS-RAT-STATUS               PIC X(02) VALUE '00'.
001160*
001170 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001180     88  WS-EOF-SIM              VALUE 'Y'.
001190     88  WS-EOF-NAO              VALUE 'N'.
001200*
001210 77  WS-ABORTAR-SWITCH           PIC X(01) VALUE 'N'.
001220     88  WS-ABORTAR-SIM          VALUE 'Y'.
001230     88  WS-ABORTAR-NAO          VALUE 'N'.
001240*
001250 77  WS-ACHOU-SWITCH             PIC X(01) VALUE 'N'.
001260     88  WS-ACHOU-SIM            VALUE 'Y'.
001270     88  WS-ACHOU-NAO            VALUE 'N'.
001280*
001290 77  WS-SUS-DISPONIVEL-SWITCH    PIC X(01) VALUE 'N'.
001300     88  WS-SUS-DISPONIVEL-SIM   VALUE 'Y'.
001310     88  WS-SUS-DISPONIVEL-NAO   VALUE 'N'.
001320*
001330 77  WS-DEP-DISPONIVEL-SWITCH    PIC X(01) VALUE 'N'.
001340     88  WS-DEP-DISPONIVEL-SIM   VALUE 'Y'.
001350     88  WS-DEP-DISPONIVEL-NAO   VALUE 'N'.
001360*
001370 01  WS-DATA-EXECUCAO            PIC 9(08) VALUE ZERO.
001380 01  WS-DATA-EXECUCAO-R REDEFINES WS-DATA-EXECUCAO.
001390     05  WS-EXE-ANO              PIC 9(04).
001400     05  WS-EXE-MES              PIC 9(02).
001410     05  WS-EXE-DIA              PIC 9(02).
001420*
001430*----------------------------------------------------------------*
001440*  PERIODO DO DEMONSTRATIVO (AAAAMM)                             *
001450*----------------------------------------------------------------*
001460 01  WS-PERIODO-ENTRADA          PIC X(06) VALUE SPACES.
001470 01  WS-PERIODO-ENTRADA-R REDEFINES WS-PERIODO-ENTRADA.
001480     05  WS-ENT-ANO              PIC 9(04).
001490     05  WS-ENT-MES              PIC 9(02).
001500*
001510 01  WS-PERIODO-PEDIDO           PIC 9(06) VALUE ZERO.
001520 01  WS-PERIODO-PEDIDO-R REDEFINES WS-PERIODO-PEDIDO.
001530     05  WS-PED-ANO              PIC 9(04).
001540     05  WS-PED-MES              PIC 9(02).
001550*
001560 01  WS-DATA-REGISTRO            PIC 9(08) VALUE ZERO.
001570 01  WS-DATA-REGISTRO-R REDEFINES WS-DATA-REGISTRO.
001580     05  WS-REG-PERIODO          PIC 9(06).
001590     05  WS-REG-DIA              PIC 9(02).
001600*
001610*----------------------------------------------------------------*
001620*  TARIFAS DE RATEIO (CALC-PRM-FILE); ZERO = SEM COBRANCA        *
001630*----------------------------------------------------------------*
001640 77  WS-TARIFA-CALCULO           PIC 9(09)V99 VALUE ZERO.
001650 77  WS-TARIFA-REJEICAO          PIC 9(09)V99 VALUE ZERO.
001660*
001670*----------------------------------------------------------------*
001680*  CONTADORES GERAIS                                             *
001690*----------------------------------------------------------------*
001700 77  WS-TOTAL-LOG-LIDOS          PIC 9(08) COMP VALUE ZERO.
001710 77  WS-TOTAL-LOG-FORA           PIC 9(08) COMP VALUE ZERO.
001720 77  WS-TOTAL-VALIDOS            PIC 9(08) COMP VALUE ZERO.
001730 77  WS-TOTAL-INVALIDOS          PIC 9(08) COMP VALUE ZERO.
001740 77  WS-TOTAL-SUS-LIDOS          PIC 9(08) COMP VALUE ZERO.
001750 77  WS-TOTAL-SUS-PERIODO        PIC 9(08) COMP VALUE ZERO.
001760 77  WS-TOTAL-NAO-CADASTRADOS    PIC 9(08) COMP VALUE ZERO.
001770 77  WS-TOTAL-DEPTOS-IMPRESSOS   PIC 9(08) COMP VALUE ZERO.
001780 77  WS-TOTAL-A-RATEAR           PIC 9(11)V99 VALUE ZERO.
001790*
001800*----------------------------------------------------------------*
001810*  OPERACOES FATURADAS, NA ORDEM DE IMPRESSAO                    *
001820*----------------------------------------------------------------*
001830 01  WS-OPERACOES-VALORES        PIC X(06) VALUE '+-*/RP'.
001840 01  WS-OPERACOES-TABELA REDEFINES WS-OPERACOES-VALORES.
001850     05  WS-OPE-CODIGO OCCURS 6 TIMES
001860                       INDEXED BY OPE-IDX
001870                                 PIC X(01).
001880*
001890*----------------------------------------------------------------*
001900*  ACUMULADORES POR DEPARTAMENTO: CALCULOS VALIDOS POR OPERACAO  *
001910*  (NA ORDEM DE WS-OPE-CODIGO) E REJEICOES DA SUSPENSAO POR      *
001920*  MOTIVO (MOTIVO NN NA POSICAO NN; POSICAO 20 = DEMAIS)         *
001930*----------------------------------------------------------------*
001940 77  WS-LIMITE-DEPTOS            PIC 9(03) COMP VALUE 200.
001950 77  WS-QTD-DEPTOS               PIC 9(03) COMP VALUE ZERO.
001960 77  WS-DEPTOS-EXCEDENTES        PIC 9(08) COMP VALUE ZERO.
001970 01  WS-TABELA-DEPTOS.
001980     05  WS-RAT-ENTRADA OCCURS 200 TIMES
001990                        INDEXED BY RAT-IDX.
002000         10  WS-RAT-DEPTO        PIC X(08).
002010         10  WS-RAT-IMPRESSO     PIC X(01).
002020             88  WS-RAT-IMPRESSO-SIM VALUE 'Y'.
002030         10  WS-RAT-INVALIDOS    PIC 9(08).
002040         10  WS-RAT-OPERACAO OCCURS 6 TIMES.
002050             15  WS-RAT-OPE-QTDE     PIC 9(08).
002060             15  WS-RAT-OPE-VALOR    PIC S9(13)V99.
002070         10  WS-RAT-MOTIVO OCCURS 20 TIMES.
002080             15  WS-RAT-MOT-QTDE     PIC 9(08).
002090*
002100 77  WS-DEPTO-PROCURADO          PIC X(08) VALUE SPACES.
002110 77  WS-OPE-NUM                  PIC 9(02) VALUE ZERO.
002120 01  WS-MOTIVO-X                 PIC X(02) VALUE SPACES.
002130 01  WS-MOTIVO-NUM REDEFINES WS-MOTIVO-X
002140                                 PIC 9(02).
002150 77  WS-MOT-NUM                  PIC 9(02) VALUE ZERO.
002160*
002170*----------------------------------------------------------------*
002180*  TOTAIS DO DEPARTAMENTO EM IMPRESSAO                           *
002190*----------------------------------------------------------------*
002200 77  WS-DEPTO-QTDE-CALC          PIC 9(08) VALUE ZERO.
002210 77  WS-DEPTO-QTDE-REJ           PIC 9(08) VALUE ZERO.
002220 77  WS-DEPTO-A-RATEAR           PIC 9(11)V99 VALUE ZERO.
002230 77  WS-VALOR-TARIFADO           PIC 9(11)V99 VALUE ZERO.
002240*
002250*----------------------------------------------------------------*
002260*  LINHAS DO RELATORIO                                           *
002270*----------------------------------------------------------------*
002280 01  WS-LINHA-CABECALHO.
002290     05  FILLER                  PIC X(46)
002300         VALUE
002310         'CALCULADORA - DEMONSTRATIVO MENSAL DE RATEIO '.
002320     05  FILLER                  PIC X(10) VALUE 'PERIODO: '.
002330     05  CAB-PERIODO             PIC 9(06).
002340     05  FILLER                  PIC X(07) VALUE ' DATA: '.
002350     05  CAB-DATA                PIC 9(08).
002360     05  FILLER                  PIC X(55) VALUE SPACES.
002370*
002380 01  WS-LINHA-TARIFAS.
002390     05  FILLER                  PIC X(24)
002400         VALUE 'TARIFA POR CALCULO....: '.
002410     05  TAR-CALCULO             PIC ZZZ,ZZZ,ZZ9.99.
002420     05  FILLER                  PIC X(28)
002430         VALUE '    TARIFA POR REJEICAO...: '.
002440     05  TAR-REJEICAO            PIC ZZZ,ZZZ,ZZ9.99.
002450     05  FILLER                  PIC X(52) VALUE SPACES.
002460*
002470 01  WS-LINHA-DEPTO.
002480     05  FILLER                  PIC X(14)
002490         VALUE 'DEPARTAMENTO: '.
002500     05  LDP-CODIGO              PIC X(08).
002510     05  FILLER                  PIC X(02) VALUE SPACES.
002520     05  LDP-NOME                PIC X(40).
002530     05  FILLER                  PIC X(15)
002540         VALUE '  RESPONSAVEL: '.
002550     05  LDP-RESPONSAVEL         PIC X(30).
002560     05  FILLER                  PIC X(23) VALUE SPACES.
002570*
002580 01  WS-LINHA-SECAO.
002590     05  FILLER                  PIC X(02) VALUE SPACES.
002600     05  SEC-TITULO              PIC X(60).
002610     05  FILLER                  PIC X(70) VALUE SPACES.
002620*
002630 01  WS-LINHA-OPERACAO.
002640     05  FILLER                  PIC X(13)
002650         VALUE '    OPERACAO '.
002660     05  LOP-OPERACAO            PIC X(01).
002670     05  FILLER                  PIC X(10) VALUE '   QTDE: '.
002680     05  LOP-QTDE                PIC ZZZ,ZZZ,ZZ9.
002690     05  FILLER                  PIC X(10) VALUE '  VALOR: '.
002700     05  LOP-VALOR               PIC --,---,---,---,--9.99.
002710     05  FILLER                  PIC X(11) VALUE '  TARIFA: '.
002720     05  LOP-TARIFA              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002730     05  FILLER                  PIC X(37) VALUE SPACES.
002740*
002750 01  WS-LINHA-REJEICAO.
002760     05  FILLER                  PIC X(11)
002770         VALUE '    MOTIVO '.
002780     05  LRJ-MOTIVO              PIC X(02).
002790     05  FILLER                  PIC X(01) VALUE SPACES.
002800     05  FILLER                  PIC X(10) VALUE '   QTDE: '.
002810     05  LRJ-QTDE                PIC ZZZ,ZZZ,ZZ9.
002820     05  FILLER                  PIC X(31) VALUE SPACES.
002830     05  FILLER                  PIC X(11) VALUE '  TARIFA: '.
002840     05  LRJ-TARIFA              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002850     05  FILLER                  PIC X(37) VALUE SPACES.
002860*
002870 01  WS-LINHA-TOTAL-DEPTO.
002880     05  FILLER                  PIC X(24)
002890         VALUE '    TOTAL DO DEPTO.....:'.
002900     05  FILLER                  PIC X(11) VALUE ' CALCULOS: '.
002910     05  LTD-QTDE-CALC           PIC ZZZ,ZZZ,ZZ9.
002920     05  FILLER                  PIC X(12)
002930         VALUE ' REJEICOES: '.
002940     05  LTD-QTDE-REJ            PIC ZZZ,ZZZ,ZZ9.
002950     05  FILLER                  PIC X(11) VALUE ' A RATEAR: '.
002960     05  LTD-A-RATEAR            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002970     05  FILLER                  PIC X(34) VALUE SPACES.
002980*
002990 01  WS-LINHA-TOTAL.
003000     05  FILLER                  PIC X(02) VALUE SPACES.
003010     05  TOT-ROTULO              PIC X(41).
003020     05  TOT-QTDE                PIC ZZZ,ZZZ,ZZ9.
003030     05  FILLER                  PIC X(78) VALUE SPACES.
003040*
003050 01  WS-LINHA-TOTAL-VALOR.
003060     05  FILLER                  PIC X(02) VALUE SPACES.
003070     05  TOV-ROTULO              PIC X(41).
003080     05  TOV-VALOR               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
003090     05  FILLER                  PIC X(71) VALUE SPACES.
003100*
003110 PROCEDURE DIVISION.
003120*
003130*================================================================*
003140*  0000-MAINLINE                                                  *
003150*================================================================*
003160 0000-MAINLINE.
003170     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
003180     IF WS-ABORTAR-SIM
003190         GO TO 0000-MAINLINE-EXIT
003200     END-IF.
003210     PERFORM 2000-LER-LOG THRU 2000-LER-LOG-EXIT.
003220     PERFORM 2100-ACUMULAR-LOG THRU 2100-ACUMULAR-LOG-EXIT
003230         UNTIL WS-EOF-SIM.
003240     IF WS-SUS-DISPONIVEL-SIM
003250         MOVE 'N' TO WS-EOF-SWITCH
003260         PERFORM 3000-LER-SUSPENSAO
003270             THRU 3000-LER-SUSPENSAO-EXIT
003280         PERFORM 3100-ACUMULAR-SUSPENSAO
003290             THRU 3100-ACUMULAR-SUSPENSAO-EXIT
003300             UNTIL WS-EOF-SIM
003310     END-IF.
003320     PERFORM 5000-IMPRIMIR-DEMONSTRATIVO
003330         THRU 5000-IMPRIMIR-DEMONSTRATIVO-EXIT.
003340     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
003350 0000-MAINLINE-EXIT.
003360     STOP RUN.
003370*
003380*----------------------------------------------------------------*
003390*  1000-INICIALIZAR - RECEBE O PERIODO, LE AS TARIFAS E ABRE OS  *
003400*  ARQUIVOS; A SUSPENSAO AUSENTE SIGNIFICA NENHUMA REJEICAO E O  *
003410*  CADASTRO DE DEPARTAMENTOS AUSENTE SO DEIXA OS NOMES EM        *
003420*  BRANCO.                                                       *
003430*----------------------------------------------------------------*
003440 1000-INICIALIZAR.
003450     ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD.
003460     PERFORM 1050-SELECIONAR-PERIODO
003470         THRU 1050-SELECIONAR-PERIODO-EXIT.
003480     IF WS-ABORTAR-SIM
003490         MOVE 8 TO RETURN-CODE
003500         GO TO 1000-INICIALIZAR-EXIT
003510     END-IF.
003520     PERFORM 1060-LER-PARAMETROS
003530         THRU 1060-LER-PARAMETROS-EXIT.
003540     OPEN INPUT CALC-LOG-FILE.
003550     IF WS-LOG-STATUS NOT = '00'
003560         DISPLAY 'Erro ao abrir CALC-LOG-FILE - status '
003570             WS-LOG-STATUS '. Demonstrativo cancelado. '
003580             'RETURN-CODE 8.'
003590         MOVE 8 TO RETURN-CODE
003600         SET WS-ABORTAR-SIM TO TRUE
003610         GO TO 1000-INICIALIZAR-EXIT
003620     END-IF.
003630     OPEN INPUT CALC-SUS-FILE.
003640     EVALUATE WS-SUS-STATUS
003650         WHEN '00'
003660             SET WS-SUS-DISPONIVEL-SIM TO TRUE
003670         WHEN '35'
003680             DISPLAY 'CALC-SUS-FILE inexistente - nenhuma '
003690                 'rejeicao a relatar.'
003700         WHEN OTHER
003710             DISPLAY 'Erro ao abrir CALC-SUS-FILE - status '
003720                 WS-SUS-STATUS '. Demonstrativo cancelado. '
003730                 'RETURN-CODE 8.'
003740             MOVE 8 TO RETURN-CODE
003750             CLOSE CALC-LOG-FILE
003760             SET WS-ABORTAR-SIM TO TRUE
003770             GO TO 1000-INICIALIZAR-EXIT
003780     END-EVALUATE.
003790     OPEN INPUT CALC-DEP-FILE.
003800     IF WS-DEP-STATUS = '00'
003810         SET WS-DEP-DISPONIVEL-SIM TO TRUE
003820     ELSE
003830         DISPLAY 'Cadastro CALC-DEP-FILE indisponivel - status '
003840             WS-DEP-STATUS '. Departamentos sairao sem nome.'
003850     END-IF.
003860     OPEN OUTPUT CALC-RAT-FILE.
003870     IF WS-RAT-STATUS NOT = '00'
003880         DISPLAY 'Erro ao abrir CALC-RAT-FILE - status '
003890             WS-RAT-STATUS '. Demonstrativo cancelado. '
003900             'RETURN-CODE 8.'
003910         MOVE 8 TO RETURN-CODE
003920         CLOSE CALC-LOG-FILE
003930         IF WS-SUS-DISPONIVEL-SIM
003940             CLOSE CALC-SUS-FILE
003950         END-IF
003960         IF WS-DEP-DISPONIVEL-SIM
003970             CLOSE CALC-DEP-FILE
003980         END-IF
003990         SET WS-ABORTAR-SIM TO TRUE
004000         GO TO 1000-INICIALIZAR-EXIT
004010     END-IF.
004020 1000-INICIALIZAR-EXIT.
004030     EXIT.
004040*
004050*----------------------------------------------------------------*
004060*  1050-SELECIONAR-PERIODO - RECEBE O PERIODO (AAAAMM); EM       *
004070*  BRANCO OU ZEROS, ASSUME O MES ANTERIOR AO DA EXECUCAO, QUE E  *
004080*  O CASO NORMAL DO FECHAMENTO.                                  *
004090*----------------------------------------------------------------*
004100 1050-SELECIONAR-PERIODO.
004110     DISPLAY 'Periodo do rateio (AAAAMM, branco = mes '
004120         'anterior): ' WITH NO ADVANCING.
004130     ACCEPT WS-PERIODO-ENTRADA.
004140     IF WS-PERIODO-ENTRADA = SPACES
004150        OR WS-PERIODO-ENTRADA = '000000'
004160         MOVE WS-EXE-ANO TO WS-PED-ANO
004170         MOVE WS-EXE-MES TO WS-PED-MES
004180         IF WS-PED-MES = 01
004190             MOVE 12 TO WS-PED-MES
004200             SUBTRACT 1 FROM WS-PED-ANO
004210         ELSE
004220             SUBTRACT 1 FROM WS-PED-MES
004230         END-IF
004240         GO TO 1050-SELECIONAR-PERIODO-EXIT
004250     END-IF.
004260     IF WS-PERIODO-ENTRADA NOT NUMERIC
004270         DISPLAY 'Periodo invalido - informe AAAAMM numerico.'
004280         SET WS-ABORTAR-SIM TO TRUE
004290         GO TO 1050-SELECIONAR-PERIODO-EXIT
004300     END-IF.
004310     IF WS-ENT-MES < 01 OR WS-ENT-MES > 12
004320         DISPLAY 'Mes do periodo invalido - informe 01 a 12.'
004330         SET WS-ABORTAR-SIM TO TRUE
004340         GO TO 1050-SELECIONAR-PERIODO-EXIT
004350     END-IF.
004360     MOVE WS-PERIODO-ENTRADA TO WS-PERIODO-PEDIDO.
004370 1050-SELECIONAR-PERIODO-EXIT.
004380     EXIT.
004390*
004400*----------------------------------------------------------------*
004410*  1060-LER-PARAMETROS - CARREGA DE CALC-PRM-FILE AS TARIFAS     *
004420*  TARIFA-CALCULO E TARIFA-REJEICAO (VIDE CALCPRM.CPY); AS       *
004430*  DEMAIS PALAVRAS-CHAVE PERTENCEM A OUTROS PROGRAMAS. ARQUIVO   *
004440*  AUSENTE MANTEM AS TARIFAS ZERADAS; O VALOR EM VIGOR E ECOADO. *
004450*----------------------------------------------------------------*
004460 1060-LER-PARAMETROS.
004470     OPEN INPUT CALC-PRM-FILE.
004480     IF WS-PRM-STATUS = '35'
004490         DISPLAY 'CALC-PRM-FILE inexistente - sem tarifas.'
004500         GO TO 1060-ECOAR-PARAMETROS
004510     END-IF.
004520     IF WS-PRM-STATUS NOT = '00'
004530         DISPLAY 'Erro ao abrir CALC-PRM-FILE - status '
004540             WS-PRM-STATUS '. Sem tarifas.'
004550         GO TO 1060-ECOAR-PARAMETROS
004560     END-IF.
004570     PERFORM 1070-LER-PARAMETRO THRU 1070-LER-PARAMETRO-EXIT.
004580     PERFORM 1080-APLICAR-PARAMETRO
004590         THRU 1080-APLICAR-PARAMETRO-EXIT
004600         UNTIL WS-EOF-SIM.
004610     CLOSE CALC-PRM-FILE.
004620     MOVE 'N' TO WS-EOF-SWITCH.
004630 1060-ECOAR-PARAMETROS.
004640     DISPLAY 'Parametros em vigor:'.
004650     DISPLAY '  Tarifa por calculo.......: ' WS-TARIFA-CALCULO.
004660     DISPLAY '  Tarifa por rejeicao......: ' WS-TARIFA-REJEICAO.
004670 1060-LER-PARAMETROS-EXIT.
004680     EXIT.
004690*
004700 1070-LER-PARAMETRO.
004710     READ CALC-PRM-FILE
004720         AT END
004730             SET WS-EOF-SIM TO TRUE
004740     END-READ.
004750 1070-LER-PARAMETRO-EXIT.
004760     EXIT.
004770*
004780 1080-APLICAR-PARAMETRO.
004790     IF CPR-CHAVE NOT = 'TARIFA-CALCULO'
004800        AND CPR-CHAVE NOT = 'TARIFA-REJEICAO'
004810         GO TO 1080-APLICAR-LER
004820     END-IF.
004830     IF CPR-VALOR NOT NUMERIC OR CPR-VALOR-NUM = ZERO
004840         DISPLAY 'Parametro ' CPR-CHAVE ' com valor invalido '
004850             '- ignorado.'
004860         GO TO 1080-APLICAR-LER
004870     END-IF.
004880     IF CPR-CHAVE = 'TARIFA-CALCULO'
004890         MOVE CPR-VALOR-NUM TO WS-TARIFA-CALCULO
004900     ELSE
004910         MOVE CPR-VALOR-NUM TO WS-TARIFA-REJEICAO
004920     END-IF.
004930 1080-APLICAR-LER.
004940     PERFORM 1070-LER-PARAMETRO THRU 1070-LER-PARAMETRO-EXIT.
004950 1080-APLICAR-PARAMETRO-EXIT.
004960     EXIT.
004970*
004980 2000-LER-LOG.
004990     READ CALC-LOG-FILE
005000         AT END
005010             SET WS-EOF-SIM TO TRUE
005020         NOT AT END
005030             ADD 1 TO WS-TOTAL-LOG-LIDOS
005040     END-READ.
005050 2000-LER-LOG-EXIT.
005060     EXIT.
005070*
005080*----------------------------------------------------------------*
005090*  2100-ACUMULAR-LOG - CALCULO DO PERIODO E ACUMULADO NO SEU     *
005100*  DEPARTAMENTO: OS VALIDOS POR OPERACAO, OS REJEITADOS SO SAO   *
005110*  CONTADOS (A COBRANCA DA REJEICAO VEM DA SUSPENSAO).           *
005120*  O ESTORNO VALIDO ANULA O SEU ORIGINAL: UM CALCULO A MENOS     *
005130*  (SEM PASSAR DE ZERO) E O RESULTADO DE SINAL TROCADO NO VALOR, *
005140*  DE MODO QUE O CALCULO ESTORNADO NAO E COBRADO.                *
005150*----------------------------------------------------------------*
005160 2100-ACUMULAR-LOG.
005170     MOVE CLR-DATA TO WS-DATA-REGISTRO.
005180     IF WS-REG-PERIODO NOT = WS-PERIODO-PEDIDO
005190         ADD 1 TO WS-TOTAL-LOG-FORA
005200         GO TO 2100-ACUMULAR-LER
005210     END-IF.
005220     MOVE CLR-DEPTO-ORIGEM TO WS-DEPTO-PROCURADO.
005230     PERFORM 4000-LOCALIZAR-DEPTO THRU 4000-LOCALIZAR-DEPTO-EXIT.
005240     IF WS-ACHOU-NAO
005250         GO TO 2100-ACUMULAR-LER
005260     END-IF.
005270     IF CLR-VALIDO-NAO
005280         ADD 1 TO WS-TOTAL-INVALIDOS
005290         ADD 1 TO WS-RAT-INVALIDOS (RAT-IDX)
005300         GO TO 2100-ACUMULAR-LER
005310     END-IF.
005320     SET OPE-IDX TO 1.
005330     SEARCH WS-OPE-CODIGO
005340         AT END
005350             ADD 1 TO WS-TOTAL-INVALIDOS
005360             ADD 1 TO WS-RAT-INVALIDOS (RAT-IDX)
005370             GO TO 2100-ACUMULAR-LER
005380         WHEN WS-OPE-CODIGO (OPE-IDX) = CLR-OPERACAO
005390             SET WS-OPE-NUM TO OPE-IDX
005400     END-SEARCH.
005410     IF CLR-TIPO-ESTORNO
005420         IF WS-RAT-OPE-QTDE (RAT-IDX, WS-OPE-NUM) > ZERO
005430             SUBTRACT 1 FROM WS-RAT-OPE-QTDE (RAT-IDX, WS-OPE-NUM)
005440         END-IF
005450         IF WS-TOTAL-VALIDOS > ZERO
005460             SUBTRACT 1 FROM WS-TOTAL-VALIDOS
005470         END-IF
005480     ELSE
005490         ADD 1 TO WS-TOTAL-VALIDOS
005500         ADD 1 TO WS-RAT-OPE-QTDE (RAT-IDX, WS-OPE-NUM)
005510     END-IF.
005520     ADD CLR-RESULT TO WS-RAT-OPE-VALOR (RAT-IDX, WS-OPE-NUM).
005530 2100-ACUMULAR-LER.
005540     PERFORM 2000-LER-LOG THRU 2000-LER-LOG-EXIT.
005550 2100-ACUMULAR-LOG-EXIT.
005560     EXIT.
005570*
005580 3000-LER-SUSPENSAO.
005590     READ CALC-SUS-FILE NEXT RECORD
005600         AT END
005610             SET WS-EOF-SIM TO TRUE
005620         NOT AT END
005630             ADD 1 TO WS-TOTAL-SUS-LIDOS
005640     END-READ.
005650 3000-LER-SUSPENSAO-EXIT.
005660     EXIT.
005670*
005680*----------------------------------------------------------------*
005690*  3100-ACUMULAR-SUSPENSAO - REJEICAO DE LOTE DATADO NO PERIODO  *
005700*  E CONTADA NO DEPARTAMENTO DE ORIGEM, POR MOTIVO.              *
005710*----------------------------------------------------------------*
005720 3100-ACUMULAR-SUSPENSAO.
005730     MOVE SUS-DATA-LOTE TO WS-DATA-REGISTRO.
005740     IF WS-REG-PERIODO NOT = WS-PERIODO-PEDIDO
005750         GO TO 3100-ACUMULAR-LER
005760     END-IF.
005770     ADD 1 TO WS-TOTAL-SUS-PERIODO.
005780     MOVE SUS-DEPTO-ORIGEM TO WS-DEPTO-PROCURADO.
005790     PERFORM 4000-LOCALIZAR-DEPTO THRU 4000-LOCALIZAR-DEPTO-EXIT.
005800     IF WS-ACHOU-NAO
005810         GO TO 3100-ACUMULAR-LER
005820     END-IF.
005830     MOVE SUS-MOTIVO TO WS-MOTIVO-X.
005840     MOVE 20 TO WS-MOT-NUM.
005850     IF WS-MOTIVO-X NUMERIC
005860         IF WS-MOTIVO-NUM > ZERO AND WS-MOTIVO-NUM < 20
005870             MOVE WS-MOTIVO-NUM TO WS-MOT-NUM
005880         END-IF
005890     END-IF.
005900     ADD 1 TO WS-RAT-MOT-QTDE (RAT-IDX, WS-MOT-NUM).
005910 3100-ACUMULAR-LER.
005920     PERFORM 3000-LER-SUSPENSAO THRU 3000-LER-SUSPENSAO-EXIT.
005930 3100-ACUMULAR-SUSPENSAO-EXIT.
005940     EXIT.
005950*
005960*----------------------------------------------------------------*
005970*  4000-LOCALIZAR-DEPTO - POSICIONA RAT-IDX NO DEPARTAMENTO      *
005980*  WS-DEPTO-PROCURADO, ABRINDO ENTRADA ZERADA NA PRIMEIRA        *
005990*  OCORRENCIA; TABELA CHEIA DEIXA WS-ACHOU-NAO E CONTA O         *
006000*  REGISTRO COMO EXCEDENTE.                                      *
006010*----------------------------------------------------------------*
006020 4000-LOCALIZAR-DEPTO.
006030     MOVE 'N' TO WS-ACHOU-SWITCH.
006040     IF WS-QTD-DEPTOS > ZERO
006050         SET RAT-IDX TO 1
006060         SEARCH WS-RAT-ENTRADA
006070             AT END
006080                 CONTINUE
006090             WHEN RAT-IDX > WS-QTD-DEPTOS
006100                 CONTINUE
006110             WHEN WS-RAT-DEPTO (RAT-IDX) = WS-DEPTO-PROCURADO
006120                 SET WS-ACHOU-SIM TO TRUE
006130         END-SEARCH
006140     END-IF.
006150     IF WS-ACHOU-SIM
006160         GO TO 4000-LOCALIZAR-DEPTO-EXIT
006170     END-IF.
006180     IF WS-QTD-DEPTOS NOT < WS-LIMITE-DEPTOS
006190         ADD 1 TO WS-DEPTOS-EXCEDENTES
006200         GO TO 4000-LOCALIZAR-DEPTO-EXIT
006210     END-IF.
006220     ADD 1 TO WS-QTD-DEPTOS.
006230     SET RAT-IDX TO WS-QTD-DEPTOS.
006240     INITIALIZE WS-RAT-ENTRADA (RAT-IDX).
006250     MOVE WS-DEPTO-PROCURADO TO WS-RAT-DEPTO (RAT-IDX).
006260     MOVE 'N' TO WS-RAT-IMPRESSO (RAT-IDX).
006270     SET WS-ACHOU-SIM TO TRUE.
006280 4000-LOCALIZAR-DEPTO-EXIT.
006290     EXIT.
006300*
006310*================================================================*
006320*  5000-IMPRIMIR-DEMONSTRATIVO - DEPARTAMENTOS NA ORDEM DO       *
006330*  CADASTRO E, AO FINAL, OS CODIGOS NAO CADASTRADOS E O          *
006340*  MOVIMENTO SEM DEPARTAMENTO                                    *
006350*================================================================*
006360 5000-IMPRIMIR-DEMONSTRATIVO.
006370     MOVE WS-PERIODO-PEDIDO TO CAB-PERIODO.
006380     MOVE WS-DATA-EXECUCAO  TO CAB-DATA.
006390     WRITE CALC-RAT-RECORD FROM WS-LINHA-CABECALHO.
006400     MOVE WS-TARIFA-CALCULO  TO TAR-CALCULO.
006410     MOVE WS-TARIFA-REJEICAO TO TAR-REJEICAO.
006420     WRITE CALC-RAT-RECORD FROM WS-LINHA-TARIFAS.
006430     IF WS-QTD-DEPTOS = ZERO
006440         MOVE SPACES TO CALC-RAT-RECORD
006450         WRITE CALC-RAT-RECORD
006460         MOVE '  NENHUM MOVIMENTO NO PERIODO' TO CALC-RAT-RECORD
006470         WRITE CALC-RAT-RECORD
006480         GO TO 5000-IMPRIMIR-DEMONSTRATIVO-EXIT
006490     END-IF.
006500     IF WS-DEP-DISPONIVEL-NAO
006510         GO TO 5000-IMPRIMIR-RESTANTES
006520     END-IF.
006530     MOVE LOW-VALUES TO DEP-CODIGO.
006540     MOVE 'N' TO WS-EOF-SWITCH.
006550     START CALC-DEP-FILE KEY NOT < DEP-CODIGO
006560         INVALID KEY
006570             SET WS-EOF-SIM TO TRUE
006580     END-START.
006590     PERFORM 5100-IMPRIMIR-CADASTRADO
006600         THRU 5100-IMPRIMIR-CADASTRADO-EXIT
006610         UNTIL WS-EOF-SIM.
006620 5000-IMPRIMIR-RESTANTES.
006630     SET RAT-IDX TO 1.
006640     PERFORM 5200-IMPRIMIR-NAO-CADASTRADO
006650         THRU 5200-IMPRIMIR-NAO-CADASTRADO-EXIT
006660         WS-QTD-DEPTOS TIMES.
006670 5000-IMPRIMIR-DEMONSTRATIVO-EXIT.
006680     EXIT.
006690*
006700 5100-IMPRIMIR-CADASTRADO.
006710     READ CALC-DEP-FILE NEXT RECORD
006720         AT END
006730             SET WS-EOF-SIM TO TRUE
006740             GO TO 5100-IMPRIMIR-CADASTRADO-EXIT
006750     END-READ.
006760     MOVE DEP-CODIGO TO WS-DEPTO-PROCURADO.
006770     MOVE 'N' TO WS-ACHOU-SWITCH.
006780     SET RAT-IDX TO 1.
006790     SEARCH WS-RAT-ENTRADA
006800         AT END
006810             CONTINUE
006820         WHEN RAT-IDX > WS-QTD-DEPTOS
006830             CONTINUE
006840         WHEN WS-RAT-DEPTO (RAT-IDX) = WS-DEPTO-PROCURADO
006850             SET WS-ACHOU-SIM TO TRUE
006860     END-SEARCH.
006870     IF WS-ACHOU-NAO
006880         GO TO 5100-IMPRIMIR-CADASTRADO-EXIT
006890     END-IF.
006900     MOVE DEP-CODIGO      TO LDP-CODIGO.
006910     MOVE DEP-NOME        TO LDP-NOME.
006920     MOVE DEP-RESPONSAVEL TO LDP-RESPONSAVEL.
006930     PERFORM 5500-IMPRIMIR-DEPARTAMENTO
006940         THRU 5500-IMPRIMIR-DEPARTAMENTO-EXIT.
006950 5100-IMPRIMIR-CADASTRADO-EXIT.
006960     EXIT.
006970*
006980 5200-IMPRIMIR-NAO-CADASTRADO.
006990     IF WS-RAT-IMPRESSO-SIM (RAT-IDX)
007000         GO TO 5200-IMPRIMIR-PROXIMO
007010     END-IF.
007020     MOVE WS-RAT-DEPTO (RAT-IDX) TO LDP-CODIGO.
007030     MOVE SPACES TO LDP-RESPONSAVEL.
007040     IF WS-RAT-DEPTO (RAT-IDX) = SPACES
007050         MOVE '(SEM DEPARTAMENTO - INTERATIVO)' TO LDP-NOME
007060     ELSE
007070         MOVE '*** NAO CADASTRADO ***' TO LDP-NOME
007080         ADD 1 TO WS-TOTAL-NAO-CADASTRADOS
007090     END-IF.
007100     PERFORM 5500-IMPRIMIR-DEPARTAMENTO
007110         THRU 5500-IMPRIMIR-DEPARTAMENTO-EXIT.
007120 5200-IMPRIMIR-PROXIMO.
007130     SET RAT-IDX UP BY 1.
007140 5200-IMPRIMIR-NAO-CADASTRADO-EXIT.
007150     EXIT.
007160*
007170*----------------------------------------------------------------*
007180*  5500-IMPRIMIR-DEPARTAMENTO - BLOCO DO DEPARTAMENTO EM RAT-IDX:*
007190*  CALCULOS POR OPERACAO, REJEICOES POR MOTIVO E TOTAL A RATEAR  *
007200*----------------------------------------------------------------*
007210 5500-IMPRIMIR-DEPARTAMENTO.
007220     MOVE 'Y'  TO WS-RAT-IMPRESSO (RAT-IDX).
007230     ADD 1     TO WS-TOTAL-DEPTOS-IMPRESSOS.
007240     MOVE ZERO TO WS-DEPTO-QTDE-CALC.
007250     MOVE ZERO TO WS-DEPTO-QTDE-REJ.
007260     MOVE ZERO TO WS-DEPTO-A-RATEAR.
007270     MOVE SPACES TO CALC-RAT-RECORD.
007280     WRITE CALC-RAT-RECORD.
007290     WRITE CALC-RAT-RECORD FROM WS-LINHA-DEPTO.
007300     MOVE 'CALCULOS VALIDOS POR OPERACAO' TO SEC-TITULO.
007310     WRITE CALC-RAT-RECORD FROM WS-LINHA-SECAO.
007320     MOVE 1 TO WS-OPE-NUM.
007330     PERFORM 5510-IMPRIMIR-OPERACAO
007340         THRU 5510-IMPRIMIR-OPERACAO-EXIT
007350         6 TIMES.
007360     MOVE 'REJEICOES DOS LOTES (SUSPENSAO) POR MOTIVO'
007370         TO SEC-TITULO.
007380     WRITE CALC-RAT-RECORD FROM WS-LINHA-SECAO.
007390     MOVE 1 TO WS-MOT-NUM.
007400     PERFORM 5520-IMPRIMIR-MOTIVO
007410         THRU 5520-IMPRIMIR-MOTIVO-EXIT
007420         20 TIMES.
007430     IF WS-DEPTO-QTDE-REJ = ZERO
007440         MOVE '    NENHUMA REJEICAO' TO CALC-RAT-RECORD
007450         WRITE CALC-RAT-RECORD
007460     END-IF.
007470     MOVE WS-DEPTO-QTDE-CALC TO LTD-QTDE-CALC.
007480     MOVE WS-DEPTO-QTDE-REJ  TO LTD-QTDE-REJ.
007490     MOVE WS-DEPTO-A-RATEAR  TO LTD-A-RATEAR.
007500     WRITE CALC-RAT-RECORD FROM WS-LINHA-TOTAL-DEPTO.
007510     ADD WS-DEPTO-A-RATEAR TO WS-TOTAL-A-RATEAR.
007520 5500-IMPRIMIR-DEPARTAMENTO-EXIT.
007530     EXIT.
007540*
007550 5510-IMPRIMIR-OPERACAO.
007560     IF WS-RAT-OPE-QTDE (RAT-IDX, WS-OPE-NUM) = ZERO
007570        AND WS-RAT-OPE-VALOR (RAT-IDX, WS-OPE-NUM) = ZERO
007580         GO TO 5510-IMPRIMIR-PROXIMA
007590     END-IF.
007600     MOVE WS-OPE-CODIGO (WS-OPE-NUM) TO LOP-OPERACAO.
007610     MOVE WS-RAT-OPE-QTDE (RAT-IDX, WS-OPE-NUM) TO LOP-QTDE.
007620     MOVE WS-RAT-OPE-VALOR (RAT-IDX, WS-OPE-NUM) TO LOP-VALOR.
007630     COMPUTE WS-VALOR-TARIFADO =
007640         WS-RAT-OPE-QTDE (RAT-IDX, WS-OPE-NUM)
007650         * WS-TARIFA-CALCULO.
007660     MOVE WS-VALOR-TARIFADO TO LOP-TARIFA.
007670     WRITE CALC-RAT-RECORD FROM WS-LINHA-OPERACAO.
007680     ADD WS-RAT-OPE-QTDE (RAT-IDX, WS-OPE-NUM)
007690         TO WS-DEPTO-QTDE-CALC.
007700     ADD WS-VALOR-TARIFADO TO WS-DEPTO-A-RATEAR.
007710 5510-IMPRIMIR-PROXIMA.
007720     ADD 1 TO WS-OPE-NUM.
007730 5510-IMPRIMIR-OPERACAO-EXIT.
007740     EXIT.
007750*
007760 5520-IMPRIMIR-MOTIVO.
007770     IF WS-RAT-MOT-QTDE (RAT-IDX, WS-MOT-NUM) = ZERO
007780         GO TO 5520-IMPRIMIR-PROXIMO
007790     END-IF.
007800     IF WS-MOT-NUM = 20
007810         MOVE '**' TO LRJ-MOTIVO
007820     ELSE
007830         MOVE WS-MOT-NUM TO LRJ-MOTIVO
007840     END-IF.
007850     MOVE WS-RAT-MOT-QTDE (RAT-IDX, WS-MOT-NUM) TO LRJ-QTDE.
007860     COMPUTE WS-VALOR-TARIFADO =
007870         WS-RAT-MOT-QTDE (RAT-IDX, WS-MOT-NUM)
007880         * WS-TARIFA-REJEICAO.
007890     MOVE WS-VALOR-TARIFADO TO LRJ-TARIFA.
007900     WRITE CALC-RAT-RECORD FROM WS-LINHA-REJEICAO.
007910     ADD WS-RAT-MOT-QTDE (RAT-IDX, WS-MOT-NUM)
007920         TO WS-DEPTO-QTDE-REJ.
007930     ADD WS-VALOR-TARIFADO TO WS-DEPTO-A-RATEAR.
007940 5520-IMPRIMIR-PROXIMO.
007950     ADD 1 TO WS-MOT-NUM.
007960 5520-IMPRIMIR-MOTIVO-EXIT.
007970     EXIT.
007980*
007990 9000-FINALIZAR.
008000     MOVE SPACES TO CALC-RAT-RECORD.
008010     WRITE CALC-RAT-RECORD.
008020     MOVE 'REGISTROS LIDOS NO LOG...................:'
008030         TO TOT-ROTULO.
008040     MOVE WS-TOTAL-LOG-LIDOS TO TOT-QTDE.
008050     WRITE CALC-RAT-RECORD FROM WS-LINHA-TOTAL.
008060     MOVE 'REGISTROS DO LOG DE OUTROS PERIODOS......:'
008070         TO TOT-ROTULO.
008080     MOVE WS-TOTAL-LOG-FORA TO TOT-QTDE.
008090     WRITE CALC-RAT-RECORD FROM WS-LINHA-TOTAL.
008100     MOVE 'CALCULOS VALIDOS DO PERIODO..............:'
008110         TO TOT-ROTULO.
008120     MOVE WS-TOTAL-VALIDOS TO TOT-QTDE.
008130     WRITE CALC-RAT-RECORD FROM WS-LINHA-TOTAL.
008140     MOVE 'CALCULOS REJEITADOS NO LOG DO PERIODO....:'
008150         TO TOT-ROTULO.
008160     MOVE WS-TOTAL-INVALIDOS TO TOT-QTDE.
008170     WRITE CALC-RAT-RECORD FROM WS-LINHA-TOTAL.
008180     MOVE 'REJEICOES NA SUSPENSAO DO PERIODO........:'
008190         TO TOT-ROTULO.
008200     MOVE WS-TOTAL-SUS-PERIODO TO TOT-QTDE.
008210     WRITE CALC-RAT-RECORD FROM WS-LINHA-TOTAL.
008220     MOVE 'DEPARTAMENTOS NO DEMONSTRATIVO...........:'
008230         TO TOT-ROTULO.
008240     MOVE WS-TOTAL-DEPTOS-IMPRESSOS TO TOT-QTDE.
008250     WRITE CALC-RAT-RECORD FROM WS-LINHA-TOTAL.
008260     MOVE 'DEPARTAMENTOS NAO CADASTRADOS............:'
008270         TO TOT-ROTULO.
008280     MOVE WS-TOTAL-NAO-CADASTRADOS TO TOT-QTDE.
008290     WRITE CALC-RAT-RECORD FROM WS-LINHA-TOTAL.
008300     IF WS-DEPTOS-EXCEDENTES > ZERO
008310         MOVE 'REGISTROS ALEM DA CAPACIDADE DA TABELA...:'
008320             TO TOT-ROTULO
008330         MOVE WS-DEPTOS-EXCEDENTES TO TOT-QTDE
008340         WRITE CALC-RAT-RECORD FROM WS-LINHA-TOTAL
008350     END-IF.
008360     MOVE 'VALOR TOTAL A RATEAR.....................:'
008370         TO TOV-ROTULO.
008380     MOVE WS-TOTAL-A-RATEAR TO TOV-VALOR.
008390     WRITE CALC-RAT-RECORD FROM WS-LINHA-TOTAL-VALOR.
008400     CLOSE CALC-LOG-FILE.
008410     IF WS-SUS-DISPONIVEL-SIM
008420         CLOSE CALC-SUS-FILE
008430     END-IF.
008440     IF WS-DEP-DISPONIVEL-SIM
008450         CLOSE CALC-DEP-FILE
008460     END-IF.
008470     CLOSE CALC-RAT-FILE.
008480     DISPLAY 'Rateio do periodo ' WS-PERIODO-PEDIDO ': '
008490         WS-TOTAL-DEPTOS-IMPRESSOS ' departamento(s), '
008500         WS-TOTAL-VALIDOS ' calculo(s), '
008510         WS-TOTAL-SUS-PERIODO ' rejeicao(oes).'.
008520     IF WS-DEPTOS-EXCEDENTES > ZERO
008530         DISPLAY 'Tabela de departamentos esgotada - '
008540             'demonstrativo incompleto. RETURN-CODE 8.'
008550         MOVE 8 TO RETURN-CODE
008560         GO TO 9000-FINALIZAR-EXIT
008570     END-IF.
008580     IF WS-TOTAL-NAO-CADASTRADOS > ZERO AND RETURN-CODE < 4
008590         DISPLAY 'Ha movimento de departamento nao cadastrado. '
008600             'RETURN-CODE 4.'
008610         MOVE 4 TO RETURN-CODE
008620     END-IF.
008630 9000-FINALIZAR-EXIT.
008640     EXIT.
