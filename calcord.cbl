000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    Calcord.
000120 AUTHOR.        EQUIPE DE SISTEMAS FINANCEIROS.
000130 INSTALLATION.  CENTRO DE PROCESSAMENTO DE DADOS.
000140 DATE-WRITTEN.  15/10/2026.
000150 DATE-COMPILED.
000160*
000170*----------------------------------------------------------------*
000180*  HISTORICO DE ALTERACOES                                       *
000190*----------------------------------------------------------------*
000200*  15/10/2026  RMS  PROGRAMA ORIGINAL - GERADOR DE LOTES         *
000210*                   RECORRENTES A PARTIR DO CADASTRO DE ORDENS   *
000220*                   PERMANENTES (CALC-ORD-FILE, VIDE             *
000230*                   CALCORD.CPY) PARA CALC-TRANS-FILE.           *
000240*----------------------------------------------------------------*
000250*
000260*----------------------------------------------------------------*
000270*  FUNCAO DO PROGRAMA                                            *
000280*----------------------------------------------------------------*
000290*  SELECIONA AS ORDENS PERMANENTES DEVIDAS NA DATA DE GERACAO    *
000300*  (ATIVAS, DENTRO DO PERIODO DE INICIO E TERMINO, E NO DIA DA   *
000310*  FREQUENCIA: TODO DIA, MESMO DIA DA SEMANA OU MESMO DIA DO     *
000320*  MES DA DATA DE INICIO - NO ULTIMO DIA DO MES QUANDO ESTE E    *
000330*  MAIS CURTO) E AS ACRESCENTA A CALC-TRANS-FILE COMO LOTES DA   *
000340*  Calculadora: UM LOTE POR DEPARTAMENTO, DATADO DA DATA DE      *
000350*  GERACAO, COM CABECALHO, UM DETALHE POR ORDEM NA ORDEM DA      *
000360*  SEQUENCIA E RODAPE COM QUANTIDADE E HASH (Num1 + Num2         *
000370*  NUMERICOS, COMO A Calculadora CONFERE).                       *
000380*  O ID DO LOTE E 'OP' + NUMERO, O SEGUINTE AO MAIOR JA          *
000390*  REGISTRADO PARA O DEPARTAMENTO NO REGISTRO DE LOTES           *
000400*  CALC-RLT-FILE. COMO OS LOTES RECORRENTES REPETEM O CONTEUDO   *
000410*  DE UM CICLO PARA O OUTRO, CADA ID GERADO E INCLUIDO NO        *
000420*  REGISTRO JA LIBERADO ('L', LIBERADOR CALCORD), COMO A         *
000430*  LIBERACAO ANTECIPADA DA Calclib, PARA QUE A Calculadora NAO   *
000440*  O RECUSE COMO CONTEUDO DE LOTE JA POSTADO.                    *
000450*  ESSA LIBERACAO E GRAVADA NO HISTORICO DE LIBERACOES           *
000460*  CALC-RLH-FILE, COMO AS DADAS PELO SUPERVISOR NA Calclib.      *
000470*  CADA ORDEM GERADA RECEBE A DATA DE GERACAO E O ID DO LOTE;    *
000480*  ORDEM JA GERADA NA DATA NAO E GERADA DE NOVO, DE MODO QUE A   *
000490*  REEXECUCAO NO MESMO DIA SO GERA O QUE FALTOU. DIAS EM QUE O   *
000500*  GERADOR NAO RODA NAO SAO RECUPERADOS.                         *
000510*  NAO SAO GERADAS, E FICAM PARA A REEXECUCAO, AS ORDENS DE      *
000520*  DEPARTAMENTO INEXISTENTE OU INATIVO, AS DE CONTINUACAO        *
000530*  (MARCA 'E') CUJA ORDEM ANTERIOR NAO ENTROU NO MESMO LOTE E    *
000540*  AS QUE EXCEDEM A CAPACIDADE DO LOTE; NESSES CASOS O           *
000550*  RETURN-CODE E 4. A DATA (AAAAMMDD) E PEDIDA AO OPERADOR; EM   *
000560*  BRANCO E A DATA DE HOJE. COMO A Calculadora SO ACEITA LOTE    *
000570*  DATADO DO PROPRIO DIA, DATA DIFERENTE DE HOJE CANCELA A       *
000580*  GERACAO (RETURN-CODE 8) SEM MARCAR ORDEM ALGUMA. PODE SER     *
000590*  PASSO DA CADEIA NOTURNA (CALL 'CALCORD-CADEIA' USING DATA),   *
000600*  ANTES DO CALCLOTE. FALHA NA GRAVACAO DE CALC-TRANS-FILE       *
000610*  INTERROMPE A GERACAO (RETURN-CODE 8) E AS ORDENS DO LOTE      *
000620*  INCOMPLETO NAO SAO MARCADAS.                                  *
000630*----------------------------------------------------------------*
000640*
000650 ENVIRONMENT DIVISION.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT CALC-ORD-FILE    ASSIGN TO CALCORD
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS ORD-CHAVE
000720         FILE STATUS IS WS-ORD-STATUS.
000730*
000740     SELECT CALC-DEP-FILE    ASSIGN TO CALCDEP
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS RANDOM
000770         RECORD KEY IS DEP-CODIGO
000780         FILE STATUS IS WS-DEP-STATUS.
000790*
000800     SELECT CALC-RLT-FILE    ASSIGN TO CALCRLT
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS RLT-CHAVE
000840         FILE STATUS IS WS-RLT-STATUS.
000850*
000860     SELECT CALC-RLH-FILE    ASSIGN TO CALCRLH
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS RANDOM
000890         RECORD KEY IS RLH-CHAVE
000900         FILE STATUS IS WS-RLH-STATUS.
000910*
000920     SELECT CALC-TRANS-FILE  ASSIGN TO CALCTRAN
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-TRANS-STATUS.
000950*
000960     SELECT CALC-RCJ-FILE    ASSIGN TO CALCRCJ
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-RCJ-STATUS.
000990*
001000 DATA DIVISION.
001010 FILE SECTION.
001020*
001030*----------------------------------------------------------------*
001040*  CALC-ORD-FILE - CADASTRO INDEXADO DE ORDENS PERMANENTES       *
001050*----------------------------------------------------------------*
001060 FD  CALC-ORD-FILE.
001070     COPY CALCORD.
001080*
001090*----------------------------------------------------------------*
001100*  CALC-DEP-FILE - CADASTRO INDEXADO DE DEPARTAMENTOS            *
001110*----------------------------------------------------------------*
001120 FD  CALC-DEP-FILE.
001130     COPY CALCDEP.
001140*
001150*----------------------------------------------------------------*
001160*  CALC-RLT-FILE - REGISTRO PERMANENTE DE LOTES POSTADOS, ONDE   *
001170*  O ID DE CADA LOTE GERADO E RESERVADO JA LIBERADO              *
001180*----------------------------------------------------------------*
001190 FD  CALC-RLT-FILE.
001200     COPY CALCRLT.
001210*
001220*----------------------------------------------------------------*
001230*  CALC-RLH-FILE - HISTORICO DE LIBERACOES DE LOTES, ONDE A      *
001240*  LIBERACAO DE CADA ID RESERVADO E REGISTRADA                   *
001250*----------------------------------------------------------------*
001260 FD  CALC-RLH-FILE.
001270     COPY CALCRLH.
001280*
001290*----------------------------------------------------------------*
001300*  CALC-TRANS-FILE - TRANSACOES DE ENTRADA DO MODO DE LOTE DA    *
001310*  Calculadora (OS LOTES GERADOS SAO ACRESCENTADOS AO FIM)       *
001320*----------------------------------------------------------------*
001330 FD  CALC-TRANS-FILE.
001340 01  CALC-TRANS-RECORD.
001350     05  CTR-NUM1                PIC S9(7)V99
001360                                 SIGN IS TRAILING SEPARATE.
001370     05  CTR-OPERACAO            PIC X(01).
001380     05  CTR-NUM2                PIC S9(7)V99
001390                                 SIGN IS TRAILING SEPARATE.
001400 01  CALC-TRANS-CABECALHO.
001410     05  CTH-TIPO-REG            PIC X(01).
001420     05  CTH-DATA-LOTE           PIC 9(08).
001430     05  CTH-ID-LOTE             PIC X(06).
001440     05  CTH-DEPTO-ORIGEM        PIC X(08).
001450 01  CALC-TRANS-RODAPE.
001460     05  CTT-TIPO-REG            PIC X(01).
001470     05  CTT-QTDE-DETALHES       PIC 9(08).
001480     05  CTT-HASH-TOTAL          PIC S9(13)V99
001490                                 SIGN IS TRAILING SEPARATE.
001500*
001510*----------------------------------------------------------------*
001520*  CALC-RCJ-FILE - JORNAL COMUM DE EXECUCOES DE LOTE             *
001530*----------------------------------------------------------------*
001540 FD  CALC-RCJ-FILE.
001550     COPY CALCRCJ.
001560*
001570 WORKING-STORAGE SECTION.
001580*
001590 77  WS-ORD-STATUS               PIC X(02) VALUE '00'.
001600 77  WS-DEP-STATUS               PIC X(02) VALUE '00'.
001610 77  WS-RLT-STATUS               PIC X(02) VALUE '00'.
001620 77  WS-RLH-STATUS               PIC X(02) VALUE '00'.
001630 77  WS-TRANS-STATUS             PIC X(02) VALUE '00'.
001640 77  WS-RCJ-STATUS               PIC X(02) VALUE '00'.
001650*
001660 01  WS-RCJ-INICIO.
001670     05  WS-RCJ-DATA-INICIO      PIC 9(08).
001680     05  WS-RCJ-HORA-INICIO      PIC 9(08).
001690*
001700 01  WS-RCJ-FIM.
001710     05  WS-RCJ-DATA-FIM         PIC 9(08).
001720     05  WS-RCJ-HORA-FIM         PIC 9(08).
001730*
001740 01  WS-DATA-HORA-ATUAL.
001750     05  WS-DATA-ATUAL           PIC 9(08).
001760     05  WS-HORA-ATUAL           PIC 9(08).
001770*
001780 77  WS-TRANS-ERRO-SWITCH        PIC X(01) VALUE 'N'.
001790     88  WS-TRANS-ERRO-SIM       VALUE 'Y'.
001800     88  WS-TRANS-ERRO-NAO       VALUE 'N'.
001810*
001820 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001830     88  WS-EOF-SIM              VALUE 'Y'.
001840     88  WS-EOF-NAO              VALUE 'N'.
001850*
001860 77  WS-ABORTAR-SWITCH           PIC X(01) VALUE 'N'.
001870     88  WS-ABORTAR-SIM          VALUE 'Y'.
001880     88  WS-ABORTAR-NAO          VALUE 'N'.
001890*
001900*      CADASTRO DE ORDENS AINDA INEXISTENTE (NENHUMA ORDEM
001910*      CADASTRADA): NADA E GERADO, SEM ERRO.
001920 77  WS-ORD-SWITCH               PIC X(01) VALUE 'N'.
001930     88  WS-ORD-ABERTO           VALUE 'Y'.
001940     88  WS-ORD-INEXISTENTE      VALUE 'N'.
001950*
001960*      EXECUCAO SOB O ENCADEADOR NOTURNO (Calcchn): A DATA VEM
001970*      DO CHAMADOR E NAO HA ACCEPT DE OPERADOR.
001980 77  WS-SOB-CADEIA-SWITCH        PIC X(01) VALUE 'N'.
001990     88  WS-SOB-CADEIA-SIM       VALUE 'Y'.
002000     88  WS-SOB-CADEIA-NAO       VALUE 'N'.
002010*
002020*----------------------------------------------------------------*
002030*  DATA DE GERACAO - EM BRANCO/ZEROS E O DIA DA EXECUCAO         *
002040*----------------------------------------------------------------*
002050 01  WS-DATA-ENTRADA             PIC X(08) VALUE SPACES.
002060 01  WS-DATA-ENTRADA-R REDEFINES WS-DATA-ENTRADA.
002070     05  WS-ENTRADA-ANO          PIC 9(04).
002080     05  WS-ENTRADA-MES          PIC 9(02).
002090     05  WS-ENTRADA-DIA          PIC 9(02).
002100*
002110 01  WS-DATA-GERACAO             PIC 9(08) VALUE ZERO.
002120 01  WS-DATA-GERACAO-R REDEFINES WS-DATA-GERACAO.
002130     05  WS-GER-ANO              PIC 9(04).
002140     05  WS-GER-MES              PIC 9(02).
002150     05  WS-GER-DIA              PIC 9(02).
002160 77  WS-GER-ULTIMO-DIA           PIC 9(02) VALUE ZERO.
002170 77  WS-DIAS-GERACAO             PIC 9(08) VALUE ZERO.
002180 77  WS-DIAS-DECORRIDOS          PIC 9(08) VALUE ZERO.
002190 77  WS-SEMANAS-DECORRIDAS       PIC 9(08) VALUE ZERO.
002200 77  WS-RESTO-SEMANA             PIC 9(01) VALUE ZERO.
002210 77  WS-DIA-INICIO               PIC 9(02) VALUE ZERO.
002220*
002230*----------------------------------------------------------------*
002240*  ORDEM EM ANALISE E DEPARTAMENTO EM FORMACAO DE LOTE           *
002250*----------------------------------------------------------------*
002260 77  WS-DEVIDA-SWITCH            PIC X(01) VALUE 'N'.
002270     88  WS-DEVIDA-SIM           VALUE 'Y'.
002280     88  WS-DEVIDA-NAO           VALUE 'N'.
002290*
002300*      CONTINUACAO (MARCA 'E') SO E GERADA QUANDO A ORDEM LIDA
002310*      IMEDIATAMENTE ANTES, DO MESMO DEPARTAMENTO, ENTROU NO LOTE.
002320 77  WS-ANTERIOR-SWITCH          PIC X(01) VALUE 'N'.
002330     88  WS-ANTERIOR-GERADA      VALUE 'Y'.
002340     88  WS-ANTERIOR-NAO-GERADA  VALUE 'N'.
002350*
002360 77  WS-DEPTO-VALIDO-SWITCH      PIC X(01) VALUE 'N'.
002370     88  WS-DEPTO-VALIDO-SIM     VALUE 'Y'.
002380     88  WS-DEPTO-VALIDO-NAO     VALUE 'N'.
002390*
002400 77  WS-DEPTO-CORRENTE           PIC X(08) VALUE SPACES.
002410 01  WS-CHAVE-PROXIMA            PIC X(12) VALUE SPACES.
002420*
002430 77  WS-LIMITE-LOTE              PIC 9(08) COMP VALUE 500.
002440 77  WS-QTD-LOTE                 PIC 9(08) COMP VALUE ZERO.
002450 01  WS-TABELA-LOTE.
002460     05  WS-LOT-ENTRADA OCCURS 500 TIMES
002470                        INDEXED BY LOT-IDX.
002480         10  WS-LOT-SEQUENCIA    PIC 9(04).
002490         10  WS-LOT-DETALHE      PIC X(21).
002500*
002510*----------------------------------------------------------------*
002520*  LOTE GERADO - ID 'OP' + NUMERO, QUANTIDADE E HASH DO RODAPE   *
002530*----------------------------------------------------------------*
002540 01  WS-ID-LOTE                  PIC X(06) VALUE SPACES.
002550 01  WS-ID-LOTE-R REDEFINES WS-ID-LOTE.
002560     05  WS-ID-PREFIXO           PIC X(02).
002570     05  WS-ID-NUMERO            PIC 9(04).
002580 77  WS-PREFIXO-ORDEM            PIC X(02) VALUE 'OP'.
002590 77  WS-MAIOR-NUMERO             PIC 9(04) VALUE ZERO.
002600*
002610 77  WS-ID-OK-SWITCH             PIC X(01) VALUE 'N'.
002620     88  WS-ID-OK-SIM            VALUE 'Y'.
002630     88  WS-ID-OK-NAO            VALUE 'N'.
002640*
002650 77  WS-RLT-VARRE-SWITCH         PIC X(01) VALUE 'N'.
002660     88  WS-RLT-VARRE-FIM        VALUE 'Y'.
002670     88  WS-RLT-VARRE-SEGUE      VALUE 'N'.
002680*
002690 77  WS-LOTE-QTDE                PIC 9(08) VALUE ZERO.
002700 77  WS-LOTE-HASH                PIC S9(13)V99 VALUE ZERO.
002710*
002720 77  WS-LIBERADOR-ORDEM          PIC X(08) VALUE 'CALCORD'.
002730 77  WS-MOTIVO-ORDEM             PIC X(40)
002740     VALUE 'LOTE DE ORDENS PERMANENTES (Calcord)'.
002750*
002760*----------------------------------------------------------------*
002770*  CONTADORES DA GERACAO                                         *
002780*----------------------------------------------------------------*
002790 77  WS-QTD-LIDAS                PIC 9(08) COMP VALUE ZERO.
002800 77  WS-QTD-DEVIDAS              PIC 9(08) COMP VALUE ZERO.
002810 77  WS-QTD-JA-GERADAS           PIC 9(08) COMP VALUE ZERO.
002820 77  WS-QTD-GERADAS              PIC 9(08) COMP VALUE ZERO.
002830 77  WS-QTD-NAO-GERADAS          PIC 9(08) COMP VALUE ZERO.
002840 77  WS-QTD-LOTES                PIC 9(08) COMP VALUE ZERO.
002850*
002860 01  WS-ED-HASH                  PIC -(13)9.99.
002870*
002880*----------------------------------------------------------------*
002890*  CALCULO DE DATAS: DIAS CORRIDOS (AAAAMMDD -> NUMERO DE DIAS)  *
002900*  PARA A FREQUENCIA SEMANAL E ULTIMO DIA DO MES PARA A MENSAL   *
002910*----------------------------------------------------------------*
002920 01  WS-DT-DATA                  PIC 9(08) VALUE ZERO.
002930 01  WS-DT-DATA-R REDEFINES WS-DT-DATA.
002940     05  WS-DT-ANO               PIC 9(04).
002950     05  WS-DT-MES               PIC 9(02).
002960     05  WS-DT-DIA               PIC 9(02).
002970 77  WS-DT-ULTIMO-DIA            PIC 9(02) VALUE ZERO.
002980 77  WS-DT-QUOCIENTE             PIC 9(04) VALUE ZERO.
002990 77  WS-DT-RESTO-4               PIC 9(04) VALUE ZERO.
003000 77  WS-DT-RESTO-100             PIC 9(04) VALUE ZERO.
003010 77  WS-DT-RESTO-400             PIC 9(04) VALUE ZERO.
003020*
003030 01  WS-DIAS-DOS-MESES           PIC X(24)
003040         VALUE '312831303130313130313031'.
003050 01  WS-DIAS-DOS-MESES-R REDEFINES WS-DIAS-DOS-MESES.
003060     05  WS-DIAS-MES             PIC 9(02) OCCURS 12 TIMES.
003070*
003080 01  WS-DN-DATA                  PIC 9(08) VALUE ZERO.
003090 01  WS-DN-DATA-R REDEFINES WS-DN-DATA.
003100     05  WS-DN-ANO               PIC 9(04).
003110     05  WS-DN-MES               PIC 9(02).
003120     05  WS-DN-DIA               PIC 9(02).
003130 77  WS-DN-ANO-W                 PIC 9(05)      VALUE ZERO.
003140 77  WS-DN-MES-W                 PIC 9(02)      VALUE ZERO.
003150 77  WS-DN-T1                    PIC 9(05)      VALUE ZERO.
003160 77  WS-DN-T2                    PIC 9(05)      VALUE ZERO.
003170 77  WS-DN-T3                    PIC 9(05)      VALUE ZERO.
003180 77  WS-DN-T4                    PIC 9(05)      VALUE ZERO.
003190 77  WS-DN-T5                    PIC 9(05)      VALUE ZERO.
003200 77  WS-DN-DIAS                  PIC 9(08)      VALUE ZERO.
003210*
003220 LINKAGE SECTION.
003230 01  LK-DATA-GERACAO             PIC X(08).
003240*
003250 PROCEDURE DIVISION.
003260*
003270*================================================================*
003280*  0000-MAINLINE                                                  *
003290*================================================================*
003300 0000-MAINLINE.
003310     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
003320     IF WS-ABORTAR-SIM
003330         PERFORM 8000-GRAVAR-JORNAL
003340             THRU 8000-GRAVAR-JORNAL-EXIT
003350         GO TO 0000-MAINLINE-EXIT
003360     END-IF.
003370     PERFORM 2000-GERAR-ORDENS THRU 2000-GERAR-ORDENS-EXIT.
003380     PERFORM 4000-EXIBIR-TOTAIS THRU 4000-EXIBIR-TOTAIS-EXIT.
003390     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
003400     PERFORM 8000-GRAVAR-JORNAL
003410         THRU 8000-GRAVAR-JORNAL-EXIT.
003420 0000-MAINLINE-EXIT.
003430     STOP RUN.
003440*
003450*----------------------------------------------------------------*
003460*  1000-INICIALIZAR - OBTEM A DATA DE GERACAO E ABRE OS          *
003470*  ARQUIVOS. CADASTRO DE DEPARTAMENTOS, REGISTRO DE LOTES E      *
003480*  CALC-TRANS-FILE SAO OBRIGATORIOS (FALHA NA ABERTURA CANCELA   *
003490*  A GERACAO COM RETURN-CODE 8); O REGISTRO DE LOTES E O         *
003500*  ARQUIVO DE TRANSACOES SAO CRIADOS SE AINDA NAO EXISTIREM.     *
003510*  O HISTORICO DE LIBERACOES TAMBEM E OBRIGATORIO E CRIADO NA    *
003520*  PRIMEIRA UTILIZACAO.                                          *
003530*----------------------------------------------------------------*
003540 1000-INICIALIZAR.
003550     ACCEPT WS-RCJ-DATA-INICIO FROM DATE YYYYMMDD.
003560     ACCEPT WS-RCJ-HORA-INICIO FROM TIME.
003570     PERFORM 1050-SELECIONAR-DATA
003580         THRU 1050-SELECIONAR-DATA-EXIT.
003590     IF WS-ABORTAR-SIM
003600         MOVE 8 TO RETURN-CODE
003610         GO TO 1000-INICIALIZAR-EXIT
003620     END-IF.
003630     MOVE WS-DATA-GERACAO TO WS-DN-DATA.
003640     PERFORM 8100-CALCULAR-DIAS THRU 8100-CALCULAR-DIAS-EXIT.
003650     MOVE WS-DN-DIAS      TO WS-DIAS-GERACAO.
003660     MOVE WS-DATA-GERACAO TO WS-DT-DATA.
003670     PERFORM 8200-ULTIMO-DIA-MES THRU 8200-ULTIMO-DIA-MES-EXIT.
003680     MOVE WS-DT-ULTIMO-DIA TO WS-GER-ULTIMO-DIA.
003690     OPEN INPUT CALC-DEP-FILE.
003700     IF WS-DEP-STATUS NOT = '00'
003710         DISPLAY 'Erro ao abrir CALC-DEP-FILE - status '
003720             WS-DEP-STATUS '. Geracao cancelada. RETURN-CODE 8.'
003730         MOVE 8 TO RETURN-CODE
003740         SET WS-ABORTAR-SIM TO TRUE
003750         GO TO 1000-INICIALIZAR-EXIT
003760     END-IF.
003770     OPEN I-O CALC-ORD-FILE.
003780     IF WS-ORD-STATUS = '35'
003790         DISPLAY 'CALC-ORD-FILE inexistente - nenhuma ordem '
003800             'permanente cadastrada.'
003810         SET WS-ORD-INEXISTENTE TO TRUE
003820     ELSE
003830         IF WS-ORD-STATUS NOT = '00'
003840             DISPLAY 'Erro ao abrir CALC-ORD-FILE - status '
003850                 WS-ORD-STATUS '. Geracao cancelada. '
003860                 'RETURN-CODE 8.'
003870             CLOSE CALC-DEP-FILE
003880             MOVE 8 TO RETURN-CODE
003890             SET WS-ABORTAR-SIM TO TRUE
003900             GO TO 1000-INICIALIZAR-EXIT
003910         END-IF
003920         SET WS-ORD-ABERTO TO TRUE
003930     END-IF.
003940     OPEN I-O CALC-RLT-FILE.
003950     IF WS-RLT-STATUS = '35'
003960         OPEN OUTPUT CALC-RLT-FILE
003970         CLOSE CALC-RLT-FILE
003980         OPEN I-O CALC-RLT-FILE
003990     END-IF.
004000     IF WS-RLT-STATUS NOT = '00'
004010         DISPLAY 'Erro ao abrir CALC-RLT-FILE - status '
004020             WS-RLT-STATUS '. Geracao cancelada. RETURN-CODE 8.'
004030         PERFORM 1900-FECHAR-CADASTROS
004040             THRU 1900-FECHAR-CADASTROS-EXIT
004050         MOVE 8 TO RETURN-CODE
004060         SET WS-ABORTAR-SIM TO TRUE
004070         GO TO 1000-INICIALIZAR-EXIT
004080     END-IF.
004090     OPEN I-O CALC-RLH-FILE.
004100     IF WS-RLH-STATUS = '35'
004110         OPEN OUTPUT CALC-RLH-FILE
004120         CLOSE CALC-RLH-FILE
004130         OPEN I-O CALC-RLH-FILE
004140     END-IF.
004150     IF WS-RLH-STATUS NOT = '00'
004160         DISPLAY 'Erro ao abrir CALC-RLH-FILE - status '
004170             WS-RLH-STATUS '. Geracao cancelada. RETURN-CODE 8.'
004180         PERFORM 1900-FECHAR-CADASTROS
004190             THRU 1900-FECHAR-CADASTROS-EXIT
004200         CLOSE CALC-RLT-FILE
004210         MOVE 8 TO RETURN-CODE
004220         SET WS-ABORTAR-SIM TO TRUE
004230         GO TO 1000-INICIALIZAR-EXIT
004240     END-IF.
004250     OPEN EXTEND CALC-TRANS-FILE.
004260     IF WS-TRANS-STATUS = '35'
004270         OPEN OUTPUT CALC-TRANS-FILE
004280     END-IF.
004290     IF WS-TRANS-STATUS NOT = '00'
004300         DISPLAY 'Erro ao abrir CALC-TRANS-FILE - status '
004310             WS-TRANS-STATUS '. Geracao cancelada. '
004320             'RETURN-CODE 8.'
004330         PERFORM 1900-FECHAR-CADASTROS
004340             THRU 1900-FECHAR-CADASTROS-EXIT
004350         CLOSE CALC-RLT-FILE
004360         CLOSE CALC-RLH-FILE
004370         MOVE 8 TO RETURN-CODE
004380         SET WS-ABORTAR-SIM TO TRUE
004390         GO TO 1000-INICIALIZAR-EXIT
004400     END-IF.
004410     DISPLAY 'Geracao das ordens permanentes devidas em '
004420         WS-DATA-GERACAO '.'.
004430 1000-INICIALIZAR-EXIT.
004440     EXIT.
004450*
004460*----------------------------------------------------------------*
004470*  1050-SELECIONAR-DATA - PEDE A DATA DE GERACAO (AAAAMMDD); EM  *
004480*  BRANCO/ZEROS E O DIA DA EXECUCAO. E TAMBEM A DATA DOS LOTES,  *
004490*  QUE A Calculadora SO ACEITA NO PROPRIO DIA; POR ISSO QUALQUER *
004500*  OUTRA DATA E RECUSADA.                                        *
004510*----------------------------------------------------------------*
004520 1050-SELECIONAR-DATA.
004530*      SOB CADEIA A DATA JA VEM PREENCHIDA PELO CHAMADOR E AS
004540*      MESMAS CRITICAS ABAIXO SE APLICAM.
004550     IF WS-SOB-CADEIA-NAO
004560         DISPLAY 'Data de geracao (AAAAMMDD, branco = hoje): '
004570             WITH NO ADVANCING
004580         ACCEPT WS-DATA-ENTRADA
004590     END-IF.
004600     IF WS-DATA-ENTRADA = SPACES
004610        OR WS-DATA-ENTRADA = '00000000'
004620         ACCEPT WS-DATA-GERACAO FROM DATE YYYYMMDD
004630         GO TO 1050-SELECIONAR-DATA-EXIT
004640     END-IF.
004650     IF WS-DATA-ENTRADA NOT NUMERIC
004660         DISPLAY 'Data invalida - informe AAAAMMDD numerico.'
004670         SET WS-ABORTAR-SIM TO TRUE
004680         GO TO 1050-SELECIONAR-DATA-EXIT
004690     END-IF.
004700     IF WS-ENTRADA-MES < 01 OR WS-ENTRADA-MES > 12
004710        OR WS-ENTRADA-DIA < 01 OR WS-ENTRADA-DIA > 31
004720         DISPLAY 'Data invalida - mes 01-12 e dia 01-31.'
004730         SET WS-ABORTAR-SIM TO TRUE
004740         GO TO 1050-SELECIONAR-DATA-EXIT
004750     END-IF.
004760     MOVE WS-DATA-ENTRADA TO WS-DATA-GERACAO.
004770     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
004780     IF WS-DATA-GERACAO NOT = WS-DATA-ATUAL
004790         DISPLAY 'Data de geracao ' WS-DATA-GERACAO
004800             ' diferente de hoje (' WS-DATA-ATUAL ') - a '
004810             'Calculadora cancelaria o lote. Geracao cancelada.'
004820         SET WS-ABORTAR-SIM TO TRUE
004830     END-IF.
004840 1050-SELECIONAR-DATA-EXIT.
004850     EXIT.
004860*
004870 1900-FECHAR-CADASTROS.
004880     CLOSE CALC-DEP-FILE.
004890     IF WS-ORD-ABERTO
004900         CLOSE CALC-ORD-FILE
004910     END-IF.
004920 1900-FECHAR-CADASTROS-EXIT.
004930     EXIT.
004940*
004950*----------------------------------------------------------------*
004960*  2000-GERAR-ORDENS - PERCORRE O CADASTRO NA ORDEM DA CHAVE     *
004970*  (DEPARTAMENTO + SEQUENCIA), JUNTANDO AS ORDENS DEVIDAS DE     *
004980*  CADA DEPARTAMENTO; NA QUEBRA DE DEPARTAMENTO O LOTE E GRAVADO *
004990*  (3000).                                                       *
005000*----------------------------------------------------------------*
005010 2000-GERAR-ORDENS.
005020     IF WS-ORD-INEXISTENTE
005030         GO TO 2000-GERAR-ORDENS-EXIT
005040     END-IF.
005050     MOVE 'N'        TO WS-EOF-SWITCH.
005060     MOVE SPACES     TO WS-DEPTO-CORRENTE.
005070     MOVE ZERO       TO WS-QTD-LOTE.
005080     MOVE LOW-VALUES TO ORD-CHAVE.
005090     START CALC-ORD-FILE KEY NOT < ORD-CHAVE
005100         INVALID KEY
005110             SET WS-EOF-SIM TO TRUE
005120     END-START.
005130     IF WS-EOF-NAO
005140         PERFORM 2100-LER-ORDEM THRU 2100-LER-ORDEM-EXIT
005150     END-IF.
005160     PERFORM 2200-TRATAR-ORDEM THRU 2200-TRATAR-ORDEM-EXIT
005170         UNTIL WS-EOF-SIM OR WS-ABORTAR-SIM.
005180     IF WS-ABORTAR-NAO
005190         PERFORM 3000-GRAVAR-LOTE THRU 3000-GRAVAR-LOTE-EXIT
005200     END-IF.
005210 2000-GERAR-ORDENS-EXIT.
005220     EXIT.
005230*
005240 2100-LER-ORDEM.
005250     READ CALC-ORD-FILE NEXT RECORD
005260         AT END
005270             SET WS-EOF-SIM TO TRUE
005280             GO TO 2100-LER-ORDEM-EXIT
005290     END-READ.
005300     ADD 1 TO WS-QTD-LIDAS.
005310 2100-LER-ORDEM-EXIT.
005320     EXIT.
005330*
005340*----------------------------------------------------------------*
005350*  2200-TRATAR-ORDEM - NA QUEBRA DE DEPARTAMENTO GRAVA O LOTE DO *
005360*  ANTERIOR (A MARCACAO DAS ORDENS GERADAS RELE O CADASTRO, POR  *
005370*  ISSO A ORDEM CORRENTE E RELIDA PELA CHAVE EM SEGUIDA) E       *
005380*  CONFERE O NOVO DEPARTAMENTO; A ORDEM DEVIDA ENTRA NA TABELA   *
005390*  DO LOTE.                                                      *
005400*----------------------------------------------------------------*
005410 2200-TRATAR-ORDEM.
005420     IF ORD-DEPTO NOT = WS-DEPTO-CORRENTE
005430         IF WS-QTD-LOTE > ZERO
005440             MOVE ORD-CHAVE TO WS-CHAVE-PROXIMA
005450             PERFORM 3000-GRAVAR-LOTE THRU 3000-GRAVAR-LOTE-EXIT
005460             IF WS-ABORTAR-SIM
005470                 GO TO 2200-TRATAR-ORDEM-EXIT
005480             END-IF
005490             MOVE WS-CHAVE-PROXIMA TO ORD-CHAVE
005500             READ CALC-ORD-FILE
005510                 INVALID KEY
005520                     DISPLAY 'Erro ao reposicionar CALC-ORD-FILE'
005530                         ' - status ' WS-ORD-STATUS
005540                         '. RETURN-CODE 8.'
005550                     MOVE 8 TO RETURN-CODE
005560                     SET WS-ABORTAR-SIM TO TRUE
005570                     GO TO 2200-TRATAR-ORDEM-EXIT
005580             END-READ
005590         END-IF
005600         PERFORM 2150-INICIAR-DEPARTAMENTO
005610             THRU 2150-INICIAR-DEPARTAMENTO-EXIT
005620     END-IF.
005630     PERFORM 2300-VERIFICAR-DEVIDA
005640         THRU 2300-VERIFICAR-DEVIDA-EXIT.
005650     IF WS-DEVIDA-NAO
005660         SET WS-ANTERIOR-NAO-GERADA TO TRUE
005670         GO TO 2200-TRATAR-LER
005680     END-IF.
005690     ADD 1 TO WS-QTD-DEVIDAS.
005700     IF WS-DEPTO-VALIDO-NAO
005710         ADD 1 TO WS-QTD-NAO-GERADAS
005720         SET WS-ANTERIOR-NAO-GERADA TO TRUE
005730         GO TO 2200-TRATAR-LER
005740     END-IF.
005750     IF ORD-NUM1-ENCADEADO
005760        AND WS-ANTERIOR-NAO-GERADA
005770         DISPLAY 'Ordem ' ORD-SEQUENCIA ' do departamento '
005780             ORD-DEPTO ' e continuacao e a ordem anterior nao '
005790             'entrou no lote - nao gerada.'
005800         ADD 1 TO WS-QTD-NAO-GERADAS
005810         GO TO 2200-TRATAR-LER
005820     END-IF.
005830     IF WS-QTD-LOTE NOT < WS-LIMITE-LOTE
005840         DISPLAY 'Ordem ' ORD-SEQUENCIA ' do departamento '
005850             ORD-DEPTO ' excede a capacidade do lote - nao '
005860             'gerada.'
005870         ADD 1 TO WS-QTD-NAO-GERADAS
005880         SET WS-ANTERIOR-NAO-GERADA TO TRUE
005890         GO TO 2200-TRATAR-LER
005900     END-IF.
005910     ADD 1 TO WS-QTD-LOTE.
005920     SET LOT-IDX TO WS-QTD-LOTE.
005930     MOVE ORD-SEQUENCIA TO WS-LOT-SEQUENCIA (LOT-IDX).
005940     MOVE ORD-NUM1-R    TO WS-LOT-DETALHE (LOT-IDX) (1:10).
005950     MOVE ORD-OPERACAO  TO WS-LOT-DETALHE (LOT-IDX) (11:1).
005960     MOVE ORD-NUM2-R    TO WS-LOT-DETALHE (LOT-IDX) (12:10).
005970     SET WS-ANTERIOR-GERADA TO TRUE.
005980 2200-TRATAR-LER.
005990     PERFORM 2100-LER-ORDEM THRU 2100-LER-ORDEM-EXIT.
006000 2200-TRATAR-ORDEM-EXIT.
006010     EXIT.
006020*
006030*----------------------------------------------------------------*
006040*  2150-INICIAR-DEPARTAMENTO - DEPARTAMENTO INEXISTENTE OU       *
006050*  INATIVO TERIA O LOTE CANCELADO PELA Calculadora: SUAS ORDENS  *
006060*  DEVIDAS NAO SAO GERADAS                                       *
006070*----------------------------------------------------------------*
006080 2150-INICIAR-DEPARTAMENTO.
006090     MOVE ORD-DEPTO TO WS-DEPTO-CORRENTE.
006100     MOVE ZERO      TO WS-QTD-LOTE.
006110     SET WS-ANTERIOR-NAO-GERADA TO TRUE.
006120     SET WS-DEPTO-VALIDO-SIM TO TRUE.
006130     MOVE ORD-DEPTO TO DEP-CODIGO.
006140     READ CALC-DEP-FILE
006150         INVALID KEY
006160             DISPLAY 'Departamento ' ORD-DEPTO ' inexistente no '
006170                 'cadastro - suas ordens nao serao geradas.'
006180             SET WS-DEPTO-VALIDO-NAO TO TRUE
006190             GO TO 2150-INICIAR-DEPARTAMENTO-EXIT
006200     END-READ.
006210     IF DEP-INATIVO
006220         DISPLAY 'Departamento ' ORD-DEPTO ' inativo - suas '
006230             'ordens nao serao geradas.'
006240         SET WS-DEPTO-VALIDO-NAO TO TRUE
006250     END-IF.
006260 2150-INICIAR-DEPARTAMENTO-EXIT.
006270     EXIT.
006280*
006290*----------------------------------------------------------------*
006300*  2300-VERIFICAR-DEVIDA - ORDEM ATIVA, NO PERIODO DE VALIDADE E *
006310*  NO DIA DA SUA FREQUENCIA; A JA GERADA NA DATA (OU EM DATA     *
006320*  POSTERIOR) NAO E DEVIDA DE NOVO.                              *
006330*----------------------------------------------------------------*
006340 2300-VERIFICAR-DEVIDA.
006350     SET WS-DEVIDA-NAO TO TRUE.
006360     IF NOT ORD-ATIVA
006370         GO TO 2300-VERIFICAR-DEVIDA-EXIT
006380     END-IF.
006390     IF ORD-DATA-INICIO > WS-DATA-GERACAO
006400        OR ORD-DATA-FIM < WS-DATA-GERACAO
006410         GO TO 2300-VERIFICAR-DEVIDA-EXIT
006420     END-IF.
006430     EVALUATE TRUE
006440         WHEN ORD-DIARIA
006450             SET WS-DEVIDA-SIM TO TRUE
006460         WHEN ORD-SEMANAL
006470             PERFORM 2310-VERIFICAR-SEMANAL
006480                 THRU 2310-VERIFICAR-SEMANAL-EXIT
006490         WHEN ORD-MENSAL
006500             PERFORM 2320-VERIFICAR-MENSAL
006510                 THRU 2320-VERIFICAR-MENSAL-EXIT
006520         WHEN OTHER
006530             DISPLAY 'Ordem ' ORD-SEQUENCIA ' do departamento '
006540                 ORD-DEPTO ' com frequencia invalida ('
006550                 ORD-FREQUENCIA ') - ignorada.'
006560     END-EVALUATE.
006570     IF WS-DEVIDA-SIM
006580        AND ORD-DATA-ULTIMA-EXEC NOT < WS-DATA-GERACAO
006590         ADD 1 TO WS-QTD-JA-GERADAS
006600         SET WS-DEVIDA-NAO TO TRUE
006610     END-IF.
006620 2300-VERIFICAR-DEVIDA-EXIT.
006630     EXIT.
006640*
006650*----------------------------------------------------------------*
006660*  2310-VERIFICAR-SEMANAL - DEVIDA QUANDO OS DIAS CORRIDOS DESDE *
006670*  O INICIO SAO MULTIPLO DE 7 (MESMO DIA DA SEMANA)              *
006680*----------------------------------------------------------------*
006690 2310-VERIFICAR-SEMANAL.
006700     MOVE ORD-DATA-INICIO TO WS-DN-DATA.
006710     PERFORM 8100-CALCULAR-DIAS THRU 8100-CALCULAR-DIAS-EXIT.
006720     COMPUTE WS-DIAS-DECORRIDOS = WS-DIAS-GERACAO - WS-DN-DIAS.
006730     DIVIDE WS-DIAS-DECORRIDOS BY 7 GIVING WS-SEMANAS-DECORRIDAS
006740         REMAINDER WS-RESTO-SEMANA.
006750     IF WS-RESTO-SEMANA = ZERO
006760         SET WS-DEVIDA-SIM TO TRUE
006770     END-IF.
006780 2310-VERIFICAR-SEMANAL-EXIT.
006790     EXIT.
006800*
006810*----------------------------------------------------------------*
006820*  2320-VERIFICAR-MENSAL - DEVIDA NO DIA DO MES DA DATA DE       *
006830*  INICIO; SE O MES DA GERACAO NAO TEM ESSE DIA, NO SEU ULTIMO   *
006840*  DIA                                                           *
006850*----------------------------------------------------------------*
006860 2320-VERIFICAR-MENSAL.
006870     MOVE ORD-DATA-INICIO TO WS-DT-DATA.
006880     MOVE WS-DT-DIA       TO WS-DIA-INICIO.
006890     IF WS-GER-DIA = WS-DIA-INICIO
006900         SET WS-DEVIDA-SIM TO TRUE
006910         GO TO 2320-VERIFICAR-MENSAL-EXIT
006920     END-IF.
006930     IF WS-GER-DIA = WS-GER-ULTIMO-DIA
006940        AND WS-DIA-INICIO > WS-GER-ULTIMO-DIA
006950         SET WS-DEVIDA-SIM TO TRUE
006960     END-IF.
006970 2320-VERIFICAR-MENSAL-EXIT.
006980     EXIT.
006990*
007000*================================================================*
007010*  3000-GRAVAR-LOTE - LOTE DO DEPARTAMENTO CORRENTE: RESERVA O   *
007020*  ID NO REGISTRO DE LOTES, GRAVA CABECALHO, DETALHES E RODAPE   *
007030*  E SO ENTAO MARCA AS ORDENS COMO GERADAS NA DATA. SEM ID       *
007040*  DISPONIVEL NADA E GRAVADO E AS ORDENS FICAM PARA A            *
007050*  REEXECUCAO.                                                   *
007060*================================================================*
007070 3000-GRAVAR-LOTE.
007080     IF WS-QTD-LOTE = ZERO
007090         GO TO 3000-GRAVAR-LOTE-EXIT
007100     END-IF.
007110     PERFORM 3100-RESERVAR-ID THRU 3100-RESERVAR-ID-EXIT.
007120     IF WS-ID-OK-NAO
007130         ADD WS-QTD-LOTE TO WS-QTD-NAO-GERADAS
007140         MOVE ZERO TO WS-QTD-LOTE
007150         GO TO 3000-GRAVAR-LOTE-EXIT
007160     END-IF.
007170     MOVE 'H'               TO CTH-TIPO-REG.
007180     MOVE WS-DATA-GERACAO   TO CTH-DATA-LOTE.
007190     MOVE WS-ID-LOTE        TO CTH-ID-LOTE.
007200     MOVE WS-DEPTO-CORRENTE TO CTH-DEPTO-ORIGEM.
007210     WRITE CALC-TRANS-CABECALHO.
007220     IF WS-TRANS-STATUS NOT = '00'
007230         PERFORM 3050-ABORTAR-LOTE THRU 3050-ABORTAR-LOTE-EXIT
007240         GO TO 3000-GRAVAR-LOTE-EXIT
007250     END-IF.
007260     MOVE ZERO TO WS-LOTE-QTDE.
007270     MOVE ZERO TO WS-LOTE-HASH.
007280     SET WS-TRANS-ERRO-NAO TO TRUE.
007290     SET LOT-IDX TO 1.
007300     PERFORM 3200-GRAVAR-DETALHE THRU 3200-GRAVAR-DETALHE-EXIT
007310         WS-QTD-LOTE TIMES.
007320     IF WS-TRANS-ERRO-SIM
007330         PERFORM 3050-ABORTAR-LOTE THRU 3050-ABORTAR-LOTE-EXIT
007340         GO TO 3000-GRAVAR-LOTE-EXIT
007350     END-IF.
007360     MOVE 'T'          TO CTT-TIPO-REG.
007370     MOVE WS-LOTE-QTDE TO CTT-QTDE-DETALHES.
007380     MOVE WS-LOTE-HASH TO CTT-HASH-TOTAL.
007390     WRITE CALC-TRANS-RODAPE.
007400     IF WS-TRANS-STATUS NOT = '00'
007410         PERFORM 3050-ABORTAR-LOTE THRU 3050-ABORTAR-LOTE-EXIT
007420         GO TO 3000-GRAVAR-LOTE-EXIT
007430     END-IF.
007440     ADD 1           TO WS-QTD-LOTES.
007450     ADD WS-QTD-LOTE TO WS-QTD-GERADAS.
007460     MOVE WS-LOTE-HASH TO WS-ED-HASH.
007470     DISPLAY 'Lote ' WS-ID-LOTE ' do departamento '
007480         WS-DEPTO-CORRENTE ' gravado: ' WS-LOTE-QTDE
007490         ' detalhe(s), hash ' WS-ED-HASH '.'.
007500     SET LOT-IDX TO 1.
007510     PERFORM 3300-MARCAR-ORDEM THRU 3300-MARCAR-ORDEM-EXIT
007520         WS-QTD-LOTE TIMES.
007530     MOVE ZERO TO WS-QTD-LOTE.
007540 3000-GRAVAR-LOTE-EXIT.
007550     EXIT.
007560*
007570*----------------------------------------------------------------*
007580*  3050-ABORTAR-LOTE - FALHA NA GRAVACAO DE CALC-TRANS-FILE: O    *
007590*  LOTE FICA INCOMPLETO, SUAS ORDENS NAO SAO MARCADAS E A        *
007600*  GERACAO E INTERROMPIDA COM RETURN-CODE 8                      *
007610*----------------------------------------------------------------*
007620 3050-ABORTAR-LOTE.
007630     DISPLAY 'Erro na gravacao de CALC-TRANS-FILE - status '
007640         WS-TRANS-STATUS '. Geracao interrompida, lote '
007650         WS-ID-LOTE ' incompleto. RETURN-CODE 8.'
007660     ADD WS-QTD-LOTE TO WS-QTD-NAO-GERADAS.
007670     MOVE ZERO TO WS-QTD-LOTE.
007680     MOVE 8 TO RETURN-CODE.
007690     SET WS-ABORTAR-SIM TO TRUE.
007700 3050-ABORTAR-LOTE-EXIT.
007710     EXIT.
007720*
007730*----------------------------------------------------------------*
007740*  3100-RESERVAR-ID - PROXIMO ID 'OP' + NUMERO DO DEPARTAMENTO   *
007750*  NO REGISTRO DE LOTES, INCLUIDO JA LIBERADO (SEM QUANTIDADE    *
007760*  NEM HASH), COMO A LIBERACAO ANTECIPADA DA Calclib, E COM A    *
007770*  LIBERACAO 001 GRAVADA ANTES NO HISTORICO CALC-RLH-FILE; SE O  *
007780*  ID NAO PUDER SER GRAVADO NO REGISTRO, O HISTORICO E DESFEITO. *
007790*----------------------------------------------------------------*
007800 3100-RESERVAR-ID.
007810     SET WS-ID-OK-NAO TO TRUE.
007820     MOVE ZERO              TO WS-MAIOR-NUMERO.
007830     MOVE WS-DEPTO-CORRENTE TO RLT-DEPTO-ORIGEM.
007840     MOVE WS-PREFIXO-ORDEM  TO WS-ID-PREFIXO.
007850     MOVE ZERO              TO WS-ID-NUMERO.
007860     MOVE WS-ID-LOTE        TO RLT-ID-LOTE.
007870     SET WS-RLT-VARRE-SEGUE TO TRUE.
007880     START CALC-RLT-FILE KEY NOT < RLT-CHAVE
007890         INVALID KEY
007900             SET WS-RLT-VARRE-FIM TO TRUE
007910     END-START.
007920     PERFORM 3150-VARRER-REGISTRO THRU 3150-VARRER-REGISTRO-EXIT
007930         UNTIL WS-RLT-VARRE-FIM.
007940     IF WS-MAIOR-NUMERO = 9999
007950         DISPLAY 'Numeracao de lotes ' WS-PREFIXO-ORDEM
007960             ' esgotada no departamento ' WS-DEPTO-CORRENTE
007970             ' - ordens nao geradas.'
007980         GO TO 3100-RESERVAR-ID-EXIT
007990     END-IF.
008000     MOVE WS-PREFIXO-ORDEM TO WS-ID-PREFIXO.
008010     COMPUTE WS-ID-NUMERO = WS-MAIOR-NUMERO + 1.
008020     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
008030     ACCEPT WS-HORA-ATUAL FROM TIME.
008040     MOVE WS-DEPTO-CORRENTE TO RLT-DEPTO-ORIGEM.
008050     MOVE WS-ID-LOTE        TO RLT-ID-LOTE.
008060     MOVE ZERO              TO RLT-DATA-LOTE.
008070     MOVE ZERO              TO RLT-QTDE-DETALHES.
008080     MOVE ZERO              TO RLT-HASH-TOTAL.
008090     MOVE ZERO              TO RLT-DATA-EXECUCAO.
008100     MOVE ZERO              TO RLT-HORA-EXECUCAO.
008110     MOVE SPACES            TO RLT-OPERADOR.
008120     MOVE ZERO              TO RLT-EXEC-DATA.
008130     MOVE ZERO              TO RLT-EXEC-HORA.
008140     MOVE ZERO              TO RLT-SEQ-NO-ARQUIVO.
008150     MOVE ZERO              TO RLT-QTDE-POSTAGENS.
008160     MOVE 'L'               TO RLT-SITUACAO.
008170     MOVE 1                 TO RLT-QTDE-LIBERACOES.
008180     MOVE WS-LIBERADOR-ORDEM TO RLT-LIBERADOR.
008190     MOVE WS-DATA-ATUAL     TO RLT-DATA-LIBERACAO.
008200     MOVE WS-HORA-ATUAL     TO RLT-HORA-LIBERACAO.
008210     MOVE WS-MOTIVO-ORDEM   TO RLT-MOTIVO-LIBERACAO.
008220     MOVE WS-DEPTO-CORRENTE TO RLH-DEPTO-ORIGEM.
008230     MOVE WS-ID-LOTE        TO RLH-ID-LOTE.
008240     MOVE 1                 TO RLH-SEQ-LIBERACAO.
008250     MOVE WS-LIBERADOR-ORDEM TO RLH-LIBERADOR.
008260     MOVE WS-DATA-ATUAL     TO RLH-DATA-LIBERACAO.
008270     MOVE WS-HORA-ATUAL     TO RLH-HORA-LIBERACAO.
008280     MOVE WS-MOTIVO-ORDEM   TO RLH-MOTIVO-LIBERACAO.
008290     MOVE ZERO              TO RLH-QTDE-POSTAGENS.
008300     MOVE WS-LIBERADOR-ORDEM TO RLH-PROGRAMA.
008310     WRITE CALC-RLH-RECORD
008320         INVALID KEY
008330             DISPLAY 'Erro na gravacao de CALC-RLH-FILE - status '
008340                 WS-RLH-STATUS ' - lote ' WS-ID-LOTE
008350                 ' do departamento ' WS-DEPTO-CORRENTE
008360                 ' nao gerado.'
008370             GO TO 3100-RESERVAR-ID-EXIT
008380     END-WRITE.
008390     WRITE CALC-RLT-RECORD
008400         INVALID KEY
008410             DISPLAY 'Erro na gravacao de CALC-RLT-FILE - status '
008420                 WS-RLT-STATUS ' - lote ' WS-ID-LOTE
008430                 ' do departamento ' WS-DEPTO-CORRENTE
008440                 ' nao gerado.'
008450             DELETE CALC-RLH-FILE RECORD
008460                 INVALID KEY
008470                     CONTINUE
008480             END-DELETE
008490             GO TO 3100-RESERVAR-ID-EXIT
008500     END-WRITE.
008510     SET WS-ID-OK-SIM TO TRUE.
008520 3100-RESERVAR-ID-EXIT.
008530     EXIT.
008540*
008550 3150-VARRER-REGISTRO.
008560     READ CALC-RLT-FILE NEXT RECORD
008570         AT END
008580             SET WS-RLT-VARRE-FIM TO TRUE
008590             GO TO 3150-VARRER-REGISTRO-EXIT
008600     END-READ.
008610     IF RLT-DEPTO-ORIGEM NOT = WS-DEPTO-CORRENTE
008620        OR RLT-ID-LOTE (1:2) NOT = WS-PREFIXO-ORDEM
008630         SET WS-RLT-VARRE-FIM TO TRUE
008640         GO TO 3150-VARRER-REGISTRO-EXIT
008650     END-IF.
008660     MOVE RLT-ID-LOTE TO WS-ID-LOTE.
008670     IF WS-ID-NUMERO NUMERIC
008680        AND WS-ID-NUMERO > WS-MAIOR-NUMERO
008690         MOVE WS-ID-NUMERO TO WS-MAIOR-NUMERO
008700     END-IF.
008710 3150-VARRER-REGISTRO-EXIT.
008720     EXIT.
008730*
008740*----------------------------------------------------------------*
008750*  3200-GRAVAR-DETALHE - UM DETALHE POR ORDEM, NA FORMA BRUTA DO *
008760*  CADASTRO; O HASH SOMA Num1 E Num2 QUANDO NUMERICOS (A MARCA   *
008770*  'E' E O CODIGO 'C' NAO ENTRAM), COMO NA CONFERENCIA DA        *
008780*  Calculadora                                                   *
008790*----------------------------------------------------------------*
008800 3200-GRAVAR-DETALHE.
008810     IF WS-TRANS-ERRO-SIM
008820         GO TO 3200-GRAVAR-DETALHE-EXIT
008830     END-IF.
008840     MOVE WS-LOT-DETALHE (LOT-IDX) TO CALC-TRANS-RECORD.
008850     WRITE CALC-TRANS-RECORD.
008860     IF WS-TRANS-STATUS NOT = '00'
008870         SET WS-TRANS-ERRO-SIM TO TRUE
008880         GO TO 3200-GRAVAR-DETALHE-EXIT
008890     END-IF.
008900     ADD 1 TO WS-LOTE-QTDE.
008910     IF CTR-NUM1 IS NUMERIC
008920         ADD CTR-NUM1 TO WS-LOTE-HASH
008930     END-IF.
008940     IF CTR-NUM2 IS NUMERIC
008950         ADD CTR-NUM2 TO WS-LOTE-HASH
008960     END-IF.
008970     SET LOT-IDX UP BY 1.
008980 3200-GRAVAR-DETALHE-EXIT.
008990     EXIT.
009000*
009010*----------------------------------------------------------------*
009020*  3300-MARCAR-ORDEM - GRAVA NA ORDEM A DATA DE GERACAO E O ID   *
009030*  DO LOTE, O QUE IMPEDE NOVA GERACAO NA REEXECUCAO DO DIA       *
009040*----------------------------------------------------------------*
009050 3300-MARCAR-ORDEM.
009060     MOVE WS-DEPTO-CORRENTE         TO ORD-DEPTO.
009070     MOVE WS-LOT-SEQUENCIA (LOT-IDX) TO ORD-SEQUENCIA.
009080     SET LOT-IDX UP BY 1.
009090     READ CALC-ORD-FILE
009100         INVALID KEY
009110             DISPLAY 'Ordem ' ORD-SEQUENCIA ' do departamento '
009120                 ORD-DEPTO ' nao encontrada para marcar a '
009130                 'geracao - status ' WS-ORD-STATUS '.'
009140             GO TO 3300-MARCAR-ORDEM-EXIT
009150     END-READ.
009160     MOVE WS-DATA-GERACAO TO ORD-DATA-ULTIMA-EXEC.
009170     MOVE WS-ID-LOTE      TO ORD-ID-ULTIMO-LOTE.
009180     REWRITE CALC-ORD-RECORD
009190         INVALID KEY
009200             DISPLAY 'Erro na regravacao da ordem ' ORD-SEQUENCIA
009210                 ' do departamento ' ORD-DEPTO ' - status '
009220                 WS-ORD-STATUS '.'
009230     END-REWRITE.
009240 3300-MARCAR-ORDEM-EXIT.
009250     EXIT.
009260*
009270*----------------------------------------------------------------*
009280*  4000-EXIBIR-TOTAIS - TOTAIS DA GERACAO E RETURN-CODE: 4 SE    *
009290*  ALGUMA ORDEM DEVIDA NAO FOI GERADA                            *
009300*----------------------------------------------------------------*
009310 4000-EXIBIR-TOTAIS.
009320     DISPLAY 'Ordens lidas.................: ' WS-QTD-LIDAS.
009330     DISPLAY 'Ordens devidas na data.......: ' WS-QTD-DEVIDAS.
009340     DISPLAY 'Ordens ja geradas na data....: ' WS-QTD-JA-GERADAS.
009350     DISPLAY 'Ordens geradas...............: ' WS-QTD-GERADAS.
009360     DISPLAY 'Ordens devidas nao geradas...: ' WS-QTD-NAO-GERADAS.
009370     DISPLAY 'Lotes gravados em CALC-TRANS-FILE: ' WS-QTD-LOTES.
009380     IF WS-ABORTAR-SIM
009390         GO TO 4000-EXIBIR-TOTAIS-EXIT
009400     END-IF.
009410     IF WS-QTD-NAO-GERADAS > ZERO
009420         DISPLAY 'Ha ordens devidas nao geradas. RETURN-CODE 4.'
009430         MOVE 4 TO RETURN-CODE
009440     ELSE
009450         MOVE 0 TO RETURN-CODE
009460     END-IF.
009470 4000-EXIBIR-TOTAIS-EXIT.
009480     EXIT.
009490*
009500 8000-GRAVAR-JORNAL.
009510     OPEN EXTEND CALC-RCJ-FILE.
009520     IF WS-RCJ-STATUS = '35'
009530         OPEN OUTPUT CALC-RCJ-FILE
009540     END-IF.
009550     IF WS-RCJ-STATUS NOT = '00'
009560         DISPLAY 'Erro ao abrir CALC-RCJ-FILE - status '
009570             WS-RCJ-STATUS '. Jornal de execucao nao gravado.'
009580         GO TO 8000-GRAVAR-JORNAL-EXIT
009590     END-IF.
009600     MOVE 'CALCORD '         TO RCJ-PROGRAMA.
009610     MOVE WS-RCJ-DATA-INICIO TO RCJ-DATA-INICIO.
009620     MOVE WS-RCJ-HORA-INICIO TO RCJ-HORA-INICIO.
009630     ACCEPT WS-RCJ-DATA-FIM FROM DATE YYYYMMDD.
009640     ACCEPT WS-RCJ-HORA-FIM FROM TIME.
009650     MOVE WS-RCJ-DATA-FIM    TO RCJ-DATA-FIM.
009660     MOVE WS-RCJ-HORA-FIM    TO RCJ-HORA-FIM.
009670     MOVE WS-QTD-LIDAS       TO RCJ-QTDE-LIDOS.
009680     MOVE WS-QTD-GERADAS     TO RCJ-QTDE-GRAVADOS.
009690     MOVE WS-QTD-NAO-GERADAS TO RCJ-QTDE-REJEITADOS.
009700     MOVE RETURN-CODE        TO RCJ-RETURN-CODE.
009710     WRITE CALC-RCJ-RECORD.
009720     CLOSE CALC-RCJ-FILE.
009730 8000-GRAVAR-JORNAL-EXIT.
009740     EXIT.
009750*
009760*----------------------------------------------------------------*
009770*  8100-CALCULAR-DIAS - CONVERTE WS-DN-DATA (AAAAMMDD) EM NUMERO *
009780*  DE DIAS CORRIDOS (WS-DN-DIAS), PELO CALCULO GREGORIANO COM O  *
009790*  ANO INICIANDO EM MARCO (O MESMO DO Calcchn)                   *
009800*----------------------------------------------------------------*
009810 8100-CALCULAR-DIAS.
009820     MOVE WS-DN-ANO TO WS-DN-ANO-W.
009830     MOVE WS-DN-MES TO WS-DN-MES-W.
009840     IF WS-DN-MES-W <= 2
009850         SUBTRACT 1 FROM WS-DN-ANO-W
009860         ADD 12 TO WS-DN-MES-W
009870     END-IF.
009880     DIVIDE WS-DN-ANO-W BY 4   GIVING WS-DN-T1.
009890     DIVIDE WS-DN-ANO-W BY 100 GIVING WS-DN-T2.
009900     DIVIDE WS-DN-ANO-W BY 400 GIVING WS-DN-T3.
009910     COMPUTE WS-DN-T4 = 153 * (WS-DN-MES-W + 1).
009920     DIVIDE WS-DN-T4 BY 5 GIVING WS-DN-T5.
009930     COMPUTE WS-DN-DIAS = 365 * WS-DN-ANO-W + WS-DN-T1
009940         - WS-DN-T2 + WS-DN-T3 + WS-DN-T5 + WS-DN-DIA.
009950 8100-CALCULAR-DIAS-EXIT.
009960     EXIT.
009970*
009980*----------------------------------------------------------------*
009990*  8200-ULTIMO-DIA-MES - ULTIMO DIA DO MES DE WS-DT-DATA         *
010000*----------------------------------------------------------------*
010010 8200-ULTIMO-DIA-MES.
010020     MOVE WS-DIAS-MES (WS-DT-MES) TO WS-DT-ULTIMO-DIA.
010030     IF WS-DT-MES NOT = 2
010040         GO TO 8200-ULTIMO-DIA-MES-EXIT
010050     END-IF.
010060     DIVIDE WS-DT-ANO BY 4 GIVING WS-DT-QUOCIENTE
010070         REMAINDER WS-DT-RESTO-4.
010080     DIVIDE WS-DT-ANO BY 100 GIVING WS-DT-QUOCIENTE
010090         REMAINDER WS-DT-RESTO-100.
010100     DIVIDE WS-DT-ANO BY 400 GIVING WS-DT-QUOCIENTE
010110         REMAINDER WS-DT-RESTO-400.
010120     IF WS-DT-RESTO-4 = ZERO
010130        AND (WS-DT-RESTO-100 NOT = ZERO OR WS-DT-RESTO-400 = ZERO)
010140         MOVE 29 TO WS-DT-ULTIMO-DIA
010150     END-IF.
010160 8200-ULTIMO-DIA-MES-EXIT.
010170     EXIT.
010180*
010190 9000-FINALIZAR.
010200     PERFORM 1900-FECHAR-CADASTROS
010210         THRU 1900-FECHAR-CADASTROS-EXIT.
010220     CLOSE CALC-RLT-FILE.
010230     CLOSE CALC-RLH-FILE.
010240     CLOSE CALC-TRANS-FILE.
010250 9000-FINALIZAR-EXIT.
010260     EXIT.
010270*
010280*================================================================*
010290*  9500-ENTRADA-CADEIA - PONTO DE ENTRADA DO ENCADEADOR NOTURNO  *
010300*  (Calcchn), COM A DATA DE GERACAO (AAAAMMDD) COMO ARGUMENTO    *
010310*================================================================*
010320 9500-ENTRADA-CADEIA.
010330 ENTRY 'CALCORD-CADEIA' USING LK-DATA-GERACAO.
010340     SET WS-SOB-CADEIA-SIM TO TRUE.
010350     MOVE LK-DATA-GERACAO TO WS-DATA-ENTRADA.
010360     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
010370     IF WS-ABORTAR-SIM
010380         IF RETURN-CODE < 8
010390             MOVE 8 TO RETURN-CODE
010400         END-IF
010410         PERFORM 8000-GRAVAR-JORNAL
010420             THRU 8000-GRAVAR-JORNAL-EXIT
010430         GOBACK
010440     END-IF.
010450     PERFORM 2000-GERAR-ORDENS THRU 2000-GERAR-ORDENS-EXIT.
010460     PERFORM 4000-EXIBIR-TOTAIS THRU 4000-EXIBIR-TOTAIS-EXIT.
010470     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
010480     PERFORM 8000-GRAVAR-JORNAL
010490         THRU 8000-GRAVAR-JORNAL-EXIT.
010500     GOBACK.
010510 9500-ENTRADA-CADEIA-EXIT.
010520     EXIT.
