000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    Calcvio.
000120 AUTHOR.        EQUIPE DE SISTEMAS FINANCEIROS.
000130 INSTALLATION.  CENTRO DE PROCESSAMENTO DE DADOS.
000140 DATE-WRITTEN.  15/10/2026.
000150 DATE-COMPILED.
000160*
000170*----------------------------------------------------------------*
000180*  HISTORICO DE ALTERACOES                                       *
000190*----------------------------------------------------------------*
000200*  15/10/2026  RMS  PROGRAMA ORIGINAL - RELATORIO DIARIO DE      *
000210*                   VIOLACOES DE ACESSO A PARTIR DO LOG DE       *
000220*                   SEGURANCA CALC-SEG-FILE (VIDE CALCSEG.CPY).  *
000230*----------------------------------------------------------------*
000240*
000250*----------------------------------------------------------------*
000260*  FUNCAO DO PROGRAMA                                             *
000270*----------------------------------------------------------------*
000280*  LE O LOG DE SEGURANCA GRAVADO PELA Calcsgn E PELA Calcopm E   *
000290*  LISTA PARA O SUPERVISOR, NA ORDEM EM QUE OCORRERAM, AS        *
000300*  TENTATIVAS DE IDENTIFICACAO NEGADAS NO DIA INFORMADO (PIN     *
000310*  INCORRETO, OPERADOR BLOQUEADO, INATIVO, INEXISTENTE, SEM      *
000320*  PERMISSAO, ETC.), DESTACANDO OS BLOQUEIOS, E AS               *
000330*  REINICIALIZACOES DE PIN FEITAS NA Calcopm COM O RESPONSAVEL.  *
000340*  EM SEGUIDA RESUME POR OPERADOR AS TENTATIVAS CONCEDIDAS,      *
000350*  NEGADAS, BLOQUEIOS E REINICIALIZACOES, E IMPRIME OS TOTAIS    *
000360*  DO DIA. A DATA (AAAAMMDD) E PEDIDA AO OPERADOR; EM BRANCO E   *
000370*  A DATA DE HOJE. HAVENDO TENTATIVA NEGADA, ENCERRA COM         *
000380*  RETURN-CODE 4 (AVISO, NAO INTERROMPE A CADEIA). PODE SER      *
000390*  PASSO DA CADEIA NOTURNA (CALL 'CALCVIO-CADEIA' USING DATA).   *
000400*----------------------------------------------------------------*
000410*
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT CALC-SEG-FILE    ASSIGN TO CALCSEG
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-SEG-STATUS.
000480*
000490     SELECT CALC-VIO-FILE    ASSIGN TO CALCVIO
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-VIO-STATUS.
000520*
000530     SELECT CALC-RCJ-FILE    ASSIGN TO CALCRCJ
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-RCJ-STATUS.
000560*
000570 DATA DIVISION.
000580 FILE SECTION.
000590*
000600*----------------------------------------------------------------*
000610*  CALC-SEG-FILE - LOG DE SEGURANCA DE ACESSO                    *
000620*----------------------------------------------------------------*
000630 FD  CALC-SEG-FILE.
000640     COPY CALCSEG.
000650*
000660*----------------------------------------------------------------*
000670*  CALC-VIO-FILE - RELATORIO DE VIOLACOES IMPRESSO               *
000680*----------------------------------------------------------------*
000690 FD  CALC-VIO-FILE.
000700 01  CALC-VIO-RECORD             PIC X(132).
000710*
000720*----------------------------------------------------------------*
000730*  CALC-RCJ-FILE - JORNAL COMUM DE EXECUCOES DE LOTE             *
000740*----------------------------------------------------------------*
000750 FD  CALC-RCJ-FILE.
000760     COPY CALCRCJ.
000770*
000780 WORKING-STORAGE SECTION.
000790*
000800 77  WS-SEG-STATUS               PIC X(02) VALUE '00'.
000810 77  WS-VIO-STATUS               PIC X(02) VALUE '00'.
000820 77  WS-RCJ-STATUS               PIC X(02) VALUE '00'.
000830*
000840 01  WS-RCJ-INICIO.
000850     05  WS-RCJ-DATA-INICIO      PIC 9(08).
000860     05  WS-RCJ-HORA-INICIO      PIC 9(08).
000870*
000880 01  WS-RCJ-FIM.
000890     05  WS-RCJ-DATA-FIM         PIC 9(08).
000900     05  WS-RCJ-HORA-FIM         PIC 9(08).
000910*
000920 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000930     88  WS-EOF-SIM              VALUE 'Y'.
000940     88  WS-EOF-NAO              VALUE 'N'.
000950*
000960 77  WS-ABORTAR-SWITCH           PIC X(01) VALUE 'N'.
000970     88  WS-ABORTAR-SIM          VALUE 'Y'.
000980     88  WS-ABORTAR-NAO          VALUE 'N'.
000990*
001000*      LOG AINDA INEXISTENTE (NENHUMA IDENTIFICACAO FEITA): O
001010*      RELATORIO SAI VAZIO, SEM ERRO.
001020 77  WS-LOG-SWITCH               PIC X(01) VALUE 'N'.
001030     88  WS-LOG-ABERTO           VALUE 'Y'.
001040     88  WS-LOG-INEXISTENTE      VALUE 'N'.
001050*
001060 77  WS-DATA-EXECUCAO            PIC 9(08) VALUE ZERO.
001070*
001080*----------------------------------------------------------------*
001090*  DIA DO RELATORIO - EM BRANCO/ZEROS E O DIA DA EXECUCAO        *
001100*----------------------------------------------------------------*
001110 01  WS-DATA-ENTRADA             PIC X(08) VALUE SPACES.
001120 01  WS-DATA-ENTRADA-R REDEFINES WS-DATA-ENTRADA.
001130     05  WS-ENTRADA-ANO          PIC 9(04).
001140     05  WS-ENTRADA-MES          PIC 9(02).
001150     05  WS-ENTRADA-DIA          PIC 9(02).
001160*
001170 77  WS-DATA-FILTRO              PIC 9(08) VALUE ZERO.
001180*
001190*      EXECUCAO SOB O ENCADEADOR NOTURNO (Calcchn): A DATA VEM
001200*      DO CHAMADOR E NAO HA ACCEPT DE OPERADOR.
001210 77  WS-SOB-CADEIA-SWITCH        PIC X(01) VALUE 'N'.
001220     88  WS-SOB-CADEIA-SIM       VALUE 'Y'.
001230     88  WS-SOB-CADEIA-NAO       VALUE 'N'.
001240*
001250*      MOTIVO GRAVADO PELA Calcsgn NA FALHA QUE BLOQUEIA
001260 77  WS-MOTIVO-BLOQUEIO          PIC X(30)
001270     VALUE 'PIN INCORRETO - BLOQUEADO'.
001280*
001290 01  WS-HORA-EVENTO              PIC 9(08) VALUE ZERO.
001300 01  WS-HORA-EVENTO-R REDEFINES WS-HORA-EVENTO.
001310     05  WS-EVENTO-HH            PIC 9(02).
001320     05  WS-EVENTO-MM            PIC 9(02).
001330     05  WS-EVENTO-SS            PIC 9(02).
001340     05  WS-EVENTO-CC            PIC 9(02).
001350*
001360*----------------------------------------------------------------*
001370*  CONTADORES DO DIA                                             *
001380*----------------------------------------------------------------*
001390 77  WS-QTD-LIDOS                PIC 9(08) COMP VALUE ZERO.
001400 77  WS-QTD-FORA-DATA            PIC 9(08) COMP VALUE ZERO.
001410 77  WS-QTD-CONCEDIDAS           PIC 9(08) COMP VALUE ZERO.
001420 77  WS-QTD-NEGADAS              PIC 9(08) COMP VALUE ZERO.
001430 77  WS-QTD-BLOQUEIOS            PIC 9(08) COMP VALUE ZERO.
001440 77  WS-QTD-REINICIOS            PIC 9(08) COMP VALUE ZERO.
001450 77  WS-QTD-LISTADOS             PIC 9(08) COMP VALUE ZERO.
001460*
001470*----------------------------------------------------------------*
001480*  RESUMO POR OPERADOR                                           *
001490*----------------------------------------------------------------*
001500 77  WS-LIMITE-OPERADORES        PIC 9(08) COMP VALUE 500.
001510 77  WS-QTD-OPERADORES           PIC 9(08) COMP VALUE ZERO.
001520 77  WS-EXCEDENTES-OPERADORES    PIC 9(08) COMP VALUE ZERO.
001530 01  WS-TABELA-OPERADORES.
001540     05  WS-OPV-ENTRADA OCCURS 500 TIMES
001550                        INDEXED BY OPV-IDX.
001560         10  WS-OPV-OPERADOR     PIC X(08).
001570         10  WS-OPV-CONCEDIDAS   PIC 9(06) COMP.
001580         10  WS-OPV-NEGADAS      PIC 9(06) COMP.
001590         10  WS-OPV-BLOQUEIOS    PIC 9(06) COMP.
001600         10  WS-OPV-REINICIOS    PIC 9(06) COMP.
001610*
001620 77  WS-ACHOU-SWITCH             PIC X(01) VALUE 'N'.
001630     88  WS-ACHOU-SIM            VALUE 'Y'.
001640     88  WS-ACHOU-NAO            VALUE 'N'.
001650*
001660*----------------------------------------------------------------*
001670*  LINHAS DO RELATORIO                                           *
001680*----------------------------------------------------------------*
001690 01  WS-LINHA-CABECALHO1.
001700     05  FILLER                  PIC X(37)
001710         VALUE 'CALCULADORA - VIOLACOES DE ACESSO   '.
001720     05  FILLER                  PIC X(08) VALUE SPACES.
001730     05  FILLER                  PIC X(07) VALUE 'DATA: '.
001740     05  CAB1-DATA               PIC 9(08).
001750     05  FILLER                  PIC X(02) VALUE SPACES.
001760     05  FILLER                  PIC X(05) VALUE 'DIA: '.
001770     05  CAB1-DIA                PIC 9(08).
001780     05  FILLER                  PIC X(57) VALUE SPACES.
001790*
001800 01  WS-LINHA-CABECALHO2.
001810     05  FILLER                  PIC X(10) VALUE 'HORA'.
001820     05  FILLER                  PIC X(10) VALUE 'OPERADOR'.
001830     05  FILLER                  PIC X(10) VALUE 'PROGRAMA'.
001840     05  FILLER                  PIC X(04) VALUE 'FN'.
001850     05  FILLER                  PIC X(16) VALUE 'EVENTO'.
001860     05  FILLER                  PIC X(32) VALUE 'MOTIVO'.
001870     05  FILLER                  PIC X(08) VALUE 'FALHAS'.
001880     05  FILLER                  PIC X(12) VALUE 'RESPONSAVEL'.
001890     05  FILLER                  PIC X(30) VALUE SPACES.
001900*
001910 01  WS-LINHA-DETALHE.
001920     05  DET-HH                  PIC 9(02).
001930     05  FILLER                  PIC X(01) VALUE ':'.
001940     05  DET-MM                  PIC 9(02).
001950     05  FILLER                  PIC X(01) VALUE ':'.
001960     05  DET-SS                  PIC 9(02).
001970     05  FILLER                  PIC X(02) VALUE SPACES.
001980     05  DET-OPERADOR            PIC X(08).
001990     05  FILLER                  PIC X(02) VALUE SPACES.
002000     05  DET-PROGRAMA            PIC X(08).
002010     05  FILLER                  PIC X(02) VALUE SPACES.
002020     05  DET-FUNCAO              PIC X(01).
002030     05  FILLER                  PIC X(03) VALUE SPACES.
002040     05  DET-EVENTO              PIC X(14).
002050     05  FILLER                  PIC X(02) VALUE SPACES.
002060     05  DET-MOTIVO              PIC X(30).
002070     05  FILLER                  PIC X(02) VALUE SPACES.
002080     05  DET-FALHAS              PIC Z9.
002090     05  FILLER                  PIC X(06) VALUE SPACES.
002100     05  DET-RESPONSAVEL         PIC X(08).
002110     05  FILLER                  PIC X(02) VALUE SPACES.
002120     05  DET-DESTAQUE            PIC X(12).
002130     05  FILLER                  PIC X(18) VALUE SPACES.
002140*
002150 01  WS-LINHA-CAB-RESUMO.
002160     05  FILLER                  PIC X(12) VALUE 'OPERADOR'.
002170     05  FILLER                  PIC X(14) VALUE '  CONCEDIDAS'.
002180     05  FILLER                  PIC X(14) VALUE '     NEGADAS'.
002190     05  FILLER                  PIC X(14) VALUE '   BLOQUEIOS'.
002200     05  FILLER                  PIC X(14) VALUE '  REINICIOS'.
002210     05  FILLER                  PIC X(64) VALUE SPACES.
002220*
002230 01  WS-LINHA-RESUMO.
002240     05  RES-OPERADOR            PIC X(08).
002250     05  FILLER                  PIC X(04) VALUE SPACES.
002260     05  RES-CONCEDIDAS          PIC ZZZ,ZZZ,ZZ9.
002270     05  FILLER                  PIC X(03) VALUE SPACES.
002280     05  RES-NEGADAS             PIC ZZZ,ZZZ,ZZ9.
002290     05  FILLER                  PIC X(03) VALUE SPACES.
002300     05  RES-BLOQUEIOS           PIC ZZZ,ZZZ,ZZ9.
002310     05  FILLER                  PIC X(03) VALUE SPACES.
002320     05  RES-REINICIOS           PIC ZZZ,ZZZ,ZZ9.
002330     05  FILLER                  PIC X(03) VALUE SPACES.
002340     05  RES-DESTAQUE            PIC X(20).
002350     05  FILLER                  PIC X(44) VALUE SPACES.
002360*
002370 01  WS-LINHA-TOTAL.
002380     05  FILLER                  PIC X(02) VALUE SPACES.
002390     05  TOT-ROTULO              PIC X(36).
002400     05  TOT-QTDE                PIC ZZZ,ZZZ,ZZ9.
002410     05  FILLER                  PIC X(83) VALUE SPACES.
002420*
002430 LINKAGE SECTION.
002440 01  LK-DATA-RELATORIO           PIC X(08).
002450*
002460 PROCEDURE DIVISION.
002470*
002480*================================================================*
002490*  0000-MAINLINE                                                  *
002500*================================================================*
002510 0000-MAINLINE.
002520     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002530     IF WS-ABORTAR-SIM
002540         IF RETURN-CODE < 8
002550             MOVE 8 TO RETURN-CODE
002560         END-IF
002570         PERFORM 8000-GRAVAR-JORNAL
002580             THRU 8000-GRAVAR-JORNAL-EXIT
002590         GO TO 0000-MAINLINE-EXIT
002600     END-IF.
002610     PERFORM 2000-LISTAR-EVENTOS THRU 2000-LISTAR-EVENTOS-EXIT.
002620     PERFORM 3000-IMPRIMIR-RESUMO THRU 3000-IMPRIMIR-RESUMO-EXIT.
002630     PERFORM 4000-IMPRIMIR-TOTAIS THRU 4000-IMPRIMIR-TOTAIS-EXIT.
002640     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
002650     PERFORM 8000-GRAVAR-JORNAL
002660         THRU 8000-GRAVAR-JORNAL-EXIT.
002670 0000-MAINLINE-EXIT.
002680     STOP RUN.
002690*
002700 1000-INICIALIZAR.
002710     ACCEPT WS-RCJ-DATA-INICIO FROM DATE YYYYMMDD.
002720     ACCEPT WS-RCJ-HORA-INICIO FROM TIME.
002730     ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD.
002740     PERFORM 1050-SELECIONAR-DATA
002750         THRU 1050-SELECIONAR-DATA-EXIT.
002760     IF WS-ABORTAR-SIM
002770         GO TO 1000-INICIALIZAR-EXIT
002780     END-IF.
002790     OPEN INPUT CALC-SEG-FILE.
002800     IF WS-SEG-STATUS = '35'
002810         DISPLAY 'CALC-SEG-FILE inexistente - nenhuma '
002820             'identificacao registrada.'
002830         SET WS-LOG-INEXISTENTE TO TRUE
002840     ELSE
002850         IF WS-SEG-STATUS NOT = '00'
002860             DISPLAY 'Erro ao abrir CALC-SEG-FILE - status '
002870                 WS-SEG-STATUS '. Relatorio cancelado.'
002880             SET WS-ABORTAR-SIM TO TRUE
002890             GO TO 1000-INICIALIZAR-EXIT
002900         END-IF
002910         SET WS-LOG-ABERTO TO TRUE
002920     END-IF.
002930     OPEN OUTPUT CALC-VIO-FILE.
002940     IF WS-VIO-STATUS NOT = '00'
002950         DISPLAY 'Erro ao abrir CALC-VIO-FILE - status '
002960             WS-VIO-STATUS '. Relatorio cancelado.'
002970         IF WS-LOG-ABERTO
002980             CLOSE CALC-SEG-FILE
002990         END-IF
003000         SET WS-ABORTAR-SIM TO TRUE
003010         GO TO 1000-INICIALIZAR-EXIT
003020     END-IF.
003030     MOVE WS-DATA-EXECUCAO TO CAB1-DATA.
003040     MOVE WS-DATA-FILTRO   TO CAB1-DIA.
003050     WRITE CALC-VIO-RECORD FROM WS-LINHA-CABECALHO1.
003060     MOVE SPACES TO CALC-VIO-RECORD.
003070     WRITE CALC-VIO-RECORD.
003080     WRITE CALC-VIO-RECORD FROM WS-LINHA-CABECALHO2.
003090 1000-INICIALIZAR-EXIT.
003100     EXIT.
003110*
003120*----------------------------------------------------------------*
003130*  1050-SELECIONAR-DATA - PEDE O DIA DO RELATORIO (AAAAMMDD);    *
003140*  EM BRANCO/ZEROS E O DIA DA EXECUCAO.                          *
003150*----------------------------------------------------------------*
003160 1050-SELECIONAR-DATA.
003170*      SOB CADEIA A DATA JA VEM PREENCHIDA PELO CHAMADOR E AS
003180*      MESMAS CRITICAS ABAIXO SE APLICAM.
003190     IF WS-SOB-CADEIA-NAO
003200         DISPLAY 'Dia do relatorio (AAAAMMDD, branco = hoje): '
003210             WITH NO ADVANCING
003220         ACCEPT WS-DATA-ENTRADA
003230     END-IF.
003240     IF WS-DATA-ENTRADA = SPACES
003250        OR WS-DATA-ENTRADA = '00000000'
003260         MOVE WS-DATA-EXECUCAO TO WS-DATA-FILTRO
003270         GO TO 1050-SELECIONAR-DATA-EXIT
003280     END-IF.
003290     IF WS-DATA-ENTRADA NOT NUMERIC
003300         DISPLAY 'Data invalida - informe AAAAMMDD numerico.'
003310         SET WS-ABORTAR-SIM TO TRUE
003320         GO TO 1050-SELECIONAR-DATA-EXIT
003330     END-IF.
003340     IF WS-ENTRADA-MES < 01 OR WS-ENTRADA-MES > 12
003350        OR WS-ENTRADA-DIA < 01 OR WS-ENTRADA-DIA > 31
003360         DISPLAY 'Data invalida - mes 01-12 e dia 01-31.'
003370         SET WS-ABORTAR-SIM TO TRUE
003380         GO TO 1050-SELECIONAR-DATA-EXIT
003390     END-IF.
003400     MOVE WS-DATA-ENTRADA TO WS-DATA-FILTRO.
003410 1050-SELECIONAR-DATA-EXIT.
003420     EXIT.
003430*
003440*----------------------------------------------------------------*
003450*  2000-LISTAR-EVENTOS - PERCORRE O LOG DE SEGURANCA; REGISTROS  *
003460*  DO DIA SAO ACUMULADOS POR OPERADOR E AS NEGATIVAS E           *
003470*  REINICIALIZACOES DE PIN SAO LISTADAS NA ORDEM DO LOG.         *
003480*----------------------------------------------------------------*
003490 2000-LISTAR-EVENTOS.
003500     IF WS-LOG-INEXISTENTE
003510         GO TO 2000-LISTAR-EVENTOS-EXIT
003520     END-IF.
003530     MOVE 'N' TO WS-EOF-SWITCH.
003540     PERFORM 2100-LER-LOG THRU 2100-LER-LOG-EXIT.
003550     PERFORM 2200-TRATAR-EVENTO THRU 2200-TRATAR-EVENTO-EXIT
003560         UNTIL WS-EOF-SIM.
003570     IF WS-EXCEDENTES-OPERADORES > ZERO
003580         DISPLAY 'Atencao: ' WS-EXCEDENTES-OPERADORES
003590             ' evento(s) de operadores alem da capacidade do '
003600             'resumo - resumo incompleto.'
003610     END-IF.
003620 2000-LISTAR-EVENTOS-EXIT.
003630     EXIT.
003640*
003650 2100-LER-LOG.
003660     READ CALC-SEG-FILE
003670         AT END
003680             SET WS-EOF-SIM TO TRUE
003690     END-READ.
003700 2100-LER-LOG-EXIT.
003710     EXIT.
003720*
003730 2200-TRATAR-EVENTO.
003740     IF SEG-DATA NOT = WS-DATA-FILTRO
003750         ADD 1 TO WS-QTD-FORA-DATA
003760         GO TO 2200-TRATAR-EVENTO-LER
003770     END-IF.
003780     ADD 1 TO WS-QTD-LIDOS.
003790     PERFORM 2300-LOCALIZAR-OPERADOR
003800         THRU 2300-LOCALIZAR-OPERADOR-EXIT.
003810     MOVE SPACES TO DET-DESTAQUE.
003820     EVALUATE TRUE
003830         WHEN SEG-CONCEDIDO
003840             ADD 1 TO WS-QTD-CONCEDIDAS
003850             IF WS-ACHOU-SIM
003860                 ADD 1 TO WS-OPV-CONCEDIDAS (OPV-IDX)
003870             END-IF
003880             GO TO 2200-TRATAR-EVENTO-LER
003890         WHEN SEG-NEGADO
003900             ADD 1 TO WS-QTD-NEGADAS
003910             MOVE 'NEGADO' TO DET-EVENTO
003920             IF WS-ACHOU-SIM
003930                 ADD 1 TO WS-OPV-NEGADAS (OPV-IDX)
003940             END-IF
003950             IF SEG-MOTIVO = WS-MOTIVO-BLOQUEIO
003960                 ADD 1 TO WS-QTD-BLOQUEIOS
003970                 MOVE '*** BLOQUEIO' TO DET-DESTAQUE
003980                 IF WS-ACHOU-SIM
003990                     ADD 1 TO WS-OPV-BLOQUEIOS (OPV-IDX)
004000                 END-IF
004010             END-IF
004020         WHEN SEG-PIN-REINICIADO
004030             ADD 1 TO WS-QTD-REINICIOS
004040             MOVE 'PIN REINICIADO' TO DET-EVENTO
004050             IF WS-ACHOU-SIM
004060                 ADD 1 TO WS-OPV-REINICIOS (OPV-IDX)
004070             END-IF
004080         WHEN OTHER
004090             MOVE 'DESCONHECIDO' TO DET-EVENTO
004100     END-EVALUATE.
004110     MOVE SEG-HORA            TO WS-HORA-EVENTO.
004120     MOVE WS-EVENTO-HH        TO DET-HH.
004130     MOVE WS-EVENTO-MM        TO DET-MM.
004140     MOVE WS-EVENTO-SS        TO DET-SS.
004150     MOVE SEG-OPERADOR        TO DET-OPERADOR.
004160     MOVE SEG-PROGRAMA        TO DET-PROGRAMA.
004170     MOVE SEG-FUNCAO          TO DET-FUNCAO.
004180     MOVE SEG-MOTIVO          TO DET-MOTIVO.
004190     MOVE SEG-FALHAS-SEGUIDAS TO DET-FALHAS.
004200     MOVE SEG-RESPONSAVEL     TO DET-RESPONSAVEL.
004210     WRITE CALC-VIO-RECORD FROM WS-LINHA-DETALHE.
004220     ADD 1 TO WS-QTD-LISTADOS.
004230 2200-TRATAR-EVENTO-LER.
004240     PERFORM 2100-LER-LOG THRU 2100-LER-LOG-EXIT.
004250 2200-TRATAR-EVENTO-EXIT.
004260     EXIT.
004270*
004280*----------------------------------------------------------------*
004290*  2300-LOCALIZAR-OPERADOR - POSICIONA OPV-IDX NA ENTRADA DO     *
004300*  OPERADOR NO RESUMO, INCLUINDO-O SE FOR O PRIMEIRO EVENTO DELE *
004310*----------------------------------------------------------------*
004320 2300-LOCALIZAR-OPERADOR.
004330     MOVE 'N' TO WS-ACHOU-SWITCH.
004340     IF WS-QTD-OPERADORES > ZERO
004350         SET OPV-IDX TO 1
004360         SEARCH WS-OPV-ENTRADA
004370             AT END
004380                 CONTINUE
004390             WHEN OPV-IDX > WS-QTD-OPERADORES
004400                 CONTINUE
004410             WHEN WS-OPV-OPERADOR (OPV-IDX) = SEG-OPERADOR
004420                 SET WS-ACHOU-SIM TO TRUE
004430         END-SEARCH
004440     END-IF.
004450     IF WS-ACHOU-SIM
004460         GO TO 2300-LOCALIZAR-OPERADOR-EXIT
004470     END-IF.
004480     IF WS-QTD-OPERADORES NOT < WS-LIMITE-OPERADORES
004490         ADD 1 TO WS-EXCEDENTES-OPERADORES
004500         GO TO 2300-LOCALIZAR-OPERADOR-EXIT
004510     END-IF.
004520     ADD 1 TO WS-QTD-OPERADORES.
004530     SET OPV-IDX TO WS-QTD-OPERADORES.
004540     MOVE SEG-OPERADOR TO WS-OPV-OPERADOR (OPV-IDX).
004550     MOVE ZERO         TO WS-OPV-CONCEDIDAS (OPV-IDX).
004560     MOVE ZERO         TO WS-OPV-NEGADAS (OPV-IDX).
004570     MOVE ZERO         TO WS-OPV-BLOQUEIOS (OPV-IDX).
004580     MOVE ZERO         TO WS-OPV-REINICIOS (OPV-IDX).
004590     SET WS-ACHOU-SIM TO TRUE.
004600 2300-LOCALIZAR-OPERADOR-EXIT.
004610     EXIT.
004620*
004630*================================================================*
004640*  3000-IMPRIMIR-RESUMO - UMA LINHA POR OPERADOR COM EVENTO NO   *
004650*  DIA, DESTACANDO QUEM TEVE NEGATIVA OU BLOQUEIO                *
004660*================================================================*
004670 3000-IMPRIMIR-RESUMO.
004680     MOVE SPACES TO CALC-VIO-RECORD.
004690     WRITE CALC-VIO-RECORD.
004700     MOVE 'RESUMO POR OPERADOR' TO CALC-VIO-RECORD.
004710     WRITE CALC-VIO-RECORD.
004720     WRITE CALC-VIO-RECORD FROM WS-LINHA-CAB-RESUMO.
004730     IF WS-QTD-OPERADORES = ZERO
004740         GO TO 3000-IMPRIMIR-RESUMO-EXIT
004750     END-IF.
004760     SET OPV-IDX TO 1.
004770     PERFORM 3100-IMPRIMIR-OPERADOR
004780         THRU 3100-IMPRIMIR-OPERADOR-EXIT
004790         WS-QTD-OPERADORES TIMES.
004800 3000-IMPRIMIR-RESUMO-EXIT.
004810     EXIT.
004820*
004830 3100-IMPRIMIR-OPERADOR.
004840     MOVE WS-OPV-OPERADOR (OPV-IDX)   TO RES-OPERADOR.
004850     MOVE WS-OPV-CONCEDIDAS (OPV-IDX) TO RES-CONCEDIDAS.
004860     MOVE WS-OPV-NEGADAS (OPV-IDX)    TO RES-NEGADAS.
004870     MOVE WS-OPV-BLOQUEIOS (OPV-IDX)  TO RES-BLOQUEIOS.
004880     MOVE WS-OPV-REINICIOS (OPV-IDX)  TO RES-REINICIOS.
004890     MOVE SPACES TO RES-DESTAQUE.
004900     IF WS-OPV-NEGADAS (OPV-IDX) > ZERO
004910         MOVE '*** VERIFICAR' TO RES-DESTAQUE
004920     END-IF.
004930     IF WS-OPV-BLOQUEIOS (OPV-IDX) > ZERO
004940         MOVE '*** BLOQUEADO' TO RES-DESTAQUE
004950     END-IF.
004960     WRITE CALC-VIO-RECORD FROM WS-LINHA-RESUMO.
004970     SET OPV-IDX UP BY 1.
004980 3100-IMPRIMIR-OPERADOR-EXIT.
004990     EXIT.
005000*
005010*================================================================*
005020*  4000-IMPRIMIR-TOTAIS - TOTAIS DO DIA E RETURN-CODE            *
005030*================================================================*
005040 4000-IMPRIMIR-TOTAIS.
005050     MOVE SPACES TO CALC-VIO-RECORD.
005060     WRITE CALC-VIO-RECORD.
005070     MOVE 'TENTATIVAS E EVENTOS DO DIA.....:' TO TOT-ROTULO.
005080     MOVE WS-QTD-LIDOS       TO TOT-QTDE.
005090     WRITE CALC-VIO-RECORD FROM WS-LINHA-TOTAL.
005100     MOVE 'IDENTIFICACOES CONCEDIDAS.......:' TO TOT-ROTULO.
005110     MOVE WS-QTD-CONCEDIDAS  TO TOT-QTDE.
005120     WRITE CALC-VIO-RECORD FROM WS-LINHA-TOTAL.
005130     MOVE 'IDENTIFICACOES NEGADAS..........:' TO TOT-ROTULO.
005140     MOVE WS-QTD-NEGADAS     TO TOT-QTDE.
005150     WRITE CALC-VIO-RECORD FROM WS-LINHA-TOTAL.
005160     MOVE 'OPERADORES BLOQUEADOS NO DIA....:' TO TOT-ROTULO.
005170     MOVE WS-QTD-BLOQUEIOS   TO TOT-QTDE.
005180     WRITE CALC-VIO-RECORD FROM WS-LINHA-TOTAL.
005190     MOVE 'PINS REINICIADOS................:' TO TOT-ROTULO.
005200     MOVE WS-QTD-REINICIOS   TO TOT-QTDE.
005210     WRITE CALC-VIO-RECORD FROM WS-LINHA-TOTAL.
005220     MOVE SPACES TO CALC-VIO-RECORD.
005230     WRITE CALC-VIO-RECORD.
005240     IF WS-QTD-NEGADAS > ZERO
005250         MOVE 'HOUVE TENTATIVAS NEGADAS - VERIFICAR'
005260             TO CALC-VIO-RECORD
005270         WRITE CALC-VIO-RECORD
005280         DISPLAY 'Tentativas negadas no dia: ' WS-QTD-NEGADAS
005290             ' - ver CALC-VIO-FILE. RETURN-CODE 4.'
005300         MOVE 4 TO RETURN-CODE
005310     ELSE
005320         MOVE 'NENHUMA TENTATIVA NEGADA NO DIA' TO CALC-VIO-RECORD
005330         WRITE CALC-VIO-RECORD
005340         DISPLAY 'Nenhuma tentativa negada no dia.'
005350         MOVE 0 TO RETURN-CODE
005360     END-IF.
005370 4000-IMPRIMIR-TOTAIS-EXIT.
005380     EXIT.
005390*
005400*----------------------------------------------------------------*
005410*  8000-GRAVAR-JORNAL - REGISTRA A EXECUCAO NO JORNAL COMUM DE   *
005420*  EXECUCOES (CALC-RCJ-FILE): LIDOS = EVENTOS DO DIA, GRAVADOS = *
005430*  LINHAS LISTADAS, REJEITADOS = TENTATIVAS NEGADAS              *
005440*----------------------------------------------------------------*
005450 8000-GRAVAR-JORNAL.
005460     OPEN EXTEND CALC-RCJ-FILE.
005470     IF WS-RCJ-STATUS = '35'
005480         OPEN OUTPUT CALC-RCJ-FILE
005490     END-IF.
005500     IF WS-RCJ-STATUS NOT = '00'
005510         DISPLAY 'Erro ao abrir CALC-RCJ-FILE - status '
005520             WS-RCJ-STATUS '. Jornal de execucao nao gravado.'
005530         GO TO 8000-GRAVAR-JORNAL-EXIT
005540     END-IF.
005550     MOVE 'CALCVIO '         TO RCJ-PROGRAMA.
005560     MOVE WS-RCJ-DATA-INICIO TO RCJ-DATA-INICIO.
005570     MOVE WS-RCJ-HORA-INICIO TO RCJ-HORA-INICIO.
005580     ACCEPT WS-RCJ-DATA-FIM FROM DATE YYYYMMDD.
005590     ACCEPT WS-RCJ-HORA-FIM FROM TIME.
005600     MOVE WS-RCJ-DATA-FIM    TO RCJ-DATA-FIM.
005610     MOVE WS-RCJ-HORA-FIM    TO RCJ-HORA-FIM.
005620     MOVE WS-QTD-LIDOS       TO RCJ-QTDE-LIDOS.
005630     MOVE WS-QTD-LISTADOS    TO RCJ-QTDE-GRAVADOS.
005640     MOVE WS-QTD-NEGADAS     TO RCJ-QTDE-REJEITADOS.
005650     MOVE RETURN-CODE        TO RCJ-RETURN-CODE.
005660     WRITE CALC-RCJ-RECORD.
005670     CLOSE CALC-RCJ-FILE.
005680 8000-GRAVAR-JORNAL-EXIT.
005690     EXIT.
005700*
005710 9000-FINALIZAR.
005720     IF WS-LOG-ABERTO
005730         CLOSE CALC-SEG-FILE
005740     END-IF.
005750     CLOSE CALC-VIO-FILE.
005760 9000-FINALIZAR-EXIT.
005770     EXIT.
005780*
005790*----------------------------------------------------------------*
005800*  9500-ENTRADA-CADEIA - PONTO DE ENTRADA PARA O ENCADEADOR      *
005810*  NOTURNO (CALL 'CALCVIO-CADEIA' USING Data): O DIA VEM DO      *
005820*  ARQUIVO DE PROGRAMACAO DA CADEIA EM VEZ DE SER DIGITADO; O    *
005830*  RESTO DO RELATORIO E IDENTICO, INCLUSIVE O RETURN-CODE 4      *
005840*  QUANDO HA TENTATIVAS NEGADAS. EXECUCAO CANCELADA NA ABERTURA  *
005850*  DEVOLVE RETURN-CODE 8 AO CHAMADOR.                            *
005860*----------------------------------------------------------------*
005870 9500-ENTRADA-CADEIA.
005880 ENTRY 'CALCVIO-CADEIA' USING LK-DATA-RELATORIO.
005890     SET WS-SOB-CADEIA-SIM TO TRUE.
005900     MOVE LK-DATA-RELATORIO TO WS-DATA-ENTRADA.
005910     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
005920     IF WS-ABORTAR-SIM
005930         IF RETURN-CODE < 8
005940             MOVE 8 TO RETURN-CODE
005950         END-IF
005960         PERFORM 8000-GRAVAR-JORNAL
005970             THRU 8000-GRAVAR-JORNAL-EXIT
005980         GOBACK
005990     END-IF.
006000     PERFORM 2000-LISTAR-EVENTOS THRU 2000-LISTAR-EVENTOS-EXIT.
006010     PERFORM 3000-IMPRIMIR-RESUMO THRU 3000-IMPRIMIR-RESUMO-EXIT.
006020     PERFORM 4000-IMPRIMIR-TOTAIS THRU 4000-IMPRIMIR-TOTAIS-EXIT.
006030     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
006040     PERFORM 8000-GRAVAR-JORNAL
006050         THRU 8000-GRAVAR-JORNAL-EXIT.
006060     GOBACK.
006070 9500-ENTRADA-CADEIA-EXIT.
006080     EXIT.
