000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    Calccal.
000120 AUTHOR.        EQUIPE DE SISTEMAS FINANCEIROS.
000130 INSTALLATION.  CENTRO DE PROCESSAMENTO DE DADOS.
000140 DATE-WRITTEN.  15/10/2026.
000150 DATE-COMPILED.
000160*
000170*----------------------------------------------------------------*
000180*  HISTORICO DE ALTERACOES                                       *
000190*----------------------------------------------------------------*
000200*  15/10/2026  RMS  PROGRAMA ORIGINAL - MANUTENCAO DO CALENDARIO  *
000210*                   DE DIAS UTEIS (CALC-CAL-FILE, VIDE           *
000220*                   CALCCAL.CPY) USADO PELO ENCADEADOR Calcchn   *
000230*                   PARA RESOLVER AS DATAS DA CADEIA NOTURNA.    *
000240*----------------------------------------------------------------*
000250*
000260*----------------------------------------------------------------*
000270*  FUNCAO DO PROGRAMA                                             *
000280*----------------------------------------------------------------*
000290*  MANUTENCAO DO CALENDARIO DE DIAS UTEIS: CONSULTA, INCLUSAO,   *
000300*  ALTERACAO E EXCLUSAO LOGICA (CAL-SITUACAO 'I') DE UMA DATA E  *
000310*  LISTA DAS DATAS CADASTRADAS DE UM ANO. SO PRECISAM SER        *
000320*  CADASTRADOS OS FERIADOS (CAL-TIPO 'F') E OS SABADOS OU        *
000330*  DOMINGOS EXCEPCIONALMENTE UTEIS (CAL-TIPO 'U'); OS DEMAIS     *
000340*  DIAS SEGUEM A REGRA DE SEGUNDA A SEXTA. O ACESSO E PROTEGIDO  *
000350*  PELA PERMISSAO 'F' (FECHAMENTO/CADEIA) DO CADASTRO DE         *
000360*  OPERADORES, E CADA TENTATIVA DE ACESSO FICA NO LOG DE         *
000370*  SEGURANCA CALC-SEG-FILE; O CALENDARIO E CRIADO VAZIO NA       *
000380*  PRIMEIRA UTILIZACAO.                                          *
000390*----------------------------------------------------------------*
000400*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CALC-CAL-FILE    ASSIGN TO CALCCAL
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CAL-DATA
000480         FILE STATUS IS WS-CAL-STATUS.
000490*
000500 DATA DIVISION.
000510 FILE SECTION.
000520*
000530*----------------------------------------------------------------*
000540*  CALC-CAL-FILE - CALENDARIO INDEXADO DE DIAS UTEIS             *
000550*----------------------------------------------------------------*
000560 FD  CALC-CAL-FILE.
000570     COPY CALCCAL.
000580*
000590 WORKING-STORAGE SECTION.
000600*
000610*----------------------------------------------------------------*
000620*  CAMPOS DE TRABALHO DO REGISTRO EM MANUTENCAO                  *
000630*----------------------------------------------------------------*
000640 01  DataCalendario              PIC X(08) VALUE SPACES.
000650 01  TipoDia                     PIC X(01) VALUE 'F'.
000660 01  Descricao                   PIC X(30) VALUE SPACES.
000670 01  Situacao                    PIC X(01) VALUE 'A'.
000680*
000690*----------------------------------------------------------------*
000700*  INDICADORES E CONTROLES                                       *
000710*----------------------------------------------------------------*
000720 77  WS-CAL-STATUS               PIC X(02) VALUE '00'.
000730*
000740 77  WS-ABORTAR-SWITCH           PIC X(01) VALUE 'N'.
000750     88  WS-ABORTAR-SIM          VALUE 'Y'.
000760     88  WS-ABORTAR-NAO          VALUE 'N'.
000770*
000780 77  WS-CONTINUA-SWITCH          PIC X(01) VALUE 'S'.
000790     88  WS-CONTINUA-SIM         VALUE 'S'.
000800     88  WS-CONTINUA-NAO         VALUE 'N'.
000810*
000820 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000830     88  WS-EOF-SIM              VALUE 'Y'.
000840     88  WS-EOF-NAO              VALUE 'N'.
000850*
000860 77  WS-DATA-VALIDA-SWITCH       PIC X(01) VALUE 'N'.
000870     88  WS-DATA-VALIDA-SIM      VALUE 'Y'.
000880     88  WS-DATA-VALIDA-NAO      VALUE 'N'.
000890*
000900 77  WS-FUNCAO                   PIC X(01) VALUE ' '.
000910 77  WS-RESPOSTA                 PIC X(01) VALUE ' '.
000920 77  WS-RESPOSTA-NOME            PIC X(30) VALUE SPACES.
000930 77  WS-ANO-LISTA                PIC X(04) VALUE SPACES.
000940 77  WS-QTD-LISTADOS             PIC 9(05) COMP VALUE ZERO.
000950 77  WS-QTD-LISTADOS-ED          PIC ZZZZ9.
000960*
000970*----------------------------------------------------------------*
000980*  DATA EM CRITICA E QUANTIDADE DE DIAS DE CADA MES              *
000990*----------------------------------------------------------------*
001000 01  WS-DATA-CRITICA             PIC 9(08) VALUE ZERO.
001010 01  WS-DATA-CRITICA-R REDEFINES WS-DATA-CRITICA.
001020     05  WS-DC-ANO               PIC 9(04).
001030     05  WS-DC-MES               PIC 9(02).
001040     05  WS-DC-DIA               PIC 9(02).
001050 77  WS-DC-ULTIMO-DIA            PIC 9(02) VALUE ZERO.
001060 77  WS-DC-QUOCIENTE             PIC 9(04) VALUE ZERO.
001070 77  WS-DC-RESTO-4               PIC 9(04) VALUE ZERO.
001080 77  WS-DC-RESTO-100             PIC 9(04) VALUE ZERO.
001090 77  WS-DC-RESTO-400             PIC 9(04) VALUE ZERO.
001100*
001110 01  WS-DIAS-DOS-MESES           PIC X(24)
001120         VALUE '312831303130313130313031'.
001130 01  WS-DIAS-DOS-MESES-R REDEFINES WS-DIAS-DOS-MESES.
001140     05  WS-DIAS-MES             PIC 9(02) OCCURS 12 TIMES.
001150*
001160*----------------------------------------------------------------*
001170*  CONVERSAO DE DATA (AAAAMMDD) EM NUMERO DE DIAS CORRIDOS,      *
001180*  PARA OBTER O DIA DA SEMANA (RESTO 0 = SABADO, 1 = DOMINGO)    *
001190*----------------------------------------------------------------*
001200 01  WS-DN-DATA                  PIC 9(08) VALUE ZERO.
001210 01  WS-DN-DATA-R REDEFINES WS-DN-DATA.
001220     05  WS-DN-ANO               PIC 9(04).
001230     05  WS-DN-MES               PIC 9(02).
001240     05  WS-DN-DIA               PIC 9(02).
001250 77  WS-DN-ANO-W                 PIC 9(05)      VALUE ZERO.
001260 77  WS-DN-MES-W                 PIC 9(02)      VALUE ZERO.
001270 77  WS-DN-T1                    PIC 9(05)      VALUE ZERO.
001280 77  WS-DN-T2                    PIC 9(05)      VALUE ZERO.
001290 77  WS-DN-T3                    PIC 9(05)      VALUE ZERO.
001300 77  WS-DN-T4                    PIC 9(05)      VALUE ZERO.
001310 77  WS-DN-T5                    PIC 9(05)      VALUE ZERO.
001320 77  WS-DN-DIAS                  PIC 9(08)      VALUE ZERO.
001330 77  WS-DN-SEMANAS               PIC 9(08)      VALUE ZERO.
001340 77  WS-DN-DIA-SEMANA            PIC 9(01)      VALUE ZERO.
001350*
001360 01  WS-NOMES-DIAS-SEMANA        PIC X(21)
001370         VALUE 'SABDOMSEGTERQUAQUISEX'.
001380 01  WS-NOMES-DIAS-SEMANA-R REDEFINES WS-NOMES-DIAS-SEMANA.
001390     05  WS-NOME-DIA-SEMANA      PIC X(03) OCCURS 7 TIMES.
001400 77  WS-IND-SEMANA               PIC 9(01) COMP VALUE ZERO.
001410*
001420*----------------------------------------------------------------*
001430*  IDENTIFICACAO DO OPERADOR RESPONSAVEL (Calcsgn)               *
001440*----------------------------------------------------------------*
001450 77  WS-OPERADOR                 PIC X(08) VALUE SPACES.
001460 77  WS-OPERADOR-NOME            PIC X(30) VALUE SPACES.
001470 77  WS-SGN-FUNCAO               PIC X(01) VALUE ' '.
001480 77  WS-SGN-PROGRAMA             PIC X(08) VALUE 'CALCCAL '.
001490 77  WS-SGN-AUTORIZADO           PIC X(01) VALUE 'N'.
001500     88  WS-SGN-AUTORIZADO-SIM   VALUE 'Y'.
001510     88  WS-SGN-AUTORIZADO-NAO   VALUE 'N'.
001520*
001530 PROCEDURE DIVISION.
001540*
001550*================================================================*
001560*  0000-MAINLINE                                                  *
001570*================================================================*
001580 0000-MAINLINE.
001590     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001600     IF WS-ABORTAR-SIM
001610         GO TO 0000-MAINLINE-EXIT
001620     END-IF.
001630     MOVE 'S' TO WS-CONTINUA-SWITCH.
001640     PERFORM 2000-PROCESSAR-FUNCAO
001650         THRU 2000-PROCESSAR-FUNCAO-EXIT
001660         UNTIL WS-CONTINUA-NAO.
001670     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
001680 0000-MAINLINE-EXIT.
001690     STOP RUN.
001700*
001710*----------------------------------------------------------------*
001720*  1000-INICIALIZAR - AUTORIZA O OPERADOR RESPONSAVEL PELA       *
001730*  PERMISSAO 'F' E ABRE O CALENDARIO, CRIANDO-O VAZIO NA         *
001740*  PRIMEIRA UTILIZACAO.                                          *
001750*----------------------------------------------------------------*
001760 1000-INICIALIZAR.
001770     DISPLAY 'Operador (8): ' WITH NO ADVANCING.
001780     ACCEPT WS-OPERADOR.
001790     MOVE 'F' TO WS-SGN-FUNCAO.
001800     CALL 'Calcsgn' USING WS-SGN-FUNCAO WS-OPERADOR
001810         WS-OPERADOR-NOME WS-SGN-AUTORIZADO WS-SGN-PROGRAMA.
001820     IF WS-SGN-AUTORIZADO-NAO
001830         DISPLAY 'Manutencao do calendario recusada. '
001840             'RETURN-CODE 8.'
001850         MOVE 8 TO RETURN-CODE
001860         SET WS-ABORTAR-SIM TO TRUE
001870         GO TO 1000-INICIALIZAR-EXIT
001880     END-IF.
001890     OPEN I-O CALC-CAL-FILE.
001900     IF WS-CAL-STATUS = '35'
001910         OPEN OUTPUT CALC-CAL-FILE
001920         CLOSE CALC-CAL-FILE
001930         OPEN I-O CALC-CAL-FILE
001940         DISPLAY 'Calendario de dias uteis inexistente - '
001950             'criado vazio.'
001960     END-IF.
001970     IF WS-CAL-STATUS NOT = '00'
001980         DISPLAY 'Erro ao abrir CALC-CAL-FILE - status '
001990             WS-CAL-STATUS '. Manutencao cancelada.'
002000         MOVE 8 TO RETURN-CODE
002010         SET WS-ABORTAR-SIM TO TRUE
002020     END-IF.
002030 1000-INICIALIZAR-EXIT.
002040     EXIT.
002050*
002060*----------------------------------------------------------------*
002070*  2000-PROCESSAR-FUNCAO - MENU DA MANUTENCAO                    *
002080*----------------------------------------------------------------*
002090 2000-PROCESSAR-FUNCAO.
002100     DISPLAY ' '.
002110     DISPLAY 'Funcao: (C)onsulta (I)nclui (A)ltera '
002120         '(E)xclui (L)ista ano (F)im: ' WITH NO ADVANCING.
002130     ACCEPT WS-FUNCAO.
002140     IF WS-FUNCAO = 'F' OR WS-FUNCAO = 'f'
002150         MOVE 'N' TO WS-CONTINUA-SWITCH
002160         GO TO 2000-PROCESSAR-FUNCAO-EXIT
002170     END-IF.
002180     IF WS-FUNCAO = 'L' OR WS-FUNCAO = 'l'
002190         PERFORM 2800-LISTAR-ANO THRU 2800-LISTAR-ANO-EXIT
002200         GO TO 2000-PROCESSAR-FUNCAO-EXIT
002210     END-IF.
002220     DISPLAY 'Data (AAAAMMDD): ' WITH NO ADVANCING.
002230     ACCEPT DataCalendario.
002240     PERFORM 2550-CRITICAR-DATA THRU 2550-CRITICAR-DATA-EXIT.
002250     IF WS-DATA-VALIDA-NAO
002260         DISPLAY 'Data invalida: ' DataCalendario '.'
002270         GO TO 2000-PROCESSAR-FUNCAO-EXIT
002280     END-IF.
002290     EVALUATE WS-FUNCAO
002300         WHEN 'C'
002310         WHEN 'c'
002320             PERFORM 2100-CONSULTAR
002330                 THRU 2100-CONSULTAR-EXIT
002340         WHEN 'I'
002350         WHEN 'i'
002360             PERFORM 2200-INCLUIR
002370                 THRU 2200-INCLUIR-EXIT
002380         WHEN 'A'
002390         WHEN 'a'
002400             PERFORM 2300-ALTERAR
002410                 THRU 2300-ALTERAR-EXIT
002420         WHEN 'E'
002430         WHEN 'e'
002440             PERFORM 2400-EXCLUIR
002450                 THRU 2400-EXCLUIR-EXIT
002460         WHEN OTHER
002470             DISPLAY 'Funcao invalida.'
002480     END-EVALUATE.
002490 2000-PROCESSAR-FUNCAO-EXIT.
002500     EXIT.
002510*
002520 2100-CONSULTAR.
002530     PERFORM 2500-LER-CALENDARIO THRU 2500-LER-CALENDARIO-EXIT.
002540     PERFORM 8000-CALCULAR-DIAS THRU 8000-CALCULAR-DIAS-EXIT.
002550     IF WS-CAL-STATUS NOT = '00'
002560         IF WS-DN-DIA-SEMANA < 2
002570             DISPLAY 'Data ' DataCalendario ' ('
002580                 WS-NOME-DIA-SEMANA (WS-IND-SEMANA)
002590                 ') nao cadastrada - dia nao util.'
002600         ELSE
002610             DISPLAY 'Data ' DataCalendario ' ('
002620                 WS-NOME-DIA-SEMANA (WS-IND-SEMANA)
002630                 ') nao cadastrada - dia util.'
002640         END-IF
002650         GO TO 2100-CONSULTAR-EXIT
002660     END-IF.
002670     DISPLAY 'Data........: ' CAL-DATA ' ('
002680         WS-NOME-DIA-SEMANA (WS-IND-SEMANA) ')'.
002690     DISPLAY 'Tipo........: ' CAL-TIPO.
002700     DISPLAY 'Descricao...: ' CAL-DESCRICAO.
002710     DISPLAY 'Situacao....: ' CAL-SITUACAO.
002720 2100-CONSULTAR-EXIT.
002730     EXIT.
002740*
002750 2200-INCLUIR.
002760     PERFORM 2500-LER-CALENDARIO THRU 2500-LER-CALENDARIO-EXIT.
002770     IF WS-CAL-STATUS = '00'
002780         DISPLAY 'Data ' DataCalendario ' ja existe - use '
002790             'a funcao de alteracao.'
002800         GO TO 2200-INCLUIR-EXIT
002810     END-IF.
002820     PERFORM 8000-CALCULAR-DIAS THRU 8000-CALCULAR-DIAS-EXIT.
002830     IF WS-DN-DIA-SEMANA < 2
002840         MOVE 'U' TO TipoDia
002850     ELSE
002860         MOVE 'F' TO TipoDia
002870     END-IF.
002880     MOVE SPACES TO Descricao.
002890     MOVE 'A'    TO Situacao.
002900     PERFORM 2600-EDITAR-CAMPOS THRU 2600-EDITAR-CAMPOS-EXIT.
002910     IF WS-RESPOSTA NOT = 'S' AND WS-RESPOSTA NOT = 's'
002920         DISPLAY 'Inclusao abandonada - nada gravado.'
002930         GO TO 2200-INCLUIR-EXIT
002940     END-IF.
002950     PERFORM 2700-MOVER-PARA-CALENDARIO
002960         THRU 2700-MOVER-PARA-CALENDARIO-EXIT.
002970     WRITE CALC-CAL-RECORD
002980         INVALID KEY
002990             DISPLAY 'Erro na gravacao - status ' WS-CAL-STATUS
003000     END-WRITE.
003010     IF WS-CAL-STATUS = '00'
003020         DISPLAY 'Data ' DataCalendario ' incluida.'
003030     END-IF.
003040 2200-INCLUIR-EXIT.
003050     EXIT.
003060*
003070 2300-ALTERAR.
003080     PERFORM 2500-LER-CALENDARIO THRU 2500-LER-CALENDARIO-EXIT.
003090     IF WS-CAL-STATUS NOT = '00'
003100         DISPLAY 'Data ' DataCalendario
003110             ' inexistente no calendario.'
003120         GO TO 2300-ALTERAR-EXIT
003130     END-IF.
003140     MOVE CAL-TIPO       TO TipoDia.
003150     MOVE CAL-DESCRICAO  TO Descricao.
003160     MOVE CAL-SITUACAO   TO Situacao.
003170     PERFORM 2600-EDITAR-CAMPOS THRU 2600-EDITAR-CAMPOS-EXIT.
003180     IF WS-RESPOSTA NOT = 'S' AND WS-RESPOSTA NOT = 's'
003190         DISPLAY 'Alteracao abandonada - nada gravado.'
003200         GO TO 2300-ALTERAR-EXIT
003210     END-IF.
003220     PERFORM 2700-MOVER-PARA-CALENDARIO
003230         THRU 2700-MOVER-PARA-CALENDARIO-EXIT.
003240     REWRITE CALC-CAL-RECORD
003250         INVALID KEY
003260             DISPLAY 'Erro na regravacao - status '
003270                 WS-CAL-STATUS
003280     END-REWRITE.
003290     IF WS-CAL-STATUS = '00'
003300         DISPLAY 'Data ' DataCalendario ' alterada.'
003310     END-IF.
003320 2300-ALTERAR-EXIT.
003330     EXIT.
003340*
003350*----------------------------------------------------------------*
003360*  2400-EXCLUIR - EXCLUSAO LOGICA: A DATA PERMANECE NO           *
003370*  CALENDARIO COM CAL-SITUACAO 'I' E VOLTA A SEGUIR A REGRA DE   *
003380*  SEGUNDA A SEXTA.                                              *
003390*----------------------------------------------------------------*
003400 2400-EXCLUIR.
003410     PERFORM 2500-LER-CALENDARIO THRU 2500-LER-CALENDARIO-EXIT.
003420     IF WS-CAL-STATUS NOT = '00'
003430         DISPLAY 'Data ' DataCalendario
003440             ' inexistente no calendario.'
003450         GO TO 2400-EXCLUIR-EXIT
003460     END-IF.
003470     IF CAL-INATIVO
003480         DISPLAY 'Data ' DataCalendario ' ja esta '
003490             'inativa - use a alteracao para reativar.'
003500         GO TO 2400-EXCLUIR-EXIT
003510     END-IF.
003520     DISPLAY 'Confirma a exclusao (logica) de ' DataCalendario
003530         '? (S/N): ' WITH NO ADVANCING.
003540     ACCEPT WS-RESPOSTA.
003550     IF WS-RESPOSTA NOT = 'S' AND WS-RESPOSTA NOT = 's'
003560         DISPLAY 'Exclusao abandonada - nada gravado.'
003570         GO TO 2400-EXCLUIR-EXIT
003580     END-IF.
003590     MOVE 'I' TO CAL-SITUACAO.
003600     REWRITE CALC-CAL-RECORD
003610         INVALID KEY
003620             DISPLAY 'Erro na regravacao - status '
003630                 WS-CAL-STATUS
003640     END-REWRITE.
003650     IF WS-CAL-STATUS = '00'
003660         DISPLAY 'Data ' DataCalendario ' inativada.'
003670     END-IF.
003680 2400-EXCLUIR-EXIT.
003690     EXIT.
003700*
003710 2500-LER-CALENDARIO.
003720     MOVE WS-DATA-CRITICA TO CAL-DATA.
003730     READ CALC-CAL-FILE
003740         INVALID KEY
003750             CONTINUE
003760     END-READ.
003770 2500-LER-CALENDARIO-EXIT.
003780     EXIT.
003790*
003800*----------------------------------------------------------------*
003810*  2550-CRITICAR-DATA - A DATA INFORMADA DEVE SER NUMERICA, COM  *
003820*  MES DE 01 A 12 E DIA EXISTENTE NO MES (29/02 SO EM ANO        *
003830*  BISSEXTO).                                                    *
003840*----------------------------------------------------------------*
003850 2550-CRITICAR-DATA.
003860     SET WS-DATA-VALIDA-NAO TO TRUE.
003870     IF DataCalendario NOT NUMERIC
003880         GO TO 2550-CRITICAR-DATA-EXIT
003890     END-IF.
003900     MOVE DataCalendario TO WS-DATA-CRITICA.
003910     IF WS-DC-ANO < 1900
003920        OR WS-DC-MES < 1 OR WS-DC-MES > 12
003930        OR WS-DC-DIA < 1
003940         GO TO 2550-CRITICAR-DATA-EXIT
003950     END-IF.
003960     MOVE WS-DIAS-MES (WS-DC-MES) TO WS-DC-ULTIMO-DIA.
003970     IF WS-DC-MES = 2
003980         DIVIDE WS-DC-ANO BY 4 GIVING WS-DC-QUOCIENTE
003990             REMAINDER WS-DC-RESTO-4
004000         DIVIDE WS-DC-ANO BY 100 GIVING WS-DC-QUOCIENTE
004010             REMAINDER WS-DC-RESTO-100
004020         DIVIDE WS-DC-ANO BY 400 GIVING WS-DC-QUOCIENTE
004030             REMAINDER WS-DC-RESTO-400
004040         IF WS-DC-RESTO-4 = ZERO
004050            AND (WS-DC-RESTO-100 NOT = ZERO
004060                 OR WS-DC-RESTO-400 = ZERO)
004070             MOVE 29 TO WS-DC-ULTIMO-DIA
004080         END-IF
004090     END-IF.
004100     IF WS-DC-DIA > WS-DC-ULTIMO-DIA
004110         GO TO 2550-CRITICAR-DATA-EXIT
004120     END-IF.
004130     SET WS-DATA-VALIDA-SIM TO TRUE.
004140 2550-CRITICAR-DATA-EXIT.
004150     EXIT.
004160*
004170*----------------------------------------------------------------*
004180*  2600-EDITAR-CAMPOS - EDICAO DOS CAMPOS NO CONSOLE; RESPOSTA   *
004190*  EM BRANCO MANTEM O VALOR APRESENTADO ENTRE COLCHETES.         *
004200*----------------------------------------------------------------*
004210 2600-EDITAR-CAMPOS.
004220     PERFORM 2640-EDITAR-TIPO THRU 2640-EDITAR-TIPO-EXIT.
004230     DISPLAY 'Descricao [' Descricao ']: ' WITH NO ADVANCING.
004240     ACCEPT WS-RESPOSTA-NOME.
004250     IF WS-RESPOSTA-NOME NOT = SPACES
004260         MOVE WS-RESPOSTA-NOME TO Descricao
004270     END-IF.
004280     PERFORM 2650-EDITAR-SITUACAO
004290         THRU 2650-EDITAR-SITUACAO-EXIT.
004300     DISPLAY 'Confirma a gravacao? (S/N): ' WITH NO ADVANCING.
004310     ACCEPT WS-RESPOSTA.
004320 2600-EDITAR-CAMPOS-EXIT.
004330     EXIT.
004340*
004350 2640-EDITAR-TIPO.
004360     DISPLAY 'Tipo F=feriado U=dia util [' TipoDia ']: '
004370         WITH NO ADVANCING.
004380     ACCEPT WS-RESPOSTA.
004390     IF WS-RESPOSTA = ' '
004400         GO TO 2640-EDITAR-TIPO-EXIT
004410     END-IF.
004420     IF WS-RESPOSTA NOT = 'F' AND WS-RESPOSTA NOT = 'U'
004430         DISPLAY 'Tipo invalido - use F (feriado) ou U (dia '
004440             'util extraordinario).'
004450         GO TO 2640-EDITAR-TIPO
004460     END-IF.
004470     MOVE WS-RESPOSTA TO TipoDia.
004480 2640-EDITAR-TIPO-EXIT.
004490     EXIT.
004500*
004510 2650-EDITAR-SITUACAO.
004520     DISPLAY 'Situacao A/I [' Situacao ']: ' WITH NO ADVANCING.
004530     ACCEPT WS-RESPOSTA.
004540     IF WS-RESPOSTA = ' '
004550         GO TO 2650-EDITAR-SITUACAO-EXIT
004560     END-IF.
004570     IF WS-RESPOSTA NOT = 'A' AND WS-RESPOSTA NOT = 'I'
004580         DISPLAY 'Situacao invalida - use A (ativo) ou I '
004590             '(inativo).'
004600         GO TO 2650-EDITAR-SITUACAO
004610     END-IF.
004620     MOVE WS-RESPOSTA TO Situacao.
004630 2650-EDITAR-SITUACAO-EXIT.
004640     EXIT.
004650*
004660 2700-MOVER-PARA-CALENDARIO.
004670     MOVE WS-DATA-CRITICA TO CAL-DATA.
004680     MOVE TipoDia         TO CAL-TIPO.
004690     MOVE Descricao       TO CAL-DESCRICAO.
004700     MOVE Situacao        TO CAL-SITUACAO.
004710 2700-MOVER-PARA-CALENDARIO-EXIT.
004720     EXIT.
004730*
004740*----------------------------------------------------------------*
004750*  2800-LISTAR-ANO - LISTA NO CONSOLE AS DATAS CADASTRADAS DO    *
004760*  ANO INFORMADO, NA ORDEM DA CHAVE.                             *
004770*----------------------------------------------------------------*
004780 2800-LISTAR-ANO.
004790     DISPLAY 'Ano (AAAA): ' WITH NO ADVANCING.
004800     ACCEPT WS-ANO-LISTA.
004810     IF WS-ANO-LISTA NOT NUMERIC
004820         DISPLAY 'Ano invalido: ' WS-ANO-LISTA '.'
004830         GO TO 2800-LISTAR-ANO-EXIT
004840     END-IF.
004850     MOVE ZERO TO WS-QTD-LISTADOS.
004860     MOVE ZERO TO WS-DATA-CRITICA.
004870     MOVE WS-ANO-LISTA TO WS-DC-ANO.
004880     MOVE WS-DATA-CRITICA TO CAL-DATA.
004890     MOVE 'N' TO WS-EOF-SWITCH.
004900     START CALC-CAL-FILE KEY NOT < CAL-DATA
004910         INVALID KEY
004920             SET WS-EOF-SIM TO TRUE
004930     END-START.
004940     IF WS-EOF-NAO
004950         PERFORM 2850-LER-PROXIMA THRU 2850-LER-PROXIMA-EXIT
004960     END-IF.
004970     PERFORM 2860-MOSTRAR-DATA THRU 2860-MOSTRAR-DATA-EXIT
004980         UNTIL WS-EOF-SIM.
004990     MOVE WS-QTD-LISTADOS TO WS-QTD-LISTADOS-ED.
005000     DISPLAY WS-QTD-LISTADOS-ED ' data(s) cadastrada(s) em '
005010         WS-ANO-LISTA '.'.
005020 2800-LISTAR-ANO-EXIT.
005030     EXIT.
005040*
005050 2850-LER-PROXIMA.
005060     READ CALC-CAL-FILE NEXT RECORD
005070         AT END
005080             SET WS-EOF-SIM TO TRUE
005090     END-READ.
005100     IF WS-EOF-NAO
005110         MOVE CAL-DATA TO WS-DATA-CRITICA
005120         IF WS-DC-ANO NOT = WS-ANO-LISTA
005130             SET WS-EOF-SIM TO TRUE
005140         END-IF
005150     END-IF.
005160 2850-LER-PROXIMA-EXIT.
005170     EXIT.
005180*
005190 2860-MOSTRAR-DATA.
005200     PERFORM 8000-CALCULAR-DIAS THRU 8000-CALCULAR-DIAS-EXIT.
005210     DISPLAY CAL-DATA ' ' WS-NOME-DIA-SEMANA (WS-IND-SEMANA)
005220         ' ' CAL-TIPO ' ' CAL-SITUACAO ' ' CAL-DESCRICAO.
005230     ADD 1 TO WS-QTD-LISTADOS.
005240     PERFORM 2850-LER-PROXIMA THRU 2850-LER-PROXIMA-EXIT.
005250 2860-MOSTRAR-DATA-EXIT.
005260     EXIT.
005270*
005280*----------------------------------------------------------------*
005290*  8000-CALCULAR-DIAS - CONVERTE WS-DATA-CRITICA (AAAAMMDD) EM   *
005300*  NUMERO DE DIAS CORRIDOS (WS-DN-DIAS), PELO CALCULO            *
005310*  GREGORIANO COM O ANO INICIANDO EM MARCO, E DAI NO DIA DA      *
005320*  SEMANA (WS-DN-DIA-SEMANA 0 = SABADO ... 6 = SEXTA).           *
005330*----------------------------------------------------------------*
005340 8000-CALCULAR-DIAS.
005350     MOVE WS-DATA-CRITICA TO WS-DN-DATA.
005360     MOVE WS-DN-ANO TO WS-DN-ANO-W.
005370     MOVE WS-DN-MES TO WS-DN-MES-W.
005380     IF WS-DN-MES-W <= 2
005390         SUBTRACT 1 FROM WS-DN-ANO-W
005400         ADD 12 TO WS-DN-MES-W
005410     END-IF.
005420     DIVIDE WS-DN-ANO-W BY 4   GIVING WS-DN-T1.
005430     DIVIDE WS-DN-ANO-W BY 100 GIVING WS-DN-T2.
005440     DIVIDE WS-DN-ANO-W BY 400 GIVING WS-DN-T3.
005450     COMPUTE WS-DN-T4 = 153 * (WS-DN-MES-W + 1).
005460     DIVIDE WS-DN-T4 BY 5 GIVING WS-DN-T5.
005470     COMPUTE WS-DN-DIAS = 365 * WS-DN-ANO-W + WS-DN-T1
005480         - WS-DN-T2 + WS-DN-T3 + WS-DN-T5 + WS-DN-DIA.
005490     DIVIDE WS-DN-DIAS BY 7 GIVING WS-DN-SEMANAS
005500         REMAINDER WS-DN-DIA-SEMANA.
005510     COMPUTE WS-IND-SEMANA = WS-DN-DIA-SEMANA + 1.
005520 8000-CALCULAR-DIAS-EXIT.
005530     EXIT.
005540*
005550 9000-FINALIZAR.
005560     CLOSE CALC-CAL-FILE.
005570 9000-FINALIZAR-EXIT.
005580     EXIT.
