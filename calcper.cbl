000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    Calcper.
000120 AUTHOR.        EQUIPE DE SISTEMAS FINANCEIROS.
000130 INSTALLATION.  CENTRO DE PROCESSAMENTO DE DADOS.
000140 DATE-WRITTEN.  15/10/2026.
000150 DATE-COMPILED.
000160*
000170*----------------------------------------------------------------*
000180*  HISTORICO DE ALTERACOES                                       *
000190*----------------------------------------------------------------*
000200*  15/10/2026  RMS  PROGRAMA ORIGINAL - MANUTENCAO DO CONTROLE   *
000210*                   DE PERIODOS CONTABEIS (CALC-PER-FILE, VIDE   *
000220*                   CALCPER.CPY): ABERTO, EM FECHAMENTO E        *
000230*                   FECHADO.                                     *
000240*----------------------------------------------------------------*
000250*
000260*----------------------------------------------------------------*
000270*  FUNCAO DO PROGRAMA                                             *
000280*----------------------------------------------------------------*
000290*  MANUTENCAO DO CONTROLE DE PERIODOS CONTABEIS: CONSULTA E      *
000300*  ALTERACAO DA SITUACAO DE UM PERIODO (AAAAMM) E LISTA DOS      *
000310*  PERIODOS CADASTRADOS DE UM ANO. PERIODO SEM REGISTRO ESTA     *
000320*  ABERTO. O OPERADOR PODE POR UM PERIODO ABERTO EM FECHAMENTO   *
000330*  ('E'), DEVOLVER UM PERIODO EM FECHAMENTO A ABERTO (POR        *
000340*  EXEMPLO APOS REJEICAO DO RAZAO) OU FECHAR UM PERIODO ('F');   *
000350*  PERIODO POSTO EM FECHAMENTO PELA EXTRACAO DE Calcgl SO VOLTA  *
000360*  A ABERTO DEPOIS QUE Calcglr REGISTRA A REJEICAO DO RAZAO;     *
000370*  O FECHAMENTO E DEFINITIVO E NAO HA REABERTURA. NO CURSO       *
000380*  NORMAL Calcgl POE O PERIODO EXTRAIDO EM FECHAMENTO E Calcglr  *
000390*  O FECHA AO RECEBER O ACEITE DO RAZAO. TODA ALTERACAO EXIGE    *
000400*  UMA OBSERVACAO E GRAVA DATA, HORA E OPERADOR. O ACESSO E      *
000410*  PROTEGIDO PELA PERMISSAO 'F' (FECHAMENTO/CADEIA) DO CADASTRO  *
000420*  DE OPERADORES; O CONTROLE E CRIADO VAZIO NA PRIMEIRA          *
000430*  UTILIZACAO.                                                   *
000440*----------------------------------------------------------------*
000450*
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT CALC-PER-FILE    ASSIGN TO CALCPER
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS PER-PERIODO
000530         FILE STATUS IS WS-PER-STATUS.
000540*
000550 DATA DIVISION.
000560 FILE SECTION.
000570*
000580*----------------------------------------------------------------*
000590*  CALC-PER-FILE - CONTROLE INDEXADO DE PERIODOS CONTABEIS       *
000600*----------------------------------------------------------------*
000610 FD  CALC-PER-FILE.
000620     COPY CALCPER.
000630*
000640 WORKING-STORAGE SECTION.
000650*
000660*----------------------------------------------------------------*
000670*  CAMPOS DE TRABALHO DO PERIODO EM MANUTENCAO                   *
000680*----------------------------------------------------------------*
000690 01  Periodo                     PIC X(06) VALUE SPACES.
000700 01  Periodo-R REDEFINES Periodo.
000710     05  PeriodoAno              PIC 9(04).
000720     05  PeriodoMes              PIC 9(02).
000730 01  Situacao                    PIC X(01) VALUE 'A'.
000740 01  Observacao                  PIC X(30) VALUE SPACES.
000750*
000760*----------------------------------------------------------------*
000770*  INDICADORES E CONTROLES                                       *
000780*----------------------------------------------------------------*
000790 77  WS-PER-STATUS               PIC X(02) VALUE '00'.
000800*
000810 77  WS-ABORTAR-SWITCH           PIC X(01) VALUE 'N'.
000820     88  WS-ABORTAR-SIM          VALUE 'Y'.
000830     88  WS-ABORTAR-NAO          VALUE 'N'.
000840*
000850 77  WS-CONTINUA-SWITCH          PIC X(01) VALUE 'S'.
000860     88  WS-CONTINUA-SIM         VALUE 'S'.
000870     88  WS-CONTINUA-NAO         VALUE 'N'.
000880*
000890 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000900     88  WS-EOF-SIM              VALUE 'Y'.
000910     88  WS-EOF-NAO              VALUE 'N'.
000920*
000930 77  WS-CADASTRADO-SWITCH        PIC X(01) VALUE 'N'.
000940     88  WS-CADASTRADO-SIM       VALUE 'Y'.
000950     88  WS-CADASTRADO-NAO       VALUE 'N'.
000960*
000970 77  WS-FUNCAO                   PIC X(01) VALUE ' '.
000980 77  WS-RESPOSTA                 PIC X(01) VALUE ' '.
000990 77  WS-SITUACAO-ATUAL           PIC X(01) VALUE ' '.
001000 77  WS-ANO-LISTA                PIC X(04) VALUE SPACES.
001010 77  WS-QTD-LISTADOS             PIC 9(05) COMP VALUE ZERO.
001020 77  WS-QTD-LISTADOS-ED          PIC ZZZZ9.
001030*
001040 01  WS-DATA-HORA-ATUAL.
001050     05  WS-DATA-ATUAL           PIC 9(08).
001060     05  WS-HORA-ATUAL           PIC 9(08).
001070*
001080 01  WS-PERIODO-CHAVE            PIC 9(06) VALUE ZERO.
001090 01  WS-PERIODO-CHAVE-R REDEFINES WS-PERIODO-CHAVE.
001100     05  WS-PC-ANO               PIC 9(04).
001110     05  WS-PC-MES               PIC 9(02).
001120*
001130*----------------------------------------------------------------*
001140*  DESCRICAO DAS SITUACOES, PARA A CONSULTA E A LISTA            *
001150*----------------------------------------------------------------*
001160 77  WS-DESCR-SITUACAO           PIC X(14) VALUE SPACES.
001170*
001180*----------------------------------------------------------------*
001190*  IDENTIFICACAO DO OPERADOR RESPONSAVEL (Calcsgn)               *
001200*----------------------------------------------------------------*
001210 77  WS-OPERADOR                 PIC X(08) VALUE SPACES.
001220 77  WS-OPERADOR-NOME            PIC X(30) VALUE SPACES.
001230 77  WS-SGN-FUNCAO               PIC X(01) VALUE ' '.
001240 77  WS-SGN-PROGRAMA             PIC X(08) VALUE 'CALCPER '.
001250 77  WS-SGN-AUTORIZADO           PIC X(01) VALUE 'N'.
001260     88  WS-SGN-AUTORIZADO-SIM   VALUE 'Y'.
001270     88  WS-SGN-AUTORIZADO-NAO   VALUE 'N'.
001280*
001290 PROCEDURE DIVISION.
001300*
001310*================================================================*
001320*  0000-MAINLINE                                                  *
001330*================================================================*
001340 0000-MAINLINE.
001350     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001360     IF WS-ABORTAR-SIM
001370         GO TO 0000-MAINLINE-EXIT
001380     END-IF.
001390     MOVE 'S' TO WS-CONTINUA-SWITCH.
001400     PERFORM 2000-PROCESSAR-FUNCAO
001410         THRU 2000-PROCESSAR-FUNCAO-EXIT
001420         UNTIL WS-CONTINUA-NAO.
001430     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
001440 0000-MAINLINE-EXIT.
001450     STOP RUN.
001460*
001470*----------------------------------------------------------------*
001480*  1000-INICIALIZAR - AUTORIZA O OPERADOR RESPONSAVEL PELA       *
001490*  PERMISSAO 'F' E ABRE O CONTROLE DE PERIODOS, CRIANDO-O VAZIO  *
001500*  NA PRIMEIRA UTILIZACAO.                                       *
001510*----------------------------------------------------------------*
001520 1000-INICIALIZAR.
001530     DISPLAY 'Operador (8): ' WITH NO ADVANCING.
001540     ACCEPT WS-OPERADOR.
001550     MOVE 'F' TO WS-SGN-FUNCAO.
001560     CALL 'Calcsgn' USING WS-SGN-FUNCAO WS-OPERADOR
001570         WS-OPERADOR-NOME WS-SGN-AUTORIZADO WS-SGN-PROGRAMA.
001580     IF WS-SGN-AUTORIZADO-NAO
001590         DISPLAY 'Manutencao dos periodos recusada. '
001600             'RETURN-CODE 8.'
001610         MOVE 8 TO RETURN-CODE
001620         SET WS-ABORTAR-SIM TO TRUE
001630         GO TO 1000-INICIALIZAR-EXIT
001640     END-IF.
001650     OPEN I-O CALC-PER-FILE.
001660     IF WS-PER-STATUS = '35'
001670         OPEN OUTPUT CALC-PER-FILE
001680         CLOSE CALC-PER-FILE
001690         OPEN I-O CALC-PER-FILE
001700         DISPLAY 'Controle de periodos inexistente - '
001710             'criado vazio.'
001720     END-IF.
001730     IF WS-PER-STATUS NOT = '00'
001740         DISPLAY 'Erro ao abrir CALC-PER-FILE - status '
001750             WS-PER-STATUS '. Manutencao cancelada.'
001760         MOVE 8 TO RETURN-CODE
001770         SET WS-ABORTAR-SIM TO TRUE
001780     END-IF.
001790 1000-INICIALIZAR-EXIT.
001800     EXIT.
001810*
001820*----------------------------------------------------------------*
001830*  2000-PROCESSAR-FUNCAO - MENU DA MANUTENCAO                    *
001840*----------------------------------------------------------------*
001850 2000-PROCESSAR-FUNCAO.
001860     DISPLAY ' '.
001870     DISPLAY 'Funcao: (C)onsulta (A)ltera situacao '
001880         '(L)ista ano (F)im: ' WITH NO ADVANCING.
001890     ACCEPT WS-FUNCAO.
001900     IF WS-FUNCAO = 'F' OR WS-FUNCAO = 'f'
001910         MOVE 'N' TO WS-CONTINUA-SWITCH
001920         GO TO 2000-PROCESSAR-FUNCAO-EXIT
001930     END-IF.
001940     IF WS-FUNCAO = 'L' OR WS-FUNCAO = 'l'
001950         PERFORM 2800-LISTAR-ANO THRU 2800-LISTAR-ANO-EXIT
001960         GO TO 2000-PROCESSAR-FUNCAO-EXIT
001970     END-IF.
001980     DISPLAY 'Periodo (AAAAMM): ' WITH NO ADVANCING.
001990     ACCEPT Periodo.
002000     IF Periodo NOT NUMERIC
002010        OR PeriodoAno < 1900
002020        OR PeriodoMes < 01 OR PeriodoMes > 12
002030         DISPLAY 'Periodo invalido: ' Periodo '.'
002040         GO TO 2000-PROCESSAR-FUNCAO-EXIT
002050     END-IF.
002060     EVALUATE WS-FUNCAO
002070         WHEN 'C'
002080         WHEN 'c'
002090             PERFORM 2100-CONSULTAR
002100                 THRU 2100-CONSULTAR-EXIT
002110         WHEN 'A'
002120         WHEN 'a'
002130             PERFORM 2300-ALTERAR
002140                 THRU 2300-ALTERAR-EXIT
002150         WHEN OTHER
002160             DISPLAY 'Funcao invalida.'
002170     END-EVALUATE.
002180 2000-PROCESSAR-FUNCAO-EXIT.
002190     EXIT.
002200*
002210 2100-CONSULTAR.
002220     PERFORM 2500-LER-PERIODO THRU 2500-LER-PERIODO-EXIT.
002230     IF WS-CADASTRADO-NAO
002240         DISPLAY 'Periodo ' Periodo ' nao cadastrado - aberto.'
002250         GO TO 2100-CONSULTAR-EXIT
002260     END-IF.
002270     PERFORM 2550-DESCREVER-SITUACAO
002280         THRU 2550-DESCREVER-SITUACAO-EXIT.
002290     DISPLAY 'Periodo.....: ' PER-PERIODO.
002300     DISPLAY 'Situacao....: ' PER-SITUACAO ' ' WS-DESCR-SITUACAO.
002310     DISPLAY 'Alterada em.: ' PER-DATA-SITUACAO ' '
002320         PER-HORA-SITUACAO ' origem ' PER-ORIGEM
002330         ' operador ' PER-OPERADOR.
002340     IF PER-GLC-SEQUENCIA NUMERIC AND PER-GLC-SEQUENCIA > ZERO
002350         DISPLAY 'Transmissao.: ' PER-GLC-SEQUENCIA
002360     END-IF.
002370     DISPLAY 'Observacao..: ' PER-OBSERVACAO.
002380 2100-CONSULTAR-EXIT.
002390     EXIT.
002400*
002410*----------------------------------------------------------------*
002420*  2300-ALTERAR - MUDA A SITUACAO DO PERIODO: A -> E, E -> A E   *
002430*  A/E -> F. PERIODO FECHADO NAO E ALTERADO; PERIODO SEM         *
002440*  REGISTRO (ABERTO) E INCLUIDO NA PRIMEIRA ALTERACAO.           *
002450*----------------------------------------------------------------*
002460 2300-ALTERAR.
002470     PERFORM 2500-LER-PERIODO THRU 2500-LER-PERIODO-EXIT.
002480     IF WS-CADASTRADO-SIM
002490         MOVE PER-SITUACAO TO WS-SITUACAO-ATUAL
002500         MOVE PER-OBSERVACAO TO Observacao
002510     ELSE
002520         MOVE 'A' TO WS-SITUACAO-ATUAL
002530         MOVE SPACES TO Observacao
002540     END-IF.
002550     IF WS-SITUACAO-ATUAL = 'F'
002560         DISPLAY 'Periodo ' Periodo ' fechado - o fechamento e '
002570             'definitivo e nao pode ser desfeito.'
002580         GO TO 2300-ALTERAR-EXIT
002590     END-IF.
002600     IF WS-SITUACAO-ATUAL = ' '
002610         MOVE 'A' TO WS-SITUACAO-ATUAL
002620     END-IF.
002630     PERFORM 2640-EDITAR-SITUACAO
002640         THRU 2640-EDITAR-SITUACAO-EXIT.
002650     IF Situacao = WS-SITUACAO-ATUAL
002660         DISPLAY 'Situacao mantida - nada gravado.'
002670         GO TO 2300-ALTERAR-EXIT
002680     END-IF.
002690*      PERIODO EXTRAIDO POR Calcgl AGUARDA O RAZAO: SO VOLTA A
002700*      ABERTO DEPOIS QUE Calcglr REGISTRA A REJEICAO (ORIGEM 'R').
002710     IF Situacao = 'A' AND WS-CADASTRADO-SIM
002720        AND PER-EM-FECHAMENTO AND PER-ORIGEM-EXTRACAO
002730         DISPLAY 'Periodo ' Periodo ' extraido para o razao na '
002740             'sequencia ' PER-GLC-SEQUENCIA ' - so pode voltar a '
002750             'aberto apos a rejeicao do razao.'
002760         GO TO 2300-ALTERAR-EXIT
002770     END-IF.
002780     PERFORM 2650-EDITAR-OBSERVACAO
002790         THRU 2650-EDITAR-OBSERVACAO-EXIT.
002800     IF Situacao = 'F'
002810         DISPLAY 'ATENCAO: o periodo fechado nao aceita mais '
002820             'lotes, reapresentacoes nem extracao e nao '
002830             'pode ser reaberto.'
002840     END-IF.
002850     DISPLAY 'Confirma ' Periodo ' de ' WS-SITUACAO-ATUAL
002860         ' para ' Situacao '? (S/N): ' WITH NO ADVANCING.
002870     ACCEPT WS-RESPOSTA.
002880     IF WS-RESPOSTA NOT = 'S' AND WS-RESPOSTA NOT = 's'
002890         DISPLAY 'Alteracao abandonada - nada gravado.'
002900         GO TO 2300-ALTERAR-EXIT
002910     END-IF.
002920     PERFORM 2700-MOVER-PARA-PERIODO
002930         THRU 2700-MOVER-PARA-PERIODO-EXIT.
002940     IF WS-CADASTRADO-SIM
002950         REWRITE CALC-PER-RECORD
002960             INVALID KEY
002970                 DISPLAY 'Erro na regravacao - status '
002980                     WS-PER-STATUS
002990         END-REWRITE
003000     ELSE
003010         WRITE CALC-PER-RECORD
003020             INVALID KEY
003030                 DISPLAY 'Erro na gravacao - status '
003040                     WS-PER-STATUS
003050         END-WRITE
003060     END-IF.
003070     IF WS-PER-STATUS = '00'
003080         DISPLAY 'Periodo ' Periodo ' alterado para '
003090             Situacao '.'
003100     END-IF.
003110 2300-ALTERAR-EXIT.
003120     EXIT.
003130*
003140 2500-LER-PERIODO.
003150     MOVE Periodo TO WS-PERIODO-CHAVE.
003160     MOVE WS-PERIODO-CHAVE TO PER-PERIODO.
003170     SET WS-CADASTRADO-SIM TO TRUE.
003180     READ CALC-PER-FILE
003190         INVALID KEY
003200             SET WS-CADASTRADO-NAO TO TRUE
003210     END-READ.
003220 2500-LER-PERIODO-EXIT.
003230     EXIT.
003240*
003250 2550-DESCREVER-SITUACAO.
003260     EVALUATE TRUE
003270         WHEN PER-FECHADO
003280             MOVE 'FECHADO'        TO WS-DESCR-SITUACAO
003290         WHEN PER-EM-FECHAMENTO
003300             MOVE 'EM FECHAMENTO'  TO WS-DESCR-SITUACAO
003310         WHEN OTHER
003320             MOVE 'ABERTO'         TO WS-DESCR-SITUACAO
003330     END-EVALUATE.
003340 2550-DESCREVER-SITUACAO-EXIT.
003350     EXIT.
003360*
003370*----------------------------------------------------------------*
003380*  2640-EDITAR-SITUACAO - NOVA SITUACAO NO CONSOLE; RESPOSTA EM  *
003390*  BRANCO MANTEM A ATUAL. DE ABERTO SO VAI A E OU F; DE EM       *
003400*  FECHAMENTO VAI A A OU F (A, SE EXTRAIDO, SO APOS A REJEICAO   *
003410*  DO RAZAO - VIDE 2300).                                        *
003420*----------------------------------------------------------------*
003430 2640-EDITAR-SITUACAO.
003440     MOVE WS-SITUACAO-ATUAL TO Situacao.
003450     DISPLAY 'Situacao A=aberto E=em fechamento F=fechado ['
003460         WS-SITUACAO-ATUAL ']: ' WITH NO ADVANCING.
003470     ACCEPT WS-RESPOSTA.
003480     IF WS-RESPOSTA = ' '
003490         GO TO 2640-EDITAR-SITUACAO-EXIT
003500     END-IF.
003510     IF WS-RESPOSTA NOT = 'A' AND WS-RESPOSTA NOT = 'E'
003520        AND WS-RESPOSTA NOT = 'F'
003530         DISPLAY 'Situacao invalida - use A (aberto), E (em '
003540             'fechamento) ou F (fechado).'
003550         GO TO 2640-EDITAR-SITUACAO
003560     END-IF.
003570     MOVE WS-RESPOSTA TO Situacao.
003580 2640-EDITAR-SITUACAO-EXIT.
003590     EXIT.
003600*
003610 2650-EDITAR-OBSERVACAO.
003620     DISPLAY 'Observacao [' Observacao ']: ' WITH NO ADVANCING.
003630     ACCEPT Observacao.
003640     IF Observacao = SPACES
003650         DISPLAY 'A observacao e obrigatoria.'
003660         GO TO 2650-EDITAR-OBSERVACAO
003670     END-IF.
003680 2650-EDITAR-OBSERVACAO-EXIT.
003690     EXIT.
003700*
003710 2700-MOVER-PARA-PERIODO.
003720     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
003730     ACCEPT WS-HORA-ATUAL FROM TIME.
003740     IF WS-CADASTRADO-NAO
003750         MOVE WS-PERIODO-CHAVE TO PER-PERIODO
003760         MOVE ZERO             TO PER-GLC-SEQUENCIA
003770     END-IF.
003780     MOVE Situacao      TO PER-SITUACAO.
003790     MOVE WS-DATA-ATUAL TO PER-DATA-SITUACAO.
003800     MOVE WS-HORA-ATUAL TO PER-HORA-SITUACAO.
003810     MOVE 'O'           TO PER-ORIGEM.
003820     MOVE WS-OPERADOR   TO PER-OPERADOR.
003830     MOVE Observacao    TO PER-OBSERVACAO.
003840 2700-MOVER-PARA-PERIODO-EXIT.
003850     EXIT.
003860*
003870*----------------------------------------------------------------*
003880*  2800-LISTAR-ANO - LISTA NO CONSOLE OS PERIODOS CADASTRADOS DO *
003890*  ANO INFORMADO, NA ORDEM DA CHAVE.                             *
003900*----------------------------------------------------------------*
003910 2800-LISTAR-ANO.
003920     DISPLAY 'Ano (AAAA): ' WITH NO ADVANCING.
003930     ACCEPT WS-ANO-LISTA.
003940     IF WS-ANO-LISTA NOT NUMERIC
003950         DISPLAY 'Ano invalido: ' WS-ANO-LISTA '.'
003960         GO TO 2800-LISTAR-ANO-EXIT
003970     END-IF.
003980     MOVE ZERO TO WS-QTD-LISTADOS.
003990     MOVE ZERO TO WS-PERIODO-CHAVE.
004000     MOVE WS-ANO-LISTA TO WS-PC-ANO.
004010     MOVE WS-PERIODO-CHAVE TO PER-PERIODO.
004020     MOVE 'N' TO WS-EOF-SWITCH.
004030     START CALC-PER-FILE KEY NOT < PER-PERIODO
004040         INVALID KEY
004050             SET WS-EOF-SIM TO TRUE
004060     END-START.
004070     IF WS-EOF-NAO
004080         PERFORM 2850-LER-PROXIMO THRU 2850-LER-PROXIMO-EXIT
004090     END-IF.
004100     PERFORM 2860-MOSTRAR-PERIODO THRU 2860-MOSTRAR-PERIODO-EXIT
004110         UNTIL WS-EOF-SIM.
004120     MOVE WS-QTD-LISTADOS TO WS-QTD-LISTADOS-ED.
004130     DISPLAY WS-QTD-LISTADOS-ED ' periodo(s) cadastrado(s) em '
004140         WS-ANO-LISTA '; os demais estao abertos.'.
004150 2800-LISTAR-ANO-EXIT.
004160     EXIT.
004170*
004180 2850-LER-PROXIMO.
004190     READ CALC-PER-FILE NEXT RECORD
004200         AT END
004210             SET WS-EOF-SIM TO TRUE
004220     END-READ.
004230     IF WS-EOF-NAO
004240         MOVE PER-PERIODO TO WS-PERIODO-CHAVE
004250         IF WS-PC-ANO NOT = WS-ANO-LISTA
004260             SET WS-EOF-SIM TO TRUE
004270         END-IF
004280     END-IF.
004290 2850-LER-PROXIMO-EXIT.
004300     EXIT.
004310*
004320 2860-MOSTRAR-PERIODO.
004330     PERFORM 2550-DESCREVER-SITUACAO
004340         THRU 2550-DESCREVER-SITUACAO-EXIT.
004350     DISPLAY PER-PERIODO ' ' PER-SITUACAO ' ' WS-DESCR-SITUACAO
004360         ' ' PER-DATA-SITUACAO ' ' PER-ORIGEM ' ' PER-OPERADOR
004370         ' ' PER-OBSERVACAO.
004380     ADD 1 TO WS-QTD-LISTADOS.
004390     PERFORM 2850-LER-PROXIMO THRU 2850-LER-PROXIMO-EXIT.
004400 2860-MOSTRAR-PERIODO-EXIT.
004410     EXIT.
004420*
004430 9000-FINALIZAR.
004440     CLOSE CALC-PER-FILE.
004450 9000-FINALIZAR-EXIT.
004460     EXIT.
