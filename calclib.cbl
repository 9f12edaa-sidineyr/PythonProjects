000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    Calclib.
000120 AUTHOR.        EQUIPE DE SISTEMAS FINANCEIROS.
000130 INSTALLATION.  CENTRO DE PROCESSAMENTO DE DADOS.
000140 DATE-WRITTEN.  15/10/2026.
000150 DATE-COMPILED.
000160*
000170*----------------------------------------------------------------*
000180*  HISTORICO DE ALTERACOES                                       *
000190*----------------------------------------------------------------*
000200*  15/10/2026  RMS  PROGRAMA ORIGINAL - LIBERACAO PELO           *
000210*                   SUPERVISOR DA REAPRESENTACAO DE LOTES NO     *
000220*                   REGISTRO DE LOTES POSTADOS (CALC-RLT-FILE,   *
000230*                   VIDE CALCRLT.CPY).                           *
000240*----------------------------------------------------------------*
000250*
000260*----------------------------------------------------------------*
000270*  FUNCAO DO PROGRAMA                                             *
000280*----------------------------------------------------------------*
000290*  A Calculadora RECUSA O LOTE CUJO ID JA FOI POSTADO NO         *
000300*  DEPARTAMENTO, OU CUJA QUANTIDADE E HASH REPETEM OS DE OUTRO   *
000310*  LOTE POSTADO DO DEPARTAMENTO. QUANDO A REAPRESENTACAO E       *
000320*  LEGITIMA, O SUPERVISOR A LIBERA AQUI: O REGISTRO DO LOTE      *
000330*  PASSA A SITUACAO 'L' COM LIBERADOR, DATA, HORA E MOTIVO       *
000340*  (OBRIGATORIO). ID AINDA NAO POSTADO PODE SER LIBERADO         *
000350*  ANTECIPADAMENTE (LOTE NOVO DE CONTEUDO IGUAL A OUTRO). A      *
000360*  LIBERACAO VALE PARA UMA POSTAGEM; AO POSTAR, A Calculadora    *
000370*  VOLTA O REGISTRO A 'P' MANTENDO OS DADOS DA LIBERACAO. O      *
000380*  ACESSO E PROTEGIDO PELA PERMISSAO 'A' (APROVACAO) DO CADASTRO *
000390*  DE OPERADORES, E CADA TENTATIVA DE ACESSO FICA NO LOG DE      *
000400*  SEGURANCA CALC-SEG-FILE.                                      *
000410*  CADA LIBERACAO E TAMBEM GRAVADA NO HISTORICO CALC-RLH-FILE,   *
000420*  QUE GUARDA TODAS AS LIBERACOES DO LOTE (O REGISTRO DO LOTE    *
000430*  SO MOSTRA A MAIS RECENTE); A CONSULTA LISTA ESSE HISTORICO.   *
000440*----------------------------------------------------------------*
000450*
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT CALC-RLT-FILE    ASSIGN TO CALCRLT
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS RLT-CHAVE
000530         FILE STATUS IS WS-RLT-STATUS.
000540*
000550     SELECT CALC-RLH-FILE    ASSIGN TO CALCRLH
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS RLH-CHAVE
000590         FILE STATUS IS WS-RLH-STATUS.
000600*
000610 DATA DIVISION.
000620 FILE SECTION.
000630*
000640*----------------------------------------------------------------*
000650*  CALC-RLT-FILE - REGISTRO PERMANENTE DE LOTES POSTADOS         *
000660*----------------------------------------------------------------*
000670 FD  CALC-RLT-FILE.
000680     COPY CALCRLT.
000690*
000700*----------------------------------------------------------------*
000710*  CALC-RLH-FILE - HISTORICO DE LIBERACOES DE LOTES              *
000720*----------------------------------------------------------------*
000730 FD  CALC-RLH-FILE.
000740     COPY CALCRLH.
000750*
000760 WORKING-STORAGE SECTION.
000770*
000780*----------------------------------------------------------------*
000790*  CAMPOS DE TRABALHO DO LOTE EM LIBERACAO                       *
000800*----------------------------------------------------------------*
000810 01  Departamento                PIC X(08) VALUE SPACES.
000820 01  IdLote                      PIC X(06) VALUE SPACES.
000830 01  Motivo                      PIC X(40) VALUE SPACES.
000840*
000850*----------------------------------------------------------------*
000860*  INDICADORES E CONTROLES                                       *
000870*----------------------------------------------------------------*
000880 77  WS-RLT-STATUS               PIC X(02) VALUE '00'.
000890 77  WS-RLH-STATUS               PIC X(02) VALUE '00'.
000900*
000910 77  WS-ABORTAR-SWITCH           PIC X(01) VALUE 'N'.
000920     88  WS-ABORTAR-SIM          VALUE 'Y'.
000930     88  WS-ABORTAR-NAO          VALUE 'N'.
000940*
000950 77  WS-CONTINUA-SWITCH          PIC X(01) VALUE 'S'.
000960     88  WS-CONTINUA-SIM         VALUE 'S'.
000970     88  WS-CONTINUA-NAO         VALUE 'N'.
000980*
000990 77  WS-RLH-VARRE-SWITCH         PIC X(01) VALUE 'N'.
001000     88  WS-RLH-VARRE-FIM        VALUE 'Y'.
001010     88  WS-RLH-VARRE-SEGUE      VALUE 'N'.
001020*
001030 77  WS-FUNCAO                   PIC X(01) VALUE ' '.
001040 77  WS-RESPOSTA                 PIC X(01) VALUE ' '.
001050 77  WS-DATA-ATUAL               PIC 9(08) VALUE ZERO.
001060 77  WS-HORA-ATUAL               PIC 9(08) VALUE ZERO.
001070 77  WS-HASH-EDITADO             PIC -------------9.99.
001080*
001090*----------------------------------------------------------------*
001100*  IDENTIFICACAO DO SUPERVISOR (Calcsgn)                         *
001110*----------------------------------------------------------------*
001120 77  WS-OPERADOR                 PIC X(08) VALUE SPACES.
001130 77  WS-OPERADOR-NOME            PIC X(30) VALUE SPACES.
001140 77  WS-SGN-FUNCAO               PIC X(01) VALUE ' '.
001150 77  WS-SGN-PROGRAMA             PIC X(08) VALUE 'CALCLIB '.
001160 77  WS-SGN-AUTORIZADO           PIC X(01) VALUE 'N'.
001170     88  WS-SGN-AUTORIZADO-SIM   VALUE 'Y'.
001180     88  WS-SGN-AUTORIZADO-NAO   VALUE 'N'.
001190*
001200 PROCEDURE DIVISION.
001210*
001220*================================================================*
001230*  0000-MAINLINE                                                  *
001240*================================================================*
001250 0000-MAINLINE.
001260     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001270     IF WS-ABORTAR-SIM
001280         GO TO 0000-MAINLINE-EXIT
001290     END-IF.
001300     MOVE 'S' TO WS-CONTINUA-SWITCH.
001310     PERFORM 2000-PROCESSAR-FUNCAO
001320         THRU 2000-PROCESSAR-FUNCAO-EXIT
001330         UNTIL WS-CONTINUA-NAO.
001340     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
001350 0000-MAINLINE-EXIT.
001360     STOP RUN.
001370*
001380*----------------------------------------------------------------*
001390*  1000-INICIALIZAR - AUTORIZA O SUPERVISOR PELA PERMISSAO 'A'   *
001400*  E ABRE O REGISTRO, CRIANDO-O VAZIO NA PRIMEIRA UTILIZACAO.    *
001410*  O HISTORICO DE LIBERACOES E ABERTO DA MESMA FORMA.            *
001420*----------------------------------------------------------------*
001430 1000-INICIALIZAR.
001440     DISPLAY 'Operador (8): ' WITH NO ADVANCING.
001450     ACCEPT WS-OPERADOR.
001460     MOVE 'A' TO WS-SGN-FUNCAO.
001470     CALL 'Calcsgn' USING WS-SGN-FUNCAO WS-OPERADOR
001480         WS-OPERADOR-NOME WS-SGN-AUTORIZADO WS-SGN-PROGRAMA.
001490     IF WS-SGN-AUTORIZADO-NAO
001500         DISPLAY 'Liberacao de lotes recusada. RETURN-CODE 8.'
001510         MOVE 8 TO RETURN-CODE
001520         SET WS-ABORTAR-SIM TO TRUE
001530         GO TO 1000-INICIALIZAR-EXIT
001540     END-IF.
001550     OPEN I-O CALC-RLT-FILE.
001560     IF WS-RLT-STATUS = '35'
001570         OPEN OUTPUT CALC-RLT-FILE
001580         CLOSE CALC-RLT-FILE
001590         OPEN I-O CALC-RLT-FILE
001600         DISPLAY 'Registro de lotes postados inexistente - '
001610             'criado vazio.'
001620     END-IF.
001630     IF WS-RLT-STATUS NOT = '00'
001640         DISPLAY 'Erro ao abrir CALC-RLT-FILE - status '
001650             WS-RLT-STATUS '. Liberacao cancelada.'
001660         MOVE 8 TO RETURN-CODE
001670         SET WS-ABORTAR-SIM TO TRUE
001680         GO TO 1000-INICIALIZAR-EXIT
001690     END-IF.
001700     OPEN I-O CALC-RLH-FILE.
001710     IF WS-RLH-STATUS = '35'
001720         OPEN OUTPUT CALC-RLH-FILE
001730         CLOSE CALC-RLH-FILE
001740         OPEN I-O CALC-RLH-FILE
001750         DISPLAY 'Historico de liberacoes inexistente - '
001760             'criado vazio.'
001770     END-IF.
001780     IF WS-RLH-STATUS NOT = '00'
001790         DISPLAY 'Erro ao abrir CALC-RLH-FILE - status '
001800             WS-RLH-STATUS '. Liberacao cancelada.'
001810         CLOSE CALC-RLT-FILE
001820         MOVE 8 TO RETURN-CODE
001830         SET WS-ABORTAR-SIM TO TRUE
001840     END-IF.
001850 1000-INICIALIZAR-EXIT.
001860     EXIT.
001870*
001880*----------------------------------------------------------------*
001890*  2000-PROCESSAR-FUNCAO - MENU DA LIBERACAO                     *
001900*----------------------------------------------------------------*
001910 2000-PROCESSAR-FUNCAO.
001920     DISPLAY ' '.
001930     DISPLAY 'Funcao: (C)onsulta (L)ibera (F)im: '
001940         WITH NO ADVANCING.
001950     ACCEPT WS-FUNCAO.
001960     IF WS-FUNCAO = 'F' OR WS-FUNCAO = 'f'
001970         MOVE 'N' TO WS-CONTINUA-SWITCH
001980         GO TO 2000-PROCESSAR-FUNCAO-EXIT
001990     END-IF.
002000     DISPLAY 'Departamento (8): ' WITH NO ADVANCING.
002010     ACCEPT Departamento.
002020     IF Departamento = SPACES
002030         DISPLAY 'Departamento obrigatorio.'
002040         GO TO 2000-PROCESSAR-FUNCAO-EXIT
002050     END-IF.
002060     DISPLAY 'ID do lote (6): ' WITH NO ADVANCING.
002070     ACCEPT IdLote.
002080     IF IdLote = SPACES
002090         DISPLAY 'ID do lote obrigatorio.'
002100         GO TO 2000-PROCESSAR-FUNCAO-EXIT
002110     END-IF.
002120     EVALUATE WS-FUNCAO
002130         WHEN 'C'
002140         WHEN 'c'
002150             PERFORM 2100-CONSULTAR
002160                 THRU 2100-CONSULTAR-EXIT
002170         WHEN 'L'
002180         WHEN 'l'
002190             PERFORM 2200-LIBERAR
002200                 THRU 2200-LIBERAR-EXIT
002210         WHEN OTHER
002220             DISPLAY 'Funcao invalida.'
002230     END-EVALUATE.
002240 2000-PROCESSAR-FUNCAO-EXIT.
002250     EXIT.
002260*
002270 2100-CONSULTAR.
002280     PERFORM 2500-LER-REGISTRO THRU 2500-LER-REGISTRO-EXIT.
002290     IF WS-RLT-STATUS NOT = '00'
002300         DISPLAY 'Lote ' IdLote ' do departamento ' Departamento
002310             ' nunca postado.'
002320         GO TO 2100-CONSULTAR-EXIT
002330     END-IF.
002340     PERFORM 2600-MOSTRAR-REGISTRO
002350         THRU 2600-MOSTRAR-REGISTRO-EXIT.
002360     PERFORM 2900-LISTAR-HISTORICO
002370         THRU 2900-LISTAR-HISTORICO-EXIT.
002380 2100-CONSULTAR-EXIT.
002390     EXIT.
002400*
002410*----------------------------------------------------------------*
002420*  2200-LIBERAR - LOTE POSTADO PASSA A 'L'; LOTE AINDA NAO       *
002430*  POSTADO E INCLUIDO JA LIBERADO, SEM QUANTIDADE NEM HASH.      *
002440*  LOTE JA LIBERADO E AINDA NAO REAPRESENTADO NAO MUDA.          *
002450*  A LIBERACAO E GRAVADA PRIMEIRO NO HISTORICO; SE O REGISTRO DO  *
002460*  LOTE NAO PUDER SER GRAVADO, O HISTORICO E DESFEITO (2850).    *
002470*----------------------------------------------------------------*
002480 2200-LIBERAR.
002490     PERFORM 2500-LER-REGISTRO THRU 2500-LER-REGISTRO-EXIT.
002500     IF WS-RLT-STATUS = '00'
002510         PERFORM 2600-MOSTRAR-REGISTRO
002520             THRU 2600-MOSTRAR-REGISTRO-EXIT
002530         IF RLT-LIBERADO
002540             DISPLAY 'Lote ja liberado e ainda nao reapresentado '
002550                 '- nada gravado.'
002560             GO TO 2200-LIBERAR-EXIT
002570         END-IF
002580     ELSE
002590         DISPLAY 'Lote ' IdLote ' do departamento ' Departamento
002600             ' nunca postado - sera liberado antecipadamente.'
002610     END-IF.
002620     DISPLAY 'Motivo da liberacao (40): ' WITH NO ADVANCING.
002630     ACCEPT Motivo.
002640     IF Motivo = SPACES
002650         DISPLAY 'Motivo obrigatorio - nada gravado.'
002660         GO TO 2200-LIBERAR-EXIT
002670     END-IF.
002680     DISPLAY 'Confirma a liberacao? (S/N): ' WITH NO ADVANCING.
002690     ACCEPT WS-RESPOSTA.
002700     IF WS-RESPOSTA NOT = 'S' AND WS-RESPOSTA NOT = 's'
002710         DISPLAY 'Liberacao abandonada - nada gravado.'
002720         GO TO 2200-LIBERAR-EXIT
002730     END-IF.
002740     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
002750     ACCEPT WS-HORA-ATUAL FROM TIME.
002760     IF WS-RLT-STATUS = '00'
002770         PERFORM 2700-MOVER-LIBERACAO
002780             THRU 2700-MOVER-LIBERACAO-EXIT
002790         PERFORM 2800-GRAVAR-HISTORICO
002800             THRU 2800-GRAVAR-HISTORICO-EXIT
002810         IF WS-RLH-STATUS NOT = '00'
002820             GO TO 2200-LIBERAR-EXIT
002830         END-IF
002840         REWRITE CALC-RLT-RECORD
002850             INVALID KEY
002860                 DISPLAY 'Erro na regravacao - status '
002870                     WS-RLT-STATUS
002880         END-REWRITE
002890     ELSE
002900         MOVE Departamento TO RLT-DEPTO-ORIGEM
002910         MOVE IdLote       TO RLT-ID-LOTE
002920         MOVE ZERO         TO RLT-DATA-LOTE
002930         MOVE ZERO         TO RLT-QTDE-DETALHES
002940         MOVE ZERO         TO RLT-HASH-TOTAL
002950         MOVE ZERO         TO RLT-DATA-EXECUCAO
002960         MOVE ZERO         TO RLT-HORA-EXECUCAO
002970         MOVE SPACES       TO RLT-OPERADOR
002980         MOVE ZERO         TO RLT-EXEC-DATA
002990         MOVE ZERO         TO RLT-EXEC-HORA
003000         MOVE ZERO         TO RLT-SEQ-NO-ARQUIVO
003010         MOVE ZERO         TO RLT-QTDE-POSTAGENS
003020         MOVE ZERO         TO RLT-QTDE-LIBERACOES
003030         PERFORM 2700-MOVER-LIBERACAO
003040             THRU 2700-MOVER-LIBERACAO-EXIT
003050         PERFORM 2800-GRAVAR-HISTORICO
003060             THRU 2800-GRAVAR-HISTORICO-EXIT
003070         IF WS-RLH-STATUS NOT = '00'
003080             GO TO 2200-LIBERAR-EXIT
003090         END-IF
003100         WRITE CALC-RLT-RECORD
003110             INVALID KEY
003120                 DISPLAY 'Erro na gravacao - status '
003130                     WS-RLT-STATUS
003140         END-WRITE
003150     END-IF.
003160     IF WS-RLT-STATUS NOT = '00'
003170         PERFORM 2850-DESFAZER-HISTORICO
003180             THRU 2850-DESFAZER-HISTORICO-EXIT
003190     END-IF.
003200     IF WS-RLT-STATUS = '00'
003210         DISPLAY 'Lote ' IdLote ' do departamento ' Departamento
003220             ' liberado para reapresentacao.'
003230     END-IF.
003240 2200-LIBERAR-EXIT.
003250     EXIT.
003260*
003270 2500-LER-REGISTRO.
003280     MOVE Departamento TO RLT-DEPTO-ORIGEM.
003290     MOVE IdLote       TO RLT-ID-LOTE.
003300     READ CALC-RLT-FILE
003310         INVALID KEY
003320             CONTINUE
003330     END-READ.
003340 2500-LER-REGISTRO-EXIT.
003350     EXIT.
003360*
003370 2600-MOSTRAR-REGISTRO.
003380     MOVE RLT-HASH-TOTAL TO WS-HASH-EDITADO.
003390     DISPLAY 'Departamento.....: ' RLT-DEPTO-ORIGEM.
003400     DISPLAY 'ID do lote.......: ' RLT-ID-LOTE.
003410     DISPLAY 'Data do lote.....: ' RLT-DATA-LOTE.
003420     DISPLAY 'Detalhes/hash....: ' RLT-QTDE-DETALHES ' / '
003430         WS-HASH-EDITADO.
003440     DISPLAY 'Ultima postagem..: ' RLT-DATA-EXECUCAO ' '
003450         RLT-HORA-EXECUCAO ' por ' RLT-OPERADOR.
003460     DISPLAY 'Postagens........: ' RLT-QTDE-POSTAGENS.
003470     DISPLAY 'Situacao.........: ' RLT-SITUACAO.
003480     DISPLAY 'Liberacoes.......: ' RLT-QTDE-LIBERACOES.
003490     IF RLT-LIBERADOR NOT = SPACES
003500         DISPLAY 'Ultima liberacao.: ' RLT-DATA-LIBERACAO ' '
003510             RLT-HORA-LIBERACAO ' por ' RLT-LIBERADOR
003520         DISPLAY 'Motivo...........: ' RLT-MOTIVO-LIBERACAO
003530     END-IF.
003540 2600-MOSTRAR-REGISTRO-EXIT.
003550     EXIT.
003560*
003570 2700-MOVER-LIBERACAO.
003580     MOVE 'L'           TO RLT-SITUACAO.
003590     ADD 1              TO RLT-QTDE-LIBERACOES.
003600     MOVE WS-OPERADOR   TO RLT-LIBERADOR.
003610     MOVE WS-DATA-ATUAL TO RLT-DATA-LIBERACAO.
003620     MOVE WS-HORA-ATUAL TO RLT-HORA-LIBERACAO.
003630     MOVE Motivo        TO RLT-MOTIVO-LIBERACAO.
003640 2700-MOVER-LIBERACAO-EXIT.
003650     EXIT.
003660*
003670*----------------------------------------------------------------*
003680*  2800-GRAVAR-HISTORICO - UM REGISTRO EM CALC-RLH-FILE POR      *
003690*  LIBERACAO, NA SEQUENCIA DE RLT-QTDE-LIBERACOES JA SOMADA.     *
003700*  FALHA NA GRAVACAO CANCELA A LIBERACAO SEM GRAVAR O LOTE.      *
003710*----------------------------------------------------------------*
003720 2800-GRAVAR-HISTORICO.
003730     MOVE RLT-DEPTO-ORIGEM     TO RLH-DEPTO-ORIGEM.
003740     MOVE RLT-ID-LOTE          TO RLH-ID-LOTE.
003750     MOVE RLT-QTDE-LIBERACOES  TO RLH-SEQ-LIBERACAO.
003760     MOVE RLT-LIBERADOR        TO RLH-LIBERADOR.
003770     MOVE RLT-DATA-LIBERACAO   TO RLH-DATA-LIBERACAO.
003780     MOVE RLT-HORA-LIBERACAO   TO RLH-HORA-LIBERACAO.
003790     MOVE RLT-MOTIVO-LIBERACAO TO RLH-MOTIVO-LIBERACAO.
003800     MOVE RLT-QTDE-POSTAGENS   TO RLH-QTDE-POSTAGENS.
003810     MOVE WS-SGN-PROGRAMA      TO RLH-PROGRAMA.
003820     WRITE CALC-RLH-RECORD
003830         INVALID KEY
003840             CONTINUE
003850     END-WRITE.
003860     IF WS-RLH-STATUS NOT = '00'
003870         DISPLAY 'Erro na gravacao do historico CALC-RLH-FILE - '
003880             'status ' WS-RLH-STATUS '. Liberacao cancelada - '
003890             'nada gravado.'
003900     END-IF.
003910 2800-GRAVAR-HISTORICO-EXIT.
003920     EXIT.
003930*
003940 2850-DESFAZER-HISTORICO.
003950     DELETE CALC-RLH-FILE RECORD
003960         INVALID KEY
003970             DISPLAY 'Erro na exclusao do historico - status '
003980                 WS-RLH-STATUS
003990     END-DELETE.
004000 2850-DESFAZER-HISTORICO-EXIT.
004010     EXIT.
004020*
004030*----------------------------------------------------------------*
004040*  2900-LISTAR-HISTORICO - TODAS AS LIBERACOES DO LOTE, NA        *
004050*  ORDEM DA SEQUENCIA. LIBERACOES DADAS ANTES DA EXISTENCIA DO   *
004060*  HISTORICO SO CONSTAM DA CONTAGEM DO REGISTRO DO LOTE.         *
004070*----------------------------------------------------------------*
004080 2900-LISTAR-HISTORICO.
004090     MOVE Departamento TO RLH-DEPTO-ORIGEM.
004100     MOVE IdLote       TO RLH-ID-LOTE.
004110     MOVE ZERO         TO RLH-SEQ-LIBERACAO.
004120     SET WS-RLH-VARRE-SEGUE TO TRUE.
004130     START CALC-RLH-FILE KEY NOT < RLH-CHAVE
004140         INVALID KEY
004150             SET WS-RLH-VARRE-FIM TO TRUE
004160     END-START.
004170     PERFORM 2950-MOSTRAR-LIBERACAO
004180         THRU 2950-MOSTRAR-LIBERACAO-EXIT
004190         UNTIL WS-RLH-VARRE-FIM.
004200 2900-LISTAR-HISTORICO-EXIT.
004210     EXIT.
004220*
004230 2950-MOSTRAR-LIBERACAO.
004240     READ CALC-RLH-FILE NEXT RECORD
004250         AT END
004260             SET WS-RLH-VARRE-FIM TO TRUE
004270             GO TO 2950-MOSTRAR-LIBERACAO-EXIT
004280     END-READ.
004290     IF RLH-DEPTO-ORIGEM NOT = Departamento
004300        OR RLH-ID-LOTE NOT = IdLote
004310         SET WS-RLH-VARRE-FIM TO TRUE
004320         GO TO 2950-MOSTRAR-LIBERACAO-EXIT
004330     END-IF.
004340     DISPLAY 'Liberacao ' RLH-SEQ-LIBERACAO '....: '
004350         RLH-DATA-LIBERACAO ' ' RLH-HORA-LIBERACAO ' por '
004360         RLH-LIBERADOR ' (' RLH-PROGRAMA ')'.
004370     DISPLAY '  Motivo.........: ' RLH-MOTIVO-LIBERACAO.
004380 2950-MOSTRAR-LIBERACAO-EXIT.
004390     EXIT.
004400*
004410 9000-FINALIZAR.
004420     CLOSE CALC-RLT-FILE.
004430     CLOSE CALC-RLH-FILE.
004440 9000-FINALIZAR-EXIT.
004450     EXIT.
