000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    Calctbl.
000120 AUTHOR.        EQUIPE DE SISTEMAS FINANCEIROS.
000130 INSTALLATION.  CENTRO DE PROCESSAMENTO DE DADOS.
000140 DATE-WRITTEN.  15/10/2026.
000150 DATE-COMPILED.
000160*
000170*----------------------------------------------------------------*
000180*  HISTORICO DE ALTERACOES                                       *
000190*----------------------------------------------------------------*
000200*  15/10/2026  RMS  PROGRAMA ORIGINAL - LISTAGEM DOS PEDIDOS DE   *
000210*                   ALTERACAO DE TAXAS PENDENTES E RECUSADOS.    *
000220*----------------------------------------------------------------*
000230*
000240*----------------------------------------------------------------*
000250*  FUNCAO DO PROGRAMA                                             *
000260*----------------------------------------------------------------*
000270*  LE O ARQUIVO DE PEDIDOS CALC-TBP-FILE (VIDE CALCTBP.CPY) E    *
000280*  EMITE EM CALC-TBL-FILE DUAS SECOES, NA ORDEM DE CODIGO E      *
000290*  VIGENCIA: OS PEDIDOS PENDENTES DE APROVACAO (TODOS) E OS      *
000300*  PEDIDOS RECUSADOS, COM APROVADOR E MOTIVO, DECIDIDOS A PARTIR *
000310*  DA DATA INFORMADA PELO OPERADOR (EM BRANCO, TODOS). CADA      *
000320*  PEDIDO MOSTRA O VALOR ANTERIOR E O PROPOSTO, PARA CONFERENCIA *
000330*  INDEPENDENTE DAS TAXAS ANTES DO LOTE NOTURNO.                 *
000340*  ENCERRA COM RETURN-CODE 4 QUANDO HA PEDIDO PENDENTE.          *
000350*----------------------------------------------------------------*
000360*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT CALC-TBP-FILE    ASSIGN TO CALCTBP
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS TBP-CHAVE
000440         FILE STATUS IS WS-TBP-STATUS.
000450*
000460     SELECT CALC-TBL-FILE    ASSIGN TO CALCTBL
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-TBL-STATUS.
000490*
000500 DATA DIVISION.
000510 FILE SECTION.
000520*
000530*----------------------------------------------------------------*
000540*  CALC-TBP-FILE - PEDIDOS DE ALTERACAO DO CADASTRO DE TAXAS     *
000550*----------------------------------------------------------------*
000560 FD  CALC-TBP-FILE.
000570     COPY CALCTBP.
000580*
000590*----------------------------------------------------------------*
000600*  CALC-TBL-FILE - LISTAGEM IMPRESSA DOS PEDIDOS                 *
000610*----------------------------------------------------------------*
000620 FD  CALC-TBL-FILE.
000630 01  CALC-TBL-RECORD             PIC X(132).
000640*
000650 WORKING-STORAGE SECTION.
000660*
000670 77  WS-TBP-STATUS               PIC X(02) VALUE '00'.
000680 77  WS-TBL-STATUS               PIC X(02) VALUE '00'.
000690*
000700 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000710     88  WS-EOF-SIM              VALUE 'Y'.
000720     88  WS-EOF-NAO              VALUE 'N'.
000730*
000740 77  WS-ABORTAR-SWITCH           PIC X(01) VALUE 'N'.
000750     88  WS-ABORTAR-SIM          VALUE 'Y'.
000760     88  WS-ABORTAR-NAO          VALUE 'N'.
000770*
000780 77  WS-TBP-DISPONIVEL-SWITCH    PIC X(01) VALUE 'N'.
000790     88  WS-TBP-DISPONIVEL-SIM   VALUE 'Y'.
000800     88  WS-TBP-DISPONIVEL-NAO   VALUE 'N'.
000810*
000820 77  WS-DATA-EXECUCAO            PIC 9(08) VALUE ZERO.
000830 01  WS-DATA-INICIAL-ENTRADA     PIC X(08) VALUE SPACES.
000840 77  WS-DATA-INICIAL             PIC 9(08) VALUE ZERO.
000850*
000860*----------------------------------------------------------------*
000870*  CONTADORES                                                    *
000880*----------------------------------------------------------------*
000890 77  WS-TOTAL-LIDOS              PIC 9(08) COMP VALUE ZERO.
000900 77  WS-TOTAL-PENDENTES          PIC 9(08) COMP VALUE ZERO.
000910 77  WS-TOTAL-RECUSADOS          PIC 9(08) COMP VALUE ZERO.
000920*
000930*----------------------------------------------------------------*
000940*  LINHAS DO RELATORIO                                           *
000950*----------------------------------------------------------------*
000960 01  WS-LINHA-CABECALHO.
000970     05  FILLER                  PIC X(50)
000980         VALUE
000990         'CALCULADORA - PEDIDOS DE ALTERACAO DE TAXAS       '.
001000     05  FILLER                  PIC X(07) VALUE ' DATA: '.
001010     05  CAB-DATA                PIC 9(08).
001020     05  FILLER                  PIC X(67) VALUE SPACES.
001030*
001040 01  WS-LINHA-SECAO.
001050     05  SEC-TITULO              PIC X(50).
001060     05  FILLER                  PIC X(82) VALUE SPACES.
001070*
001080 01  WS-LINHA-COLUNAS.
001090     05  FILLER                  PIC X(50)
001100         VALUE
001110         '  CODIGO VIG.INIC. A SOLICIT. DT.PEDIDO  VALOR ANT'.
001120     05  FILLER                  PIC X(50)
001130         VALUE
001140         'ERIOR VALOR PROP. S VIG.FIM. DESCRICAO            '.
001150     05  FILLER                  PIC X(32) VALUE SPACES.
001160*
001170 01  WS-LINHA-PEDIDO.
001180     05  FILLER                  PIC X(02) VALUE SPACES.
001190     05  LPD-CODIGO              PIC X(06).
001200     05  FILLER                  PIC X(01) VALUE SPACES.
001210     05  LPD-VIGENCIA-INI        PIC 9(08).
001220     05  FILLER                  PIC X(02) VALUE SPACES.
001230     05  LPD-ACAO                PIC X(01).
001240     05  FILLER                  PIC X(01) VALUE SPACES.
001250     05  LPD-SOLICITANTE         PIC X(08).
001260     05  FILLER                  PIC X(01) VALUE SPACES.
001270     05  LPD-DATA-PEDIDO         PIC 9(08).
001280     05  FILLER                  PIC X(03) VALUE SPACES.
001290     05  LPD-VALOR-ANTES         PIC -------9.99.
001300     05  FILLER                  PIC X(04) VALUE SPACES.
001310     05  LPD-VALOR               PIC -------9.99.
001320     05  FILLER                  PIC X(01) VALUE SPACES.
001330     05  LPD-SITUACAO            PIC X(01).
001340     05  FILLER                  PIC X(01) VALUE SPACES.
001350     05  LPD-VIGENCIA-FIM        PIC 9(08).
001360     05  FILLER                  PIC X(01) VALUE SPACES.
001370     05  LPD-DESCRICAO           PIC X(30).
001380     05  FILLER                  PIC X(23) VALUE SPACES.
001390*
001400 01  WS-LINHA-RECUSA.
001410     05  FILLER                  PIC X(17)
001420         VALUE '    RECUSADO POR '.
001430     05  LRC-APROVADOR           PIC X(08).
001440     05  FILLER                  PIC X(04) VALUE ' EM '.
001450     05  LRC-DATA-DECISAO        PIC 9(08).
001460     05  FILLER                  PIC X(11) VALUE ' - MOTIVO: '.
001470     05  LRC-MOTIVO              PIC X(40).
001480     05  FILLER                  PIC X(44) VALUE SPACES.
001490*
001500 01  WS-LINHA-TOTAL.
001510     05  FILLER                  PIC X(02) VALUE SPACES.
001520     05  TOT-ROTULO              PIC X(41).
001530     05  TOT-QTDE                PIC ZZZ,ZZZ,ZZ9.
001540     05  FILLER                  PIC X(78) VALUE SPACES.
001550*
001560 PROCEDURE DIVISION.
001570*
001580*================================================================*
001590*  0000-MAINLINE                                                  *
001600*================================================================*
001610 0000-MAINLINE.
001620     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001630     IF WS-ABORTAR-SIM
001640         GO TO 0000-MAINLINE-EXIT
001650     END-IF.
001660     MOVE 'PEDIDOS PENDENTES DE APROVACAO' TO SEC-TITULO.
001670     PERFORM 1500-ABRIR-SECAO THRU 1500-ABRIR-SECAO-EXIT.
001680     IF WS-TBP-DISPONIVEL-SIM
001690         PERFORM 2000-LER-PEDIDO THRU 2000-LER-PEDIDO-EXIT
001700         PERFORM 2100-LISTAR-PENDENTE
001710             THRU 2100-LISTAR-PENDENTE-EXIT
001720             UNTIL WS-EOF-SIM
001730         CLOSE CALC-TBP-FILE
001740     END-IF.
001750     IF WS-TOTAL-PENDENTES = ZERO
001760         MOVE '  NENHUM PEDIDO PENDENTE' TO CALC-TBL-RECORD
001770         WRITE CALC-TBL-RECORD
001780     END-IF.
001790     MOVE 'PEDIDOS RECUSADOS' TO SEC-TITULO.
001800     PERFORM 1500-ABRIR-SECAO THRU 1500-ABRIR-SECAO-EXIT.
001810     IF WS-TBP-DISPONIVEL-SIM
001820         OPEN INPUT CALC-TBP-FILE
001830         IF WS-TBP-STATUS NOT = '00'
001840             DISPLAY 'Erro ao reabrir CALC-TBP-FILE - status '
001850                 WS-TBP-STATUS '. Listagem cancelada. '
001860                 'RETURN-CODE 8.'
001870             MOVE 8 TO RETURN-CODE
001880             CLOSE CALC-TBL-FILE
001890             GO TO 0000-MAINLINE-EXIT
001900         END-IF
001910         MOVE 'N' TO WS-EOF-SWITCH
001920         MOVE ZERO TO WS-TOTAL-LIDOS
001930         PERFORM 2000-LER-PEDIDO THRU 2000-LER-PEDIDO-EXIT
001940         PERFORM 2200-LISTAR-RECUSADO
001950             THRU 2200-LISTAR-RECUSADO-EXIT
001960             UNTIL WS-EOF-SIM
001970         CLOSE CALC-TBP-FILE
001980     END-IF.
001990     IF WS-TOTAL-RECUSADOS = ZERO
002000         MOVE '  NENHUM PEDIDO RECUSADO' TO CALC-TBL-RECORD
002010         WRITE CALC-TBL-RECORD
002020     END-IF.
002030     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
002040 0000-MAINLINE-EXIT.
002050     STOP RUN.
002060*
002070*----------------------------------------------------------------*
002080*  1000-INICIALIZAR - RECEBE A DATA INICIAL DAS RECUSAS E ABRE   *
002090*  OS ARQUIVOS; SEM ARQUIVO DE PEDIDOS A LISTAGEM SAI VAZIA.     *
002100*----------------------------------------------------------------*
002110 1000-INICIALIZAR.
002120     ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD.
002130     DISPLAY 'Recusas decididas a partir de (AAAAMMDD, '
002140         'branco = todas): ' WITH NO ADVANCING.
002150     ACCEPT WS-DATA-INICIAL-ENTRADA.
002160     IF WS-DATA-INICIAL-ENTRADA = SPACES
002170         MOVE ZERO TO WS-DATA-INICIAL
002180     ELSE
002190         IF WS-DATA-INICIAL-ENTRADA NOT NUMERIC
002200             DISPLAY 'Data invalida - informe AAAAMMDD numerico.'
002210             MOVE 8 TO RETURN-CODE
002220             SET WS-ABORTAR-SIM TO TRUE
002230             GO TO 1000-INICIALIZAR-EXIT
002240         END-IF
002250         MOVE WS-DATA-INICIAL-ENTRADA TO WS-DATA-INICIAL
002260     END-IF.
002270     OPEN INPUT CALC-TBP-FILE.
002280     EVALUATE WS-TBP-STATUS
002290         WHEN '00'
002300             SET WS-TBP-DISPONIVEL-SIM TO TRUE
002310         WHEN '35'
002320             DISPLAY 'CALC-TBP-FILE inexistente - nenhum pedido '
002330                 'a listar.'
002340         WHEN OTHER
002350             DISPLAY 'Erro ao abrir CALC-TBP-FILE - status '
002360                 WS-TBP-STATUS '. Listagem cancelada. '
002370                 'RETURN-CODE 8.'
002380             MOVE 8 TO RETURN-CODE
002390             SET WS-ABORTAR-SIM TO TRUE
002400             GO TO 1000-INICIALIZAR-EXIT
002410     END-EVALUATE.
002420     OPEN OUTPUT CALC-TBL-FILE.
002430     IF WS-TBL-STATUS NOT = '00'
002440         DISPLAY 'Erro ao abrir CALC-TBL-FILE - status '
002450             WS-TBL-STATUS '. Listagem cancelada. '
002460             'RETURN-CODE 8.'
002470         MOVE 8 TO RETURN-CODE
002480         IF WS-TBP-DISPONIVEL-SIM
002490             CLOSE CALC-TBP-FILE
002500         END-IF
002510         SET WS-ABORTAR-SIM TO TRUE
002520         GO TO 1000-INICIALIZAR-EXIT
002530     END-IF.
002540     MOVE WS-DATA-EXECUCAO TO CAB-DATA.
002550     WRITE CALC-TBL-RECORD FROM WS-LINHA-CABECALHO.
002560 1000-INICIALIZAR-EXIT.
002570     EXIT.
002580*
002590 1500-ABRIR-SECAO.
002600     MOVE SPACES TO CALC-TBL-RECORD.
002610     WRITE CALC-TBL-RECORD.
002620     WRITE CALC-TBL-RECORD FROM WS-LINHA-SECAO.
002630     WRITE CALC-TBL-RECORD FROM WS-LINHA-COLUNAS.
002640 1500-ABRIR-SECAO-EXIT.
002650     EXIT.
002660*
002670 2000-LER-PEDIDO.
002680     READ CALC-TBP-FILE NEXT RECORD
002690         AT END
002700             SET WS-EOF-SIM TO TRUE
002710         NOT AT END
002720             ADD 1 TO WS-TOTAL-LIDOS
002730     END-READ.
002740 2000-LER-PEDIDO-EXIT.
002750     EXIT.
002760*
002770 2100-LISTAR-PENDENTE.
002780     IF TBP-PENDENTE
002790         PERFORM 2500-IMPRIMIR-PEDIDO
002800             THRU 2500-IMPRIMIR-PEDIDO-EXIT
002810         ADD 1 TO WS-TOTAL-PENDENTES
002820     END-IF.
002830     PERFORM 2000-LER-PEDIDO THRU 2000-LER-PEDIDO-EXIT.
002840 2100-LISTAR-PENDENTE-EXIT.
002850     EXIT.
002860*
002870 2200-LISTAR-RECUSADO.
002880     IF NOT TBP-RECUSADO
002890        OR TBP-DATA-DECISAO < WS-DATA-INICIAL
002900         GO TO 2200-LISTAR-LER
002910     END-IF.
002920     PERFORM 2500-IMPRIMIR-PEDIDO THRU 2500-IMPRIMIR-PEDIDO-EXIT.
002930     MOVE TBP-APROVADOR     TO LRC-APROVADOR.
002940     MOVE TBP-DATA-DECISAO  TO LRC-DATA-DECISAO.
002950     MOVE TBP-MOTIVO-RECUSA TO LRC-MOTIVO.
002960     WRITE CALC-TBL-RECORD FROM WS-LINHA-RECUSA.
002970     ADD 1 TO WS-TOTAL-RECUSADOS.
002980 2200-LISTAR-LER.
002990     PERFORM 2000-LER-PEDIDO THRU 2000-LER-PEDIDO-EXIT.
003000 2200-LISTAR-RECUSADO-EXIT.
003010     EXIT.
003020*
003030 2500-IMPRIMIR-PEDIDO.
003040     MOVE TBP-CODIGO       TO LPD-CODIGO.
003050     MOVE TBP-VIGENCIA-INI TO LPD-VIGENCIA-INI.
003060     MOVE TBP-ACAO         TO LPD-ACAO.
003070     MOVE TBP-SOLICITANTE  TO LPD-SOLICITANTE.
003080     MOVE TBP-DATA-PEDIDO  TO LPD-DATA-PEDIDO.
003090     MOVE TBP-VALOR-ANTES  TO LPD-VALOR-ANTES.
003100     MOVE TBP-VALOR        TO LPD-VALOR.
003110     MOVE TBP-SITUACAO     TO LPD-SITUACAO.
003120     MOVE TBP-VIGENCIA-FIM TO LPD-VIGENCIA-FIM.
003130     MOVE TBP-DESCRICAO    TO LPD-DESCRICAO.
003140     WRITE CALC-TBL-RECORD FROM WS-LINHA-PEDIDO.
003150 2500-IMPRIMIR-PEDIDO-EXIT.
003160     EXIT.
003170*
003180 9000-FINALIZAR.
003190     MOVE SPACES TO CALC-TBL-RECORD.
003200     WRITE CALC-TBL-RECORD.
003210     MOVE 'PEDIDOS LIDOS............................:'
003220         TO TOT-ROTULO.
003230     MOVE WS-TOTAL-LIDOS TO TOT-QTDE.
003240     WRITE CALC-TBL-RECORD FROM WS-LINHA-TOTAL.
003250     MOVE 'PEDIDOS PENDENTES DE APROVACAO...........:'
003260         TO TOT-ROTULO.
003270     MOVE WS-TOTAL-PENDENTES TO TOT-QTDE.
003280     WRITE CALC-TBL-RECORD FROM WS-LINHA-TOTAL.
003290     MOVE 'PEDIDOS RECUSADOS LISTADOS...............:'
003300         TO TOT-ROTULO.
003310     MOVE WS-TOTAL-RECUSADOS TO TOT-QTDE.
003320     WRITE CALC-TBL-RECORD FROM WS-LINHA-TOTAL.
003330     CLOSE CALC-TBL-FILE.
003340     DISPLAY 'Pedidos pendentes: ' WS-TOTAL-PENDENTES
003350         ' - recusados listados: ' WS-TOTAL-RECUSADOS '.'.
003360     IF WS-TOTAL-PENDENTES > ZERO AND RETURN-CODE < 4
003370         DISPLAY 'Ha pedido de taxa aguardando aprovacao. '
003380             'RETURN-CODE 4.'
003390         MOVE 4 TO RETURN-CODE
003400     END-IF.
003410 9000-FINALIZAR-EXIT.
003420     EXIT.
