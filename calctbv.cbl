000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    Calctbv.
000120 AUTHOR.        EQUIPE DE SISTEMAS FINANCEIROS.
000130 INSTALLATION.  CENTRO DE PROCESSAMENTO DE DADOS.
000140 DATE-WRITTEN.  15/10/2026.
000150 DATE-COMPILED.
000160*
000170*----------------------------------------------------------------*
000180*  HISTORICO DE ALTERACOES                                       *
000190*----------------------------------------------------------------*
000200*  15/10/2026  RMS  PROGRAMA ORIGINAL - APROVACAO EM DUPLA        *
000210*                   CUSTODIA DOS PEDIDOS DE ALTERACAO DO         *
000220*                   CADASTRO DE TAXAS E CONSTANTES.              *
000230*----------------------------------------------------------------*
000240*
000250*----------------------------------------------------------------*
000260*  FUNCAO DO PROGRAMA                                             *
000270*----------------------------------------------------------------*
000280*  APRESENTA, UM A UM E NA ORDEM DE CODIGO E VIGENCIA, OS        *
000290*  PEDIDOS PENDENTES REGISTRADOS POR Calctabm EM CALC-TBP-FILE   *
000300*  (VIDE CALCTBP.CPY) AO OPERADOR COM A PERMISSAO DE APROVACAO   *
000310*  (FUNCAO 'A' DE Calcsgn), QUE OS (A)PROVA, (R)ECUSA COM        *
000320*  MOTIVO OU (P)ULA. PEDIDO DO PROPRIO OPERADOR NUNCA E          *
000330*  APRESENTADO A ELE. CADA TENTATIVA DE ACESSO FICA NO LOG DE    *
000340*  SEGURANCA CALC-SEG-FILE.                                      *
000350*  A APROVACAO APLICA O PEDIDO AO CADASTRO CALC-TAB-FILE,        *
000360*  CARIMBANDO A VERSAO COMO APROVADA (CTB-APROVACAO = 'A') COM O *
000370*  APROVADOR E A DATA, E GRAVA A TRILHA CALC-TBA-FILE COM O      *
000380*  SOLICITANTE, O APROVADOR E OS VALORES ANTERIORES E            *
000390*  POSTERIORES. PEDIDO QUE NAO PODE MAIS SER APLICADO (VERSAO    *
000400*  JA INCLUIDA, INEXISTENTE OU ALTERADA DEPOIS DO PEDIDO)        *
000410*  CONTINUA PENDENTE E DEVE SER RECUSADO.                        *
000420*----------------------------------------------------------------*
000430*
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT CALC-TBP-FILE    ASSIGN TO CALCTBP
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS TBP-CHAVE
000510         FILE STATUS IS WS-TBP-STATUS.
000520*
000530     SELECT CALC-TAB-FILE    ASSIGN TO CALCTAB
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS CTB-CHAVE
000570         FILE STATUS IS WS-TAB-STATUS.
000580*
000590     SELECT CALC-TBA-FILE    ASSIGN TO CALCTBA
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-TBA-STATUS.
000620*
000630 DATA DIVISION.
000640 FILE SECTION.
000650*
000660*----------------------------------------------------------------*
000670*  CALC-TBP-FILE - PEDIDOS DE ALTERACAO DO CADASTRO              *
000680*----------------------------------------------------------------*
000690 FD  CALC-TBP-FILE.
000700     COPY CALCTBP.
000710*
000720*----------------------------------------------------------------*
000730*  CALC-TAB-FILE - CADASTRO INDEXADO DE TAXAS E CONSTANTES       *
000740*----------------------------------------------------------------*
000750 FD  CALC-TAB-FILE.
000760     COPY CALCTAB.
000770*
000780*----------------------------------------------------------------*
000790*  CALC-TBA-FILE - TRILHA DE MANUTENCAO DO CADASTRO              *
000800*----------------------------------------------------------------*
000810 FD  CALC-TBA-FILE.
000820     COPY CALCTBA.
000830*
000840 WORKING-STORAGE SECTION.
000850*
000860*----------------------------------------------------------------*
000870*  INDICADORES E CONTROLES                                       *
000880*----------------------------------------------------------------*
000890 77  WS-TBP-STATUS               PIC X(02) VALUE '00'.
000900 77  WS-TAB-STATUS               PIC X(02) VALUE '00'.
000910 77  WS-TBA-STATUS               PIC X(02) VALUE '00'.
000920*
000930 77  WS-ABORTAR-SWITCH           PIC X(01) VALUE 'N'.
000940     88  WS-ABORTAR-SIM          VALUE 'Y'.
000950     88  WS-ABORTAR-NAO          VALUE 'N'.
000960*
000970 77  WS-LISTA-FIM-SWITCH         PIC X(01) VALUE 'N'.
000980     88  WS-LISTA-FIM-SIM        VALUE 'Y'.
000990     88  WS-LISTA-FIM-NAO        VALUE 'N'.
001000*
001010 77  WS-RESPOSTA                 PIC X(01) VALUE ' '.
001020 77  WS-MOTIVO                   PIC X(40) VALUE SPACES.
001030 77  WS-ACAO-DESCRICAO           PIC X(12) VALUE SPACES.
001040 77  WS-VALOR-EDITADO            PIC ------9.99 VALUE SPACES.
001050 77  WS-VALOR-ANTES-EDITADO      PIC ------9.99 VALUE SPACES.
001060*
001070 01  WS-DATA-HORA-ATUAL.
001080     05  WS-DATA-ATUAL           PIC 9(08).
001090     05  WS-HORA-ATUAL           PIC 9(08).
001100*
001110*----------------------------------------------------------------*
001120*  CONTADORES DA SESSAO                                          *
001130*----------------------------------------------------------------*
001140 77  WS-QTD-APRESENTADOS         PIC 9(04) COMP VALUE ZERO.
001150 77  WS-QTD-APROVADOS            PIC 9(04) COMP VALUE ZERO.
001160 77  WS-QTD-RECUSADOS            PIC 9(04) COMP VALUE ZERO.
001170 77  WS-QTD-PULADOS              PIC 9(04) COMP VALUE ZERO.
001180 77  WS-QTD-PROPRIOS             PIC 9(04) COMP VALUE ZERO.
001190*
001200*----------------------------------------------------------------*
001210*  IDENTIFICACAO DO OPERADOR APROVADOR (SUB-ROTINA Calcsgn)      *
001220*----------------------------------------------------------------*
001230 77  WS-OPERADOR                 PIC X(08) VALUE SPACES.
001240 77  WS-OPERADOR-NOME            PIC X(30) VALUE SPACES.
001250 77  WS-SGN-FUNCAO               PIC X(01) VALUE ' '.
001260 77  WS-SGN-PROGRAMA             PIC X(08) VALUE 'CALCTBV '.
001270 77  WS-SGN-AUTORIZADO           PIC X(01) VALUE 'N'.
001280     88  WS-SGN-AUTORIZADO-SIM   VALUE 'Y'.
001290     88  WS-SGN-AUTORIZADO-NAO   VALUE 'N'.
001300*
001310 PROCEDURE DIVISION.
001320*
001330*================================================================*
001340*  0000-MAINLINE                                                  *
001350*================================================================*
001360 0000-MAINLINE.
001370     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001380     IF WS-ABORTAR-SIM
001390         GO TO 0000-MAINLINE-EXIT
001400     END-IF.
001410     PERFORM 2000-LER-PEDIDO THRU 2000-LER-PEDIDO-EXIT.
001420     PERFORM 2100-DECIDIR-PEDIDO THRU 2100-DECIDIR-PEDIDO-EXIT
001430         UNTIL WS-LISTA-FIM-SIM.
001440     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
001450 0000-MAINLINE-EXIT.
001460     STOP RUN.
001470*
001480*----------------------------------------------------------------*
001490*  1000-INICIALIZAR - IDENTIFICA E AUTORIZA O APROVADOR (FUNCAO  *
001500*  'A' VIA Calcsgn), ABRE OS PEDIDOS, O CADASTRO (CRIANDO-O      *
001510*  VAZIO NA PRIMEIRA UTILIZACAO) E A TRILHA, E POSICIONA NO      *
001520*  PRIMEIRO PEDIDO.                                              *
001530*----------------------------------------------------------------*
001540 1000-INICIALIZAR.
001550     DISPLAY 'Operador (8): ' WITH NO ADVANCING.
001560     ACCEPT WS-OPERADOR.
001570     MOVE 'A' TO WS-SGN-FUNCAO.
001580     CALL 'Calcsgn' USING WS-SGN-FUNCAO WS-OPERADOR
001590         WS-OPERADOR-NOME WS-SGN-AUTORIZADO WS-SGN-PROGRAMA.
001600     IF WS-SGN-AUTORIZADO-NAO
001610         DISPLAY 'Operador sem autorizacao para aprovar pedidos '
001620             'de taxas - aprovacao cancelada. RETURN-CODE 8.'
001630         MOVE 8 TO RETURN-CODE
001640         SET WS-ABORTAR-SIM TO TRUE
001650         GO TO 1000-INICIALIZAR-EXIT
001660     END-IF.
001670     OPEN I-O CALC-TBP-FILE.
001680     IF WS-TBP-STATUS = '35'
001690         DISPLAY 'Nenhum pedido de alteracao registrado.'
001700         SET WS-ABORTAR-SIM TO TRUE
001710         GO TO 1000-INICIALIZAR-EXIT
001720     END-IF.
001730     IF WS-TBP-STATUS NOT = '00'
001740         DISPLAY 'Erro ao abrir CALC-TBP-FILE - status '
001750             WS-TBP-STATUS '. Aprovacao cancelada.'
001760         MOVE 8 TO RETURN-CODE
001770         SET WS-ABORTAR-SIM TO TRUE
001780         GO TO 1000-INICIALIZAR-EXIT
001790     END-IF.
001800     OPEN I-O CALC-TAB-FILE.
001810     IF WS-TAB-STATUS = '35'
001820         OPEN OUTPUT CALC-TAB-FILE
001830         CLOSE CALC-TAB-FILE
001840         OPEN I-O CALC-TAB-FILE
001850     END-IF.
001860     IF WS-TAB-STATUS NOT = '00'
001870         DISPLAY 'Erro ao abrir CALC-TAB-FILE - status '
001880             WS-TAB-STATUS '. Aprovacao cancelada.'
001890         MOVE 8 TO RETURN-CODE
001900         CLOSE CALC-TBP-FILE
001910         SET WS-ABORTAR-SIM TO TRUE
001920         GO TO 1000-INICIALIZAR-EXIT
001930     END-IF.
001940     OPEN EXTEND CALC-TBA-FILE.
001950     IF WS-TBA-STATUS = '35'
001960         OPEN OUTPUT CALC-TBA-FILE
001970     END-IF.
001980     IF WS-TBA-STATUS NOT = '00'
001990         DISPLAY 'Erro ao abrir CALC-TBA-FILE - status '
002000             WS-TBA-STATUS '. Aprovacao cancelada.'
002010         MOVE 8 TO RETURN-CODE
002020         CLOSE CALC-TBP-FILE
002030         CLOSE CALC-TAB-FILE
002040         SET WS-ABORTAR-SIM TO TRUE
002050         GO TO 1000-INICIALIZAR-EXIT
002060     END-IF.
002070     MOVE LOW-VALUES TO TBP-CHAVE.
002080     START CALC-TBP-FILE KEY NOT < TBP-CHAVE
002090         INVALID KEY
002100             SET WS-LISTA-FIM-SIM TO TRUE
002110     END-START.
002120 1000-INICIALIZAR-EXIT.
002130     EXIT.
002140*
002150 2000-LER-PEDIDO.
002160     IF WS-LISTA-FIM-SIM
002170         GO TO 2000-LER-PEDIDO-EXIT
002180     END-IF.
002190     READ CALC-TBP-FILE NEXT RECORD
002200         AT END
002210             SET WS-LISTA-FIM-SIM TO TRUE
002220     END-READ.
002230 2000-LER-PEDIDO-EXIT.
002240     EXIT.
002250*
002260*----------------------------------------------------------------*
002270*  2100-DECIDIR-PEDIDO - APRESENTA O PEDIDO PENDENTE E APLICA A  *
002280*  DECISAO DO APROVADOR; PEDIDO JA DECIDIDO E PEDIDO DO PROPRIO  *
002290*  OPERADOR SAO SALTADOS.                                        *
002300*----------------------------------------------------------------*
002310 2100-DECIDIR-PEDIDO.
002320     IF NOT TBP-PENDENTE
002330         GO TO 2100-DECIDIR-LER
002340     END-IF.
002350     IF TBP-SOLICITANTE = WS-OPERADOR
002360         ADD 1 TO WS-QTD-PROPRIOS
002370         GO TO 2100-DECIDIR-LER
002380     END-IF.
002390     ADD 1 TO WS-QTD-APRESENTADOS.
002400     PERFORM 2200-EXIBIR-PEDIDO THRU 2200-EXIBIR-PEDIDO-EXIT.
002410     DISPLAY '(A)prova (R)ecusa (P)ula (F)im: '
002420         WITH NO ADVANCING.
002430     ACCEPT WS-RESPOSTA.
002440     EVALUATE WS-RESPOSTA
002450         WHEN 'A'
002460         WHEN 'a'
002470             PERFORM 3000-APROVAR THRU 3000-APROVAR-EXIT
002480         WHEN 'R'
002490         WHEN 'r'
002500             PERFORM 4000-RECUSAR THRU 4000-RECUSAR-EXIT
002510         WHEN 'F'
002520         WHEN 'f'
002530             ADD 1 TO WS-QTD-PULADOS
002540             SET WS-LISTA-FIM-SIM TO TRUE
002550         WHEN OTHER
002560             ADD 1 TO WS-QTD-PULADOS
002570             DISPLAY 'Pedido mantido pendente.'
002580     END-EVALUATE.
002590 2100-DECIDIR-LER.
002600     PERFORM 2000-LER-PEDIDO THRU 2000-LER-PEDIDO-EXIT.
002610 2100-DECIDIR-PEDIDO-EXIT.
002620     EXIT.
002630*
002640 2200-EXIBIR-PEDIDO.
002650     EVALUATE TRUE
002660         WHEN TBP-ACAO-INCLUSAO
002670             MOVE 'INCLUSAO'     TO WS-ACAO-DESCRICAO
002680         WHEN TBP-ACAO-ALTERACAO
002690             MOVE 'ALTERACAO'    TO WS-ACAO-DESCRICAO
002700         WHEN TBP-ACAO-EXCLUSAO
002710             MOVE 'EXCLUSAO'     TO WS-ACAO-DESCRICAO
002720         WHEN TBP-ACAO-ENCERRA
002730             MOVE 'ENCERRAMENTO' TO WS-ACAO-DESCRICAO
002740         WHEN OTHER
002750             MOVE TBP-ACAO       TO WS-ACAO-DESCRICAO
002760     END-EVALUATE.
002770     MOVE TBP-VALOR       TO WS-VALOR-EDITADO.
002780     MOVE TBP-VALOR-ANTES TO WS-VALOR-ANTES-EDITADO.
002790     DISPLAY ' '.
002800     DISPLAY 'Pedido de ' WS-ACAO-DESCRICAO ' - codigo '
002810         TBP-CODIGO ' com inicio em ' TBP-VIGENCIA-INI.
002820     DISPLAY '  Solicitado por ' TBP-SOLICITANTE ' em '
002830         TBP-DATA-PEDIDO ' as ' TBP-HORA-PEDIDO.
002840     DISPLAY '  Descricao......: ' TBP-DESCRICAO.
002850     DISPLAY '  Valor anterior.: ' WS-VALOR-ANTES-EDITADO
002860         ' sit ' TBP-SIT-ANTES.
002870     DISPLAY '  Valor proposto.: ' WS-VALOR-EDITADO
002880         ' sit ' TBP-SITUACAO ' ate ' TBP-VIGENCIA-FIM.
002890 2200-EXIBIR-PEDIDO-EXIT.
002900     EXIT.
002910*
002920*----------------------------------------------------------------*
002930*  3000-APROVAR - APLICA O PEDIDO AO CADASTRO: INCLUSAO GRAVA A  *
002940*  NOVA VERSAO; AS DEMAIS ACOES EXIGEM QUE A VERSAO AINDA TENHA  *
002950*  O VALOR E A SITUACAO VISTOS PELO SOLICITANTE. APLICADO, O     *
002960*  PEDIDO PASSA A APROVADO E A TRILHA E GRAVADA.                 *
002970*----------------------------------------------------------------*
002980 3000-APROVAR.
002990     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
003000     ACCEPT WS-HORA-ATUAL FROM TIME.
003010     MOVE TBP-CODIGO       TO CTB-CODIGO.
003020     MOVE TBP-VIGENCIA-INI TO CTB-DATA-INI-VIGENCIA.
003030     READ CALC-TAB-FILE
003040         INVALID KEY
003050             CONTINUE
003060     END-READ.
003070     IF TBP-ACAO-INCLUSAO
003080         GO TO 3000-APROVAR-INCLUSAO
003090     END-IF.
003100     IF WS-TAB-STATUS NOT = '00'
003110         DISPLAY 'Versao inexistente no cadastro - pedido nao '
003120             'aplicado; recuse-o.'
003130         GO TO 3000-APROVAR-EXIT
003140     END-IF.
003150     IF CTB-VALOR NOT = TBP-VALOR-ANTES
003160        OR CTB-SITUACAO NOT = TBP-SIT-ANTES
003170         DISPLAY 'Versao alterada depois do pedido - pedido nao '
003180             'aplicado; recuse-o.'
003190         GO TO 3000-APROVAR-EXIT
003200     END-IF.
003210     EVALUATE TRUE
003220         WHEN TBP-ACAO-ALTERACAO
003230             MOVE TBP-DESCRICAO    TO CTB-DESCRICAO
003240             MOVE TBP-VALOR        TO CTB-VALOR
003250             MOVE TBP-VIGENCIA-FIM TO CTB-DATA-FIM-VIGENCIA
003260             MOVE TBP-SITUACAO     TO CTB-SITUACAO
003270         WHEN TBP-ACAO-EXCLUSAO
003280             MOVE 'I'              TO CTB-SITUACAO
003290         WHEN TBP-ACAO-ENCERRA
003300             MOVE TBP-VIGENCIA-FIM TO CTB-DATA-FIM-VIGENCIA
003310     END-EVALUATE.
003320     MOVE 'A'           TO CTB-APROVACAO.
003330     MOVE WS-OPERADOR   TO CTB-APROVADOR.
003340     MOVE WS-DATA-ATUAL TO CTB-DATA-APROVACAO.
003350     REWRITE CALC-TAB-RECORD
003360         INVALID KEY
003370             DISPLAY 'Erro na regravacao do cadastro - status '
003380                 WS-TAB-STATUS
003390     END-REWRITE.
003400     GO TO 3000-APROVAR-REGISTRAR.
003410 3000-APROVAR-INCLUSAO.
003420     IF WS-TAB-STATUS = '00'
003430         DISPLAY 'Versao ja existe no cadastro - pedido nao '
003440             'aplicado; recuse-o.'
003450         GO TO 3000-APROVAR-EXIT
003460     END-IF.
003470     MOVE TBP-CODIGO       TO CTB-CODIGO.
003480     MOVE TBP-VIGENCIA-INI TO CTB-DATA-INI-VIGENCIA.
003490     MOVE TBP-DESCRICAO    TO CTB-DESCRICAO.
003500     MOVE TBP-VALOR        TO CTB-VALOR.
003510     MOVE TBP-VIGENCIA-FIM TO CTB-DATA-FIM-VIGENCIA.
003520     MOVE TBP-SITUACAO     TO CTB-SITUACAO.
003530     MOVE 'A'              TO CTB-APROVACAO.
003540     MOVE WS-OPERADOR      TO CTB-APROVADOR.
003550     MOVE WS-DATA-ATUAL    TO CTB-DATA-APROVACAO.
003560     WRITE CALC-TAB-RECORD
003570         INVALID KEY
003580             DISPLAY 'Erro na gravacao do cadastro - status '
003590                 WS-TAB-STATUS
003600     END-WRITE.
003610 3000-APROVAR-REGISTRAR.
003620     IF WS-TAB-STATUS NOT = '00'
003630         GO TO 3000-APROVAR-EXIT
003640     END-IF.
003650     MOVE 'A'           TO TBP-ESTADO.
003660     MOVE WS-OPERADOR   TO TBP-APROVADOR.
003670     MOVE WS-DATA-ATUAL TO TBP-DATA-DECISAO.
003680     MOVE WS-HORA-ATUAL TO TBP-HORA-DECISAO.
003690     REWRITE CALC-TBP-RECORD
003700         INVALID KEY
003710             DISPLAY 'Erro na regravacao do pedido - status '
003720                 WS-TBP-STATUS
003730     END-REWRITE.
003740     MOVE WS-DATA-ATUAL    TO TBA-DATA.
003750     MOVE WS-HORA-ATUAL    TO TBA-HORA.
003760     MOVE TBP-SOLICITANTE  TO TBA-USUARIO.
003770     MOVE TBP-ACAO         TO TBA-ACAO.
003780     MOVE TBP-CODIGO       TO TBA-CODIGO.
003790     MOVE TBP-VIGENCIA-INI TO TBA-VIGENCIA-INI.
003800     MOVE TBP-VALOR-ANTES  TO TBA-VALOR-ANTES.
003810     MOVE TBP-SIT-ANTES    TO TBA-SIT-ANTES.
003820     MOVE CTB-VALOR        TO TBA-VALOR-DEPOIS.
003830     MOVE CTB-SITUACAO     TO TBA-SIT-DEPOIS.
003840     MOVE WS-OPERADOR      TO TBA-APROVADOR.
003850     MOVE TBP-DATA-PEDIDO  TO TBA-PEDIDO-DATA.
003860     MOVE TBP-HORA-PEDIDO  TO TBA-PEDIDO-HORA.
003870     WRITE CALC-TBA-RECORD.
003880     ADD 1 TO WS-QTD-APROVADOS.
003890     DISPLAY 'Pedido aprovado e aplicado ao cadastro.'.
003900 3000-APROVAR-EXIT.
003910     EXIT.
003920*
003930*----------------------------------------------------------------*
003940*  4000-RECUSAR - RECUSA O PEDIDO COM MOTIVO OBRIGATORIO; O      *
003950*  CADASTRO NAO E TOCADO.                                        *
003960*----------------------------------------------------------------*
003970 4000-RECUSAR.
003980     DISPLAY 'Motivo da recusa (40): ' WITH NO ADVANCING.
003990     ACCEPT WS-MOTIVO.
004000     IF WS-MOTIVO = SPACES
004010         DISPLAY 'Motivo obrigatorio na recusa.'
004020         GO TO 4000-RECUSAR
004030     END-IF.
004040     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
004050     ACCEPT WS-HORA-ATUAL FROM TIME.
004060     MOVE 'R'           TO TBP-ESTADO.
004070     MOVE WS-OPERADOR   TO TBP-APROVADOR.
004080     MOVE WS-DATA-ATUAL TO TBP-DATA-DECISAO.
004090     MOVE WS-HORA-ATUAL TO TBP-HORA-DECISAO.
004100     MOVE WS-MOTIVO     TO TBP-MOTIVO-RECUSA.
004110     REWRITE CALC-TBP-RECORD
004120         INVALID KEY
004130             DISPLAY 'Erro na regravacao do pedido - status '
004140                 WS-TBP-STATUS
004150     END-REWRITE.
004160     IF WS-TBP-STATUS = '00'
004170         ADD 1 TO WS-QTD-RECUSADOS
004180         DISPLAY 'Pedido recusado.'
004190     END-IF.
004200 4000-RECUSAR-EXIT.
004210     EXIT.
004220*
004230 9000-FINALIZAR.
004240     CLOSE CALC-TBP-FILE.
004250     CLOSE CALC-TAB-FILE.
004260     CLOSE CALC-TBA-FILE.
004270     DISPLAY ' '.
004280     DISPLAY 'Pedidos apresentados......: ' WS-QTD-APRESENTADOS.
004290     DISPLAY 'Pedidos aprovados.........: ' WS-QTD-APROVADOS.
004300     DISPLAY 'Pedidos recusados.........: ' WS-QTD-RECUSADOS.
004310     DISPLAY 'Pedidos mantidos pendentes: ' WS-QTD-PULADOS.
004320     IF WS-QTD-PROPRIOS > ZERO
004330         DISPLAY 'Pedidos do proprio operador, a decidir por '
004340             'outro aprovador: ' WS-QTD-PROPRIOS
004350     END-IF.
004360 9000-FINALIZAR-EXIT.
004370     EXIT.
