000304*                   DEFINE A DATA FINAL DE UMA VERSAO; A TRILHA  *
000305*                   PASSA A REGISTRAR A VIGENCIA INICIAL DA      *
000306*                   VERSAO MANTIDA.                              *
000307*  15/10/2026  RMS  DUPLA CUSTODIA: INCLUSAO, ALTERACAO,          *
000308*                   EXCLUSAO E ENCERRAMENTO DEIXAM DE GRAVAR O   *
000309*                   CADASTRO E PASSAM A REGISTRAR PEDIDOS        *
000310*                   PENDENTES EM CALC-TBP-FILE (VIDE             *
000311*                   CALCTBP.CPY), APROVADOS OU RECUSADOS POR     *
000312*                   OUTRO OPERADOR EM Calctbv; A TRILHA          *
000313*                   CALC-TBA-FILE PASSA A SER GRAVADA NA         *
000314*                   APROVACAO. A CONSULTA MOSTRA OS PEDIDOS      *
000315*                   PENDENTES DO CODIGO.                         *
000316*  15/10/2026  RMS  Calcsgn PASSA A RECEBER O NOME DO PROGRAMA,  *
000317*                   GRAVADO NO LOG DE SEGURANCA CALC-SEG-FILE    *
000318*                   (VIDE CALCSEG.CPY).                          *
000319*----------------------------------------------------------------*
000320*
000321*----------------------------------------------------------------*
000330*  FUNCAO DO PROGRAMA                                             *
000340*----------------------------------------------------------------*
000350*  MANUTENCAO CONTROLADA DO CADASTRO DE TAXAS E CONSTANTES       *
000400*  DATADA (TAXAS FUTURAS PODEM SER CARREGADAS COM               *
000410*  ANTECEDENCIA); A ALTERACAO E A EXCLUSAO LOGICA ATUAM SOBRE   *
000412*  UMA VERSAO IDENTIFICADA PELA VIGENCIA INICIAL; E A FUNCAO    *
000413*  e(N)cerra DEFINE A DATA FINAL DE UMA VERSAO. NENHUMA DESSAS  *
000414*  FUNCOES ALTERA O CADASTRO: CADA UMA GRAVA UM PEDIDO PENDENTE *
000415*  EM CALC-TBP-FILE COM O OPERADOR, A DATA E HORA E OS VALORES  *
000416*  ANTERIORES E PROPOSTOS, QUE SO ENTRA EM VIGOR QUANDO OUTRO   *
000417*  OPERADOR O APROVA EM Calctbv (DUPLA CUSTODIA). UMA VERSAO SO *
000418*  PODE TER UM PEDIDO PENDENTE DE CADA VEZ.                     *
000420*----------------------------------------------------------------*
000430*
000440 ENVIRONMENT DIVISION.
000500         RECORD KEY IS CTB-CHAVE
000510         FILE STATUS IS WS-TAB-STATUS.
000520*
000530     SELECT CALC-TBP-FILE    ASSIGN TO CALCTBP
000540         ORGANIZATION IS INDEXED
000543         ACCESS MODE IS DYNAMIC
000546         RECORD KEY IS TBP-CHAVE
000550         FILE STATUS IS WS-TBP-STATUS.
000560*
000570 DATA DIVISION.
000580 FILE SECTION.
000640     COPY CALCTAB.
000650*
000660*----------------------------------------------------------------*
000670*  CALC-TBP-FILE - PEDIDOS DE ALTERACAO DO CADASTRO (DUPLA      *
000675*  CUSTODIA)                                                     *
000680*----------------------------------------------------------------*
000690 FD  CALC-TBP-FILE.
000700     COPY CALCTBP.
000850*
000860 WORKING-STORAGE SECTION.
000870*
001050*  INDICADORES E CONTROLES                                       *
001060*----------------------------------------------------------------*
001070 77  WS-TAB-STATUS               PIC X(02) VALUE '00'.
001080 77  WS-TBP-STATUS               PIC X(02) VALUE '00'.
001090*
001091 77  WS-PENDENTE-SWITCH          PIC X(01) VALUE 'N'.
001092     88  WS-PENDENTE-SIM         VALUE 'Y'.
001093     88  WS-PENDENTE-NAO         VALUE 'N'.
001094*
001095 77  WS-QTD-PEDIDOS              PIC 9(04) COMP VALUE ZERO.
001096 77  WS-ACAO-PEDIDO              PIC X(01) VALUE ' '.
001097*
001100 77  WS-ABORTAR-SWITCH           PIC X(01) VALUE 'N'.
001110     88  WS-ABORTAR-SIM          VALUE 'Y'.
001120     88  WS-ABORTAR-NAO          VALUE 'N'.
001205*----------------------------------------------------------------*
001206 77  WS-OPERADOR-NOME            PIC X(30) VALUE SPACES.
001207 77  WS-SGN-FUNCAO               PIC X(01) VALUE ' '.
001208 77  WS-SGN-PROGRAMA             PIC X(08) VALUE 'CALCTABM'.
001209 77  WS-SGN-AUTORIZADO           PIC X(01) VALUE 'N'.
001210     88  WS-SGN-AUTORIZADO-SIM   VALUE 'Y'.
001211     88  WS-SGN-AUTORIZADO-NAO   VALUE 'N'.
001212*
001220 01  WS-DATA-HORA-ATUAL.
001930*
001940*----------------------------------------------------------------*
001950*  1000-INICIALIZAR - IDENTIFICA E AUTORIZA O OPERADOR (FUNCAO   *
001960*  'T' VIA Calcsgn) E ABRE O CADASTRO, SO PARA CONSULTA, E O     *
001970*  ARQUIVO DE PEDIDOS (CRIANDO-OS VAZIOS NA PRIMEIRA UTILIZACAO).*
001980*----------------------------------------------------------------*
001990 1000-INICIALIZAR.
002000     DISPLAY 'Operador (8): ' WITH NO ADVANCING.
002010     ACCEPT WS-USUARIO.
002012     MOVE 'T' TO WS-SGN-FUNCAO.
002014     CALL 'Calcsgn' USING WS-SGN-FUNCAO WS-USUARIO
002016         WS-OPERADOR-NOME WS-SGN-AUTORIZADO WS-SGN-PROGRAMA.
002020     IF WS-SGN-AUTORIZADO-NAO
002030         DISPLAY 'Operador sem autorizacao para manter taxas - '
002040             'manutencao cancelada. RETURN-CODE 8.'
002044         SET WS-ABORTAR-SIM TO TRUE
002050         GO TO 1000-INICIALIZAR-EXIT
002060     END-IF.
002070     OPEN INPUT CALC-TAB-FILE.
002080     IF WS-TAB-STATUS = '35'
002090         OPEN OUTPUT CALC-TAB-FILE
002100         CLOSE CALC-TAB-FILE
002110         OPEN INPUT CALC-TAB-FILE
002120     END-IF.
002130     IF WS-TAB-STATUS NOT = '00'
002140         DISPLAY 'Erro ao abrir CALC-TAB-FILE - status '
002160         SET WS-ABORTAR-SIM TO TRUE
002170         GO TO 1000-INICIALIZAR-EXIT
002180     END-IF.
002190     OPEN I-O CALC-TBP-FILE.
002200     IF WS-TBP-STATUS = '35'
002210         OPEN OUTPUT CALC-TBP-FILE
002213         CLOSE CALC-TBP-FILE
002216         OPEN I-O CALC-TBP-FILE
002220     END-IF.
002230     IF WS-TBP-STATUS NOT = '00'
002240         DISPLAY 'Erro ao abrir CALC-TBP-FILE - status '
002250             WS-TBP-STATUS '. Manutencao cancelada.'
002260         CLOSE CALC-TAB-FILE
002270         SET WS-ABORTAR-SIM TO TRUE
002280         GO TO 1000-INICIALIZAR-EXIT
002758*
002760*----------------------------------------------------------------*
002762*  2100-CONSULTAR - LISTA TODAS AS VERSOES DO CODIGO, EM ORDEM   *
002764*  DE VIGENCIA INICIAL, E OS PEDIDOS AINDA PENDENTES DO CODIGO   *
002766*----------------------------------------------------------------*
002767 2100-CONSULTAR.
002770     MOVE Codigo TO CTB-CODIGO.
002794     ELSE
002796         DISPLAY WS-QTD-VERSOES ' versao(oes) listada(s).'
002798     END-IF.
002801     MOVE Codigo TO TBP-CODIGO.
002804     MOVE ZERO   TO TBP-VIGENCIA-INI.
002807     MOVE ZERO   TO TBP-DATA-PEDIDO.
002810     MOVE ZERO   TO TBP-HORA-PEDIDO.
002813     MOVE ZERO   TO WS-QTD-PEDIDOS.
002816     MOVE 'N'    TO WS-LISTA-FIM-SWITCH.
002819     START CALC-TBP-FILE KEY NOT < TBP-CHAVE
002822         INVALID KEY
002825             SET WS-LISTA-FIM-SIM TO TRUE
002828     END-START.
002831     PERFORM 2160-LISTAR-PEDIDO THRU 2160-LISTAR-PEDIDO-EXIT
002834         UNTIL WS-LISTA-FIM-SIM.
002837     IF WS-QTD-PEDIDOS > ZERO
002840         DISPLAY WS-QTD-PEDIDOS ' pedido(s) pendente(s) de '
002843             'aprovacao.'
002846     END-IF.
002850 2100-CONSULTAR-EXIT.
002860     EXIT.
002862*
002890         ' ate ' CTB-DATA-FIM-VIGENCIA ' valor '
002892         WS-VALOR-EDITADO ' sit ' CTB-SITUACAO ' - '
002894         CTB-DESCRICAO.
002895     IF CTB-APROVADA
002896         DISPLAY '      aprovada por ' CTB-APROVADOR ' em '
002897             CTB-DATA-APROVACAO
002898     ELSE
002899         DISPLAY '      *** versao sem aprovacao - nao usada '
002900             'pelo lote ***'
002901     END-IF.
002902 2150-LISTAR-VERSAO-EXIT.
002903     EXIT.
002904*
002905 2160-LISTAR-PEDIDO.
002906     READ CALC-TBP-FILE NEXT RECORD
002907         AT END
002908             SET WS-LISTA-FIM-SIM TO TRUE
002909             GO TO 2160-LISTAR-PEDIDO-EXIT
002910     END-READ.
002911     IF TBP-CODIGO NOT = Codigo
002912         SET WS-LISTA-FIM-SIM TO TRUE
002913         GO TO 2160-LISTAR-PEDIDO-EXIT
002914     END-IF.
002915     IF NOT TBP-PENDENTE
002916         GO TO 2160-LISTAR-PEDIDO-EXIT
002917     END-IF.
002918     ADD 1 TO WS-QTD-PEDIDOS.
002919     MOVE TBP-VALOR TO WS-VALOR-EDITADO.
002920     DISPLAY '  PEDIDO ' TBP-ACAO ' de ' TBP-VIGENCIA-INI
002921         ' ate ' TBP-VIGENCIA-FIM ' valor ' WS-VALOR-EDITADO
002922         ' sit ' TBP-SITUACAO ' por ' TBP-SOLICITANTE ' em '
002923         TBP-DATA-PEDIDO.
002924 2160-LISTAR-PEDIDO-EXIT.
002925     EXIT.
002926*
002927*----------------------------------------------------------------*
002928*  2200-INCLUIR - PEDE UMA NOVA VERSAO DO CODIGO; A VIGENCIA     *
002929*  INICIAL INFORMADA NA TELA COMPOE A CHAVE (VERSAO JA           *
002930*  EXISTENTE OU JA PEDIDA COM A MESMA VIGENCIA INICIAL E         *
002931*  RECUSADA)                                                     *
002932*----------------------------------------------------------------*
002933 2200-INCLUIR.
002950     MOVE SPACES       TO Descricao.
002960     MOVE ZERO         TO Valor.
002970     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
003080         DISPLAY 'Inclusao abandonada - nada gravado.'
003090         GO TO 2200-INCLUIR-EXIT
003100     END-IF.
003110     MOVE VigenciaIni TO WS-VIG-INI-CHAVE.
003120     PERFORM 2500-LER-CADASTRO THRU 2500-LER-CADASTRO-EXIT.
003190     IF WS-TAB-STATUS = '00'
003200         DISPLAY 'Ja existe versao de ' Codigo ' com '
003210             'vigencia inicial ' VigenciaIni ' - use a '
003220             'alteracao.'
003230         GO TO 2200-INCLUIR-EXIT
003240     END-IF.
003241     PERFORM 2950-VERIFICAR-PENDENTE
003242         THRU 2950-VERIFICAR-PENDENTE-EXIT.
003243     IF WS-PENDENTE-SIM
003244         GO TO 2200-INCLUIR-EXIT
003245     END-IF.
003246     MOVE ZERO TO WS-VALOR-ANTES.
003247     MOVE ' '  TO WS-SIT-ANTES.
003248     MOVE 'I'  TO WS-ACAO-PEDIDO.
003249     PERFORM 2900-GRAVAR-PEDIDO THRU 2900-GRAVAR-PEDIDO-EXIT.
003250 2200-INCLUIR-EXIT.
003260     EXIT.
003270*
003272*----------------------------------------------------------------*
003274*  2300-ALTERAR - PEDE A ALTERACAO DE UMA VERSAO IDENTIFICADA    *
003276*  PELA VIGENCIA INICIAL; A VIGENCIA INICIAL E CHAVE E NAO PODE  *
003278*  SER TROCADA PELA TELA (E RESTAURADA ANTES DO PEDIDO)          *
003279*----------------------------------------------------------------*
003280 2300-ALTERAR.
003282     PERFORM 2050-PEDIR-VIGENCIA THRU 2050-PEDIR-VIGENCIA-EXIT.
003312             WS-VIG-INI-CHAVE ' inexistente no cadastro.'
003320         GO TO 2300-ALTERAR-EXIT
003330     END-IF.
003331     PERFORM 2950-VERIFICAR-PENDENTE
003332         THRU 2950-VERIFICAR-PENDENTE-EXIT.
003333     IF WS-PENDENTE-SIM
003334         GO TO 2300-ALTERAR-EXIT
003335     END-IF.
003340     MOVE CTB-VALOR    TO WS-VALOR-ANTES.
003350     MOVE CTB-SITUACAO TO WS-SIT-ANTES.
003360     PERFORM 2600-MOVER-PARA-TELA
003476             'alteracao dela ignorada.'
003478         MOVE WS-VIG-INI-CHAVE TO VigenciaIni
003479     END-IF.
003560     MOVE 'A' TO WS-ACAO-PEDIDO.
003570     PERFORM 2900-GRAVAR-PEDIDO THRU 2900-GRAVAR-PEDIDO-EXIT.
003610 2300-ALTERAR-EXIT.
003620     EXIT.
003630*
003640*----------------------------------------------------------------*
003650*  2400-EXCLUIR - PEDE A EXCLUSAO LOGICA DE UMA VERSAO: APROVADA,*
003660*  O REGISTRO PERMANECE NO CADASTRO COM CTB-SITUACAO 'I' E       *
003670*  DEIXA DE SER ACEITO PELO MODO DE LOTE.                        *
003680*----------------------------------------------------------------*
003690 2400-EXCLUIR.
003692     PERFORM 2050-PEDIR-VIGENCIA THRU 2050-PEDIR-VIGENCIA-EXIT.
003770             'para reativar.'
003780         GO TO 2400-EXCLUIR-EXIT
003790     END-IF.
003791     PERFORM 2950-VERIFICAR-PENDENTE
003792         THRU 2950-VERIFICAR-PENDENTE-EXIT.
003793     IF WS-PENDENTE-SIM
003794         GO TO 2400-EXCLUIR-EXIT
003795     END-IF.
003800     DISPLAY 'Confirma a exclusao (logica) da versao de '
003810         Codigo ' com inicio em ' WS-VIG-INI-CHAVE
003812         '? (S/N): ' WITH NO ADVANCING.
003860     END-IF.
003870     MOVE CTB-VALOR    TO WS-VALOR-ANTES.
003880     MOVE CTB-SITUACAO TO WS-SIT-ANTES.
003883     PERFORM 2600-MOVER-PARA-TELA
003886         THRU 2600-MOVER-PARA-TELA-EXIT.
003890     MOVE 'I'          TO Situacao.
003960     MOVE 'E'          TO WS-ACAO-PEDIDO.
003970     PERFORM 2900-GRAVAR-PEDIDO THRU 2900-GRAVAR-PEDIDO-EXIT.
004010 2400-EXCLUIR-EXIT.
004020     EXIT.
004022*
004024*----------------------------------------------------------------*
004026*  2450-ENCERRAR-VIGENCIA - PEDE A DATA FINAL DE UMA VERSAO,     *
004028*  PERMITINDO ENCERRAR A VIGENCIA CORRENTE QUANDO UMA NOVA       *
004030*  VERSAO FUTURA E CARREGADA COM ANTECEDENCIA                    *
004032*----------------------------------------------------------------*
004042     END-IF.
004044     PERFORM 2500-LER-CADASTRO THRU 2500-LER-CADASTRO-EXIT.
004046     IF WS-TAB-STATUS NOT = '00'
004047         DISPLAY 'Versao de ' Codigo ' com inicio em '
004048             WS-VIG-INI-CHAVE ' inexistente no cadastro.'
004049         GO TO 2450-ENCERRAR-VIGENCIA-EXIT
004050     END-IF.
004051     PERFORM 2950-VERIFICAR-PENDENTE
004052         THRU 2950-VERIFICAR-PENDENTE-EXIT.
004053     IF WS-PENDENTE-SIM
004054         GO TO 2450-ENCERRAR-VIGENCIA-EXIT
004055     END-IF.
004056     DISPLAY 'Vigencia final atual: ' CTB-DATA-FIM-VIGENCIA '.'.
004058     DISPLAY 'Nova vigencia final (AAAAMMDD): '
004060         WITH NO ADVANCING.
004082     END-IF.
004084     MOVE CTB-VALOR        TO WS-VALOR-ANTES.
004086     MOVE CTB-SITUACAO     TO WS-SIT-ANTES.
004090     PERFORM 2600-MOVER-PARA-TELA
004094         THRU 2600-MOVER-PARA-TELA-EXIT.
004098     MOVE WS-VIG-FIM-NOVA  TO VigenciaFim.
004102     MOVE 'N'              TO WS-ACAO-PEDIDO.
004104     PERFORM 2900-GRAVAR-PEDIDO THRU 2900-GRAVAR-PEDIDO-EXIT.
004116 2450-ENCERRAR-VIGENCIA-EXIT.
004118     EXIT.
004120*
004410 2700-CONFIRMAR-TELA-EXIT.
004420     EXIT.
004430*
004540*----------------------------------------------------------------*
004550*  2900-GRAVAR-PEDIDO - REGISTRA O PEDIDO PENDENTE (ACAO EM      *
004560*  WS-ACAO-PEDIDO, VALORES PROPOSTOS NOS CAMPOS DA TELA) COM O   *
004570*  SOLICITANTE, A DATA E HORA E OS VALORES ANTERIORES.           *
004580*----------------------------------------------------------------*
004590 2900-GRAVAR-PEDIDO.
004600     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
004610     ACCEPT WS-HORA-ATUAL FROM TIME.
004611     MOVE Codigo         TO TBP-CODIGO.
004612     MOVE VigenciaIni    TO TBP-VIGENCIA-INI.
004613     MOVE WS-DATA-ATUAL  TO TBP-DATA-PEDIDO.
004614     MOVE WS-HORA-ATUAL  TO TBP-HORA-PEDIDO.
004615     MOVE WS-USUARIO     TO TBP-SOLICITANTE.
004616     MOVE WS-ACAO-PEDIDO TO TBP-ACAO.
004617     MOVE Descricao      TO TBP-DESCRICAO.
004618     MOVE Valor          TO TBP-VALOR.
004619     MOVE VigenciaFim    TO TBP-VIGENCIA-FIM.
004620     MOVE Situacao       TO TBP-SITUACAO.
004621     MOVE WS-VALOR-ANTES TO TBP-VALOR-ANTES.
004622     MOVE WS-SIT-ANTES   TO TBP-SIT-ANTES.
004623     MOVE 'P'            TO TBP-ESTADO.
004624     MOVE SPACES         TO TBP-APROVADOR.
004625     MOVE ZERO           TO TBP-DATA-DECISAO.
004626     MOVE ZERO           TO TBP-HORA-DECISAO.
004627     MOVE SPACES         TO TBP-MOTIVO-RECUSA.
004628     WRITE CALC-TBP-RECORD
004629         INVALID KEY
004630             DISPLAY 'Erro na gravacao do pedido - status '
004631                 WS-TBP-STATUS
004632     END-WRITE.
004633     IF WS-TBP-STATUS = '00'
004634         DISPLAY 'Pedido de ' Codigo ' com inicio em '
004635             VigenciaIni ' registrado - aguarda aprovacao por '
004636             'outro operador (Calctbv).'
004637     END-IF.
004638 2900-GRAVAR-PEDIDO-EXIT.
004639     EXIT.
004640*
004641*----------------------------------------------------------------*
004642*  2950-VERIFICAR-PENDENTE - PROCURA PEDIDO AINDA PENDENTE PARA  *
004643*  A VERSAO Codigo + WS-VIG-INI-CHAVE; HAVENDO, O NOVO PEDIDO E  *
004644*  RECUSADO ATE QUE O ANTERIOR SEJA DECIDIDO.                    *
004645*----------------------------------------------------------------*
004646 2950-VERIFICAR-PENDENTE.
004647     MOVE 'N'              TO WS-PENDENTE-SWITCH.
004648     MOVE 'N'              TO WS-LISTA-FIM-SWITCH.
004649     MOVE Codigo           TO TBP-CODIGO.
004650     MOVE WS-VIG-INI-CHAVE TO TBP-VIGENCIA-INI.
004651     MOVE ZERO             TO TBP-DATA-PEDIDO.
004652     MOVE ZERO             TO TBP-HORA-PEDIDO.
004653     START CALC-TBP-FILE KEY NOT < TBP-CHAVE
004654         INVALID KEY
004655             SET WS-LISTA-FIM-SIM TO TRUE
004656     END-START.
004657     PERFORM 2960-LER-PEDIDO THRU 2960-LER-PEDIDO-EXIT
004658         UNTIL WS-LISTA-FIM-SIM.
004659     IF WS-PENDENTE-SIM
004660         DISPLAY 'Ja existe pedido pendente para ' Codigo
004661             ' com inicio em ' WS-VIG-INI-CHAVE ', de '
004662             TBP-SOLICITANTE ' em ' TBP-DATA-PEDIDO
004663             ' - aguarde a decisao.'
004664     END-IF.
004665 2950-VERIFICAR-PENDENTE-EXIT.
004666     EXIT.
004667*
004668 2960-LER-PEDIDO.
004669     READ CALC-TBP-FILE NEXT RECORD
004670         AT END
004671             SET WS-LISTA-FIM-SIM TO TRUE
004672             GO TO 2960-LER-PEDIDO-EXIT
004673     END-READ.
004674     IF TBP-CODIGO NOT = Codigo
004675        OR TBP-VIGENCIA-INI NOT = WS-VIG-INI-CHAVE
004676         SET WS-LISTA-FIM-SIM TO TRUE
004677         GO TO 2960-LER-PEDIDO-EXIT
004678     END-IF.
004679     IF TBP-PENDENTE
004680         SET WS-PENDENTE-SIM  TO TRUE
004681         SET WS-LISTA-FIM-SIM TO TRUE
004682     END-IF.
004683 2960-LER-PEDIDO-EXIT.
004684     EXIT.
004685*
004740 9000-FINALIZAR.
004750     CLOSE CALC-TAB-FILE.
004769     CLOSE CALC-TBP-FILE.
004770 9000-FINALIZAR-EXIT.
004780     EXIT.
