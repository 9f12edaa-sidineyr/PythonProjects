000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    Calcorm.
000120 AUTHOR.        EQUIPE DE SISTEMAS FINANCEIROS.
000130 INSTALLATION.  CENTRO DE PROCESSAMENTO DE DADOS.
000140 DATE-WRITTEN.  15/10/2026.
000150 DATE-COMPILED.
000160*
000170*----------------------------------------------------------------*
000180*  HISTORICO DE ALTERACOES                                       *
000190*----------------------------------------------------------------*
000200*  15/10/2026  RMS  PROGRAMA ORIGINAL - MANUTENCAO EM TELA DO    *
000210*                   CADASTRO DE ORDENS PERMANENTES               *
000220*                   (CALC-ORD-FILE, VIDE CALCORD.CPY) LIDO PELO  *
000230*                   GERADOR DE LOTES RECORRENTES Calcord.        *
000240*----------------------------------------------------------------*
000250*
000260*----------------------------------------------------------------*
000270*  FUNCAO DO PROGRAMA                                            *
000280*----------------------------------------------------------------*
000290*  MANUTENCAO DAS ORDENS PERMANENTES DE CADA DEPARTAMENTO: UM    *
000300*  CALCULO RECORRENTE (Num1 OU MARCA 'E' DE CONTINUACAO,         *
000310*  OPERACAO, Num2 OU 'C' + CODIGO DO CADASTRO DE TAXAS) COM      *
000320*  FREQUENCIA DIARIA, SEMANAL OU MENSAL, DATAS DE INICIO E DE    *
000330*  TERMINO E SITUACAO ATIVA/INATIVA. A CONSULTA LISTA AS ORDENS  *
000340*  DO DEPARTAMENTO NA ORDEM DA SEQUENCIA, QUE E TAMBEM A ORDEM   *
000350*  DOS DETALHES NO LOTE GERADO PELO Calcord; A EXCLUSAO E        *
000360*  LOGICA (ORD-SITUACAO 'I'). A DATA DA ULTIMA GERACAO E O ID    *
000370*  DO ULTIMO LOTE SAO MOSTRADOS E SO O GERADOR OS ALTERA. O      *
000380*  DEPARTAMENTO DEVE EXISTIR NO CADASTRO DE DEPARTAMENTOS        *
000390*  (CALC-DEP-FILE). O ACESSO E PROTEGIDO PELA PERMISSAO 'L'      *
000400*  (LOTE) DO CADASTRO DE OPERADORES, VIA Calcsgn; O CADASTRO E   *
000410*  CRIADO VAZIO NA PRIMEIRA UTILIZACAO.                          *
000420*----------------------------------------------------------------*
000430*
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT CALC-ORD-FILE    ASSIGN TO CALCORD
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS ORD-CHAVE
000510         FILE STATUS IS WS-ORD-STATUS.
000520*
000530     SELECT CALC-DEP-FILE    ASSIGN TO CALCDEP
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS DEP-CODIGO
000570         FILE STATUS IS WS-DEP-STATUS.
000580*
000590 DATA DIVISION.
000600 FILE SECTION.
000610*
000620*----------------------------------------------------------------*
000630*  CALC-ORD-FILE - CADASTRO INDEXADO DE ORDENS PERMANENTES       *
000640*----------------------------------------------------------------*
000650 FD  CALC-ORD-FILE.
000660     COPY CALCORD.
000670*
000680*----------------------------------------------------------------*
000690*  CALC-DEP-FILE - CADASTRO INDEXADO DE DEPARTAMENTOS            *
000700*----------------------------------------------------------------*
000710 FD  CALC-DEP-FILE.
000720     COPY CALCDEP.
000730*
000740 WORKING-STORAGE SECTION.
000750*
000760*----------------------------------------------------------------*
000770*  CAMPOS DE TRABALHO DA ORDEM EM MANUTENCAO (TELA)              *
000780*----------------------------------------------------------------*
000790 01  Departamento                PIC X(08) VALUE SPACES.
000800 01  Sequencia                   PIC 9(04) VALUE 0.
000810 01  Descricao                   PIC X(30) VALUE SPACES.
000820*
000830*  OPERANDOS NA FORMA BRUTA DO DETALHE DE CALC-TRANS-FILE:
000840*  VALOR COM SINAL SEPARADO A DIREITA, OU 'E' EM Num1
000850*  (CONTINUACAO) E 'C' + CODIGO DO CADASTRO DE TAXAS EM Num2.
000860 01  Operando1                   PIC X(10) VALUE SPACES.
000870 01  Operacao                    PIC X(01) VALUE SPACE.
000880 01  Operando2                   PIC X(10) VALUE SPACES.
000890 01  Frequencia                  PIC X(01) VALUE 'D'.
000900 01  DataInicio                  PIC 9(08) VALUE 0.
000910 01  DataFim                     PIC 9(08) VALUE 99999999.
000920 01  Situacao                    PIC X(01) VALUE 'A'.
000930 01  UltimaExecucao              PIC 9(08) VALUE 0.
000940 01  UltimoLote                  PIC X(06) VALUE SPACES.
000950*
000960 01  WS-OPERANDO1-TESTE.
000970     05  WS-OP1-NUM              PIC S9(7)V99
000980                                 SIGN IS TRAILING SEPARATE.
000990 01  WS-OPERANDO2-TESTE.
001000     05  WS-OP2-NUM              PIC S9(7)V99
001010                                 SIGN IS TRAILING SEPARATE.
001020*
001030 01  WS-DATA-TESTE               PIC 9(08) VALUE ZERO.
001040 01  WS-DATA-TESTE-R REDEFINES WS-DATA-TESTE.
001050     05  WS-TESTE-ANO            PIC 9(04).
001060     05  WS-TESTE-MES            PIC 9(02).
001070     05  WS-TESTE-DIA            PIC 9(02).
001080*
001090*----------------------------------------------------------------*
001100*  IDENTIFICACAO DA ORDEM EM MANUTENCAO E CONTROLES DA           *
001110*  LISTAGEM DAS ORDENS DO DEPARTAMENTO                           *
001120*----------------------------------------------------------------*
001130 01  WS-SEQ-ENTRADA              PIC X(04) VALUE SPACES.
001140*
001150 77  WS-LISTA-FIM-SWITCH         PIC X(01) VALUE 'N'.
001160     88  WS-LISTA-FIM-SIM        VALUE 'Y'.
001170     88  WS-LISTA-FIM-NAO        VALUE 'N'.
001180*
001190 77  WS-QTD-ORDENS               PIC 9(04) COMP VALUE ZERO.
001200*
001210*----------------------------------------------------------------*
001220*  INDICADORES E CONTROLES                                       *
001230*----------------------------------------------------------------*
001240 77  WS-ORD-STATUS               PIC X(02) VALUE '00'.
001250 77  WS-DEP-STATUS               PIC X(02) VALUE '00'.
001260*
001270 77  WS-ABORTAR-SWITCH           PIC X(01) VALUE 'N'.
001280     88  WS-ABORTAR-SIM          VALUE 'Y'.
001290     88  WS-ABORTAR-NAO          VALUE 'N'.
001300*
001310 77  WS-CONTINUA-SWITCH          PIC X(01) VALUE 'S'.
001320     88  WS-CONTINUA-SIM         VALUE 'S'.
001330     88  WS-CONTINUA-NAO         VALUE 'N'.
001340*
001350 77  WS-CHAVE-OK-SWITCH          PIC X(01) VALUE 'N'.
001360     88  WS-CHAVE-OK-SIM         VALUE 'Y'.
001370     88  WS-CHAVE-OK-NAO         VALUE 'N'.
001380*
001390 77  WS-FUNCAO                   PIC X(01) VALUE ' '.
001400 77  WS-RESPOSTA                 PIC X(01) VALUE ' '.
001410 77  WS-USUARIO                  PIC X(08) VALUE SPACES.
001420*
001430*----------------------------------------------------------------*
001440*  IDENTIFICACAO DO OPERADOR (SUB-ROTINA Calcsgn)                *
001450*----------------------------------------------------------------*
001460 77  WS-OPERADOR-NOME            PIC X(30) VALUE SPACES.
001470 77  WS-SGN-FUNCAO               PIC X(01) VALUE ' '.
001480 77  WS-SGN-PROGRAMA             PIC X(08) VALUE 'CALCORM '.
001490 77  WS-SGN-AUTORIZADO           PIC X(01) VALUE 'N'.
001500     88  WS-SGN-AUTORIZADO-SIM   VALUE 'Y'.
001510     88  WS-SGN-AUTORIZADO-NAO   VALUE 'N'.
001520*
001530 01  WS-DATA-HORA-ATUAL.
001540     05  WS-DATA-ATUAL           PIC 9(08).
001550     05  WS-HORA-ATUAL           PIC 9(08).
001560*
001570*----------------------------------------------------------------*
001580*  TELA DE MANUTENCAO - UMA ORDEM PERMANENTE POR VEZ             *
001590*----------------------------------------------------------------*
001600 SCREEN SECTION.
001610 01  TelaOrdem.
001620     02  Linha-1.
001630         03  Col-1   PIC X(100) VALUE SPACES.
001640     02  Linha-2.
001650         03  Col-1   PIC X(100) VALUE SPACES.
001660     02  BLANK SCREEN.
001670     02  LINE 01 COL 01 VALUE
001680         'CALCORM - MANUTENCAO DE ORDENS PERMANENTES'.
001690     02  LINE 03 COL 01 PIC X(100) FROM Linha-1 OF TelaOrdem.
001700     02  LINE 04 COL 01 PIC X(100) FROM Linha-2 OF TelaOrdem.
001710     02  LINE 06 COL 01 VALUE 'Departamento.: '.
001720     02  LINE 06 COL 20 PIC X(08) FROM Departamento.
001730     02  LINE 07 COL 01 VALUE 'Sequencia....: '.
001740     02  LINE 07 COL 20 PIC 9(04) FROM Sequencia.
001750     02  LINE 08 COL 01 VALUE 'Situacao.....: '.
001760     02  LINE 08 COL 20 PIC X USING Situacao.
001770     02  LINE 08 COL 24 VALUE '(A=ativa  I=inativa)'.
001780     02  LINE 09 COL 01 VALUE 'Descricao....: '.
001790     02  LINE 09 COL 20 PIC X(30) USING Descricao.
001800     02  LINE 10 COL 01 VALUE 'Num1.........: '.
001810     02  LINE 10 COL 20 PIC X(10) USING Operando1.
001820     02  LINE 10 COL 32 VALUE '(valor com sinal a direita ou E)'.
001830     02  LINE 11 COL 01 VALUE 'Operacao.....: '.
001840     02  LINE 11 COL 20 PIC X USING Operacao.
001850     02  LINE 11 COL 24 VALUE '(+ - * / R P)'.
001860     02  LINE 12 COL 01 VALUE 'Num2.........: '.
001870     02  LINE 12 COL 20 PIC X(10) USING Operando2.
001880     02  LINE 12 COL 32 VALUE
001890         '(valor com sinal a direita ou C+codigo)'.
001900     02  LINE 13 COL 01 VALUE 'Frequencia...: '.
001910     02  LINE 13 COL 20 PIC X USING Frequencia.
001920     02  LINE 13 COL 24 VALUE '(D=diaria S=semanal M=mensal)'.
001930     02  LINE 14 COL 01 VALUE 'Inicio.......: '.
001940     02  LINE 14 COL 20 PIC 99999999 USING DataInicio.
001950     02  LINE 15 COL 01 VALUE 'Termino......: '.
001960     02  LINE 15 COL 20 PIC 99999999 USING DataFim.
001970     02  LINE 16 COL 01 VALUE 'Ultima geracao: '.
001980     02  LINE 16 COL 20 PIC 99999999 FROM UltimaExecucao.
001990     02  LINE 16 COL 30 VALUE 'lote '.
002000     02  LINE 16 COL 35 PIC X(06) FROM UltimoLote.
002010     02  LINE 18 COL 01 VALUE
002020         'Confirma a gravacao? (S/N): '.
002030     02  LINE 18 COL 30 PIC X USING WS-RESPOSTA.
002040*
002050 PROCEDURE DIVISION.
002060*
002070*================================================================*
002080*  0000-MAINLINE                                                  *
002090*================================================================*
002100 0000-MAINLINE.
002110     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002120     IF WS-ABORTAR-SIM
002130         GO TO 0000-MAINLINE-EXIT
002140     END-IF.
002150     MOVE 'S' TO WS-CONTINUA-SWITCH.
002160     PERFORM 2000-PROCESSAR-FUNCAO
002170         THRU 2000-PROCESSAR-FUNCAO-EXIT
002180         UNTIL WS-CONTINUA-NAO.
002190     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
002200 0000-MAINLINE-EXIT.
002210     STOP RUN.
002220*
002230*----------------------------------------------------------------*
002240*  1000-INICIALIZAR - IDENTIFICA E AUTORIZA O OPERADOR (FUNCAO   *
002250*  'L' VIA Calcsgn), ABRE O CADASTRO DE ORDENS (CRIANDO-O VAZIO  *
002260*  NA PRIMEIRA UTILIZACAO) E O DE DEPARTAMENTOS, SO PARA         *
002270*  CONSULTA. TODA ORDEM PERTENCE A UM DEPARTAMENTO: SEM O        *
002280*  CADASTRO DE DEPARTAMENTOS A MANUTENCAO E CANCELADA.           *
002290*----------------------------------------------------------------*
002300 1000-INICIALIZAR.
002310     DISPLAY 'Operador (8): ' WITH NO ADVANCING.
002320     ACCEPT WS-USUARIO.
002330     MOVE 'L' TO WS-SGN-FUNCAO.
002340     CALL 'Calcsgn' USING WS-SGN-FUNCAO WS-USUARIO
002350         WS-OPERADOR-NOME WS-SGN-AUTORIZADO WS-SGN-PROGRAMA.
002360     IF WS-SGN-AUTORIZADO-NAO
002370         DISPLAY 'Operador sem autorizacao para manter ordens '
002380             'permanentes - manutencao cancelada. '
002390             'RETURN-CODE 8.'
002400         MOVE 8 TO RETURN-CODE
002410         SET WS-ABORTAR-SIM TO TRUE
002420         GO TO 1000-INICIALIZAR-EXIT
002430     END-IF.
002440     OPEN INPUT CALC-DEP-FILE.
002450     IF WS-DEP-STATUS NOT = '00'
002460         DISPLAY 'Erro ao abrir CALC-DEP-FILE - status '
002470             WS-DEP-STATUS '. Manutencao cancelada.'
002480         MOVE 8 TO RETURN-CODE
002490         SET WS-ABORTAR-SIM TO TRUE
002500         GO TO 1000-INICIALIZAR-EXIT
002510     END-IF.
002520     OPEN I-O CALC-ORD-FILE.
002530     IF WS-ORD-STATUS = '35'
002540         OPEN OUTPUT CALC-ORD-FILE
002550         CLOSE CALC-ORD-FILE
002560         OPEN I-O CALC-ORD-FILE
002570         DISPLAY 'Cadastro de ordens permanentes inexistente - '
002580             'criado vazio.'
002590     END-IF.
002600     IF WS-ORD-STATUS NOT = '00'
002610         DISPLAY 'Erro ao abrir CALC-ORD-FILE - status '
002620             WS-ORD-STATUS '. Manutencao cancelada.'
002630         CLOSE CALC-DEP-FILE
002640         MOVE 8 TO RETURN-CODE
002650         SET WS-ABORTAR-SIM TO TRUE
002660         GO TO 1000-INICIALIZAR-EXIT
002670     END-IF.
002680 1000-INICIALIZAR-EXIT.
002690     EXIT.
002700*
002710*----------------------------------------------------------------*
002720*  2000-PROCESSAR-FUNCAO - MENU DA MANUTENCAO                    *
002730*----------------------------------------------------------------*
002740 2000-PROCESSAR-FUNCAO.
002750     DISPLAY ' '.
002760     DISPLAY 'Funcao: (C)onsulta (I)nclui (A)ltera '
002770         '(E)xclui (F)im: ' WITH NO ADVANCING.
002780     ACCEPT WS-FUNCAO.
002790     IF WS-FUNCAO = 'F' OR WS-FUNCAO = 'f'
002800         MOVE 'N' TO WS-CONTINUA-SWITCH
002810         GO TO 2000-PROCESSAR-FUNCAO-EXIT
002820     END-IF.
002830     PERFORM 2020-PEDIR-DEPARTAMENTO
002840         THRU 2020-PEDIR-DEPARTAMENTO-EXIT.
002850     IF WS-CHAVE-OK-NAO
002860         GO TO 2000-PROCESSAR-FUNCAO-EXIT
002870     END-IF.
002880     EVALUATE WS-FUNCAO
002890         WHEN 'C'
002900         WHEN 'c'
002910             PERFORM 2100-CONSULTAR
002920                 THRU 2100-CONSULTAR-EXIT
002930         WHEN 'I'
002940         WHEN 'i'
002950             PERFORM 2200-INCLUIR
002960                 THRU 2200-INCLUIR-EXIT
002970         WHEN 'A'
002980         WHEN 'a'
002990             PERFORM 2300-ALTERAR
003000                 THRU 2300-ALTERAR-EXIT
003010         WHEN 'E'
003020         WHEN 'e'
003030             PERFORM 2400-EXCLUIR
003040                 THRU 2400-EXCLUIR-EXIT
003050         WHEN OTHER
003060             DISPLAY 'Funcao invalida.'
003070     END-EVALUATE.
003080 2000-PROCESSAR-FUNCAO-EXIT.
003090     EXIT.
003100*
003110*----------------------------------------------------------------*
003120*  2020-PEDIR-DEPARTAMENTO - O DEPARTAMENTO E OBRIGATORIO E DEVE *
003130*  EXISTIR NO CADASTRO DE DEPARTAMENTOS                          *
003140*----------------------------------------------------------------*
003150 2020-PEDIR-DEPARTAMENTO.
003160     MOVE 'N' TO WS-CHAVE-OK-SWITCH.
003170     DISPLAY 'Departamento (8): ' WITH NO ADVANCING.
003180     ACCEPT Departamento.
003190     IF Departamento = SPACES
003200         DISPLAY 'Departamento obrigatorio.'
003210         GO TO 2020-PEDIR-DEPARTAMENTO-EXIT
003220     END-IF.
003230     MOVE Departamento TO DEP-CODIGO.
003240     READ CALC-DEP-FILE
003250         INVALID KEY
003260             DISPLAY 'Departamento ' Departamento
003270                 ' inexistente no cadastro de departamentos.'
003280             GO TO 2020-PEDIR-DEPARTAMENTO-EXIT
003290     END-READ.
003300     IF DEP-INATIVO
003310         DISPLAY 'AVISO: departamento ' Departamento
003320             ' esta inativo - suas ordens nao serao geradas.'
003330     END-IF.
003340     SET WS-CHAVE-OK-SIM TO TRUE.
003350 2020-PEDIR-DEPARTAMENTO-EXIT.
003360     EXIT.
003370*
003380*----------------------------------------------------------------*
003390*  2050-PEDIR-SEQUENCIA - PEDE A SEQUENCIA QUE IDENTIFICA A      *
003400*  ORDEM NO DEPARTAMENTO (INCLUIR/ALTERAR/EXCLUIR)               *
003410*----------------------------------------------------------------*
003420 2050-PEDIR-SEQUENCIA.
003430     DISPLAY 'Sequencia da ordem (4): ' WITH NO ADVANCING.
003440     ACCEPT WS-SEQ-ENTRADA.
003450     IF WS-SEQ-ENTRADA NOT NUMERIC
003460         DISPLAY 'Sequencia invalida - informe 4 digitos.'
003470         MOVE '99' TO WS-ORD-STATUS
003480         GO TO 2050-PEDIR-SEQUENCIA-EXIT
003490     END-IF.
003500     MOVE WS-SEQ-ENTRADA TO Sequencia.
003510     MOVE '00' TO WS-ORD-STATUS.
003520 2050-PEDIR-SEQUENCIA-EXIT.
003530     EXIT.
003540*
003550*----------------------------------------------------------------*
003560*  2100-CONSULTAR - LISTA AS ORDENS DO DEPARTAMENTO NA ORDEM DA  *
003570*  SEQUENCIA, COM A ULTIMA GERACAO DE CADA UMA                   *
003580*----------------------------------------------------------------*
003590 2100-CONSULTAR.
003600     MOVE Departamento TO ORD-DEPTO.
003610     MOVE ZERO         TO ORD-SEQUENCIA.
003620     MOVE ZERO         TO WS-QTD-ORDENS.
003630     MOVE 'N'          TO WS-LISTA-FIM-SWITCH.
003640     START CALC-ORD-FILE KEY NOT < ORD-CHAVE
003650         INVALID KEY
003660             SET WS-LISTA-FIM-SIM TO TRUE
003670     END-START.
003680     PERFORM 2150-LISTAR-ORDEM THRU 2150-LISTAR-ORDEM-EXIT
003690         UNTIL WS-LISTA-FIM-SIM.
003700     IF WS-QTD-ORDENS = ZERO
003710         DISPLAY 'Departamento ' Departamento
003720             ' sem ordens permanentes.'
003730     ELSE
003740         DISPLAY WS-QTD-ORDENS ' ordem(ns) listada(s).'
003750     END-IF.
003760 2100-CONSULTAR-EXIT.
003770     EXIT.
003780*
003790 2150-LISTAR-ORDEM.
003800     READ CALC-ORD-FILE NEXT RECORD
003810         AT END
003820             SET WS-LISTA-FIM-SIM TO TRUE
003830             GO TO 2150-LISTAR-ORDEM-EXIT
003840     END-READ.
003850     IF ORD-DEPTO NOT = Departamento
003860         SET WS-LISTA-FIM-SIM TO TRUE
003870         GO TO 2150-LISTAR-ORDEM-EXIT
003880     END-IF.
003890     ADD 1 TO WS-QTD-ORDENS.
003900     MOVE ORD-NUM1-R TO WS-OPERANDO1-TESTE.
003910     MOVE ORD-NUM2-R TO WS-OPERANDO2-TESTE.
003920     DISPLAY '  ' ORD-SEQUENCIA ' sit ' ORD-SITUACAO ' '
003930         WS-OPERANDO1-TESTE ' ' ORD-OPERACAO ' '
003940         WS-OPERANDO2-TESTE ' freq ' ORD-FREQUENCIA
003950         ' - ' ORD-DESCRICAO.
003960     DISPLAY '       de ' ORD-DATA-INICIO ' ate ' ORD-DATA-FIM
003970         ' ultima geracao ' ORD-DATA-ULTIMA-EXEC ' lote '
003980         ORD-ID-ULTIMO-LOTE ' (' ORD-OPERADOR ' em '
003990         ORD-DATA-ATUALIZACAO ')'.
004000 2150-LISTAR-ORDEM-EXIT.
004010     EXIT.
004020*
004030*----------------------------------------------------------------*
004040*  2200-INCLUIR - CRIA UMA ORDEM NOVA NA SEQUENCIA INFORMADA     *
004050*  (SEQUENCIA JA CADASTRADA NO DEPARTAMENTO E RECUSADA)          *
004060*----------------------------------------------------------------*
004070 2200-INCLUIR.
004080     PERFORM 2050-PEDIR-SEQUENCIA THRU 2050-PEDIR-SEQUENCIA-EXIT.
004090     IF WS-ORD-STATUS NOT = '00'
004100         GO TO 2200-INCLUIR-EXIT
004110     END-IF.
004120     PERFORM 2500-LER-CADASTRO THRU 2500-LER-CADASTRO-EXIT.
004130     IF WS-ORD-STATUS = '00'
004140         DISPLAY 'Ja existe a ordem ' Sequencia
004150             ' no departamento ' Departamento
004160             ' - use a alteracao.'
004170         GO TO 2200-INCLUIR-EXIT
004180     END-IF.
004190     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
004200     MOVE SPACES        TO Descricao.
004210     MOVE SPACES        TO Operando1.
004220     MOVE SPACE         TO Operacao.
004230     MOVE SPACES        TO Operando2.
004240     MOVE 'D'           TO Frequencia.
004250     MOVE WS-DATA-ATUAL TO DataInicio.
004260     MOVE 99999999      TO DataFim.
004270     MOVE 'A'           TO Situacao.
004280     MOVE ZERO          TO UltimaExecucao.
004290     MOVE SPACES        TO UltimoLote.
004300     MOVE 'Inclusao de ordem permanente.'
004310         TO Col-1 OF Linha-1.
004320     MOVE 'Preencha os campos e confirme com S.'
004330         TO Col-1 OF Linha-2.
004340     PERFORM 2700-CONFIRMAR-TELA
004350         THRU 2700-CONFIRMAR-TELA-EXIT.
004360     IF WS-RESPOSTA NOT = 'S' AND WS-RESPOSTA NOT = 's'
004370         DISPLAY 'Inclusao abandonada - nada gravado.'
004380         GO TO 2200-INCLUIR-EXIT
004390     END-IF.
004400     PERFORM 2800-MOVER-PARA-CADASTRO
004410         THRU 2800-MOVER-PARA-CADASTRO-EXIT.
004420     MOVE ZERO   TO ORD-DATA-ULTIMA-EXEC.
004430     MOVE SPACES TO ORD-ID-ULTIMO-LOTE.
004440     WRITE CALC-ORD-RECORD
004450         INVALID KEY
004460             DISPLAY 'Erro na gravacao - status ' WS-ORD-STATUS
004470     END-WRITE.
004480     IF WS-ORD-STATUS = '00'
004490         DISPLAY 'Ordem ' Sequencia ' do departamento '
004500             Departamento ' incluida.'
004510     END-IF.
004520 2200-INCLUIR-EXIT.
004530     EXIT.
004540*
004550*----------------------------------------------------------------*
004560*  2300-ALTERAR - CORRIGE UMA ORDEM; A DATA DA ULTIMA GERACAO E  *
004570*  O ULTIMO LOTE SAO PRESERVADOS, PARA QUE A ALTERACAO NO DIA    *
004580*  NAO PROVOQUE NOVA GERACAO DA MESMA ORDEM                      *
004590*----------------------------------------------------------------*
004600 2300-ALTERAR.
004610     PERFORM 2050-PEDIR-SEQUENCIA THRU 2050-PEDIR-SEQUENCIA-EXIT.
004620     IF WS-ORD-STATUS NOT = '00'
004630         GO TO 2300-ALTERAR-EXIT
004640     END-IF.
004650     PERFORM 2500-LER-CADASTRO THRU 2500-LER-CADASTRO-EXIT.
004660     IF WS-ORD-STATUS NOT = '00'
004670         DISPLAY 'Ordem ' Sequencia ' do departamento '
004680             Departamento ' inexistente no cadastro.'
004690         GO TO 2300-ALTERAR-EXIT
004700     END-IF.
004710     PERFORM 2600-MOVER-PARA-TELA
004720         THRU 2600-MOVER-PARA-TELA-EXIT.
004730     MOVE 'Alteracao de ordem existente.'
004740         TO Col-1 OF Linha-1.
004750     MOVE 'Revise os campos e confirme com S.'
004760         TO Col-1 OF Linha-2.
004770     PERFORM 2700-CONFIRMAR-TELA
004780         THRU 2700-CONFIRMAR-TELA-EXIT.
004790     IF WS-RESPOSTA NOT = 'S' AND WS-RESPOSTA NOT = 's'
004800         DISPLAY 'Alteracao abandonada - nada gravado.'
004810         GO TO 2300-ALTERAR-EXIT
004820     END-IF.
004830     PERFORM 2800-MOVER-PARA-CADASTRO
004840         THRU 2800-MOVER-PARA-CADASTRO-EXIT.
004850     REWRITE CALC-ORD-RECORD
004860         INVALID KEY
004870             DISPLAY 'Erro na regravacao - status '
004880                 WS-ORD-STATUS
004890     END-REWRITE.
004900     IF WS-ORD-STATUS = '00'
004910         DISPLAY 'Ordem ' Sequencia ' do departamento '
004920             Departamento ' alterada.'
004930     END-IF.
004940 2300-ALTERAR-EXIT.
004950     EXIT.
004960*
004970*----------------------------------------------------------------*
004980*  2400-EXCLUIR - EXCLUSAO LOGICA: A ORDEM PERMANECE NO          *
004990*  CADASTRO COM ORD-SITUACAO 'I' E DEIXA DE SER GERADA           *
005000*----------------------------------------------------------------*
005010 2400-EXCLUIR.
005020     PERFORM 2050-PEDIR-SEQUENCIA THRU 2050-PEDIR-SEQUENCIA-EXIT.
005030     IF WS-ORD-STATUS NOT = '00'
005040         GO TO 2400-EXCLUIR-EXIT
005050     END-IF.
005060     PERFORM 2500-LER-CADASTRO THRU 2500-LER-CADASTRO-EXIT.
005070     IF WS-ORD-STATUS NOT = '00'
005080         DISPLAY 'Ordem ' Sequencia ' do departamento '
005090             Departamento ' inexistente no cadastro.'
005100         GO TO 2400-EXCLUIR-EXIT
005110     END-IF.
005120     IF ORD-INATIVA
005130         DISPLAY 'Ordem ja esta inativa - use a alteracao '
005140             'para reativar.'
005150         GO TO 2400-EXCLUIR-EXIT
005160     END-IF.
005170     DISPLAY 'Confirma a exclusao (logica) da ordem '
005180         Sequencia '? (S/N): ' WITH NO ADVANCING.
005190     ACCEPT WS-RESPOSTA.
005200     IF WS-RESPOSTA NOT = 'S' AND WS-RESPOSTA NOT = 's'
005210         DISPLAY 'Exclusao abandonada - nada gravado.'
005220         GO TO 2400-EXCLUIR-EXIT
005230     END-IF.
005240     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
005250     MOVE 'I'           TO ORD-SITUACAO.
005260     MOVE WS-USUARIO    TO ORD-OPERADOR.
005270     MOVE WS-DATA-ATUAL TO ORD-DATA-ATUALIZACAO.
005280     REWRITE CALC-ORD-RECORD
005290         INVALID KEY
005300             DISPLAY 'Erro na regravacao - status '
005310                 WS-ORD-STATUS
005320     END-REWRITE.
005330     IF WS-ORD-STATUS = '00'
005340         DISPLAY 'Ordem ' Sequencia ' inativada.'
005350     END-IF.
005360 2400-EXCLUIR-EXIT.
005370     EXIT.
005380*
005390 2500-LER-CADASTRO.
005400     MOVE Departamento TO ORD-DEPTO.
005410     MOVE Sequencia    TO ORD-SEQUENCIA.
005420     READ CALC-ORD-FILE
005430         INVALID KEY
005440             CONTINUE
005450     END-READ.
005460 2500-LER-CADASTRO-EXIT.
005470     EXIT.
005480*
005490 2600-MOVER-PARA-TELA.
005500     MOVE ORD-DESCRICAO        TO Descricao.
005510     MOVE ORD-NUM1-R           TO Operando1.
005520     MOVE ORD-OPERACAO         TO Operacao.
005530     MOVE ORD-NUM2-R           TO Operando2.
005540     MOVE ORD-FREQUENCIA       TO Frequencia.
005550     MOVE ORD-DATA-INICIO      TO DataInicio.
005560     MOVE ORD-DATA-FIM         TO DataFim.
005570     MOVE ORD-SITUACAO         TO Situacao.
005580     MOVE ORD-DATA-ULTIMA-EXEC TO UltimaExecucao.
005590     MOVE ORD-ID-ULTIMO-LOTE   TO UltimoLote.
005600 2600-MOVER-PARA-TELA-EXIT.
005610     EXIT.
005620*
005630*----------------------------------------------------------------*
005640*  2700-CONFIRMAR-TELA - APRESENTA A TELA DE GRAVACAO E, NA      *
005650*  CONFIRMACAO, CRITICA A SITUACAO (A/I), OS OPERANDOS NO        *
005660*  FORMATO DO DETALHE DE LOTE, A OPERACAO, A FREQUENCIA          *
005670*  (D/S/M) E AS DATAS: INICIO VALIDO E TERMINO NAO ANTERIOR      *
005680*  AO INICIO.                                                    *
005690*----------------------------------------------------------------*
005700 2700-CONFIRMAR-TELA.
005710     MOVE 'N' TO WS-RESPOSTA.
005720 2700-APRESENTAR-TELA.
005730     DISPLAY TelaOrdem.
005740     ACCEPT TelaOrdem.
005750     IF WS-RESPOSTA NOT = 'S' AND WS-RESPOSTA NOT = 's'
005760         GO TO 2700-CONFIRMAR-TELA-EXIT
005770     END-IF.
005780     IF Situacao NOT = 'A' AND Situacao NOT = 'I'
005790         MOVE 'Situacao invalida - use A (ativa) ou I '
005800             TO Col-1 OF Linha-1
005810         MOVE '(inativa) e confirme novamente.'
005820             TO Col-1 OF Linha-2
005830         GO TO 2700-APRESENTAR-TELA
005840     END-IF.
005850     MOVE Operando1 TO WS-OPERANDO1-TESTE.
005860     IF WS-OP1-NUM NOT NUMERIC
005870        AND Operando1 NOT = 'E'
005880         MOVE 'Num1 invalido: valor com sinal a direita '
005890             TO Col-1 OF Linha-1
005900         MOVE '(ex. 000000100+) ou E para continuacao.'
005910             TO Col-1 OF Linha-2
005920         GO TO 2700-APRESENTAR-TELA
005930     END-IF.
005940     IF Operacao NOT = '+' AND Operacao NOT = '-'
005950        AND Operacao NOT = '*' AND Operacao NOT = '/'
005960        AND Operacao NOT = 'R' AND Operacao NOT = 'P'
005970         MOVE 'Operacao invalida - use + - * / R ou P.'
005980             TO Col-1 OF Linha-1
005990         MOVE 'Corrija e confirme novamente.'
006000             TO Col-1 OF Linha-2
006010         GO TO 2700-APRESENTAR-TELA
006020     END-IF.
006030     MOVE Operando2 TO WS-OPERANDO2-TESTE.
006040     IF WS-OP2-NUM NOT NUMERIC
006050        AND (Operando2 (1:1) NOT = 'C'
006060             OR Operando2 (2:6) = SPACES)
006070         MOVE 'Num2 invalido: valor com sinal a direita '
006080             TO Col-1 OF Linha-1
006090         MOVE '(ex. 000000100+) ou C + codigo da tabela.'
006100             TO Col-1 OF Linha-2
006110         GO TO 2700-APRESENTAR-TELA
006120     END-IF.
006130     IF Frequencia NOT = 'D' AND Frequencia NOT = 'S'
006140        AND Frequencia NOT = 'M'
006150         MOVE 'Frequencia invalida - use D (diaria), S (semanal)'
006160             TO Col-1 OF Linha-1
006170         MOVE 'ou M (mensal) e confirme novamente.'
006180             TO Col-1 OF Linha-2
006190         GO TO 2700-APRESENTAR-TELA
006200     END-IF.
006210     MOVE DataInicio TO WS-DATA-TESTE.
006220     IF WS-TESTE-MES < 01 OR WS-TESTE-MES > 12
006230        OR WS-TESTE-DIA < 01 OR WS-TESTE-DIA > 31
006240         MOVE 'Data de inicio invalida - mes 01-12 e dia 01-31.'
006250             TO Col-1 OF Linha-1
006260         MOVE 'Corrija e confirme novamente.'
006270             TO Col-1 OF Linha-2
006280         GO TO 2700-APRESENTAR-TELA
006290     END-IF.
006300     IF DataFim < DataInicio
006310         MOVE 'Termino anterior ao inicio.'
006320             TO Col-1 OF Linha-1
006330         MOVE 'Corrija as datas e confirme novamente.'
006340             TO Col-1 OF Linha-2
006350         GO TO 2700-APRESENTAR-TELA
006360     END-IF.
006370 2700-CONFIRMAR-TELA-EXIT.
006380     EXIT.
006390*
006400*----------------------------------------------------------------*
006410*  2800-MOVER-PARA-CADASTRO - MONTA O REGISTRO COM OS CAMPOS DA  *
006420*  TELA, O OPERADOR AUTORIZADO E A DATA DA MANUTENCAO; A MARCA   *
006430*  'E' E GRAVADA COMO NO DETALHE DE LOTE                         *
006440*----------------------------------------------------------------*
006450 2800-MOVER-PARA-CADASTRO.
006460     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
006470     MOVE Departamento  TO ORD-DEPTO.
006480     MOVE Sequencia     TO ORD-SEQUENCIA.
006490     MOVE Operando1     TO ORD-NUM1-R.
006500     MOVE Operacao      TO ORD-OPERACAO.
006510     MOVE Operando2     TO ORD-NUM2-R.
006520     MOVE Frequencia    TO ORD-FREQUENCIA.
006530     MOVE DataInicio    TO ORD-DATA-INICIO.
006540     MOVE DataFim       TO ORD-DATA-FIM.
006550     MOVE Situacao      TO ORD-SITUACAO.
006560     MOVE Descricao     TO ORD-DESCRICAO.
006570     MOVE WS-USUARIO    TO ORD-OPERADOR.
006580     MOVE WS-DATA-ATUAL TO ORD-DATA-ATUALIZACAO.
006590 2800-MOVER-PARA-CADASTRO-EXIT.
006600     EXIT.
006610*
006620 9000-FINALIZAR.
006630     CLOSE CALC-ORD-FILE.
006640     CLOSE CALC-DEP-FILE.
006650 9000-FINALIZAR-EXIT.
006660     EXIT.
