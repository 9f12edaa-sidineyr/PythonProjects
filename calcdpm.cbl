000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    Calcdpm.
000120 AUTHOR.        EQUIPE DE SISTEMAS FINANCEIROS.
000130 INSTALLATION.  CENTRO DE PROCESSAMENTO DE DADOS.
000140 DATE-WRITTEN.  15/10/2026.
000150 DATE-COMPILED.
000160*
000170*----------------------------------------------------------------*
000180*  HISTORICO DE ALTERACOES                                       *
000190*----------------------------------------------------------------*
000200*  15/10/2026  RMS  PROGRAMA ORIGINAL - MANUTENCAO DO CADASTRO    *
000210*                   DE DEPARTAMENTOS (CALC-DEP-FILE, VIDE        *
000220*                   CALCDEP.CPY) CONTRA O QUAL A Calculadora     *
000230*                   CRITICA O DEPARTAMENTO DE ORIGEM DO LOTE.    *
000240*----------------------------------------------------------------*
000250*
000260*----------------------------------------------------------------*
000270*  FUNCAO DO PROGRAMA                                             *
000280*----------------------------------------------------------------*
000290*  MANUTENCAO DO CADASTRO DE DEPARTAMENTOS: CONSULTA, INCLUSAO,  *
000300*  ALTERACAO E EXCLUSAO LOGICA (DEP-SITUACAO 'I'). DEPARTAMENTO  *
000310*  INATIVO CONTINUA NO CADASTRO (E NO DEMONSTRATIVO DE RATEIO    *
000320*  Calcrat DOS MESES EM QUE TEVE MOVIMENTO), MAS SEUS LOTES SAO  *
000330*  CANCELADOS NA CRITICA DO CABECALHO. O ACESSO E PROTEGIDO      *
000340*  PELA PERMISSAO 'T' (TABELAS) DO CADASTRO DE OPERADORES, E     *
000350*  CADA TENTATIVA DE ACESSO FICA NO LOG DE SEGURANCA             *
000360*  CALC-SEG-FILE; O CADASTRO E CRIADO VAZIO NA PRIMEIRA          *
000370*  UTILIZACAO.                                                   *
000380*----------------------------------------------------------------*
000390*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CALC-DEP-FILE    ASSIGN TO CALCDEP
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS DEP-CODIGO
000470         FILE STATUS IS WS-DEP-STATUS.
000480*
000490 DATA DIVISION.
000500 FILE SECTION.
000510*
000520*----------------------------------------------------------------*
000530*  CALC-DEP-FILE - CADASTRO INDEXADO DE DEPARTAMENTOS            *
000540*----------------------------------------------------------------*
000550 FD  CALC-DEP-FILE.
000560     COPY CALCDEP.
000570*
000580 WORKING-STORAGE SECTION.
000590*
000600*----------------------------------------------------------------*
000610*  CAMPOS DE TRABALHO DO REGISTRO EM MANUTENCAO                  *
000620*----------------------------------------------------------------*
000630 01  Departamento                PIC X(08) VALUE SPACES.
000640 01  NomeDepto                   PIC X(30) VALUE SPACES.
000650 01  Responsavel                 PIC X(30) VALUE SPACES.
000660 01  Situacao                    PIC X(01) VALUE 'A'.
000670*
000680*----------------------------------------------------------------*
000690*  INDICADORES E CONTROLES                                       *
000700*----------------------------------------------------------------*
000710 77  WS-DEP-STATUS               PIC X(02) VALUE '00'.
000720*
000730 77  WS-ABORTAR-SWITCH           PIC X(01) VALUE 'N'.
000740     88  WS-ABORTAR-SIM          VALUE 'Y'.
000750     88  WS-ABORTAR-NAO          VALUE 'N'.
000760*
000770 77  WS-CONTINUA-SWITCH          PIC X(01) VALUE 'S'.
000780     88  WS-CONTINUA-SIM         VALUE 'S'.
000790     88  WS-CONTINUA-NAO         VALUE 'N'.
000800*
000810 77  WS-FUNCAO                   PIC X(01) VALUE ' '.
000820 77  WS-RESPOSTA                 PIC X(01) VALUE ' '.
000830 77  WS-RESPOSTA-NOME            PIC X(30) VALUE SPACES.
000840*
000850*----------------------------------------------------------------*
000860*  IDENTIFICACAO DO OPERADOR RESPONSAVEL (Calcsgn)               *
000870*----------------------------------------------------------------*
000880 77  WS-OPERADOR                 PIC X(08) VALUE SPACES.
000890 77  WS-OPERADOR-NOME            PIC X(30) VALUE SPACES.
000900 77  WS-SGN-FUNCAO               PIC X(01) VALUE ' '.
000910 77  WS-SGN-PROGRAMA             PIC X(08) VALUE 'CALCDPM '.
000920 77  WS-SGN-AUTORIZADO           PIC X(01) VALUE 'N'.
000930     88  WS-SGN-AUTORIZADO-SIM   VALUE 'Y'.
000940     88  WS-SGN-AUTORIZADO-NAO   VALUE 'N'.
000950*
000960 PROCEDURE DIVISION.
000970*
000980*================================================================*
000990*  0000-MAINLINE                                                  *
001000*================================================================*
001010 0000-MAINLINE.
001020     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001030     IF WS-ABORTAR-SIM
001040         GO TO 0000-MAINLINE-EXIT
001050     END-IF.
001060     MOVE 'S' TO WS-CONTINUA-SWITCH.
001070     PERFORM 2000-PROCESSAR-FUNCAO
001080         THRU 2000-PROCESSAR-FUNCAO-EXIT
001090         UNTIL WS-CONTINUA-NAO.
001100     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
001110 0000-MAINLINE-EXIT.
001120     STOP RUN.
001130*
001140*----------------------------------------------------------------*
001150*  1000-INICIALIZAR - AUTORIZA O OPERADOR RESPONSAVEL PELA       *
001160*  PERMISSAO 'T' E ABRE O CADASTRO, CRIANDO-O VAZIO NA           *
001170*  PRIMEIRA UTILIZACAO.                                          *
001180*----------------------------------------------------------------*
001190 1000-INICIALIZAR.
001200     DISPLAY 'Operador (8): ' WITH NO ADVANCING.
001210     ACCEPT WS-OPERADOR.
001220     MOVE 'T' TO WS-SGN-FUNCAO.
001230     CALL 'Calcsgn' USING WS-SGN-FUNCAO WS-OPERADOR
001240         WS-OPERADOR-NOME WS-SGN-AUTORIZADO WS-SGN-PROGRAMA.
001250     IF WS-SGN-AUTORIZADO-NAO
001260         DISPLAY 'Manutencao de departamentos recusada. '
001270             'RETURN-CODE 8.'
001280         MOVE 8 TO RETURN-CODE
001290         SET WS-ABORTAR-SIM TO TRUE
001300         GO TO 1000-INICIALIZAR-EXIT
001310     END-IF.
001320     OPEN I-O CALC-DEP-FILE.
001330     IF WS-DEP-STATUS = '35'
001340         OPEN OUTPUT CALC-DEP-FILE
001350         CLOSE CALC-DEP-FILE
001360         OPEN I-O CALC-DEP-FILE
001370         DISPLAY 'Cadastro de departamentos inexistente - '
001380             'criado vazio.'
001390     END-IF.
001400     IF WS-DEP-STATUS NOT = '00'
001410         DISPLAY 'Erro ao abrir CALC-DEP-FILE - status '
001420             WS-DEP-STATUS '. Manutencao cancelada.'
001430         MOVE 8 TO RETURN-CODE
001440         SET WS-ABORTAR-SIM TO TRUE
001450     END-IF.
001460 1000-INICIALIZAR-EXIT.
001470     EXIT.
001480*
001490*----------------------------------------------------------------*
001500*  2000-PROCESSAR-FUNCAO - MENU DA MANUTENCAO                    *
001510*----------------------------------------------------------------*
001520 2000-PROCESSAR-FUNCAO.
001530     DISPLAY ' '.
001540     DISPLAY 'Funcao: (C)onsulta (I)nclui (A)ltera '
001550         '(E)xclui (F)im: ' WITH NO ADVANCING.
001560     ACCEPT WS-FUNCAO.
001570     IF WS-FUNCAO = 'F' OR WS-FUNCAO = 'f'
001580         MOVE 'N' TO WS-CONTINUA-SWITCH
001590         GO TO 2000-PROCESSAR-FUNCAO-EXIT
001600     END-IF.
001610     DISPLAY 'Departamento (8): ' WITH NO ADVANCING.
001620     ACCEPT Departamento.
001630     IF Departamento = SPACES
001640         DISPLAY 'Departamento obrigatorio.'
001650         GO TO 2000-PROCESSAR-FUNCAO-EXIT
001660     END-IF.
001670     EVALUATE WS-FUNCAO
001680         WHEN 'C'
001690         WHEN 'c'
001700             PERFORM 2100-CONSULTAR
001710                 THRU 2100-CONSULTAR-EXIT
001720         WHEN 'I'
001730         WHEN 'i'
001740             PERFORM 2200-INCLUIR
001750                 THRU 2200-INCLUIR-EXIT
001760         WHEN 'A'
001770         WHEN 'a'
001780             PERFORM 2300-ALTERAR
001790                 THRU 2300-ALTERAR-EXIT
001800         WHEN 'E'
001810         WHEN 'e'
001820             PERFORM 2400-EXCLUIR
001830                 THRU 2400-EXCLUIR-EXIT
001840         WHEN OTHER
001850             DISPLAY 'Funcao invalida.'
001860     END-EVALUATE.
001870 2000-PROCESSAR-FUNCAO-EXIT.
001880     EXIT.
001890*
001900 2100-CONSULTAR.
001910     PERFORM 2500-LER-CADASTRO THRU 2500-LER-CADASTRO-EXIT.
001920     IF WS-DEP-STATUS NOT = '00'
001930         DISPLAY 'Departamento ' Departamento
001940             ' inexistente no cadastro.'
001950         GO TO 2100-CONSULTAR-EXIT
001960     END-IF.
001970     DISPLAY 'Departamento: ' DEP-CODIGO.
001980     DISPLAY 'Nome........: ' DEP-NOME.
001990     DISPLAY 'Responsavel.: ' DEP-RESPONSAVEL.
002000     DISPLAY 'Situacao....: ' DEP-SITUACAO.
002010 2100-CONSULTAR-EXIT.
002020     EXIT.
002030*
002040 2200-INCLUIR.
002050     PERFORM 2500-LER-CADASTRO THRU 2500-LER-CADASTRO-EXIT.
002060     IF WS-DEP-STATUS = '00'
002070         DISPLAY 'Departamento ' Departamento ' ja existe - use '
002080             'a funcao de alteracao.'
002090         GO TO 2200-INCLUIR-EXIT
002100     END-IF.
002110     MOVE SPACES TO NomeDepto.
002120     MOVE SPACES TO Responsavel.
002130     MOVE 'A'    TO Situacao.
002140     PERFORM 2600-EDITAR-CAMPOS THRU 2600-EDITAR-CAMPOS-EXIT.
002150     IF WS-RESPOSTA NOT = 'S' AND WS-RESPOSTA NOT = 's'
002160         DISPLAY 'Inclusao abandonada - nada gravado.'
002170         GO TO 2200-INCLUIR-EXIT
002180     END-IF.
002190     PERFORM 2700-MOVER-PARA-CADASTRO
002200         THRU 2700-MOVER-PARA-CADASTRO-EXIT.
002210     WRITE CALC-DEP-RECORD
002220         INVALID KEY
002230             DISPLAY 'Erro na gravacao - status ' WS-DEP-STATUS
002240     END-WRITE.
002250     IF WS-DEP-STATUS = '00'
002260         DISPLAY 'Departamento ' Departamento ' incluido.'
002270     END-IF.
002280 2200-INCLUIR-EXIT.
002290     EXIT.
002300*
002310 2300-ALTERAR.
002320     PERFORM 2500-LER-CADASTRO THRU 2500-LER-CADASTRO-EXIT.
002330     IF WS-DEP-STATUS NOT = '00'
002340         DISPLAY 'Departamento ' Departamento
002350             ' inexistente no cadastro.'
002360         GO TO 2300-ALTERAR-EXIT
002370     END-IF.
002380     MOVE DEP-NOME        TO NomeDepto.
002390     MOVE DEP-RESPONSAVEL TO Responsavel.
002400     MOVE DEP-SITUACAO    TO Situacao.
002410     PERFORM 2600-EDITAR-CAMPOS THRU 2600-EDITAR-CAMPOS-EXIT.
002420     IF WS-RESPOSTA NOT = 'S' AND WS-RESPOSTA NOT = 's'
002430         DISPLAY 'Alteracao abandonada - nada gravado.'
002440         GO TO 2300-ALTERAR-EXIT
002450     END-IF.
002460     PERFORM 2700-MOVER-PARA-CADASTRO
002470         THRU 2700-MOVER-PARA-CADASTRO-EXIT.
002480     REWRITE CALC-DEP-RECORD
002490         INVALID KEY
002500             DISPLAY 'Erro na regravacao - status '
002510                 WS-DEP-STATUS
002520     END-REWRITE.
002530     IF WS-DEP-STATUS = '00'
002540         DISPLAY 'Departamento ' Departamento ' alterado.'
002550     END-IF.
002560 2300-ALTERAR-EXIT.
002570     EXIT.
002580*
002590*----------------------------------------------------------------*
002600*  2400-EXCLUIR - EXCLUSAO LOGICA: O DEPARTAMENTO PERMANECE NO   *
002610*  CADASTRO COM DEP-SITUACAO 'I' E SEUS LOTES PASSAM A SER       *
002620*  CANCELADOS NA CRITICA DO CABECALHO.                           *
002630*----------------------------------------------------------------*
002640 2400-EXCLUIR.
002650     PERFORM 2500-LER-CADASTRO THRU 2500-LER-CADASTRO-EXIT.
002660     IF WS-DEP-STATUS NOT = '00'
002670         DISPLAY 'Departamento ' Departamento
002680             ' inexistente no cadastro.'
002690         GO TO 2400-EXCLUIR-EXIT
002700     END-IF.
002710     IF DEP-INATIVO
002720         DISPLAY 'Departamento ' Departamento ' ja esta '
002730             'inativo - use a alteracao para reativar.'
002740         GO TO 2400-EXCLUIR-EXIT
002750     END-IF.
002760     DISPLAY 'Confirma a exclusao (logica) de ' Departamento
002770         '? (S/N): ' WITH NO ADVANCING.
002780     ACCEPT WS-RESPOSTA.
002790     IF WS-RESPOSTA NOT = 'S' AND WS-RESPOSTA NOT = 's'
002800         DISPLAY 'Exclusao abandonada - nada gravado.'
002810         GO TO 2400-EXCLUIR-EXIT
002820     END-IF.
002830     MOVE 'I' TO DEP-SITUACAO.
002840     REWRITE CALC-DEP-RECORD
002850         INVALID KEY
002860             DISPLAY 'Erro na regravacao - status '
002870                 WS-DEP-STATUS
002880     END-REWRITE.
002890     IF WS-DEP-STATUS = '00'
002900         DISPLAY 'Departamento ' Departamento ' inativado.'
002910     END-IF.
002920 2400-EXCLUIR-EXIT.
002930     EXIT.
002940*
002950 2500-LER-CADASTRO.
002960     MOVE Departamento TO DEP-CODIGO.
002970     READ CALC-DEP-FILE
002980         INVALID KEY
002990             CONTINUE
003000     END-READ.
003010 2500-LER-CADASTRO-EXIT.
003020     EXIT.
003030*
003040*----------------------------------------------------------------*
003050*  2600-EDITAR-CAMPOS - EDICAO DOS CAMPOS NO CONSOLE; RESPOSTA   *
003060*  EM BRANCO MANTEM O VALOR APRESENTADO ENTRE COLCHETES.         *
003070*----------------------------------------------------------------*
003080 2600-EDITAR-CAMPOS.
003090     DISPLAY 'Nome [' NomeDepto ']: ' WITH NO ADVANCING.
003100     ACCEPT WS-RESPOSTA-NOME.
003110     IF WS-RESPOSTA-NOME NOT = SPACES
003120         MOVE WS-RESPOSTA-NOME TO NomeDepto
003130     END-IF.
003140     DISPLAY 'Responsavel [' Responsavel ']: '
003150         WITH NO ADVANCING.
003160     ACCEPT WS-RESPOSTA-NOME.
003170     IF WS-RESPOSTA-NOME NOT = SPACES
003180         MOVE WS-RESPOSTA-NOME TO Responsavel
003190     END-IF.
003200     PERFORM 2650-EDITAR-SITUACAO
003210         THRU 2650-EDITAR-SITUACAO-EXIT.
003220     DISPLAY 'Confirma a gravacao? (S/N): ' WITH NO ADVANCING.
003230     ACCEPT WS-RESPOSTA.
003240 2600-EDITAR-CAMPOS-EXIT.
003250     EXIT.
003260*
003270 2650-EDITAR-SITUACAO.
003280     DISPLAY 'Situacao A/I [' Situacao ']: ' WITH NO ADVANCING.
003290     ACCEPT WS-RESPOSTA.
003300     IF WS-RESPOSTA = ' '
003310         GO TO 2650-EDITAR-SITUACAO-EXIT
003320     END-IF.
003330     IF WS-RESPOSTA NOT = 'A' AND WS-RESPOSTA NOT = 'I'
003340         DISPLAY 'Situacao invalida - use A (ativo) ou I '
003350             '(inativo).'
003360         GO TO 2650-EDITAR-SITUACAO
003370     END-IF.
003380     MOVE WS-RESPOSTA TO Situacao.
003390 2650-EDITAR-SITUACAO-EXIT.
003400     EXIT.
003410*
003420 2700-MOVER-PARA-CADASTRO.
003430     MOVE Departamento   TO DEP-CODIGO.
003440     MOVE NomeDepto      TO DEP-NOME.
003450     MOVE Responsavel    TO DEP-RESPONSAVEL.
003460     MOVE Situacao       TO DEP-SITUACAO.
003470 2700-MOVER-PARA-CADASTRO-EXIT.
003480     EXIT.
003490*
003500 9000-FINALIZAR.
003510     CLOSE CALC-DEP-FILE.
003520 9000-FINALIZAR-EXIT.
003530     EXIT.
