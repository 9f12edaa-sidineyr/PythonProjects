000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    Calcreg.
000120 AUTHOR.        EQUIPE DE SISTEMAS FINANCEIROS.
000130 INSTALLATION.  CENTRO DE PROCESSAMENTO DE DADOS.
000140 DATE-WRITTEN.  15/10/2026.
000150 DATE-COMPILED.
000160*
000170*----------------------------------------------------------------*
000180*  HISTORICO DE ALTERACOES                                       *
000190*----------------------------------------------------------------*
000200*  15/10/2026  RMS  PROGRAMA ORIGINAL - MANUTENCAO EM TELA DO    *
000210*                   CADASTRO DE REGRAS DE CONTABILIZACAO         *
000220*                   (CALC-REG-FILE, VIDE CALCREG.CPY) USADO      *
000230*                   POR Calcgl NA INTERFACE COM O RAZAO.         *
000240*----------------------------------------------------------------*
000250*
000260*----------------------------------------------------------------*
000270*  FUNCAO DO PROGRAMA                                            *
000280*----------------------------------------------------------------*
000290*  MANUTENCAO DAS REGRAS QUE ASSOCIAM A OPERACAO DO CALCULO      *
000300*  (E, OPCIONALMENTE, O DEPARTAMENTO DE ORIGEM DO LOTE) A UMA    *
000310*  CONTA DE DEBITO, UMA CONTA DE CREDITO E UM CENTRO DE CUSTO.   *
000320*  CADA REGRA TEM VERSOES COM VIGENCIA PROPRIA, COMO AS TAXAS    *
000330*  DE CALC-TAB-FILE: A CONSULTA LISTA AS VERSOES, A INCLUSAO     *
000340*  CRIA UMA NOVA VERSAO DATADA (A TELA JA VEM PREENCHIDA COM A   *
000350*  ULTIMA VERSAO, PARA QUE A TROCA DE UMA SO CONTA OU DO CENTRO  *
000360*  DE CUSTO NAO EXIJA REDIGITAR O RESTO), A ALTERACAO CORRIGE    *
000370*  UMA VERSAO, A EXCLUSAO E LOGICA (REG-SITUACAO 'I') E A        *
000380*  FUNCAO e(N)cerra DEFINE A DATA FINAL DE UMA VERSAO.           *
000390*  DEPARTAMENTO EM BRANCO E A REGRA GERAL DA OPERACAO;           *
000400*  DEPARTAMENTO INFORMADO DEVE EXISTIR NO CADASTRO DE            *
000410*  DEPARTAMENTOS (CALC-DEP-FILE). O ACESSO E PROTEGIDO PELA      *
000420*  PERMISSAO 'T' (TABELAS) DO CADASTRO DE OPERADORES, VIA        *
000430*  Calcsgn; O CADASTRO E CRIADO VAZIO NA PRIMEIRA UTILIZACAO.    *
000440*----------------------------------------------------------------*
000450*
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT CALC-REG-FILE    ASSIGN TO CALCREG
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS REG-CHAVE
000530         FILE STATUS IS WS-REG-STATUS.
000540*
000550     SELECT CALC-DEP-FILE    ASSIGN TO CALCDEP
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS DEP-CODIGO
000590         FILE STATUS IS WS-DEP-STATUS.
000600*
000610 DATA DIVISION.
000620 FILE SECTION.
000630*
000640*----------------------------------------------------------------*
000650*  CALC-REG-FILE - CADASTRO INDEXADO DE REGRAS DE                *
000660*  CONTABILIZACAO                                                *
000670*----------------------------------------------------------------*
000680 FD  CALC-REG-FILE.
000690     COPY CALCREG.
000700*
000710*----------------------------------------------------------------*
000720*  CALC-DEP-FILE - CADASTRO INDEXADO DE DEPARTAMENTOS            *
000730*----------------------------------------------------------------*
000740 FD  CALC-DEP-FILE.
000750     COPY CALCDEP.
000760*
000770 WORKING-STORAGE SECTION.
000780*
000790*----------------------------------------------------------------*
000800*  CAMPOS DE TRABALHO DO REGISTRO EM MANUTENCAO (TELA)           *
000810*----------------------------------------------------------------*
000820 01  Operacao                    PIC X(01) VALUE SPACE.
000830 01  Departamento                PIC X(08) VALUE SPACES.
000840 01  Descricao                   PIC X(30) VALUE SPACES.
000850 01  ContaDebito                 PIC X(12) VALUE SPACES.
000860 01  ContaCredito                PIC X(12) VALUE SPACES.
000870 01  CentroCusto                 PIC X(08) VALUE SPACES.
000880 01  VigenciaIni                 PIC 9(08) VALUE 0.
000890 01  VigenciaFim                 PIC 9(08) VALUE 99999999.
000900 01  Situacao                    PIC X(01) VALUE 'A'.
000910*
000920*----------------------------------------------------------------*
000930*  IDENTIFICACAO DA VERSAO EM MANUTENCAO E CONTROLES DA          *
000940*  LISTAGEM DE VERSOES                                           *
000950*----------------------------------------------------------------*
000960 01  WS-VIG-INI-ENTRADA          PIC X(08) VALUE SPACES.
000970 77  WS-VIG-INI-CHAVE            PIC 9(08) VALUE ZERO.
000980 01  WS-VIG-FIM-ENTRADA          PIC X(08) VALUE SPACES.
000990 77  WS-VIG-FIM-NOVA             PIC 9(08) VALUE ZERO.
001000*
001010 77  WS-LISTA-FIM-SWITCH         PIC X(01) VALUE 'N'.
001020     88  WS-LISTA-FIM-SIM        VALUE 'Y'.
001030     88  WS-LISTA-FIM-NAO        VALUE 'N'.
001040*
001050 77  WS-QTD-VERSOES              PIC 9(04) COMP VALUE ZERO.
001060 77  WS-DEPTO-EXIBIDO            PIC X(08) VALUE SPACES.
001070*
001080*----------------------------------------------------------------*
001090*  INDICADORES E CONTROLES                                       *
001100*----------------------------------------------------------------*
001110 77  WS-REG-STATUS               PIC X(02) VALUE '00'.
001120 77  WS-DEP-STATUS               PIC X(02) VALUE '00'.
001130*
001140 77  WS-DEP-ABERTO-SWITCH        PIC X(01) VALUE 'N'.
001150     88  WS-DEP-ABERTO-SIM       VALUE 'Y'.
001160     88  WS-DEP-ABERTO-NAO       VALUE 'N'.
001170*
001180 77  WS-ABORTAR-SWITCH           PIC X(01) VALUE 'N'.
001190     88  WS-ABORTAR-SIM          VALUE 'Y'.
001200     88  WS-ABORTAR-NAO          VALUE 'N'.
001210*
001220 77  WS-CONTINUA-SWITCH          PIC X(01) VALUE 'S'.
001230     88  WS-CONTINUA-SIM         VALUE 'S'.
001240     88  WS-CONTINUA-NAO         VALUE 'N'.
001250*
001260 77  WS-CHAVE-OK-SWITCH          PIC X(01) VALUE 'N'.
001270     88  WS-CHAVE-OK-SIM         VALUE 'Y'.
001280     88  WS-CHAVE-OK-NAO         VALUE 'N'.
001290*
001300 77  WS-FUNCAO                   PIC X(01) VALUE ' '.
001310 77  WS-RESPOSTA                 PIC X(01) VALUE ' '.
001320 77  WS-USUARIO                  PIC X(08) VALUE SPACES.
001330*
001340*----------------------------------------------------------------*
001350*  IDENTIFICACAO DO OPERADOR (SUB-ROTINA Calcsgn)                *
001360*----------------------------------------------------------------*
001370 77  WS-OPERADOR-NOME            PIC X(30) VALUE SPACES.
001380 77  WS-SGN-FUNCAO               PIC X(01) VALUE ' '.
001390 77  WS-SGN-PROGRAMA             PIC X(08) VALUE 'CALCREG '.
001400 77  WS-SGN-AUTORIZADO           PIC X(01) VALUE 'N'.
001410     88  WS-SGN-AUTORIZADO-SIM   VALUE 'Y'.
001420     88  WS-SGN-AUTORIZADO-NAO   VALUE 'N'.
001430*
001440 01  WS-DATA-HORA-ATUAL.
001450     05  WS-DATA-ATUAL           PIC 9(08).
001460     05  WS-HORA-ATUAL           PIC 9(08).
001470*
001480*----------------------------------------------------------------*
001490*  TELA DE MANUTENCAO - UMA VERSAO DE REGRA POR VEZ              *
001500*----------------------------------------------------------------*
001510 SCREEN SECTION.
001520 01  TelaRegistro.
001530     02  Linha-1.
001540         03  Col-1   PIC X(100) VALUE SPACES.
001550     02  Linha-2.
001560         03  Col-1   PIC X(100) VALUE SPACES.
001570     02  BLANK SCREEN.
001580     02  LINE 01 COL 01 VALUE
001590         'CALCREG - MANUTENCAO DE REGRAS DE CONTABILIZACAO'.
001600     02  LINE 03 COL 01 PIC X(100) FROM Linha-1 OF TelaRegistro.
001610     02  LINE 04 COL 01 PIC X(100) FROM Linha-2 OF TelaRegistro.
001620     02  LINE 06 COL 01 VALUE 'Operacao.....: '.
001630     02  LINE 06 COL 20 PIC X FROM Operacao.
001640     02  LINE 07 COL 01 VALUE 'Departamento.: '.
001650     02  LINE 07 COL 20 PIC X(08) FROM WS-DEPTO-EXIBIDO.
001660     02  LINE 08 COL 01 VALUE 'Situacao.....: '.
001670     02  LINE 08 COL 20 PIC X USING Situacao.
001680     02  LINE 08 COL 24 VALUE '(A=ativa  I=inativa)'.
001690     02  LINE 09 COL 01 VALUE 'Descricao....: '.
001700     02  LINE 09 COL 20 PIC X(30) USING Descricao.
001710     02  LINE 10 COL 01 VALUE 'Conta debito.: '.
001720     02  LINE 10 COL 20 PIC X(12) USING ContaDebito.
001730     02  LINE 11 COL 01 VALUE 'Conta credito: '.
001740     02  LINE 11 COL 20 PIC X(12) USING ContaCredito.
001750     02  LINE 12 COL 01 VALUE 'Centro custo.: '.
001760     02  LINE 12 COL 20 PIC X(08) USING CentroCusto.
001770     02  LINE 13 COL 01 VALUE 'Vigencia de..: '.
001780     02  LINE 13 COL 20 PIC 99999999 USING VigenciaIni.
001790     02  LINE 14 COL 01 VALUE 'Vigencia ate.: '.
001800     02  LINE 14 COL 20 PIC 99999999 USING VigenciaFim.
001810     02  LINE 16 COL 01 VALUE
001820         'Confirma a gravacao? (S/N): '.
001830     02  LINE 16 COL 30 PIC X USING WS-RESPOSTA.
001840*
001850 PROCEDURE DIVISION.
001860*
001870*================================================================*
001880*  0000-MAINLINE                                                  *
001890*================================================================*
001900 0000-MAINLINE.
001910     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001920     IF WS-ABORTAR-SIM
001930         GO TO 0000-MAINLINE-EXIT
001940     END-IF.
001950     MOVE 'S' TO WS-CONTINUA-SWITCH.
001960     PERFORM 2000-PROCESSAR-FUNCAO
001970         THRU 2000-PROCESSAR-FUNCAO-EXIT
001980         UNTIL WS-CONTINUA-NAO.
001990     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
002000 0000-MAINLINE-EXIT.
002010     STOP RUN.
002020*
002030*----------------------------------------------------------------*
002040*  1000-INICIALIZAR - IDENTIFICA E AUTORIZA O OPERADOR (FUNCAO   *
002050*  'T' VIA Calcsgn), ABRE O CADASTRO DE REGRAS (CRIANDO-O        *
002060*  VAZIO NA PRIMEIRA UTILIZACAO) E O DE DEPARTAMENTOS, SO PARA   *
002070*  CONSULTA. SEM O CADASTRO DE DEPARTAMENTOS SO AS REGRAS        *
002080*  GERAIS (DEPARTAMENTO EM BRANCO) PODEM SER MANTIDAS.           *
002090*----------------------------------------------------------------*
002100 1000-INICIALIZAR.
002110     DISPLAY 'Operador (8): ' WITH NO ADVANCING.
002120     ACCEPT WS-USUARIO.
002130     MOVE 'T' TO WS-SGN-FUNCAO.
002140     CALL 'Calcsgn' USING WS-SGN-FUNCAO WS-USUARIO
002150         WS-OPERADOR-NOME WS-SGN-AUTORIZADO WS-SGN-PROGRAMA.
002160     IF WS-SGN-AUTORIZADO-NAO
002170         DISPLAY 'Operador sem autorizacao para manter regras '
002180             'de contabilizacao - manutencao cancelada. '
002190             'RETURN-CODE 8.'
002200         MOVE 8 TO RETURN-CODE
002210         SET WS-ABORTAR-SIM TO TRUE
002220         GO TO 1000-INICIALIZAR-EXIT
002230     END-IF.
002240     OPEN I-O CALC-REG-FILE.
002250     IF WS-REG-STATUS = '35'
002260         OPEN OUTPUT CALC-REG-FILE
002270         CLOSE CALC-REG-FILE
002280         OPEN I-O CALC-REG-FILE
002290         DISPLAY 'Cadastro de regras de contabilizacao '
002300             'inexistente - criado vazio.'
002310     END-IF.
002320     IF WS-REG-STATUS NOT = '00'
002330         DISPLAY 'Erro ao abrir CALC-REG-FILE - status '
002340             WS-REG-STATUS '. Manutencao cancelada.'
002350         MOVE 8 TO RETURN-CODE
002360         SET WS-ABORTAR-SIM TO TRUE
002370         GO TO 1000-INICIALIZAR-EXIT
002380     END-IF.
002390     OPEN INPUT CALC-DEP-FILE.
002400     IF WS-DEP-STATUS = '00'
002410         SET WS-DEP-ABERTO-SIM TO TRUE
002420     ELSE
002430         DISPLAY 'AVISO: CALC-DEP-FILE indisponivel - status '
002440             WS-DEP-STATUS '. So regras gerais (departamento '
002450             'em branco) podem ser mantidas.'
002460     END-IF.
002470 1000-INICIALIZAR-EXIT.
002480     EXIT.
002490*
002500*----------------------------------------------------------------*
002510*  2000-PROCESSAR-FUNCAO - MENU DA MANUTENCAO                    *
002520*----------------------------------------------------------------*
002530 2000-PROCESSAR-FUNCAO.
002540     DISPLAY ' '.
002550     DISPLAY 'Funcao: (C)onsulta (I)nclui (A)ltera '
002560         '(E)xclui e(N)cerra (F)im: ' WITH NO ADVANCING.
002570     ACCEPT WS-FUNCAO.
002580     IF WS-FUNCAO = 'F' OR WS-FUNCAO = 'f'
002590         MOVE 'N' TO WS-CONTINUA-SWITCH
002600         GO TO 2000-PROCESSAR-FUNCAO-EXIT
002610     END-IF.
002620     PERFORM 2020-PEDIR-CHAVE THRU 2020-PEDIR-CHAVE-EXIT.
002630     IF WS-CHAVE-OK-NAO
002640         GO TO 2000-PROCESSAR-FUNCAO-EXIT
002650     END-IF.
002660     EVALUATE WS-FUNCAO
002670         WHEN 'C'
002680         WHEN 'c'
002690             PERFORM 2100-CONSULTAR
002700                 THRU 2100-CONSULTAR-EXIT
002710         WHEN 'I'
002720         WHEN 'i'
002730             PERFORM 2200-INCLUIR
002740                 THRU 2200-INCLUIR-EXIT
002750         WHEN 'A'
002760         WHEN 'a'
002770             PERFORM 2300-ALTERAR
002780                 THRU 2300-ALTERAR-EXIT
002790         WHEN 'E'
002800         WHEN 'e'
002810             PERFORM 2400-EXCLUIR
002820                 THRU 2400-EXCLUIR-EXIT
002830         WHEN 'N'
002840         WHEN 'n'
002850             PERFORM 2450-ENCERRAR-VIGENCIA
002860                 THRU 2450-ENCERRAR-VIGENCIA-EXIT
002870         WHEN OTHER
002880             DISPLAY 'Funcao invalida.'
002890     END-EVALUATE.
002900 2000-PROCESSAR-FUNCAO-EXIT.
002910     EXIT.
002920*
002930*----------------------------------------------------------------*
002940*  2020-PEDIR-CHAVE - PEDE A OPERACAO (A MESMA DA Calculadora)   *
002950*  E O DEPARTAMENTO DA REGRA; EM BRANCO E A REGRA GERAL          *
002960*----------------------------------------------------------------*
002970 2020-PEDIR-CHAVE.
002980     MOVE 'N' TO WS-CHAVE-OK-SWITCH.
002990     DISPLAY 'Operacao (+ - * / R P): ' WITH NO ADVANCING.
003000     ACCEPT Operacao.
003010     IF Operacao NOT = '+' AND Operacao NOT = '-'
003020        AND Operacao NOT = '*' AND Operacao NOT = '/'
003030        AND Operacao NOT = 'R' AND Operacao NOT = 'P'
003040         DISPLAY 'Operacao invalida - use + - * / R ou P.'
003050         GO TO 2020-PEDIR-CHAVE-EXIT
003060     END-IF.
003070     DISPLAY 'Departamento (8, branco = regra geral): '
003080         WITH NO ADVANCING.
003090     ACCEPT Departamento.
003100     MOVE Departamento TO WS-DEPTO-EXIBIDO.
003110     IF Departamento = SPACES
003120         MOVE '(GERAL)' TO WS-DEPTO-EXIBIDO
003130         SET WS-CHAVE-OK-SIM TO TRUE
003140         GO TO 2020-PEDIR-CHAVE-EXIT
003150     END-IF.
003160     IF WS-DEP-ABERTO-NAO
003170         DISPLAY 'Cadastro de departamentos indisponivel - '
003180             'so a regra geral pode ser mantida.'
003190         GO TO 2020-PEDIR-CHAVE-EXIT
003200     END-IF.
003210     MOVE Departamento TO DEP-CODIGO.
003220     READ CALC-DEP-FILE
003230         INVALID KEY
003240             DISPLAY 'Departamento ' Departamento
003250                 ' inexistente no cadastro de departamentos.'
003260             GO TO 2020-PEDIR-CHAVE-EXIT
003270     END-READ.
003280     IF DEP-INATIVO
003290         DISPLAY 'AVISO: departamento ' Departamento
003300             ' esta inativo.'
003310     END-IF.
003320     SET WS-CHAVE-OK-SIM TO TRUE.
003330 2020-PEDIR-CHAVE-EXIT.
003340     EXIT.
003350*
003360*----------------------------------------------------------------*
003370*  2050-PEDIR-VIGENCIA - PEDE A VIGENCIA INICIAL QUE IDENTIFICA  *
003380*  A VERSAO A MANTER (ALTERAR/EXCLUIR/ENCERRAR)                  *
003390*----------------------------------------------------------------*
003400 2050-PEDIR-VIGENCIA.
003410     DISPLAY 'Vigencia inicial da versao (AAAAMMDD): '
003420         WITH NO ADVANCING.
003430     ACCEPT WS-VIG-INI-ENTRADA.
003440     IF WS-VIG-INI-ENTRADA NOT NUMERIC
003450         DISPLAY 'Vigencia invalida - informe AAAAMMDD numerico.'
003460         MOVE '99' TO WS-REG-STATUS
003470         GO TO 2050-PEDIR-VIGENCIA-EXIT
003480     END-IF.
003490     MOVE WS-VIG-INI-ENTRADA TO WS-VIG-INI-CHAVE.
003500     MOVE '00' TO WS-REG-STATUS.
003510 2050-PEDIR-VIGENCIA-EXIT.
003520     EXIT.
003530*
003540*----------------------------------------------------------------*
003550*  2100-CONSULTAR - LISTA TODAS AS VERSOES DA REGRA, EM ORDEM    *
003560*  DE VIGENCIA INICIAL                                           *
003570*----------------------------------------------------------------*
003580 2100-CONSULTAR.
003590     PERFORM 2170-POSICIONAR-REGRA
003600         THRU 2170-POSICIONAR-REGRA-EXIT.
003610     MOVE 'L' TO WS-FUNCAO.
003620     PERFORM 2150-LISTAR-VERSAO THRU 2150-LISTAR-VERSAO-EXIT
003630         UNTIL WS-LISTA-FIM-SIM.
003640     IF WS-QTD-VERSOES = ZERO
003650         DISPLAY 'Regra ' Operacao ' / ' WS-DEPTO-EXIBIDO
003660             ' inexistente no cadastro.'
003670     ELSE
003680         DISPLAY WS-QTD-VERSOES ' versao(oes) listada(s).'
003690     END-IF.
003700 2100-CONSULTAR-EXIT.
003710     EXIT.
003720*
003730*----------------------------------------------------------------*
003740*  2150-LISTAR-VERSAO - UM PASSO NA VARREDURA DAS VERSOES DA     *
003750*  REGRA; NA CONSULTA (WS-FUNCAO 'L') CADA VERSAO E EXIBIDA,     *
003760*  NA INCLUSAO A ULTIMA FICA NOS CAMPOS DA TELA                  *
003770*----------------------------------------------------------------*
003780 2150-LISTAR-VERSAO.
003790     READ CALC-REG-FILE NEXT RECORD
003800         AT END
003810             SET WS-LISTA-FIM-SIM TO TRUE
003820             GO TO 2150-LISTAR-VERSAO-EXIT
003830     END-READ.
003840     IF REG-OPERACAO NOT = Operacao
003850        OR REG-DEPTO NOT = Departamento
003860         SET WS-LISTA-FIM-SIM TO TRUE
003870         GO TO 2150-LISTAR-VERSAO-EXIT
003880     END-IF.
003890     ADD 1 TO WS-QTD-VERSOES.
003900     IF WS-FUNCAO NOT = 'L'
003910         PERFORM 2600-MOVER-PARA-TELA
003920             THRU 2600-MOVER-PARA-TELA-EXIT
003930         GO TO 2150-LISTAR-VERSAO-EXIT
003940     END-IF.
003950     DISPLAY '  de ' REG-DATA-INI-VIGENCIA ' ate '
003960         REG-DATA-FIM-VIGENCIA ' sit ' REG-SITUACAO
003970         ' - ' REG-DESCRICAO.
003980     DISPLAY '      debito ' REG-CONTA-DEBITO ' credito '
003990         REG-CONTA-CREDITO ' centro ' REG-CENTRO-CUSTO
004000         ' (' REG-OPERADOR ' em ' REG-DATA-ATUALIZACAO ')'.
004010 2150-LISTAR-VERSAO-EXIT.
004020     EXIT.
004030*
004040 2170-POSICIONAR-REGRA.
004050     MOVE Operacao     TO REG-OPERACAO.
004060     MOVE Departamento TO REG-DEPTO.
004070     MOVE ZERO         TO REG-DATA-INI-VIGENCIA.
004080     MOVE ZERO         TO WS-QTD-VERSOES.
004090     MOVE 'N'          TO WS-LISTA-FIM-SWITCH.
004100     START CALC-REG-FILE KEY NOT < REG-CHAVE
004110         INVALID KEY
004120             SET WS-LISTA-FIM-SIM TO TRUE
004130     END-START.
004140 2170-POSICIONAR-REGRA-EXIT.
004150     EXIT.
004160*
004170*----------------------------------------------------------------*
004180*  2200-INCLUIR - CRIA UMA NOVA VERSAO DA REGRA; A TELA VEM COM  *
004190*  AS CONTAS DA ULTIMA VERSAO CADASTRADA E A VIGENCIA INICIAL    *
004200*  INFORMADA COMPOE A CHAVE (VERSAO JA EXISTENTE COM A MESMA     *
004210*  VIGENCIA INICIAL E RECUSADA)                                  *
004220*----------------------------------------------------------------*
004230 2200-INCLUIR.
004240     MOVE SPACES       TO Descricao.
004250     MOVE SPACES       TO ContaDebito.
004260     MOVE SPACES       TO ContaCredito.
004270     MOVE SPACES       TO CentroCusto.
004280     PERFORM 2170-POSICIONAR-REGRA
004290         THRU 2170-POSICIONAR-REGRA-EXIT.
004300     PERFORM 2150-LISTAR-VERSAO THRU 2150-LISTAR-VERSAO-EXIT
004310         UNTIL WS-LISTA-FIM-SIM.
004320     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
004330     MOVE WS-DATA-ATUAL TO VigenciaIni.
004340     MOVE 99999999     TO VigenciaFim.
004350     MOVE 'A'          TO Situacao.
004360     MOVE 'Inclusao de nova versao da regra.'
004370         TO Col-1 OF Linha-1.
004380     MOVE 'Preencha os campos e confirme com S.'
004390         TO Col-1 OF Linha-2.
004400     PERFORM 2700-CONFIRMAR-TELA
004410         THRU 2700-CONFIRMAR-TELA-EXIT.
004420     IF WS-RESPOSTA NOT = 'S' AND WS-RESPOSTA NOT = 's'
004430         DISPLAY 'Inclusao abandonada - nada gravado.'
004440         GO TO 2200-INCLUIR-EXIT
004450     END-IF.
004460     MOVE VigenciaIni TO WS-VIG-INI-CHAVE.
004470     PERFORM 2500-LER-CADASTRO THRU 2500-LER-CADASTRO-EXIT.
004480     IF WS-REG-STATUS = '00'
004490         DISPLAY 'Ja existe versao da regra ' Operacao ' / '
004500             WS-DEPTO-EXIBIDO ' com vigencia inicial '
004510             VigenciaIni ' - use a alteracao.'
004520         GO TO 2200-INCLUIR-EXIT
004530     END-IF.
004540     PERFORM 2800-MOVER-PARA-CADASTRO
004550         THRU 2800-MOVER-PARA-CADASTRO-EXIT.
004560     WRITE CALC-REG-RECORD
004570         INVALID KEY
004580             DISPLAY 'Erro na gravacao - status ' WS-REG-STATUS
004590     END-WRITE.
004600     IF WS-REG-STATUS = '00'
004610         DISPLAY 'Versao da regra ' Operacao ' / '
004620             WS-DEPTO-EXIBIDO ' com inicio em ' VigenciaIni
004630             ' incluida.'
004640     END-IF.
004650 2200-INCLUIR-EXIT.
004660     EXIT.
004670*
004680*----------------------------------------------------------------*
004690*  2300-ALTERAR - CORRIGE UMA VERSAO IDENTIFICADA PELA VIGENCIA  *
004700*  INICIAL; A VIGENCIA INICIAL E CHAVE E NAO PODE SER TROCADA    *
004710*  PELA TELA (E RESTAURADA ANTES DA GRAVACAO)                    *
004720*----------------------------------------------------------------*
004730 2300-ALTERAR.
004740     PERFORM 2050-PEDIR-VIGENCIA THRU 2050-PEDIR-VIGENCIA-EXIT.
004750     IF WS-REG-STATUS NOT = '00'
004760         GO TO 2300-ALTERAR-EXIT
004770     END-IF.
004780     PERFORM 2500-LER-CADASTRO THRU 2500-LER-CADASTRO-EXIT.
004790     IF WS-REG-STATUS NOT = '00'
004800         DISPLAY 'Versao da regra ' Operacao ' / '
004810             WS-DEPTO-EXIBIDO ' com inicio em '
004820             WS-VIG-INI-CHAVE ' inexistente no cadastro.'
004830         GO TO 2300-ALTERAR-EXIT
004840     END-IF.
004850     PERFORM 2600-MOVER-PARA-TELA
004860         THRU 2600-MOVER-PARA-TELA-EXIT.
004870     MOVE 'Alteracao de versao existente.'
004880         TO Col-1 OF Linha-1.
004890     MOVE 'Revise os campos e confirme com S.'
004900         TO Col-1 OF Linha-2.
004910     PERFORM 2700-CONFIRMAR-TELA
004920         THRU 2700-CONFIRMAR-TELA-EXIT.
004930     IF WS-RESPOSTA NOT = 'S' AND WS-RESPOSTA NOT = 's'
004940         DISPLAY 'Alteracao abandonada - nada gravado.'
004950         GO TO 2300-ALTERAR-EXIT
004960     END-IF.
004970     IF VigenciaIni NOT = WS-VIG-INI-CHAVE
004980         DISPLAY 'Vigencia inicial e chave da versao - '
004990             'alteracao dela ignorada.'
005000         MOVE WS-VIG-INI-CHAVE TO VigenciaIni
005010     END-IF.
005020     PERFORM 2800-MOVER-PARA-CADASTRO
005030         THRU 2800-MOVER-PARA-CADASTRO-EXIT.
005040     REWRITE CALC-REG-RECORD
005050         INVALID KEY
005060             DISPLAY 'Erro na regravacao - status '
005070                 WS-REG-STATUS
005080     END-REWRITE.
005090     IF WS-REG-STATUS = '00'
005100         DISPLAY 'Versao da regra ' Operacao ' / '
005110             WS-DEPTO-EXIBIDO ' com inicio em ' VigenciaIni
005120             ' alterada.'
005130     END-IF.
005140 2300-ALTERAR-EXIT.
005150     EXIT.
005160*
005170*----------------------------------------------------------------*
005180*  2400-EXCLUIR - EXCLUSAO LOGICA DE UMA VERSAO: O REGISTRO      *
005190*  PERMANECE NO CADASTRO COM REG-SITUACAO 'I' E DEIXA DE SER     *
005200*  USADO NA EXTRACAO PARA O RAZAO.                               *
005210*----------------------------------------------------------------*
005220 2400-EXCLUIR.
005230     PERFORM 2050-PEDIR-VIGENCIA THRU 2050-PEDIR-VIGENCIA-EXIT.
005240     IF WS-REG-STATUS NOT = '00'
005250         GO TO 2400-EXCLUIR-EXIT
005260     END-IF.
005270     PERFORM 2500-LER-CADASTRO THRU 2500-LER-CADASTRO-EXIT.
005280     IF WS-REG-STATUS NOT = '00'
005290         DISPLAY 'Versao da regra ' Operacao ' / '
005300             WS-DEPTO-EXIBIDO ' com inicio em '
005310             WS-VIG-INI-CHAVE ' inexistente no cadastro.'
005320         GO TO 2400-EXCLUIR-EXIT
005330     END-IF.
005340     IF REG-INATIVA
005350         DISPLAY 'Versao ja esta inativa - use a alteracao '
005360             'para reativar.'
005370         GO TO 2400-EXCLUIR-EXIT
005380     END-IF.
005390     DISPLAY 'Confirma a exclusao (logica) da versao com '
005400         'inicio em ' WS-VIG-INI-CHAVE '? (S/N): '
005410         WITH NO ADVANCING.
005420     ACCEPT WS-RESPOSTA.
005430     IF WS-RESPOSTA NOT = 'S' AND WS-RESPOSTA NOT = 's'
005440         DISPLAY 'Exclusao abandonada - nada gravado.'
005450         GO TO 2400-EXCLUIR-EXIT
005460     END-IF.
005470     PERFORM 2600-MOVER-PARA-TELA
005480         THRU 2600-MOVER-PARA-TELA-EXIT.
005490     MOVE 'I' TO Situacao.
005500     PERFORM 2800-MOVER-PARA-CADASTRO
005510         THRU 2800-MOVER-PARA-CADASTRO-EXIT.
005520     REWRITE CALC-REG-RECORD
005530         INVALID KEY
005540             DISPLAY 'Erro na regravacao - status '
005550                 WS-REG-STATUS
005560     END-REWRITE.
005570     IF WS-REG-STATUS = '00'
005580         DISPLAY 'Versao com inicio em ' WS-VIG-INI-CHAVE
005590             ' inativada.'
005600     END-IF.
005610 2400-EXCLUIR-EXIT.
005620     EXIT.
005630*
005640*----------------------------------------------------------------*
005650*  2450-ENCERRAR-VIGENCIA - DEFINE A DATA FINAL DE UMA VERSAO,   *
005660*  PERMITINDO ENCERRAR A REGRA CORRENTE QUANDO UMA NOVA VERSAO   *
005670*  FUTURA E CARREGADA COM ANTECEDENCIA                           *
005680*----------------------------------------------------------------*
005690 2450-ENCERRAR-VIGENCIA.
005700     PERFORM 2050-PEDIR-VIGENCIA THRU 2050-PEDIR-VIGENCIA-EXIT.
005710     IF WS-REG-STATUS NOT = '00'
005720         GO TO 2450-ENCERRAR-VIGENCIA-EXIT
005730     END-IF.
005740     PERFORM 2500-LER-CADASTRO THRU 2500-LER-CADASTRO-EXIT.
005750     IF WS-REG-STATUS NOT = '00'
005760         DISPLAY 'Versao da regra ' Operacao ' / '
005770             WS-DEPTO-EXIBIDO ' com inicio em '
005780             WS-VIG-INI-CHAVE ' inexistente no cadastro.'
005790         GO TO 2450-ENCERRAR-VIGENCIA-EXIT
005800     END-IF.
005810     DISPLAY 'Vigencia final atual: ' REG-DATA-FIM-VIGENCIA '.'.
005820     DISPLAY 'Nova vigencia final (AAAAMMDD): '
005830         WITH NO ADVANCING.
005840     ACCEPT WS-VIG-FIM-ENTRADA.
005850     IF WS-VIG-FIM-ENTRADA NOT NUMERIC
005860         DISPLAY 'Vigencia invalida - informe AAAAMMDD numerico.'
005870         GO TO 2450-ENCERRAR-VIGENCIA-EXIT
005880     END-IF.
005890     MOVE WS-VIG-FIM-ENTRADA TO WS-VIG-FIM-NOVA.
005900     IF WS-VIG-FIM-NOVA < REG-DATA-INI-VIGENCIA
005910         DISPLAY 'Vigencia final anterior a inicial '
005920             REG-DATA-INI-VIGENCIA ' - encerramento recusado.'
005930         GO TO 2450-ENCERRAR-VIGENCIA-EXIT
005940     END-IF.
005950     PERFORM 2600-MOVER-PARA-TELA
005960         THRU 2600-MOVER-PARA-TELA-EXIT.
005970     MOVE WS-VIG-FIM-NOVA TO VigenciaFim.
005980     PERFORM 2800-MOVER-PARA-CADASTRO
005990         THRU 2800-MOVER-PARA-CADASTRO-EXIT.
006000     REWRITE CALC-REG-RECORD
006010         INVALID KEY
006020             DISPLAY 'Erro na regravacao - status '
006030                 WS-REG-STATUS
006040     END-REWRITE.
006050     IF WS-REG-STATUS = '00'
006060         DISPLAY 'Versao com inicio em ' WS-VIG-INI-CHAVE
006070             ' encerrada em ' WS-VIG-FIM-NOVA '.'
006080     END-IF.
006090 2450-ENCERRAR-VIGENCIA-EXIT.
006100     EXIT.
006110*
006120 2500-LER-CADASTRO.
006130     MOVE Operacao         TO REG-OPERACAO.
006140     MOVE Departamento     TO REG-DEPTO.
006150     MOVE WS-VIG-INI-CHAVE TO REG-DATA-INI-VIGENCIA.
006160     READ CALC-REG-FILE
006170         INVALID KEY
006180             CONTINUE
006190     END-READ.
006200 2500-LER-CADASTRO-EXIT.
006210     EXIT.
006220*
006230 2600-MOVER-PARA-TELA.
006240     MOVE REG-DESCRICAO         TO Descricao.
006250     MOVE REG-CONTA-DEBITO      TO ContaDebito.
006260     MOVE REG-CONTA-CREDITO     TO ContaCredito.
006270     MOVE REG-CENTRO-CUSTO      TO CentroCusto.
006280     MOVE REG-DATA-INI-VIGENCIA TO VigenciaIni.
006290     MOVE REG-DATA-FIM-VIGENCIA TO VigenciaFim.
006300     MOVE REG-SITUACAO          TO Situacao.
006310 2600-MOVER-PARA-TELA-EXIT.
006320     EXIT.
006330*
006340*----------------------------------------------------------------*
006350*  2700-CONFIRMAR-TELA - APRESENTA A TELA DE GRAVACAO E, NA      *
006360*  CONFIRMACAO, CRITICA A SITUACAO (A/I), AS DUAS CONTAS         *
006370*  (OBRIGATORIAS E DIFERENTES ENTRE SI) E A VIGENCIA FINAL,      *
006380*  QUE NAO PODE SER ANTERIOR A INICIAL.                          *
006390*----------------------------------------------------------------*
006400 2700-CONFIRMAR-TELA.
006410     MOVE 'N' TO WS-RESPOSTA.
006420 2700-APRESENTAR-TELA.
006430     DISPLAY TelaRegistro.
006440     ACCEPT TelaRegistro.
006450     IF WS-RESPOSTA NOT = 'S' AND WS-RESPOSTA NOT = 's'
006460         GO TO 2700-CONFIRMAR-TELA-EXIT
006470     END-IF.
006480     IF Situacao NOT = 'A' AND Situacao NOT = 'I'
006490         MOVE 'Situacao invalida - use A (ativa) ou I '
006500             TO Col-1 OF Linha-1
006510         MOVE '(inativa) e confirme novamente.'
006520             TO Col-1 OF Linha-2
006530         GO TO 2700-APRESENTAR-TELA
006540     END-IF.
006550     IF ContaDebito = SPACES OR ContaCredito = SPACES
006560         MOVE 'Contas de debito e de credito sao obrigatorias.'
006570             TO Col-1 OF Linha-1
006580         MOVE 'Preencha as duas e confirme novamente.'
006590             TO Col-1 OF Linha-2
006600         GO TO 2700-APRESENTAR-TELA
006610     END-IF.
006620     IF ContaDebito = ContaCredito
006630         MOVE 'Conta de debito igual a de credito - lancamento '
006640             TO Col-1 OF Linha-1
006650         MOVE 'sem efeito. Corrija e confirme novamente.'
006660             TO Col-1 OF Linha-2
006670         GO TO 2700-APRESENTAR-TELA
006680     END-IF.
006690     IF VigenciaFim < VigenciaIni
006700         MOVE 'Vigencia final anterior a inicial.'
006710             TO Col-1 OF Linha-1
006720         MOVE 'Corrija as datas e confirme novamente.'
006730             TO Col-1 OF Linha-2
006740         GO TO 2700-APRESENTAR-TELA
006750     END-IF.
006760 2700-CONFIRMAR-TELA-EXIT.
006770     EXIT.
006780*
006790*----------------------------------------------------------------*
006800*  2800-MOVER-PARA-CADASTRO - MONTA O REGISTRO COM OS CAMPOS DA  *
006810*  TELA, O OPERADOR AUTORIZADO E A DATA DA MANUTENCAO            *
006820*----------------------------------------------------------------*
006830 2800-MOVER-PARA-CADASTRO.
006840     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
006850     MOVE Operacao      TO REG-OPERACAO.
006860     MOVE Departamento  TO REG-DEPTO.
006870     MOVE VigenciaIni   TO REG-DATA-INI-VIGENCIA.
006880     MOVE VigenciaFim   TO REG-DATA-FIM-VIGENCIA.
006890     MOVE ContaDebito   TO REG-CONTA-DEBITO.
006900     MOVE ContaCredito  TO REG-CONTA-CREDITO.
006910     MOVE CentroCusto   TO REG-CENTRO-CUSTO.
006920     MOVE Descricao     TO REG-DESCRICAO.
006930     MOVE Situacao      TO REG-SITUACAO.
006940     MOVE WS-USUARIO    TO REG-OPERADOR.
006950     MOVE WS-DATA-ATUAL TO REG-DATA-ATUALIZACAO.
006960 2800-MOVER-PARA-CADASTRO-EXIT.
006970     EXIT.
006980*
006990 9000-FINALIZAR.
007000     CLOSE CALC-REG-FILE.
007010     IF WS-DEP-ABERTO-SIM
007020         CLOSE CALC-DEP-FILE
007030     END-IF.
007040 9000-FINALIZAR-EXIT.
007050     EXIT.
