000210*                   DE OPERADORES E PERMISSOES (CALC-OPR-FILE,   *
000220*                   VIDE CALCOPR.CPY) USADO PELA SUB-ROTINA DE   *
000230*                   AUTORIZACAO Calcsgn.                         *
000231*  15/10/2026  RMS  NOVA PERMISSAO DE APROVACAO DE PEDIDOS DE     *
000232*                   ALTERACAO DE TAXAS (OPR-PERM-APROVACAO).     *
000233*  15/10/2026  RMS  PIN PROVISORIO NA INCLUSAO E NOVA FUNCAO     *
000234*                   (R)EINICIA PIN, QUE TAMBEM DESBLOQUEIA O     *
000235*                   OPERADOR, AMBAS GRAVADAS NO LOG DE SEGURANCA *
000236*                   CALC-SEG-FILE; NOVA PERMISSAO DO MODO        *
000237*                   INTERATIVO (OPR-PERM-INTERATIVO); Calcsgn    *
000238*                   CHAMADA COM O CADASTRO FECHADO.              *
000240*----------------------------------------------------------------*
000250*
000260*----------------------------------------------------------------*
000320*  CADASTRO AINDA NAO EXISTE (PRIMEIRA CARGA), A MANUTENCAO E    *
000330*  LIBERADA SEM AUTORIZACAO PARA PERMITIR A INCLUSAO DO          *
000340*  PRIMEIRO ADMINISTRADOR.                                       *
000341*  TODO OPERADOR INCLUIDO RECEBE UM PIN PROVISORIO, TROCADO      *
000342*  OBRIGATORIAMENTE NO PRIMEIRO ACESSO PELA Calcsgn. A FUNCAO    *
000343*  (R)EINICIA PIN DA UM NOVO PIN PROVISORIO AO OPERADOR QUE O    *
000344*  ESQUECEU OU FOI BLOQUEADO, DESBLOQUEANDO-O; O RESPONSAVEL NAO *
000345*  PODE REINICIAR O PROPRIO PIN. INCLUSOES E REINICIALIZACOES    *
000346*  SAO GRAVADAS NO LOG DE SEGURANCA CALC-SEG-FILE.               *
000350*----------------------------------------------------------------*
000360*
000370 ENVIRONMENT DIVISION.
000430         RECORD KEY IS OPR-ID
000440         FILE STATUS IS WS-OPR-STATUS.
000450*
000452     SELECT CALC-SEG-FILE    ASSIGN TO CALCSEG
000454         ORGANIZATION IS LINE SEQUENTIAL
000456         FILE STATUS IS WS-SEG-STATUS.
000458*
000460 DATA DIVISION.
000470 FILE SECTION.
000480*
000520 FD  CALC-OPR-FILE.
000530     COPY CALCOPR.
000540*
000541*----------------------------------------------------------------*
000542*  CALC-SEG-FILE - LOG DE SEGURANCA DE ACESSO                    *
000543*----------------------------------------------------------------*
000544 FD  CALC-SEG-FILE.
000545     COPY CALCSEG.
000546*
000550 WORKING-STORAGE SECTION.
000560*
000570*----------------------------------------------------------------*
000660 01  PermConsulta                PIC X(01) VALUE 'N'.
000670 01  PermFechamento              PIC X(01) VALUE 'N'.
000680 01  PermPerfil                  PIC X(01) VALUE 'N'.
000685 01  PermAprovacao               PIC X(01) VALUE 'N'.
000687 01  PermInterativo              PIC X(01) VALUE 'N'.
000690*
000700*----------------------------------------------------------------*
000710*  INDICADORES E CONTROLES                                       *
000720*----------------------------------------------------------------*
000730 77  WS-OPR-STATUS               PIC X(02) VALUE '00'.
000735 77  WS-SEG-STATUS               PIC X(02) VALUE '00'.
000740*
000750 77  WS-ABORTAR-SWITCH           PIC X(01) VALUE 'N'.
000760     88  WS-ABORTAR-SIM          VALUE 'Y'.
000884 77  WS-ROTULO-PERM              PIC X(10) VALUE SPACES.
000886 77  WS-PERM-EDITADA             PIC X(01) VALUE 'N'.
000890*
000891*----------------------------------------------------------------*
000892*  PIN PROVISORIO (SO O RESUMO Calcpin VAI AO CADASTRO)          *
000893*----------------------------------------------------------------*
000894 77  WS-PIN-PROVISORIO           PIC X(06) VALUE SPACES.
000895 77  WS-PIN-CONFIRMA             PIC X(06) VALUE SPACES.
000896 77  WS-PIN-RESUMO               PIC 9(10) VALUE ZERO.
000897 77  WS-PIN-SWITCH               PIC X(01) VALUE 'N'.
000898     88  WS-PIN-INFORMADO        VALUE 'Y'.
000899     88  WS-PIN-AUSENTE          VALUE 'N'.
000900 77  WS-SEG-MOTIVO               PIC X(30) VALUE SPACES.
000901 77  WS-DATA-ATUAL               PIC 9(08) VALUE ZERO.
000902 77  WS-HORA-ATUAL               PIC 9(08) VALUE ZERO.
000903*
000904*----------------------------------------------------------------*
000910*  IDENTIFICACAO DO OPERADOR RESPONSAVEL (Calcsgn)               *
000920*----------------------------------------------------------------*
000930 77  WS-OPERADOR                 PIC X(08) VALUE SPACES.
000940 77  WS-OPERADOR-NOME            PIC X(30) VALUE SPACES.
000950 77  WS-SGN-FUNCAO               PIC X(01) VALUE ' '.
000955 77  WS-SGN-PROGRAMA             PIC X(08) VALUE 'CALCOPM '.
000960 77  WS-SGN-AUTORIZADO           PIC X(01) VALUE 'N'.
000970     88  WS-SGN-AUTORIZADO-SIM   VALUE 'Y'.
000980     88  WS-SGN-AUTORIZADO-NAO   VALUE 'N'.
001390     IF WS-PRIMEIRA-CARGA-SIM
001400         GO TO 1000-INICIALIZAR-EXIT
001410     END-IF.
001412*      A Calcsgn ATUALIZA O CADASTRO NA IDENTIFICACAO: ELE E
001414*      FECHADO DURANTE A CHAMADA E REABERTO EM SEGUIDA.
001416     CLOSE CALC-OPR-FILE.
001420     DISPLAY 'Operador (8): ' WITH NO ADVANCING.
001430     ACCEPT WS-OPERADOR.
001440     MOVE 'P' TO WS-SGN-FUNCAO.
001450     CALL 'Calcsgn' USING WS-SGN-FUNCAO WS-OPERADOR
001460         WS-OPERADOR-NOME WS-SGN-AUTORIZADO WS-SGN-PROGRAMA.
001470     IF WS-SGN-AUTORIZADO-NAO
001480         DISPLAY 'Manutencao de perfis recusada. RETURN-CODE 8.'
001490         MOVE 8 TO RETURN-CODE
001510         SET WS-ABORTAR-SIM TO TRUE
001515         GO TO 1000-INICIALIZAR-EXIT
001520     END-IF.
001521     OPEN I-O CALC-OPR-FILE.
001522     IF WS-OPR-STATUS NOT = '00'
001523         DISPLAY 'Erro ao reabrir CALC-OPR-FILE - status '
001524             WS-OPR-STATUS '. Manutencao cancelada.'
001525         MOVE 8 TO RETURN-CODE
001526         SET WS-ABORTAR-SIM TO TRUE
001527     END-IF.
001530 1000-INICIALIZAR-EXIT.
001540     EXIT.
001550*
001590 2000-PROCESSAR-FUNCAO.
001600     DISPLAY ' '.
001610     DISPLAY 'Funcao: (C)onsulta (I)nclui (A)ltera '
001620         '(E)xclui (R)einicia PIN (F)im: ' WITH NO ADVANCING.
001630     ACCEPT WS-FUNCAO.
001640     IF WS-FUNCAO = 'F' OR WS-FUNCAO = 'f'
001650         MOVE 'N' TO WS-CONTINUA-SWITCH
001880         WHEN 'e'
001890             PERFORM 2400-EXCLUIR
001900                 THRU 2400-EXCLUIR-EXIT
001902         WHEN 'R'
001904         WHEN 'r'
001906             PERFORM 2800-REINICIAR-PIN
001908                 THRU 2800-REINICIAR-PIN-EXIT
001910         WHEN OTHER
001920             DISPLAY 'Funcao invalida.'
001930     END-EVALUATE.
002080         ' tabela=' OPR-PERM-TABELA
002090         ' consulta=' OPR-PERM-CONSULTA
002100         ' fechamento=' OPR-PERM-FECHAMENTO
002102         ' perfil=' OPR-PERM-PERFIL
002104         ' aprovacao=' OPR-PERM-APROVACAO
002106         ' interativo=' OPR-PERM-INTERATIVO.
002108     DISPLAY 'PIN.........: situacao=' OPR-PIN-SITUACAO
002110         ' trocado em ' OPR-PIN-DATA-TROCA
002112         ' falhas seguidas=' OPR-FALHAS-SEGUIDAS.
002114     DISPLAY 'Bloqueio....: ' OPR-BLOQUEIO
002116         ' em ' OPR-DATA-BLOQUEIO
002118         ' - ultimo acesso ' OPR-ULTIMO-ACESSO.
002120 2100-CONSULTAR-EXIT.
002130     EXIT.
002140*
002270     MOVE 'N'    TO PermConsulta.
002280     MOVE 'N'    TO PermFechamento.
002290     MOVE 'N'    TO PermPerfil.
002295     MOVE 'N'    TO PermAprovacao.
002297     MOVE 'N'    TO PermInterativo.
002300     PERFORM 2600-EDITAR-CAMPOS THRU 2600-EDITAR-CAMPOS-EXIT.
002310     IF WS-RESPOSTA NOT = 'S' AND WS-RESPOSTA NOT = 's'
002320         DISPLAY 'Inclusao abandonada - nada gravado.'
002330         GO TO 2200-INCLUIR-EXIT
002340     END-IF.
002341     PERFORM 2850-PEDIR-PIN THRU 2850-PEDIR-PIN-EXIT.
002342     IF WS-PIN-AUSENTE
002343         DISPLAY 'Inclusao abandonada - nada gravado.'
002344         GO TO 2200-INCLUIR-EXIT
002345     END-IF.
002350     PERFORM 2700-MOVER-PARA-CADASTRO
002360         THRU 2700-MOVER-PARA-CADASTRO-EXIT.
002363     PERFORM 2870-MOVER-PIN-PROVISORIO
002366         THRU 2870-MOVER-PIN-PROVISORIO-EXIT.
002370     WRITE CALC-OPR-RECORD
002380         INVALID KEY
002390             DISPLAY 'Erro na gravacao - status ' WS-OPR-STATUS
002400     END-WRITE.
002410     IF WS-OPR-STATUS = '00'
002420         DISPLAY 'Operador ' Operador ' incluido.'
002422         MOVE 'PIN PROVISORIO NA INCLUSAO' TO WS-SEG-MOTIVO
002424         PERFORM 8000-REGISTRAR-SEGURANCA
002426             THRU 8000-REGISTRAR-SEGURANCA-EXIT
002430     END-IF.
002440 2200-INCLUIR-EXIT.
002450     EXIT.
002580     MOVE OPR-PERM-CONSULTA   TO PermConsulta.
002590     MOVE OPR-PERM-FECHAMENTO TO PermFechamento.
002600     MOVE OPR-PERM-PERFIL     TO PermPerfil.
002605     MOVE OPR-PERM-APROVACAO  TO PermAprovacao.
002607     MOVE OPR-PERM-INTERATIVO TO PermInterativo.
002610     PERFORM 2600-EDITAR-CAMPOS THRU 2600-EDITAR-CAMPOS-EXIT.
002620     IF WS-RESPOSTA NOT = 'S' AND WS-RESPOSTA NOT = 's'
002630         DISPLAY 'Alteracao abandonada - nada gravado.'
003600     MOVE PermPerfil TO WS-PERM-EDITADA.
003610     PERFORM 2660-EDITAR-PERMISSAO
003620         THRU 2660-EDITAR-PERMISSAO-EXIT.
003621     MOVE WS-PERM-EDITADA TO PermPerfil.
003622     MOVE 'aprovacao ' TO WS-ROTULO-PERM.
003623     MOVE PermAprovacao TO WS-PERM-EDITADA.
003624     PERFORM 2660-EDITAR-PERMISSAO
003625         THRU 2660-EDITAR-PERMISSAO-EXIT.
003626     MOVE WS-PERM-EDITADA TO PermAprovacao.
003627     MOVE 'interativo' TO WS-ROTULO-PERM.
003628     MOVE PermInterativo TO WS-PERM-EDITADA.
003629     PERFORM 2660-EDITAR-PERMISSAO
003630         THRU 2660-EDITAR-PERMISSAO-EXIT.
003631     MOVE WS-PERM-EDITADA TO PermInterativo.
003640     DISPLAY 'Confirma a gravacao? (S/N): ' WITH NO ADVANCING.
003650     ACCEPT WS-RESPOSTA.
003660 2600-EDITAR-CAMPOS-EXIT.
004060     MOVE PermConsulta   TO OPR-PERM-CONSULTA.
004070     MOVE PermFechamento TO OPR-PERM-FECHAMENTO.
004080     MOVE PermPerfil     TO OPR-PERM-PERFIL.
004085     MOVE PermAprovacao  TO OPR-PERM-APROVACAO.
004087     MOVE PermInterativo TO OPR-PERM-INTERATIVO.
004090 2700-MOVER-PARA-CADASTRO-EXIT.
004100     EXIT.
004110*
004120*----------------------------------------------------------------*
004130*  2800-REINICIAR-PIN - NOVO PIN PROVISORIO PARA O OPERADOR,     *
004140*  ZERANDO AS FALHAS E DESFAZENDO O BLOQUEIO. O RESPONSAVEL NAO  *
004150*  REINICIA O PROPRIO PIN (ELE O TROCA NO PROPRIO ACESSO).       *
004160*----------------------------------------------------------------*
004170 2800-REINICIAR-PIN.
004180     IF Operador = WS-OPERADOR
004190         DISPLAY 'O proprio PIN nao pode ser reiniciado aqui.'
004200         GO TO 2800-REINICIAR-PIN-EXIT
004210     END-IF.
004220     PERFORM 2500-LER-CADASTRO THRU 2500-LER-CADASTRO-EXIT.
004230     IF WS-OPR-STATUS NOT = '00'
004240         DISPLAY 'Operador ' Operador ' inexistente no cadastro.'
004250         GO TO 2800-REINICIAR-PIN-EXIT
004260     END-IF.
004270     IF OPR-BLOQUEADO
004280         DISPLAY 'Operador ' Operador ' bloqueado em '
004290             OPR-DATA-BLOQUEIO ' apos ' OPR-FALHAS-SEGUIDAS
004300             ' falha(s) seguida(s).'
004310         MOVE 'PIN REINICIADO E DESBLOQUEADO' TO WS-SEG-MOTIVO
004320     ELSE
004330         MOVE 'PIN REINICIADO' TO WS-SEG-MOTIVO
004340     END-IF.
004350     PERFORM 2850-PEDIR-PIN THRU 2850-PEDIR-PIN-EXIT.
004360     IF WS-PIN-AUSENTE
004370         DISPLAY 'Reinicializacao abandonada - nada gravado.'
004380         GO TO 2800-REINICIAR-PIN-EXIT
004390     END-IF.
004400     PERFORM 2870-MOVER-PIN-PROVISORIO
004410         THRU 2870-MOVER-PIN-PROVISORIO-EXIT.
004420     REWRITE CALC-OPR-RECORD
004430         INVALID KEY
004440             DISPLAY 'Erro na regravacao - status '
004450                 WS-OPR-STATUS
004460     END-REWRITE.
004470     IF WS-OPR-STATUS = '00'
004480         DISPLAY 'PIN do operador ' Operador ' reiniciado'
004490             ' - troca obrigatoria no proximo acesso.'
004500         PERFORM 8000-REGISTRAR-SEGURANCA
004510             THRU 8000-REGISTRAR-SEGURANCA-EXIT
004520     END-IF.
004530 2800-REINICIAR-PIN-EXIT.
004540     EXIT.
004550*
004560*----------------------------------------------------------------*
004570*  2850-PEDIR-PIN - PIN PROVISORIO DE 6 DIGITOS, DIGITADO DUAS   *
004580*  VEZES; SO O SEU RESUMO (Calcpin) E GUARDADO.                  *
004590*----------------------------------------------------------------*
004600 2850-PEDIR-PIN.
004610     SET WS-PIN-AUSENTE TO TRUE.
004620     DISPLAY 'PIN provisorio (6 digitos): ' WITH NO ADVANCING.
004630     ACCEPT WS-PIN-PROVISORIO.
004640     IF WS-PIN-PROVISORIO NOT NUMERIC
004650         DISPLAY 'PIN invalido - informe 6 digitos.'
004660         GO TO 2850-PEDIR-PIN-EXIT
004670     END-IF.
004680     DISPLAY 'Confirme o PIN provisorio: ' WITH NO ADVANCING.
004690     ACCEPT WS-PIN-CONFIRMA.
004700     IF WS-PIN-CONFIRMA NOT = WS-PIN-PROVISORIO
004710         DISPLAY 'Confirmacao diferente do PIN provisorio.'
004720         GO TO 2850-PEDIR-PIN-EXIT
004730     END-IF.
004740     CALL 'Calcpin' USING Operador WS-PIN-PROVISORIO
004750         WS-PIN-RESUMO.
004760     MOVE SPACES TO WS-PIN-PROVISORIO.
004770     MOVE SPACES TO WS-PIN-CONFIRMA.
004780     SET WS-PIN-INFORMADO TO TRUE.
004790 2850-PEDIR-PIN-EXIT.
004800     EXIT.
004810*
004820 2870-MOVER-PIN-PROVISORIO.
004830     MOVE WS-PIN-RESUMO TO OPR-PIN-CIFRADO.
004840     MOVE 'P'           TO OPR-PIN-SITUACAO.
004850     MOVE ZERO          TO OPR-PIN-DATA-TROCA.
004860     MOVE ZERO          TO OPR-FALHAS-SEGUIDAS.
004870     MOVE 'N'           TO OPR-BLOQUEIO.
004880     MOVE ZERO          TO OPR-DATA-BLOQUEIO.
004890     IF OPR-ULTIMO-ACESSO NOT NUMERIC
004900         MOVE ZERO TO OPR-ULTIMO-ACESSO
004910     END-IF.
004920 2870-MOVER-PIN-PROVISORIO-EXIT.
004930     EXIT.
004940*
004950*----------------------------------------------------------------*
004960*  8000-REGISTRAR-SEGURANCA - GRAVA NO LOG DE SEGURANCA O PIN    *
004970*  PROVISORIO DADO AO OPERADOR (SEG-RESULTADO 'R'), COM O        *
004980*  RESPONSAVEL QUE O DEU.                                        *
004990*----------------------------------------------------------------*
005000 8000-REGISTRAR-SEGURANCA.
005010     OPEN EXTEND CALC-SEG-FILE.
005020     IF WS-SEG-STATUS = '35'
005030         OPEN OUTPUT CALC-SEG-FILE
005040     END-IF.
005050     IF WS-SEG-STATUS NOT = '00'
005060         DISPLAY 'Erro ao abrir CALC-SEG-FILE - status '
005070             WS-SEG-STATUS '. Evento nao registrado.'
005080         GO TO 8000-REGISTRAR-SEGURANCA-EXIT
005090     END-IF.
005100     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
005110     ACCEPT WS-HORA-ATUAL FROM TIME.
005120     MOVE WS-DATA-ATUAL   TO SEG-DATA.
005130     MOVE WS-HORA-ATUAL   TO SEG-HORA.
005140     MOVE Operador        TO SEG-OPERADOR.
005150     MOVE WS-SGN-PROGRAMA TO SEG-PROGRAMA.
005160     MOVE 'P'             TO SEG-FUNCAO.
005170     MOVE 'R'             TO SEG-RESULTADO.
005180     MOVE WS-SEG-MOTIVO   TO SEG-MOTIVO.
005190     MOVE ZERO            TO SEG-FALHAS-SEGUIDAS.
005200     MOVE WS-OPERADOR     TO SEG-RESPONSAVEL.
005210     WRITE CALC-SEG-RECORD.
005220     CLOSE CALC-SEG-FILE.
005230 8000-REGISTRAR-SEGURANCA-EXIT.
005240     EXIT.
005250*
005260 9000-FINALIZAR.
005270     CLOSE CALC-OPR-FILE.
005280 9000-FINALIZAR-EXIT.
005290     EXIT.
