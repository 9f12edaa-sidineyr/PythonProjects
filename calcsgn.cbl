000210*                   AUTORIZACAO DO OPERADOR CONTRA O CADASTRO    *
000220*                   CALC-OPR-FILE (VIDE CALCOPR.CPY), CHAMADO    *
000230*                   NA ABERTURA DOS PROGRAMAS DE TELA E DE       *
000231*                   LOTE PARA SEGREGACAO DE FUNCOES.             *
000232*  15/10/2026  RMS  NOVA FUNCAO 'A' - APROVAR/RECUSAR PEDIDOS DE *
000233*                   ALTERACAO DE TAXAS (Calctbv), PELA PERMISSAO *
000234*                   OPR-PERM-APROVACAO.                          *
000235*  15/10/2026  RMS  PIN SECRETO POR OPERADOR (SO O RESUMO        *
000236*                   Calcpin E GRAVADO), COM TROCA OBRIGATORIA NO *
000237*                   PRIMEIRO ACESSO E NA EXPIRACAO               *
000238*                   (PIN-DIAS-VALIDADE) E BLOQUEIO APOS          *
000239*                   PIN-TENTATIVAS ERROS SEGUIDOS; TODA          *
000240*                   TENTATIVA, CONCEDIDA OU NEGADA, VAI AO LOG   *
000241*                   DE SEGURANCA CALC-SEG-FILE (VIDE CALCSEG.CPY)*
000242*                   COM O PROGRAMA CHAMADOR, NOVO QUINTO         *
000243*                   PARAMETRO. NOVA FUNCAO 'I' - MODO INTERATIVO *
000244*                   DA Calculadora.                              *
000250*----------------------------------------------------------------*
000260*
000270*----------------------------------------------------------------*
000280*  FUNCAO DO PROGRAMA                                             *
000290*----------------------------------------------------------------*
000300*  SUB-ROTINA: CALL 'Calcsgn' USING FUNCAO OPERADOR NOME          *
000310*  AUTORIZADO PROGRAMA. LE O CADASTRO DE OPERADORES PELO         *
000320*  OPERADOR INFORMADO, PEDE O PIN E DEVOLVE 'Y' EM AUTORIZADO    *
000330*  QUANDO O OPERADOR EXISTE, ESTA ATIVO E DESBLOQUEADO, DIGITOU  *
000333*  O PIN CORRETO (TROCANDO-O SE PROVISORIO OU EXPIRADO) E        *
000336*  POSSUI A PERMISSAO DA FUNCAO PEDIDA;                          *
000340*  QUALQUER OUTRA SITUACAO (INCLUSIVE CADASTRO INDISPONIVEL)     *
000350*  DEVOLVE 'N' COM MENSAGEM NO CONSOLE. FUNCOES RECONHECIDAS:    *
000360*    L = EXECUTAR O MODO DE LOTE DA Calculadora                  *
000390*    C = CONSULTAR A TRILHA DE AUDITORIA (Calcinq)               *
000400*    F = EXECUTAR O FECHAMENTO/CADEIA NOTURNA                    *
000410*    P = MANTER PERFIS DE OPERADOR (Calcopm)                     *
000411*    A = APROVAR PEDIDOS DE ALTERACAO DE TAXAS (Calctbv)         *
000412*    I = USAR O MODO INTERATIVO DA Calculadora                   *
000413*  O OPERADOR JA IDENTIFICADO COM PIN NA MESMA EXECUCAO (CADEIA  *
000414*  NOTURNA ACIONANDO O LOTE, POR EXEMPLO) NAO E PERGUNTADO DE    *
000415*  NOVO; SO A PERMISSAO DA NOVA FUNCAO E CONFERIDA. CADA         *
000416*  CHAMADA GRAVA UM REGISTRO NO LOG DE SEGURANCA CALC-SEG-FILE;  *
000417*  SEM O LOG A FUNCAO E RECUSADA. PARAMETROS (CALC-PRM-FILE):    *
000418*  PIN-TENTATIVAS (PADRAO 3) E PIN-DIAS-VALIDADE (PADRAO 90).    *
000420*----------------------------------------------------------------*
000430*
000440 ENVIRONMENT DIVISION.
000500         RECORD KEY IS OPR-ID
000510         FILE STATUS IS WS-OPR-STATUS.
000520*
000521     SELECT CALC-PRM-FILE    ASSIGN TO CALCPARM
000522         ORGANIZATION IS LINE SEQUENTIAL
000523         FILE STATUS IS WS-PRM-STATUS.
000524*
000525     SELECT CALC-SEG-FILE    ASSIGN TO CALCSEG
000526         ORGANIZATION IS LINE SEQUENTIAL
000527         FILE STATUS IS WS-SEG-STATUS.
000528*
000530 DATA DIVISION.
000540 FILE SECTION.
000550*
000560*----------------------------------------------------------------*
000570*  CALC-OPR-FILE - CADASTRO INDEXADO DE OPERADORES E PERMISSOES  *
000580*----------------------------------------------------------------*
000581 FD  CALC-OPR-FILE.
000582     COPY CALCOPR.
000583*
000584*----------------------------------------------------------------*
000585*  CALC-PRM-FILE - PARAMETROS DE EXECUCAO (PIN-TENTATIVAS E      *
000586*  PIN-DIAS-VALIDADE)                                            *
000587*----------------------------------------------------------------*
000588 FD  CALC-PRM-FILE.
000589     COPY CALCPRM.
000590*
000591*----------------------------------------------------------------*
000592*  CALC-SEG-FILE - LOG DE SEGURANCA DE ACESSO                    *
000593*----------------------------------------------------------------*
000594 FD  CALC-SEG-FILE.
000595     COPY CALCSEG.
000596*
000597 WORKING-STORAGE SECTION.
000598*
000599 77  WS-OPR-STATUS               PIC X(02) VALUE '00'.
000600 77  WS-PERMISSAO                PIC X(01) VALUE 'N'.
000601 77  WS-PRM-STATUS               PIC X(02) VALUE '00'.
000602 77  WS-SEG-STATUS               PIC X(02) VALUE '00'.
000603*
000604 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000605     88  WS-EOF-SIM              VALUE 'Y'.
000606     88  WS-EOF-NAO              VALUE 'N'.
000607*
000608 77  WS-OPR-LIDO-SWITCH          PIC X(01) VALUE 'N'.
000609     88  WS-OPR-LIDO-SIM         VALUE 'Y'.
000610     88  WS-OPR-LIDO-NAO         VALUE 'N'.
000611*
000612 77  WS-PIN-OK-SWITCH            PIC X(01) VALUE 'N'.
000613     88  WS-PIN-OK-SIM           VALUE 'Y'.
000614     88  WS-PIN-OK-NAO           VALUE 'N'.
000615*
000616 77  WS-TROCA-SWITCH             PIC X(01) VALUE 'N'.
000617     88  WS-TROCA-FEITA          VALUE 'Y'.
000618     88  WS-TROCA-PENDENTE       VALUE 'N'.
000619*
000620*----------------------------------------------------------------*
000621*  PARAMETROS DO PIN (CALC-PRM-FILE)                             *
000622*----------------------------------------------------------------*
000623 77  WS-LIMITE-TENTATIVAS        PIC 9(02) VALUE 3.
000624 77  WS-DIAS-VALIDADE            PIC 9(04) VALUE 90.
000625*
000626*----------------------------------------------------------------*
000627*  OPERADOR JA IDENTIFICADO COM PIN NESTA EXECUCAO (A AREA DE    *
000628*  TRABALHO DA SUB-ROTINA PERSISTE ENTRE AS CHAMADAS)            *
000629*----------------------------------------------------------------*
000630 77  WS-SESSAO-OPERADOR          PIC X(08) VALUE SPACES.
000631*
000632*----------------------------------------------------------------*
000633*  PIN DIGITADO E TROCA DE PIN                                   *
000634*----------------------------------------------------------------*
000635 77  WS-PIN-DIGITADO             PIC X(06) VALUE SPACES.
000636 77  WS-PIN-NOVO                 PIC X(06) VALUE SPACES.
000637 77  WS-PIN-CONFIRMA             PIC X(06) VALUE SPACES.
000638 77  WS-PIN-RESUMO               PIC 9(10) VALUE ZERO.
000639 77  WS-TENTATIVAS-TROCA         PIC 9(02) COMP VALUE ZERO.
000640*
000641*----------------------------------------------------------------*
000642*  REGISTRO DO LOG DE SEGURANCA                                  *
000643*----------------------------------------------------------------*
000644 77  WS-MOTIVO                   PIC X(30) VALUE SPACES.
000645 77  WS-FALHAS-REGISTRO          PIC 9(02) VALUE ZERO.
000646 77  WS-DATA-ATUAL               PIC 9(08) VALUE ZERO.
000647 77  WS-HORA-ATUAL               PIC 9(08) VALUE ZERO.
000648*
000649*----------------------------------------------------------------*
000650*  CONVERSAO DE DATA EM DIAS CORRIDOS (8500) PARA A VALIDADE     *
000651*  DO PIN                                                        *
000652*----------------------------------------------------------------*
000653 01  WS-DN-DATA                  PIC 9(08) VALUE ZERO.
000654 01  WS-DN-DATA-R REDEFINES WS-DN-DATA.
000655     05  WS-DN-ANO               PIC 9(04).
000656     05  WS-DN-MES               PIC 9(02).
000657     05  WS-DN-DIA               PIC 9(02).
000658 77  WS-DN-ANO-W                 PIC 9(05)      VALUE ZERO.
000659 77  WS-DN-MES-W                 PIC 9(02)      VALUE ZERO.
000660 77  WS-DN-T1                    PIC 9(05)      VALUE ZERO.
000661 77  WS-DN-T2                    PIC 9(05)      VALUE ZERO.
000662 77  WS-DN-T3                    PIC 9(05)      VALUE ZERO.
000663 77  WS-DN-T4                    PIC 9(05)      VALUE ZERO.
000664 77  WS-DN-T5                    PIC 9(05)      VALUE ZERO.
000665 77  WS-DN-DIAS                  PIC 9(08)      VALUE ZERO.
000666 77  WS-DIAS-HOJE                PIC 9(08)      VALUE ZERO.
000667 77  WS-DIAS-TROCA               PIC 9(08)      VALUE ZERO.
000668 77  WS-IDADE-PIN                PIC S9(08)     VALUE ZERO.
000669*
000670 LINKAGE SECTION.
000680 01  LK-FUNCAO                   PIC X(01).
000690 01  LK-OPERADOR                 PIC X(08).
000700 01  LK-NOME                     PIC X(30).
000710 01  LK-AUTORIZADO               PIC X(01).
000715 01  LK-PROGRAMA                 PIC X(08).
000720*
000730 PROCEDURE DIVISION USING LK-FUNCAO LK-OPERADOR
000740         LK-NOME LK-AUTORIZADO LK-PROGRAMA.
000750*
000760*================================================================*
000770*  0000-AUTORIZAR                                                 *
000800     MOVE 'N'    TO LK-AUTORIZADO.
000810     MOVE SPACES TO LK-NOME.
000820     MOVE 'N'    TO WS-PERMISSAO.
000821     MOVE SPACES TO WS-MOTIVO.
000822     MOVE ZERO   TO WS-FALHAS-REGISTRO.
000823     SET WS-OPR-LIDO-NAO TO TRUE.
000824     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
000825     ACCEPT WS-HORA-ATUAL FROM TIME.
000830     IF LK-OPERADOR = SPACES
000840         DISPLAY 'Operador nao informado - funcao recusada.'
000846         MOVE 'OPERADOR NAO INFORMADO' TO WS-MOTIVO
000852         GO TO 0000-AUTORIZAR-REGISTRAR
000860     END-IF.
000865     PERFORM 1000-LER-PARAMETROS
000870         THRU 1000-LER-PARAMETROS-EXIT.
000875     OPEN I-O CALC-OPR-FILE.
000880     IF WS-OPR-STATUS NOT = '00'
000890         DISPLAY 'Cadastro de operadores CALC-OPR-FILE '
000900             'indisponivel - status ' WS-OPR-STATUS
000910             '. Funcao recusada.'
000916         MOVE 'CADASTRO DE OPERADORES FALHOU' TO WS-MOTIVO
000922         GO TO 0000-AUTORIZAR-REGISTRAR
000930     END-IF.
000940     MOVE LK-OPERADOR TO OPR-ID.
000950     READ CALC-OPR-FILE
000960         INVALID KEY
000970             DISPLAY 'Operador ' LK-OPERADOR ' inexistente no '
000980                 'cadastro - funcao recusada.'
000985             MOVE 'OPERADOR INEXISTENTE' TO WS-MOTIVO
000990             GO TO 0000-AUTORIZAR-FECHAR
001000     END-READ.
001003     SET WS-OPR-LIDO-SIM TO TRUE.
001006     MOVE OPR-FALHAS-SEGUIDAS TO WS-FALHAS-REGISTRO.
001010     IF OPR-INATIVO
001020         DISPLAY 'Operador ' LK-OPERADOR ' inativo - funcao '
001030             'recusada.'
001035         MOVE 'OPERADOR INATIVO' TO WS-MOTIVO
001040         GO TO 0000-AUTORIZAR-FECHAR
001041     END-IF.
001042     IF OPR-BLOQUEADO
001043         DISPLAY 'Operador ' LK-OPERADOR ' bloqueado por excesso '
001044             'de tentativas - procure o responsavel pelos perfis.'
001045         MOVE 'OPERADOR BLOQUEADO' TO WS-MOTIVO
001046         GO TO 0000-AUTORIZAR-FECHAR
001047     END-IF.
001048     IF OPR-PIN-CIFRADO NOT NUMERIC
001049        OR (NOT OPR-PIN-PROVISORIO AND NOT OPR-PIN-DEFINITIVO)
001050         DISPLAY 'Operador ' LK-OPERADOR ' sem PIN cadastrado - '
001051             'procure o responsavel pelos perfis.'
001052         MOVE 'PIN NAO CADASTRADO' TO WS-MOTIVO
001053         GO TO 0000-AUTORIZAR-FECHAR
001054     END-IF.
001055     IF LK-OPERADOR = WS-SESSAO-OPERADOR
001056         MOVE 'JA IDENTIFICADO NA EXECUCAO' TO WS-MOTIVO
001057         GO TO 0000-AUTORIZAR-PERMISSAO
001058     END-IF.
001059     PERFORM 2000-CONFERIR-PIN THRU 2000-CONFERIR-PIN-EXIT.
001060     IF WS-PIN-OK-NAO
001061         GO TO 0000-AUTORIZAR-FECHAR
001062     END-IF.
001063     PERFORM 3000-VERIFICAR-TROCA THRU 3000-VERIFICAR-TROCA-EXIT.
001064     IF WS-TROCA-PENDENTE
001065         GO TO 0000-AUTORIZAR-FECHAR
001066     END-IF.
001067     MOVE LK-OPERADOR TO WS-SESSAO-OPERADOR.
001068 0000-AUTORIZAR-PERMISSAO.
001069     MOVE OPR-NOME TO LK-NOME.
001070     EVALUATE LK-FUNCAO
001080         WHEN 'L'
001090             MOVE OPR-PERM-LOTE       TO WS-PERMISSAO
001170             MOVE OPR-PERM-FECHAMENTO TO WS-PERMISSAO
001180         WHEN 'P'
001190             MOVE OPR-PERM-PERFIL     TO WS-PERMISSAO
001193         WHEN 'A'
001196             MOVE OPR-PERM-APROVACAO  TO WS-PERMISSAO
001197         WHEN 'I'
001198             MOVE OPR-PERM-INTERATIVO TO WS-PERMISSAO
001200         WHEN OTHER
001210             DISPLAY 'Funcao ' LK-FUNCAO ' desconhecida - '
001220                 'funcao recusada.'
001225             MOVE 'FUNCAO DESCONHECIDA' TO WS-MOTIVO
001230     END-EVALUATE.
001240     IF WS-PERMISSAO = 'S'
001250         MOVE 'Y' TO LK-AUTORIZADO
001252         IF WS-MOTIVO = SPACES
001254             MOVE 'PIN CONFERIDO' TO WS-MOTIVO
001256         END-IF
001260     ELSE
001270         DISPLAY 'Operador ' LK-OPERADOR ' sem permissao para '
001280             'a funcao ' LK-FUNCAO ' - funcao recusada.'
001282         IF WS-MOTIVO NOT = 'FUNCAO DESCONHECIDA'
001284             MOVE 'SEM PERMISSAO PARA A FUNCAO' TO WS-MOTIVO
001286         END-IF
001290     END-IF.
001291     MOVE WS-DATA-ATUAL TO OPR-ULTIMO-ACESSO.
001292     REWRITE CALC-OPR-RECORD
001293         INVALID KEY
001294             DISPLAY 'Erro ao regravar CALC-OPR-FILE - status '
001295                 WS-OPR-STATUS '.'
001296     END-REWRITE.
001300 0000-AUTORIZAR-FECHAR.
001310     CLOSE CALC-OPR-FILE.
001313 0000-AUTORIZAR-REGISTRAR.
001316     PERFORM 8000-REGISTRAR-LOG THRU 8000-REGISTRAR-LOG-EXIT.
001320 0000-AUTORIZAR-EXIT.
001330     GOBACK.
001340*
001350*----------------------------------------------------------------*
001360*  1000-LER-PARAMETROS - PIN-TENTATIVAS (1-99) E                 *
001370*  PIN-DIAS-VALIDADE (1-9999) DE CALC-PRM-FILE; ARQUIVO AUSENTE  *
001380*  OU PALAVRA-CHAVE OMITIDA MANTEM OS PADROES. AS DEMAIS         *
001390*  PALAVRAS-CHAVE PERTENCEM A OUTROS PROGRAMAS.                  *
001400*----------------------------------------------------------------*
001410 1000-LER-PARAMETROS.
001420     OPEN INPUT CALC-PRM-FILE.
001430     IF WS-PRM-STATUS NOT = '00'
001440         GO TO 1000-LER-PARAMETROS-EXIT
001450     END-IF.
001460     MOVE 'N' TO WS-EOF-SWITCH.
001470     PERFORM 1100-LER-PARAMETRO THRU 1100-LER-PARAMETRO-EXIT.
001480     PERFORM 1200-APLICAR-PARAMETRO
001490         THRU 1200-APLICAR-PARAMETRO-EXIT
001500         UNTIL WS-EOF-SIM.
001510     CLOSE CALC-PRM-FILE.
001520 1000-LER-PARAMETROS-EXIT.
001530     EXIT.
001540*
001550 1100-LER-PARAMETRO.
001560     READ CALC-PRM-FILE
001570         AT END
001580             SET WS-EOF-SIM TO TRUE
001590     END-READ.
001600 1100-LER-PARAMETRO-EXIT.
001610     EXIT.
001620*
001630 1200-APLICAR-PARAMETRO.
001640     IF CPR-CHAVE NOT = 'PIN-TENTATIVAS'
001650        AND CPR-CHAVE NOT = 'PIN-DIAS-VALIDADE'
001660         GO TO 1200-APLICAR-LER
001670     END-IF.
001680     IF CPR-VALOR NOT NUMERIC OR CPR-VALOR-NUM < 1
001690         DISPLAY 'Parametro ' CPR-CHAVE ' com valor invalido '
001700             '- ignorado.'
001710         GO TO 1200-APLICAR-LER
001720     END-IF.
001730     IF CPR-CHAVE = 'PIN-TENTATIVAS'
001740         IF CPR-VALOR-NUM > 99
001750             DISPLAY 'Parametro ' CPR-CHAVE ' acima de 99 - '
001760                 'ignorado, padrao mantido.'
001770         ELSE
001780             MOVE CPR-VALOR-NUM TO WS-LIMITE-TENTATIVAS
001790         END-IF
001800     ELSE
001810         IF CPR-VALOR-NUM > 9999
001820             DISPLAY 'Parametro ' CPR-CHAVE ' acima de 9999 - '
001830                 'ignorado, padrao mantido.'
001840         ELSE
001850             MOVE CPR-VALOR-NUM TO WS-DIAS-VALIDADE
001860         END-IF
001870     END-IF.
001880 1200-APLICAR-LER.
001890     PERFORM 1100-LER-PARAMETRO THRU 1100-LER-PARAMETRO-EXIT.
001900 1200-APLICAR-PARAMETRO-EXIT.
001910     EXIT.
001920*
001930*----------------------------------------------------------------*
001940*  2000-CONFERIR-PIN - PEDE O PIN E COMPARA O SEU RESUMO COM O   *
001950*  DO CADASTRO. ERRO SOMA UMA FALHA SEGUIDA E, AO ATINGIR        *
001960*  PIN-TENTATIVAS, BLOQUEIA O OPERADOR; ACERTO ZERA AS FALHAS.   *
001970*----------------------------------------------------------------*
001980 2000-CONFERIR-PIN.
001990     SET WS-PIN-OK-NAO TO TRUE.
002000     DISPLAY 'PIN (6): ' WITH NO ADVANCING.
002010     ACCEPT WS-PIN-DIGITADO.
002020     CALL 'Calcpin' USING LK-OPERADOR WS-PIN-DIGITADO
002030         WS-PIN-RESUMO.
002040     MOVE SPACES TO WS-PIN-DIGITADO.
002050     IF WS-PIN-RESUMO = OPR-PIN-CIFRADO
002060         SET WS-PIN-OK-SIM TO TRUE
002070         MOVE ZERO TO OPR-FALHAS-SEGUIDAS
002080         GO TO 2000-CONFERIR-PIN-EXIT
002090     END-IF.
002100     IF OPR-FALHAS-SEGUIDAS NOT NUMERIC
002110         MOVE ZERO TO OPR-FALHAS-SEGUIDAS
002120     END-IF.
002130     IF OPR-FALHAS-SEGUIDAS < 99
002140         ADD 1 TO OPR-FALHAS-SEGUIDAS
002150     END-IF.
002160     MOVE OPR-FALHAS-SEGUIDAS TO WS-FALHAS-REGISTRO.
002170     IF OPR-FALHAS-SEGUIDAS >= WS-LIMITE-TENTATIVAS
002180         MOVE 'S'           TO OPR-BLOQUEIO
002190         MOVE WS-DATA-ATUAL TO OPR-DATA-BLOQUEIO
002200         MOVE 'PIN INCORRETO - BLOQUEADO' TO WS-MOTIVO
002210         DISPLAY 'PIN incorreto - operador ' LK-OPERADOR
002220             ' bloqueado apos ' OPR-FALHAS-SEGUIDAS
002230             ' tentativa(s). Funcao recusada.'
002240     ELSE
002250         MOVE 'PIN INCORRETO' TO WS-MOTIVO
002260         DISPLAY 'PIN incorreto - funcao recusada.'
002270     END-IF.
002280     REWRITE CALC-OPR-RECORD
002290         INVALID KEY
002300             DISPLAY 'Erro ao regravar CALC-OPR-FILE - status '
002310                 WS-OPR-STATUS '.'
002320     END-REWRITE.
002330 2000-CONFERIR-PIN-EXIT.
002340     EXIT.
002350*
002360*----------------------------------------------------------------*
002370*  3000-VERIFICAR-TROCA - PIN PROVISORIO, OU DEFINITIVO COM      *
002380*  PIN-DIAS-VALIDADE DIAS OU MAIS DESDE A ULTIMA TROCA, TEM DE   *
002390*  SER TROCADO AGORA (ATE TRES TENTATIVAS); SEM A TROCA A        *
002400*  FUNCAO E RECUSADA.                                            *
002410*----------------------------------------------------------------*
002420 3000-VERIFICAR-TROCA.
002430     SET WS-TROCA-FEITA TO TRUE.
002440     IF OPR-PIN-PROVISORIO
002450         DISPLAY 'PIN provisorio - a troca e obrigatoria no '
002460             'primeiro acesso.'
002470         GO TO 3000-VERIFICAR-TROCAR
002480     END-IF.
002490     IF OPR-PIN-DATA-TROCA NOT NUMERIC
002500        OR OPR-PIN-DATA-TROCA = ZERO
002510         DISPLAY 'PIN sem data de troca - a troca e obrigatoria.'
002520         GO TO 3000-VERIFICAR-TROCAR
002530     END-IF.
002540     MOVE WS-DATA-ATUAL TO WS-DN-DATA.
002550     PERFORM 8500-CALCULAR-DIAS THRU 8500-CALCULAR-DIAS-EXIT.
002560     MOVE WS-DN-DIAS TO WS-DIAS-HOJE.
002570     MOVE OPR-PIN-DATA-TROCA TO WS-DN-DATA.
002580     PERFORM 8500-CALCULAR-DIAS THRU 8500-CALCULAR-DIAS-EXIT.
002590     MOVE WS-DN-DIAS TO WS-DIAS-TROCA.
002600     COMPUTE WS-IDADE-PIN = WS-DIAS-HOJE - WS-DIAS-TROCA.
002610     IF WS-IDADE-PIN < WS-DIAS-VALIDADE
002620         GO TO 3000-VERIFICAR-TROCA-EXIT
002630     END-IF.
002640     DISPLAY 'PIN expirado (trocado em ' OPR-PIN-DATA-TROCA
002650         ', validade de ' WS-DIAS-VALIDADE ' dias) - a troca e '
002660         'obrigatoria.'.
002670 3000-VERIFICAR-TROCAR.
002680     SET WS-TROCA-PENDENTE TO TRUE.
002690     MOVE ZERO TO WS-TENTATIVAS-TROCA.
002700     PERFORM 3100-TROCAR-PIN THRU 3100-TROCAR-PIN-EXIT
002710         UNTIL WS-TROCA-FEITA OR WS-TENTATIVAS-TROCA = 3.
002720     IF WS-TROCA-PENDENTE
002730         DISPLAY 'PIN nao trocado - funcao recusada.'
002740         MOVE 'TROCA DE PIN NAO CONCLUIDA' TO WS-MOTIVO
002750         REWRITE CALC-OPR-RECORD
002760             INVALID KEY
002770                 DISPLAY 'Erro ao regravar CALC-OPR-FILE - '
002775                     'status '
002780                     WS-OPR-STATUS '.'
002790         END-REWRITE
002800     ELSE
002810         MOVE 'PIN TROCADO' TO WS-MOTIVO
002820     END-IF.
002830 3000-VERIFICAR-TROCA-EXIT.
002840     EXIT.
002850*
002860 3100-TROCAR-PIN.
002870     ADD 1 TO WS-TENTATIVAS-TROCA.
002880     DISPLAY 'Novo PIN (6 digitos): ' WITH NO ADVANCING.
002890     ACCEPT WS-PIN-NOVO.
002900     IF WS-PIN-NOVO NOT NUMERIC
002910         DISPLAY 'PIN invalido - informe 6 digitos.'
002920         GO TO 3100-TROCAR-PIN-EXIT
002930     END-IF.
002940     DISPLAY 'Confirme o novo PIN: ' WITH NO ADVANCING.
002950     ACCEPT WS-PIN-CONFIRMA.
002960     IF WS-PIN-CONFIRMA NOT = WS-PIN-NOVO
002970         DISPLAY 'Confirmacao diferente do novo PIN.'
002980         GO TO 3100-TROCAR-PIN-EXIT
002990     END-IF.
003000     CALL 'Calcpin' USING LK-OPERADOR WS-PIN-NOVO WS-PIN-RESUMO.
003010     MOVE SPACES TO WS-PIN-NOVO.
003020     MOVE SPACES TO WS-PIN-CONFIRMA.
003030     IF WS-PIN-RESUMO = OPR-PIN-CIFRADO
003040         DISPLAY 'O novo PIN deve ser diferente do atual.'
003050         GO TO 3100-TROCAR-PIN-EXIT
003060     END-IF.
003070     MOVE WS-PIN-RESUMO TO OPR-PIN-CIFRADO.
003080     MOVE 'D'           TO OPR-PIN-SITUACAO.
003090     MOVE WS-DATA-ATUAL TO OPR-PIN-DATA-TROCA.
003100     SET WS-TROCA-FEITA TO TRUE.
003110     DISPLAY 'PIN trocado.'.
003120 3100-TROCAR-PIN-EXIT.
003130     EXIT.
003140*
003150*----------------------------------------------------------------*
003160*  8000-REGISTRAR-LOG - GRAVA A TENTATIVA NO LOG DE SEGURANCA.   *
003170*  SEM O LOG NAO HA TRILHA DO ACESSO E A FUNCAO E RECUSADA.      *
003180*----------------------------------------------------------------*
003190 8000-REGISTRAR-LOG.
003200     OPEN EXTEND CALC-SEG-FILE.
003210     IF WS-SEG-STATUS = '35'
003220         OPEN OUTPUT CALC-SEG-FILE
003230     END-IF.
003240     IF WS-SEG-STATUS NOT = '00'
003250         DISPLAY 'Erro ao abrir CALC-SEG-FILE - status '
003260             WS-SEG-STATUS '. Funcao recusada.'
003270         MOVE 'N' TO LK-AUTORIZADO
003280         GO TO 8000-REGISTRAR-LOG-EXIT
003290     END-IF.
003300     MOVE WS-DATA-ATUAL      TO SEG-DATA.
003310     MOVE WS-HORA-ATUAL      TO SEG-HORA.
003320     MOVE LK-OPERADOR        TO SEG-OPERADOR.
003330     MOVE LK-PROGRAMA        TO SEG-PROGRAMA.
003340     MOVE LK-FUNCAO          TO SEG-FUNCAO.
003350     IF LK-AUTORIZADO = 'Y'
003360         MOVE 'C' TO SEG-RESULTADO
003370     ELSE
003380         MOVE 'N' TO SEG-RESULTADO
003390     END-IF.
003400     MOVE WS-MOTIVO          TO SEG-MOTIVO.
003410     MOVE WS-FALHAS-REGISTRO TO SEG-FALHAS-SEGUIDAS.
003420     MOVE SPACES             TO SEG-RESPONSAVEL.
003430     WRITE CALC-SEG-RECORD.
003440     CLOSE CALC-SEG-FILE.
003450 8000-REGISTRAR-LOG-EXIT.
003460     EXIT.
003470*
003480*----------------------------------------------------------------*
003490*  8500-CALCULAR-DIAS - CONVERTE WS-DN-DATA (AAAAMMDD) EM        *
003500*  NUMERO DE DIAS CORRIDOS (WS-DN-DIAS), PELO CALCULO            *
003510*  TRADICIONAL COM JANEIRO E FEVEREIRO CONTADOS COMO MESES 13    *
003520*  E 14 DO ANO ANTERIOR; SO A DIFERENCA ENTRE DUAS DATAS E       *
003530*  UTILIZADA                                                     *
003540*----------------------------------------------------------------*
003550 8500-CALCULAR-DIAS.
003560     MOVE WS-DN-ANO TO WS-DN-ANO-W.
003570     MOVE WS-DN-MES TO WS-DN-MES-W.
003580     IF WS-DN-MES-W <= 2
003590         SUBTRACT 1 FROM WS-DN-ANO-W
003600         ADD 12 TO WS-DN-MES-W
003610     END-IF.
003620     DIVIDE WS-DN-ANO-W BY 4   GIVING WS-DN-T1.
003630     DIVIDE WS-DN-ANO-W BY 100 GIVING WS-DN-T2.
003640     DIVIDE WS-DN-ANO-W BY 400 GIVING WS-DN-T3.
003650     COMPUTE WS-DN-T4 = 153 * (WS-DN-MES-W + 1).
003660     DIVIDE WS-DN-T4 BY 5 GIVING WS-DN-T5.
003670     COMPUTE WS-DN-DIAS = 365 * WS-DN-ANO-W + WS-DN-T1
003680         - WS-DN-T2 + WS-DN-T3 + WS-DN-T5 + WS-DN-DIA.
003690 8500-CALCULAR-DIAS-EXIT.
003700     EXIT.
