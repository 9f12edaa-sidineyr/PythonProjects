000630*                   POR OPERACAO, CRITICADOS NA VALIDACAO DE      *
000640*                   ENTRADA (MOTIVO 06). ARQUIVO AUSENTE MANTEM   *
000650*                   OS PADROES; OS VALORES EM VIGOR SAO ECOADOS   *
000651*                   NO CONSOLE NA ABERTURA.                       *
000652*  23/08/2026  RMS  TETO DE OPERANDO ACIMA DO MAXIMO DO CAMPO     *
000653*                   (9999999.99) PASSA A SER CRITICADO E          *
000654*                   IGNORADO, EM VEZ DE TRUNCADO EM SILENCIO.     *
000655*  01/09/2026  RMS  O MODO DE LOTE PASSA A ACEITAR VARIOS LOTES   *
000656*                   (CABECALHO/DETALHES/RODAPE) CONCATENADOS NO   *
000657*                   MESMO CALC-TRANS-FILE: CADA LOTE E CONFERIDO  *
000658*                   CONTRA O PROPRIO RODAPE, LOTE FORA DE         *
000659*                   BALANCO NAO INTERROMPE OS DEMAIS E A          *
000660*                   EXECUCAO TERMINA COM RESUMO POR LOTE E        *
000661*                   RETURN-CODE 12 SE ALGUM LOTE FICOU FORA.      *
000662*  01/09/2026  RMS  O MODO DE LOTE PASSA A EXIGIR IDENTIFICACAO   *
000663*                   E AUTORIZACAO DO OPERADOR (FUNCAO 'L') VIA    *
000664*                   SUB-ROTINA Calcsgn CONTRA O CADASTRO          *
000665*                   CALC-OPR-FILE; OPERADOR SEM PERMISSAO         *
000666*                   ENCERRA COM RETURN-CODE 8.                    *
000667*  01/09/2026  RMS  INCLUIDO PONTO DE ENTRADA DE CADEIA           *
000668*                   'CALCULADORA-LOTE' PARA O ENCADEADOR          *
000669*                   NOTURNO (Calcchn) EXECUTAR O MODO DE LOTE     *
000670*                   SEM MENU, COM O OPERADOR RECEBIDO DO          *
000671*                   CHAMADOR (PARAGRAFO 9600).                    *
000672*  01/09/2026  RMS  O CADASTRO CALC-TAB PASSA A TER VERSOES COM   *
000673*                   VIGENCIAS SUCESSIVAS POR CODIGO (CHAVE        *
000674*                   CODIGO + DATA INICIAL - VIDE CALCTAB.CPY);    *
000675*                   A RESOLUCAO DE OPERANDO POR CODIGO (4320)     *
000676*                   SELECIONA A VERSAO VIGENTE NA DATA DO         *
000677*                   CABECALHO DO LOTE, E NAO MAIS NA DATA DA      *
000678*                   EXECUCAO.                                     *
000679*  01/09/2026  RMS  CADA REJEICAO DO LOTE PASSA A SER ACUMULADA   *
000680*                   TAMBEM NO ARQUIVO PERMANENTE DE SUSPENSAO     *
000681*                   (CALC-SUS-FILE, VIDE CALCSUS.CPY), COM        *
000682*                   SITUACAO DE CICLO DE VIDA, POIS CALC-ERR E    *
000683*                   RECRIADO A CADA LOTE E REJEICAO NAO           *
000684*                   CORRIGIDA A TEMPO SE PERDIA; O REGISTRO DE    *
000685*                   CALC-ERR APONTA A SUSPENSAO POR               *
000686*                   CER-SUS-SEQUENCIA.                            *
000687*  01/09/2026  RMS  O CHECKPOINT PASSA A GUARDAR TAMBEM AS        *
000688*                   QUANTIDADES GRAVADAS EM CALC-OUT/CALC-ERR E   *
000689*                   O HASH CORRENTE DO LOTE; NO REINICIO APOS     *
000690*                   ABEND OS DOIS ARQUIVOS SAO REABERTOS EM       *
000691*                   EXTEND (E NAO MAIS RECRIADOS) E OS DETALHES   *
000692*                   JA GRAVADOS - INCLUSIVE OS POSTERIORES AO     *
000693*                   ULTIMO CHECKPOINT - SAO REPROCESSADOS EM      *
000694*                   SILENCIO (SEM REGRAVAR), CONCILIANDO O        *
000695*                   PONTO DE RETOMADA COM OS REGISTROS            *
000696*                   FISICAMENTE PRESENTES NA SAIDA; O LOTE        *
000697*                   CONFERE ATRAVES DOS DOIS SEGMENTOS SEM        *
000698*                   DUPLICAR REGISTRO ALGUM.                      *
000699*  01/09/2026  RMS  O MODO DE LOTE PASSA A REGISTRAR CADA         *
000700*                   EXECUCAO NO JORNAL COMUM DE EXECUCOES         *
000701*                   (CALC-RCJ-FILE, VIDE CALCRCJ.CPY), COM        *
000702*                   INICIO/FIM, QUANTIDADES E RETURN-CODE,        *
000703*                   IMPRESSO PELO RELATORIO DE OPERACAO Calcops.  *
000704*  01/09/2026  RMS  O MODO DE LOTE PASSA A ACEITAR DETALHE DE     *
000705*                   CONTINUACAO (MARCA 'E' NA POSICAO DE Num1):   *
000706*                   O RESULTADO DO DETALHE ANTERIOR VIRA O Num1   *
000707*                   DO DETALHE, COMO NO MODO ENCADEADO DE TELA,   *
000708*                   PERMITINDO CADEIAS DE CALCULO EM UM SO        *
000709*                   LOTE; CADEIA QUEBRADA (PASSO ANTERIOR         *
000710*                   REJEITADO) REJEITA OS PASSOS RESTANTES COM    *
000711*                   O NOVO MOTIVO 07 E CALC-OUT MOSTRA O          *
000712*                   OPERANDO JA RESOLVIDO. NO REINICIO O ESTADO   *
000713*                   DA CADEIA E RECONSTITUIDO PELO REPROCESSO     *
000714*                   SILENCIOSO DOS DETALHES JA GRAVADOS.          *
000715*  15/10/2026  RMS  O DEPARTAMENTO DO CABECALHO PASSA A SER       *
000716*                   CRITICADO CONTRA O CADASTRO DE DEPARTAMENTOS  *
000717*                   (CALC-DEP-FILE, VIDE CALCDEP.CPY): CODIGO     *
000718*                   INEXISTENTE OU INATIVO CANCELA O LOTE         *
000719*                   INTEIRO. DEPARTAMENTO E LOTE DE ORIGEM SAO    *
000720*                   GRAVADOS EM CADA REGISTRO DE CALC-LOG-FILE E  *
000721*                   O RESUMO MOSTRA O MOTIVO DO LOTE CANCELADO.   *
000722*  15/10/2026  RMS  A RESOLUCAO POR CODIGO (4330) SO ACEITA       *
000723*                   VERSAO APROVADA EM DUPLA CUSTODIA             *
000724*                   (CTB-APROVADA, VIDE CALCTAB.CPY).             *
000725*  15/10/2026  RMS  REGISTRO PERMANENTE DE LOTES POSTADOS        *
000726*                   (CALC-RLT-FILE, VIDE CALCRLT.CPY): LOTE EM    *
000727*                   BALANCO E REGISTRADO COM QUANTIDADE, HASH,    *
000728*                   EXECUCAO E OPERADOR; CABECALHO COM ID JA      *
000729*                   POSTADO NO DEPARTAMENTO, OU CUJO RODAPE       *
000730*                   (QUANTIDADE E HASH, LIDOS EM PRE-VARREDURA)   *
000731*                   REPETE OUTRO LOTE POSTADO DO DEPARTAMENTO,    *
000732*                   CANCELA SO ESTE LOTE, SALVO LIBERACAO DO      *
000733*                   SUPERVISOR (Calclib) GRAVADA NO REGISTRO.     *
000734*  15/10/2026  RMS  MODO INTERATIVO PASSA A EXIGIR IDENTIFICACAO *
000735*                   COM PIN PELA Calcsgn (FUNCAO 'I'); A Calcsgn *
000736*                   RECEBE O NOME DO PROGRAMA PARA O LOG DE      *
000737*                   SEGURANCA CALC-SEG-FILE.                     *
000738*  15/10/2026  RMS  DETALHE DE ESTORNO (MARCA 'X' + CHAVE DO     *
000739*                   CALCULO NA TRILHA INDEXADA CALC-LGX-FILE):   *
000740*                   ORIGINAL INEXISTENTE, INVALIDO, DE OUTRO     *
000741*                   DEPARTAMENTO OU JA ESTORNADO E REJEITADO     *
000742*                   (MOTIVOS 08 A 10); ACEITO, GRAVA EM          *
000743*                   CALC-LOG-FILE O LANCAMENTO DE ESTORNO COM    *
000744*                   RESULTADO DE SINAL TROCADO E CHAVE DO        *
000745*                   ORIGINAL, E MARCA O ORIGINAL COMO ESTORNADO. *
000746*  15/10/2026  RMS  LOTE DATADO EM PERIODO EM FECHAMENTO OU      *
000747*                   FECHADO NO CONTROLE DE PERIODOS (CALC-PER-   *
000748*                   FILE, VIDE CALCPER.CPY) E CANCELADO COM O    *
000749*                   MOTIVO 'PERIODO FECHADO', OU DESVIADO PARA   *
000750*                   A DATA DE HOJE COM O NOVO PARAMETRO          *
000751*                   DESVIO-PER-FECHADO = 1.                      *
000752*  15/10/2026  RMS  TRILHA DE AUDITORIA PASSA A REGISTRAR O      *
000753*                   CODIGO E A VERSAO DE CALC-TAB USADOS NA      *
000754*                   RESOLUCAO DE Num2 (O ESTORNO HERDA OS DO     *
000755*                   ORIGINAL), PARA O RELATORIO DE IMPACTO       *
000756*                   DE CORRECAO DE TAXA Calcimp.                 *
000761*----------------------------------------------------------------*
000762*
000763*----------------------------------------------------------------*
001192         ORGANIZATION IS LINE SEQUENTIAL
001193         FILE STATUS IS WS-RCJ-STATUS.
001194*
001195     SELECT CALC-DEP-FILE    ASSIGN TO CALCDEP
001196         ORGANIZATION IS INDEXED
001197         ACCESS MODE IS RANDOM
001198         RECORD KEY IS DEP-CODIGO
001199         FILE STATUS IS WS-DEP-STATUS.
001200*
001201     SELECT CALC-RLT-FILE    ASSIGN TO CALCRLT
001202         ORGANIZATION IS INDEXED
001203         ACCESS MODE IS DYNAMIC
001204         RECORD KEY IS RLT-CHAVE
001205         FILE STATUS IS WS-RLT-STATUS.
001206*
001207     SELECT CALC-LGX-FILE    ASSIGN TO CALCLGX
001208         ORGANIZATION IS INDEXED
001209         ACCESS MODE IS RANDOM
001210         RECORD KEY IS CLX-CHAVE
001211         FILE STATUS IS WS-LGX-STATUS.
001212*
001213     SELECT CALC-PER-FILE    ASSIGN TO CALCPER
001214         ORGANIZATION IS INDEXED
001215         ACCESS MODE IS RANDOM
001216         RECORD KEY IS PER-PERIODO
001217         FILE STATUS IS WS-PER-STATUS.
001218*
001219 DATA DIVISION.
001220 FILE SECTION.
001221*
001230*----------------------------------------------------------------*
001240*  CALC-TRANS-FILE - TRANSACOES DE ENTRADA DO MODO DE LOTE       *
001250*----------------------------------------------------------------*
001540     05  CTT-QTDE-DETALHES       PIC 9(08).
001550     05  CTT-HASH-TOTAL          PIC S9(13)V99
001560                                 SIGN IS TRAILING SEPARATE.
001561*
001562*      DETALHE DE ESTORNO: MARCA 'X' NA POSICAO DE Num1 SEGUIDA
001563*      DA CHAVE DO CALCULO A ESTORNAR NA TRILHA INDEXADA
001564*      (CLX-CHAVE: DATA, HORA E SEQUENCIA DADA PELO Calccarg).
001565 01  CALC-TRANS-ESTORNO.
001566     05  CTE-TIPO-REG            PIC X(01).
001567         88  CTE-REG-ESTORNO     VALUE 'X'.
001568     05  CTE-CHAVE-ORIGINAL.
001569         10  CTE-ORIG-DATA       PIC 9(08).
001570         10  CTE-ORIG-HORA       PIC 9(08).
001571         10  CTE-ORIG-SEQUENCIA  PIC 9(04).
001572*
001580*----------------------------------------------------------------*
001590*  CALC-OUT-FILE - RESULTADOS DO MODO DE LOTE                    *
001600*----------------------------------------------------------------*
001902     05  CCR-QTDE-SAIDA          PIC 9(08).
001904     05  CCR-QTDE-REJEITO        PIC 9(08).
001906     05  CCR-HASH-LOTE           PIC S9(13)V99
001907                                 SIGN IS TRAILING SEPARATE.
001908     05  CCR-EXEC-DATA           PIC 9(08).
001909     05  CCR-EXEC-HORA           PIC 9(08).
001910*
001920*----------------------------------------------------------------*
001930*  CALC-TAB-FILE - CADASTRO INDEXADO DE TAXAS E CONSTANTES,      *
002045 FD  CALC-RCJ-FILE.
002046     COPY CALCRCJ.
002047*
002048*----------------------------------------------------------------*
002049*  CALC-DEP-FILE - CADASTRO DE DEPARTAMENTOS, CONTRA O QUAL O    *
002050*  DEPARTAMENTO DE ORIGEM DO CABECALHO E CRITICADO               *
002051*----------------------------------------------------------------*
002052 FD  CALC-DEP-FILE.
002053     COPY CALCDEP.
002054*
002055*----------------------------------------------------------------*
002056*  CALC-RLT-FILE - REGISTRO PERMANENTE DE LOTES POSTADOS, CONTRA *
002057*  O QUAL A REAPRESENTACAO DE UM LOTE E RECUSADA                 *
002058*----------------------------------------------------------------*
002059 FD  CALC-RLT-FILE.
002060     COPY CALCRLT.
002061*
002062*----------------------------------------------------------------*
002063*  CALC-LGX-FILE - TRILHA DE AUDITORIA INDEXADA, ONDE O ORIGINAL *
002064*  DE UM ESTORNO E CONFERIDO E MARCADO COMO ESTORNADO            *
002065*----------------------------------------------------------------*
002066 FD  CALC-LGX-FILE.
002067     COPY CALCLGX.
002068*
002069*----------------------------------------------------------------*
002070*  CALC-PER-FILE - CONTROLE DE PERIODOS CONTABEIS: LOTE DATADO   *
002071*  EM PERIODO EM FECHAMENTO OU FECHADO NAO E POSTADO             *
002072*----------------------------------------------------------------*
002073 FD  CALC-PER-FILE.
002074     COPY CALCPER.
002075*
002076 WORKING-STORAGE SECTION.
002077*
002078*----------------------------------------------------------------*
002080*  CAMPOS DE TRABALHO DA OPERACAO (ENTRADA/SAIDA DO CALCULO)     *
002090*----------------------------------------------------------------*
002100 01  Num1                        PIC S9(7)V99 VALUE 0.
002250 77  WS-CKPT-STATUS              PIC X(02) VALUE '00'.
002252 77  WS-SUS-STATUS               PIC X(02) VALUE '00'.
002254 77  WS-RCJ-STATUS               PIC X(02) VALUE '00'.
002257 77  WS-DEP-STATUS               PIC X(02) VALUE '00'.
002258 77  WS-RLT-STATUS               PIC X(02) VALUE '00'.
002259 77  WS-LGX-STATUS               PIC X(02) VALUE '00'.
002260*
002270 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
002280     88  WS-EOF-SIM              VALUE 'Y'.
002530     88  WS-MOT-COD-TABELA       VALUE '05'.
002540     88  WS-MOT-LIMITE           VALUE '06'.
002542     88  WS-MOT-CADEIA           VALUE '07'.
002544     88  WS-MOT-EST-SEM-ORIGINAL VALUE '08'.
002546     88  WS-MOT-EST-NAO-ESTORNAVEL VALUE '09'.
002548     88  WS-MOT-EST-JA-ESTORNADO VALUE '10'.
002550*
002560 77  WS-ABS-NUM1                 PIC 9(7)V99 VALUE 0.
002570 77  WS-ABS-NUM2                 PIC 9(7)V99 VALUE 0.
002622     88  WS-VERSAO-ACHADA-SIM    VALUE 'Y'.
002623     88  WS-VERSAO-ACHADA-NAO    VALUE 'N'.
002624*
002625*----------------------------------------------------------------*
002626*  ESTORNO: O DETALHE CORRENTE E DE ESTORNO E O LANCAMENTO DE    *
002627*  AUDITORIA LEVA O TIPO E A CHAVE DO ORIGINAL (VIDE CALCLOG).   *
002628*  SEM A TRILHA INDEXADA OS ESTORNOS SAO REJEITADOS.             *
002629*----------------------------------------------------------------*
002630 77  WS-LGX-DISPONIVEL-SWITCH    PIC X(01) VALUE 'N'.
002631     88  WS-LGX-DISPONIVEL-SIM   VALUE 'Y'.
002632     88  WS-LGX-DISPONIVEL-NAO   VALUE 'N'.
002633*
002634 77  WS-DETALHE-ESTORNO-SWITCH   PIC X(01) VALUE 'N'.
002635     88  WS-DETALHE-ESTORNO-SIM  VALUE 'Y'.
002636     88  WS-DETALHE-ESTORNO-NAO  VALUE 'N'.
002637*
002638 77  WS-TIPO-LANCAMENTO          PIC X(01) VALUE 'N'.
002639*
002640 01  WS-CHAVE-ORIGINAL.
002641     05  WS-ORIG-DATA            PIC 9(08) VALUE ZERO.
002642     05  WS-ORIG-HORA            PIC 9(08) VALUE ZERO.
002643     05  WS-ORIG-SEQUENCIA       PIC 9(04) VALUE ZERO.
002644*
002645 77  WS-VALOR-VERSAO             PIC S9(7)V99 VALUE ZERO.
002646 77  WS-DATA-VERSAO              PIC 9(08)    VALUE ZERO.
002647*
002648*      CODIGO E VERSAO DE CALC-TAB USADOS NO DETALHE CORRENTE,
002649*      LEVADOS A TRILHA DE AUDITORIA (CLR-TABELA); EM BRANCO
002650*      QUANDO Num2 FOI INFORMADO DIRETAMENTE.
002651 01  WS-TABELA-USADA.
002652     05  WS-TAB-USADA-CODIGO     PIC X(06) VALUE SPACES.
002653     05  WS-TAB-USADA-DATA       PIC 9(08) VALUE ZERO.
002654*
002655 77  WS-MODO-EXECUCAO            PIC X(01) VALUE ' '.
002656 77  WS-RESPOSTA                 PIC X(01) VALUE ' '.
002657 77  WS-QUOCIENTE                PIC S9(9)     VALUE 0.
002660*
002661*----------------------------------------------------------------*
002662*  CONTROLE DE PERIODOS: 'S' = CONSULTAVEL, 'A' = AUSENTE (TODOS *
002663*  OS PERIODOS ESTAO ABERTOS), 'E' = ERRO NA ABERTURA (NENHUM    *
002664*  LOTE E POSTADO). LOTE EM PERIODO FECHADO E RECUSADO, OU       *
002665*  DESVIADO PARA A DATA DE HOJE SE O PARAMETRO                   *
002666*  DESVIO-PER-FECHADO FOR 1 E O PERIODO CORRENTE ESTIVER         *
002667*  ABERTO.                                                       *
002668*----------------------------------------------------------------*
002669 77  WS-PER-STATUS               PIC X(02) VALUE '00'.
002670 77  WS-PER-CONTROLE             PIC X(01) VALUE 'A'.
002671     88  WS-PER-CONSULTAVEL      VALUE 'S'.
002672     88  WS-PER-AUSENTE          VALUE 'A'.
002673     88  WS-PER-ERRO             VALUE 'E'.
002674*
002675 77  WS-PER-DESVIO-SWITCH        PIC X(01) VALUE 'N'.
002676     88  WS-PER-DESVIAR-SIM      VALUE 'Y'.
002677     88  WS-PER-DESVIAR-NAO      VALUE 'N'.
002678*
002679 77  WS-PER-BLOQUEADO-SWITCH     PIC X(01) VALUE 'N'.
002680     88  WS-PER-BLOQUEADO-SIM    VALUE 'Y'.
002681     88  WS-PER-BLOQUEADO-NAO    VALUE 'N'.
002682*
002683 77  WS-PER-CONSULTA             PIC 9(06) VALUE ZERO.
002684*
002685 77  WS-TOTAL-REGS-LIDOS         PIC 9(08) COMP VALUE ZERO.
002686 77  WS-TOTAL-REJEITADOS         PIC 9(08) COMP VALUE ZERO.
002687 77  WS-QTDE-SAIDA-GRAV          PIC 9(08) COMP VALUE ZERO.
002690 77  WS-REGS-DESDE-CKPT          PIC 9(08) COMP VALUE ZERO.
002700 77  WS-INTERVALO-CKPT           PIC 9(08) COMP VALUE 10.
002710 77  WS-REG-REINICIO             PIC 9(08) COMP VALUE ZERO.
002920*
002930 77  WS-FORA-BALANCO-SWITCH      PIC X(01) VALUE 'N'.
002940     88  WS-FORA-BALANCO-SIM     VALUE 'Y'.
002941     88  WS-FORA-BALANCO-NAO     VALUE 'N'.
002942*
002943 77  WS-LOTE-ABERTO-SWITCH       PIC X(01) VALUE 'N'.
002944     88  WS-LOTE-ABERTO-SIM      VALUE 'Y'.
002945     88  WS-LOTE-ABERTO-NAO      VALUE 'N'.
002946*
002947*      LOTE COM CABECALHO RECUSADO (OU DETALHE SEM CABECALHO):
002948*      OS DETALHES SAO LIDOS E CONTADOS MAS NAO PROCESSADOS.
002949 77  WS-LOTE-PULAR-SWITCH        PIC X(01) VALUE 'N'.
002950     88  WS-LOTE-PULAR-SIM       VALUE 'Y'.
002951     88  WS-LOTE-PULAR-NAO       VALUE 'N'.
002952*
002953 77  WS-DETALHE-PRONTO-SWITCH    PIC X(01) VALUE 'N'.
002954     88  WS-DETALHE-PRONTO-SIM   VALUE 'Y'.
002955     88  WS-DETALHE-PRONTO-NAO   VALUE 'N'.
002956*
002957 77  WS-QTDE-RODAPE              PIC 9(08)     VALUE ZERO.
002958 77  WS-HASH-RODAPE              PIC S9(13)V99 VALUE ZERO.
002959 77  WS-HASH-ACUMULADO           PIC S9(13)V99 VALUE ZERO.
002960 77  WS-ID-LOTE-ATUAL            PIC X(06)     VALUE SPACES.
002961 77  WS-DEPTO-ATUAL              PIC X(08)     VALUE SPACES.
002962 77  WS-DATA-LOTE-ATUAL          PIC 9(08)     VALUE ZERO.
002963 77  WS-QTDE-DETALHES-LOTE       PIC 9(08) COMP VALUE ZERO.
002964 77  WS-ACEITOS-LOTE             PIC 9(08) COMP VALUE ZERO.
002965 77  WS-REJEITADOS-LOTE          PIC 9(08) COMP VALUE ZERO.
002966*
002967*      MOTIVO DO CANCELAMENTO DO LOTE INTEIRO NA CRITICA DO
002968*      CABECALHO (BRANCO = LOTE NAO CANCELADO), LEVADO AO RESUMO.
002969 77  WS-OCORRENCIA-LOTE          PIC X(30)     VALUE SPACES.
002970*
002971*----------------------------------------------------------------*
002972*  REGISTRO DE LOTES POSTADOS: A EXECUCAO E IDENTIFICADA PELA    *
002973*  DATA/HORA DE INICIO (PRESERVADA NO CHECKPOINT PARA O          *
002974*  REINICIO) E CADA LOTE PELA ORDEM DO CABECALHO NO ARQUIVO.     *
002975*  QUANTIDADE E HASH DOS RODAPES SAO LIDOS NUMA PRE-VARREDURA    *
002976*  DE CALC-TRANS-FILE, POIS A CRITICA DO CABECALHO PRECISA DELES *
002977*  ANTES DE LER OS DETALHES.                                     *
002978*----------------------------------------------------------------*
002979 77  WS-EXEC-DATA                PIC 9(08)     VALUE ZERO.
002980 77  WS-EXEC-HORA                PIC 9(08)     VALUE ZERO.
002981 77  WS-SEQ-LOTE-ARQUIVO         PIC 9(03) COMP VALUE ZERO.
002982 77  WS-SEQ-PREVIA               PIC 9(03) COMP VALUE ZERO.
002983 77  WS-QTD-PREVIA               PIC 9(03) COMP VALUE ZERO.
002984*
002985 77  WS-RLT-ACHADO-SWITCH        PIC X(01) VALUE 'N'.
002986     88  WS-RLT-ACHADO-SIM       VALUE 'Y'.
002987     88  WS-RLT-ACHADO-NAO       VALUE 'N'.
002988*
002989 77  WS-RLT-VARRE-SWITCH         PIC X(01) VALUE 'N'.
002990     88  WS-RLT-VARRE-FIM        VALUE 'Y'.
002991     88  WS-RLT-VARRE-SEGUE      VALUE 'N'.
002992*
002993 01  WS-TABELA-PREVIA.
002994     05  WS-PRV-ENTRADA OCCURS 100 TIMES
002995                        INDEXED BY PRV-IDX.
002996         10  WS-PRV-ID           PIC X(06).
002997         10  WS-PRV-DEPTO        PIC X(08).
002998         10  WS-PRV-QTDE         PIC 9(08).
002999         10  WS-PRV-HASH         PIC S9(13)V99.
003000         10  WS-PRV-RODAPE       PIC X(01).
003001             88  WS-PRV-COM-RODAPE   VALUE 'S'.
003002             88  WS-PRV-SEM-RODAPE   VALUE 'N'.
003003*
003004*----------------------------------------------------------------*
003009*  RESUMO POR LOTE, APRESENTADO AO FINAL DA EXECUCAO; LOTE COM   *
003010*  SITUACAO 'F' (FORA DE BALANCO OU CANCELADO) LEVA A EXECUCAO   *
003011*  A ENCERRAR COM RETURN-CODE 12.                                *
003025         10  WS-LOT-SITUACAO     PIC X(01).
003026             88  WS-LOT-EM-BALANCO   VALUE 'B'.
003027             88  WS-LOT-FORA         VALUE 'F'.
003028         10  WS-LOT-OCORRENCIA   PIC X(30).
003029*
003030*----------------------------------------------------------------*
003031*  IDENTIFICACAO DO OPERADOR DO LOTE (SUB-ROTINA Calcsgn)        *
003032*----------------------------------------------------------------*
003033 77  WS-OPERADOR                 PIC X(08) VALUE SPACES.
003034 77  WS-OPERADOR-NOME            PIC X(30) VALUE SPACES.
003035 77  WS-SGN-FUNCAO               PIC X(01) VALUE ' '.
003036 77  WS-SGN-PROGRAMA             PIC X(08) VALUE 'CALCULAD'.
003037 77  WS-SGN-AUTORIZADO           PIC X(01) VALUE 'N'.
003038     88  WS-SGN-AUTORIZADO-SIM   VALUE 'Y'.
003039     88  WS-SGN-AUTORIZADO-NAO   VALUE 'N'.
003040*
003041 01  WS-DATA-HORA-ATUAL.
003042     05  WS-DATA-ATUAL           PIC 9(08).
003044     05  WS-HORA-ATUAL           PIC 9(08).
003045*
004300     DISPLAY '  Teto resto (R)...........: ' WS-LIMITE-RESTO.
004310     DISPLAY '  Teto percentual (P)......: '
004320         WS-LIMITE-PERCENTUAL.
004321     IF WS-PER-DESVIAR-SIM
004322         DISPLAY '  Lote em periodo fechado..: desviado para hoje'
004323     ELSE
004324         DISPLAY '  Lote em periodo fechado..: recusado'
004325     END-IF.
004330 1100-LER-PARAMETROS-EXIT.
004340     EXIT.
004350*
004640     EVALUATE CPR-CHAVE
004650         WHEN 'INTERVALO-CKPT'
004660             MOVE CPR-VALOR-NUM TO WS-INTERVALO-CKPT
004661         WHEN 'DESVIO-PER-FECHADO'
004662             IF CPR-VALOR-NUM = 1
004663                 SET WS-PER-DESVIAR-SIM TO TRUE
004664             ELSE
004665                 SET WS-PER-DESVIAR-NAO TO TRUE
004666             END-IF
004670         WHEN 'LINHAS-POR-PAGINA'
004680             CONTINUE
004690         WHEN 'LIMITE-SOMA'
004804         WHEN 'TOLERANCIA-VALOR'
004805         WHEN 'TOLERANCIA-REJEICAO'
004806         WHEN 'DIAS-BASELINE'
004808         WHEN 'TARIFA-CALCULO'
004810         WHEN 'TARIFA-REJEICAO'
004812         WHEN 'PIN-TENTATIVAS'
004814         WHEN 'PIN-DIAS-VALIDADE'
004816             CONTINUE
004818         WHEN OTHER
004820             DISPLAY 'Parametro desconhecido: ' CPR-CHAVE
004830     END-EVALUATE.
004840 1150-APLICAR-LER.
004890*================================================================*
004900*  MODO INTERATIVO ENCADEADO (2000-2499)                         *
004910*================================================================*
004911 2000-MODO-INTERATIVO.
004912*      O MODO INTERATIVO TAMBEM EXIGE IDENTIFICACAO COM PIN
004913*      (FUNCAO 'I' DA Calcsgn).
004914     DISPLAY 'Operador (8): ' WITH NO ADVANCING.
004915     ACCEPT WS-OPERADOR.
004916     MOVE 'I' TO WS-SGN-FUNCAO.
004917     CALL 'Calcsgn' USING WS-SGN-FUNCAO WS-OPERADOR
004918         WS-OPERADOR-NOME WS-SGN-AUTORIZADO WS-SGN-PROGRAMA.
004919     IF WS-SGN-AUTORIZADO-NAO
004920         DISPLAY 'Operador sem autorizacao para o modo '
004921             'interativo - encerrando. RETURN-CODE 8.'
004922         MOVE 8 TO RETURN-CODE
004923         GO TO 2000-MODO-INTERATIVO-EXIT
004924     END-IF.
004930     MOVE 'S' TO WS-CONTINUA-SWITCH.
004940     PERFORM 2100-PROCESSAR-ENCADEADO
004950         THRU 2100-PROCESSAR-ENCADEADO-EXIT
006850     MOVE Num2          TO CLR-NUM2.
006860     MOVE Result        TO CLR-RESULT.
006870     MOVE WS-RESULT-VALIDO TO CLR-VALIDO.
006873     MOVE WS-DEPTO-ATUAL   TO CLR-DEPTO-ORIGEM.
006876     MOVE WS-ID-LOTE-ATUAL TO CLR-ID-LOTE.
006877     MOVE WS-TIPO-LANCAMENTO TO CLR-TIPO.
006878     MOVE WS-CHAVE-ORIGINAL  TO CLR-CHAVE-ORIGINAL.
006879     MOVE WS-TABELA-USADA    TO CLR-TABELA.
006880     WRITE CALC-LOG-RECORD.
006890 2400-REGISTRAR-LOG-EXIT.
006900     EXIT.
006989             THRU 4950-GRAVAR-JORNAL-EXIT
006990         GO TO 4000-MODO-LOTE-EXIT
007000     END-IF.
007010*      A TRILHA INDEXADA SO E NECESSARIA AOS ESTORNOS: SEM ELA O
007020*      LOTE RODA E OS DETALHES DE ESTORNO SAO REJEITADOS.
007030     OPEN I-O CALC-LGX-FILE.
007040     IF WS-LGX-STATUS = '00'
007050         SET WS-LGX-DISPONIVEL-SIM TO TRUE
007060     ELSE
007070         SET WS-LGX-DISPONIVEL-NAO TO TRUE
007080         DISPLAY 'Trilha indexada CALC-LGX-FILE indisponivel - '
007090             'status ' WS-LGX-STATUS '. Estornos serao '
007100             'rejeitados.'
007110     END-IF.
007112*      CONTROLE DE PERIODOS AUSENTE: NENHUM PERIODO FOI FECHADO
007114*      AINDA. ERRO NA ABERTURA: OS LOTES SAO TODOS RECUSADOS, POIS
007116*      NAO HA COMO SABER SE O PERIODO DE CADA UM ESTA FECHADO.
007118     OPEN INPUT CALC-PER-FILE.
007120     EVALUATE WS-PER-STATUS
007122         WHEN '00'
007124             SET WS-PER-CONSULTAVEL TO TRUE
007126         WHEN '35'
007128             SET WS-PER-AUSENTE TO TRUE
007130             DISPLAY 'Controle de periodos CALC-PER-FILE '
007132                 'inexistente - todos os periodos abertos.'
007134         WHEN OTHER
007136             SET WS-PER-ERRO TO TRUE
007138             DISPLAY 'Erro ao abrir CALC-PER-FILE - status '
007140                 WS-PER-STATUS '. Os lotes serao recusados.'
007142     END-EVALUATE.
007150     PERFORM 4200-LER-TRANSACAO THRU 4200-LER-TRANSACAO-EXIT.
007152*      NO REINICIO, OS DETALHES JA GRAVADOS SAO REPROCESSADOS
007154*      EM SILENCIO (4300 SEM GRAVACAO) ATE ALCANCAR A
007292     END-IF.
007294     MOVE 'L' TO WS-SGN-FUNCAO.
007296     CALL 'Calcsgn' USING WS-SGN-FUNCAO WS-OPERADOR
007298         WS-OPERADOR-NOME WS-SGN-AUTORIZADO WS-SGN-PROGRAMA.
007300     IF WS-SGN-AUTORIZADO-NAO
007302         DISPLAY 'Operador sem autorizacao para o modo de '
007304             'lote - lote cancelado. RETURN-CODE 8.'
007320 4050-ABRIR-ARQUIVOS-LOTE.
007321     MOVE 'N' TO WS-EOF-SWITCH.
007322     MOVE 'N' TO WS-LOTE-ABORTAR-SWITCH.
007324     PERFORM 4040-PRE-LER-RODAPES
007326         THRU 4040-PRE-LER-RODAPES-EXIT.
007328     OPEN INPUT  CALC-TRANS-FILE.
007330     IF WS-TRANS-STATUS NOT = '00'
007340         DISPLAY 'Erro ao abrir CALC-TRANS-FILE - status '
007350             WS-TRANS-STATUS '. Lote cancelado.'
007520         CLOSE CALC-TRANS-FILE
007530         CLOSE CALC-OUT-FILE
007540         GO TO 4050-ABRIR-ARQUIVOS-LOTE-EXIT
007541     END-IF.
007542     PERFORM 4060-ABRIR-SUSPENSAO
007543         THRU 4060-ABRIR-SUSPENSAO-EXIT.
007544     IF WS-LOTE-ABORTAR-SIM
007545         CLOSE CALC-TRANS-FILE
007546         CLOSE CALC-OUT-FILE
007547         CLOSE CALC-ERR-FILE
007548         GO TO 4050-ABRIR-ARQUIVOS-LOTE-EXIT
007549     END-IF.
007550     OPEN INPUT CALC-TAB-FILE.
007551     IF WS-TAB-STATUS = '00'
007552         SET WS-TAB-DISPONIVEL-SIM TO TRUE
007553     ELSE
007554         SET WS-TAB-DISPONIVEL-NAO TO TRUE
007555         DISPLAY 'Cadastro CALC-TAB-FILE indisponivel - status '
007556             WS-TAB-STATUS '. Operandos por codigo serao '
007557             'rejeitados.'
007558     END-IF.
007559     OPEN INPUT CALC-DEP-FILE.
007560     IF WS-DEP-STATUS NOT = '00'
007561         DISPLAY 'Erro ao abrir CALC-DEP-FILE - status '
007562             WS-DEP-STATUS '. Sem o cadastro de departamentos '
007563             'os cabecalhos nao podem ser criticados. Lote '
007564             'cancelado.'
007565         SET WS-LOTE-ABORTAR-SIM TO TRUE
007566         CLOSE CALC-TRANS-FILE
007567         CLOSE CALC-OUT-FILE
007568         CLOSE CALC-ERR-FILE
007569         CLOSE CALC-SUS-FILE
007570         IF WS-TAB-DISPONIVEL-SIM
007571             CLOSE CALC-TAB-FILE
007572         END-IF
007573         GO TO 4050-ABRIR-ARQUIVOS-LOTE-EXIT
007574     END-IF.
007575*      SEM O REGISTRO DE LOTES POSTADOS A REAPRESENTACAO NAO
007576*      PODE SER RECUSADA: O LOTE NAO RODA.
007577     OPEN I-O CALC-RLT-FILE.
007578     IF WS-RLT-STATUS = '35'
007579         OPEN OUTPUT CALC-RLT-FILE
007580         CLOSE CALC-RLT-FILE
007581         OPEN I-O CALC-RLT-FILE
007582     END-IF.
007583     IF WS-RLT-STATUS NOT = '00'
007584         DISPLAY 'Erro ao abrir CALC-RLT-FILE - status '
007585             WS-RLT-STATUS '. Lote cancelado.'
007586         SET WS-LOTE-ABORTAR-SIM TO TRUE
007587         CLOSE CALC-TRANS-FILE
007588         CLOSE CALC-OUT-FILE
007589         CLOSE CALC-ERR-FILE
007590         CLOSE CALC-SUS-FILE
007591         CLOSE CALC-DEP-FILE
007592         IF WS-TAB-DISPONIVEL-SIM
007593             CLOSE CALC-TAB-FILE
007594         END-IF
007595     END-IF.
007596 4050-ABRIR-ARQUIVOS-LOTE-EXIT.
007597     EXIT.
007598*
007599*----------------------------------------------------------------*
007600*  4040-PRE-LER-RODAPES - PRE-VARREDURA DE CALC-TRANS-FILE QUE   *
007601*  GUARDA, NA ORDEM DOS CABECALHOS, O ID, O DEPARTAMENTO E A     *
007602*  QUANTIDADE E O HASH DECLARADOS NO PRIMEIRO RODAPE DE CADA     *
007603*  LOTE, PARA A CRITICA DE CONTEUDO REPETIDO EM 4140. ARQUIVO    *
007604*  QUE NAO ABRE E TRATADO NA ABERTURA PROPRIAMENTE DITA.         *
007605*----------------------------------------------------------------*
007606 4040-PRE-LER-RODAPES.
007607     MOVE ZERO TO WS-SEQ-PREVIA.
007608     MOVE ZERO TO WS-QTD-PREVIA.
007609     OPEN INPUT CALC-TRANS-FILE.
007610     IF WS-TRANS-STATUS NOT = '00'
007611         GO TO 4040-PRE-LER-RODAPES-EXIT
007612     END-IF.
007613     MOVE 'N' TO WS-EOF-SWITCH.
007614     PERFORM 4045-PRE-LER-REGISTRO
007615         THRU 4045-PRE-LER-REGISTRO-EXIT
007616         UNTIL WS-EOF-SIM.
007617     CLOSE CALC-TRANS-FILE.
007618     MOVE 'N' TO WS-EOF-SWITCH.
007619     IF WS-SEQ-PREVIA > WS-QTD-PREVIA
007620         DISPLAY 'AVISO: ' WS-SEQ-PREVIA ' lotes no arquivo; '
007621             'so os primeiros ' WS-QTD-PREVIA ' tem o conteudo '
007622             'conferido contra o registro de lotes postados.'
007623     END-IF.
007624 4040-PRE-LER-RODAPES-EXIT.
007625     EXIT.
007626*
007627 4045-PRE-LER-REGISTRO.
007628     READ CALC-TRANS-FILE
007629         AT END
007630             SET WS-EOF-SIM TO TRUE
007631             GO TO 4045-PRE-LER-REGISTRO-EXIT
007632     END-READ.
007633     IF CTH-REG-CABECALHO
007634         ADD 1 TO WS-SEQ-PREVIA
007635         IF WS-SEQ-PREVIA <= WS-LIMITE-LOTES
007636             ADD 1 TO WS-QTD-PREVIA
007637             SET PRV-IDX TO WS-QTD-PREVIA
007638             MOVE CTH-ID-LOTE      TO WS-PRV-ID (PRV-IDX)
007639             MOVE CTH-DEPTO-ORIGEM TO WS-PRV-DEPTO (PRV-IDX)
007640             MOVE ZERO             TO WS-PRV-QTDE (PRV-IDX)
007641             MOVE ZERO             TO WS-PRV-HASH (PRV-IDX)
007642             SET WS-PRV-SEM-RODAPE (PRV-IDX) TO TRUE
007643         END-IF
007644         GO TO 4045-PRE-LER-REGISTRO-EXIT
007645     END-IF.
007646     IF NOT CTH-REG-RODAPE
007647        OR WS-SEQ-PREVIA = ZERO
007648        OR WS-SEQ-PREVIA > WS-QTD-PREVIA
007649         GO TO 4045-PRE-LER-REGISTRO-EXIT
007650     END-IF.
007651     SET PRV-IDX TO WS-SEQ-PREVIA.
007652     IF WS-PRV-SEM-RODAPE (PRV-IDX)
007653        AND CTT-QTDE-DETALHES NUMERIC
007654        AND CTT-HASH-TOTAL NUMERIC
007655         MOVE CTT-QTDE-DETALHES TO WS-PRV-QTDE (PRV-IDX)
007656         MOVE CTT-HASH-TOTAL    TO WS-PRV-HASH (PRV-IDX)
007657         SET WS-PRV-COM-RODAPE (PRV-IDX) TO TRUE
007658     END-IF.
007659 4045-PRE-LER-REGISTRO-EXIT.
007660     EXIT.
007661*
007662*----------------------------------------------------------------*
007758     MOVE ZERO TO WS-SAIDAS-ANTES.
007761     MOVE ZERO TO WS-REJEITOS-ANTES.
007764     MOVE ZERO TO WS-REGS-GRAVADOS-ANTES.
007765     MOVE ZERO TO WS-REGS-REPROCESSADOS.
007766     MOVE ZERO TO WS-SEQ-LOTE-ARQUIVO.
007767     MOVE WS-RCJ-DATA-INICIO TO WS-EXEC-DATA.
007768     MOVE WS-RCJ-HORA-INICIO TO WS-EXEC-HORA.
007770     OPEN INPUT CALC-CKPT-FILE.
007773     IF WS-CKPT-STATUS = '00'
007776         READ CALC-CKPT-FILE
007866 4150-RESTAURAR-ESTADO.
007869     IF CCR-HASH-LOTE NUMERIC
007872         MOVE CCR-HASH-LOTE TO WS-HASH-CKPT
007873     ELSE
007874         MOVE ZERO TO WS-HASH-CKPT
007875     END-IF.
007876*      O REINICIO CONTINUA A EXECUCAO INTERROMPIDA: AS
007877*      POSTAGENS QUE ELA JA FEZ NO REGISTRO DE LOTES SAO
007878*      RECONHECIDAS PELA DATA/HORA DE INICIO ORIGINAL.
007879     IF CCR-EXEC-DATA NUMERIC AND CCR-EXEC-HORA NUMERIC
007880        AND CCR-EXEC-DATA > ZERO
007881         MOVE CCR-EXEC-DATA TO WS-EXEC-DATA
007882         MOVE CCR-EXEC-HORA TO WS-EXEC-HORA
007883     END-IF.
007884 4150-RESTAURAR-ESTADO-EXIT.
007887     EXIT.
007890*
008043*  DE SER LIDO, ZERANDO OS CONTROLES DO LOTE, E CONFERE A DATA   *
008046*  DO LOTE CONTRA A DATA DA EXECUCAO; DATA DIVERGENTE CANCELA    *
008049*  SOMENTE ESTE LOTE (OS DETALHES SAO PULADOS) E O               *
008050*  PROCESSAMENTO SEGUE NO PROXIMO CABECALHO. O DEPARTAMENTO DE   *
008051*  ORIGEM DEVE EXISTIR NO CADASTRO CALC-DEP-FILE E ESTAR ATIVO,  *
008052*  SENAO O LOTE E CANCELADO DA MESMA FORMA.                      *
008053*  POR FIM O LOTE E CONFERIDO CONTRA O REGISTRO DE LOTES         *
008054*  POSTADOS (4140).                                              *
008055*----------------------------------------------------------------*
008058 4110-VALIDAR-CABECALHO.
008061     PERFORM 4120-ZERAR-CONTROLES-LOTE
008064         THRU 4120-ZERAR-CONTROLES-LOTE-EXIT.
008065     ADD 1 TO WS-SEQ-LOTE-ARQUIVO.
008067     MOVE CTH-ID-LOTE      TO WS-ID-LOTE-ATUAL.
008068     MOVE CTH-DEPTO-ORIGEM TO WS-DEPTO-ATUAL.
008069     MOVE CTH-DATA-LOTE    TO WS-DATA-LOTE-ATUAL.
008070     SET WS-LOTE-ABERTO-SIM TO TRUE.
008071     PERFORM 4160-VERIFICAR-PERIODO
008072         THRU 4160-VERIFICAR-PERIODO-EXIT.
008073     IF WS-OCORRENCIA-LOTE NOT = SPACES
008074         DISPLAY 'Lote ' CTH-ID-LOTE ' de ' CTH-DATA-LOTE
008075             ' recusado (' WS-OCORRENCIA-LOTE ') - lote '
008076             'cancelado; seguindo para o proximo lote.'
008077         SET WS-LOTE-PULAR-SIM   TO TRUE
008078         SET WS-FORA-BALANCO-SIM TO TRUE
008079         GO TO 4110-VALIDAR-CABECALHO-EXIT
008080     END-IF.
008081     IF CTH-DATA-LOTE NOT = WS-DATA-ATUAL
008082         DISPLAY 'Data do lote ' CTH-DATA-LOTE ' diverge da '
008083             'data de hoje ' WS-DATA-ATUAL ' - lote '
008084             CTH-ID-LOTE ' cancelado; seguindo para o '
008085             'proximo lote.'
008086         MOVE 'DATA DO LOTE DIVERGENTE' TO WS-OCORRENCIA-LOTE
008087         SET WS-LOTE-PULAR-SIM   TO TRUE
008088         SET WS-FORA-BALANCO-SIM TO TRUE
008089         GO TO 4110-VALIDAR-CABECALHO-EXIT
008090     END-IF.
008091     MOVE CTH-DEPTO-ORIGEM TO DEP-CODIGO.
008092     READ CALC-DEP-FILE
008093         INVALID KEY
008094             MOVE 'DEPARTAMENTO NAO CADASTRADO' TO
008095                 WS-OCORRENCIA-LOTE
008096         NOT INVALID KEY
008097             IF DEP-INATIVO
008098                 MOVE 'DEPARTAMENTO INATIVO' TO
008099                     WS-OCORRENCIA-LOTE
008100             END-IF
008101     END-READ.
008102     IF WS-OCORRENCIA-LOTE NOT = SPACES
008103         DISPLAY 'Departamento ' CTH-DEPTO-ORIGEM ' do lote '
008104             CTH-ID-LOTE ' recusado (' WS-OCORRENCIA-LOTE
008105             ') - lote cancelado; seguindo para o proximo lote.'
008106         SET WS-LOTE-PULAR-SIM   TO TRUE
008107         SET WS-FORA-BALANCO-SIM TO TRUE
008108         GO TO 4110-VALIDAR-CABECALHO-EXIT
008109     END-IF.
008110     PERFORM 4140-VERIFICAR-REGISTRO
008111         THRU 4140-VERIFICAR-REGISTRO-EXIT.
008112     IF WS-OCORRENCIA-LOTE NOT = SPACES
008113         DISPLAY 'Lote ' CTH-ID-LOTE ' do depto ' CTH-DEPTO-ORIGEM
008114             ' recusado (' WS-OCORRENCIA-LOTE ') - lote '
008115             'cancelado; seguindo para o proximo lote.'
008116         SET WS-LOTE-PULAR-SIM   TO TRUE
008117         SET WS-FORA-BALANCO-SIM TO TRUE
008118         GO TO 4110-VALIDAR-CABECALHO-EXIT
008119     END-IF.
008120     DISPLAY 'Lote ' CTH-ID-LOTE ' de ' CTH-DATA-LOTE
008121         ' (depto ' CTH-DEPTO-ORIGEM ') aceito para processar.'.
008122 4110-VALIDAR-CABECALHO-EXIT.
008123     EXIT.
008124*
008125 4120-ZERAR-CONTROLES-LOTE.
008126     MOVE 'N'  TO WS-RODAPE-LIDO-SWITCH.
008127     MOVE 'N'  TO WS-FORA-BALANCO-SWITCH.
008130     MOVE 'N'  TO WS-LOTE-PULAR-SWITCH.
008133     MOVE ZERO TO WS-QTDE-RODAPE.
008151     MOVE SPACES TO WS-ID-LOTE-ATUAL.
008154     MOVE SPACES TO WS-DEPTO-ATUAL.
008157     MOVE ZERO   TO WS-DATA-LOTE-ATUAL.
008158     MOVE SPACES TO WS-OCORRENCIA-LOTE.
008160*      A CADEIA DE CONTINUACAO NAO ATRAVESSA A FRONTEIRA DE
008163*      LOTES: CADA CABECALHO COMECA SEM RESULTADO ANTERIOR.
008166     MOVE ZERO TO WS-RESULT-ANTERIOR.
008214     SET WS-LOTE-ABERTO-SIM  TO TRUE.
008217     SET WS-LOTE-PULAR-SIM   TO TRUE.
008220     SET WS-FORA-BALANCO-SIM TO TRUE.
008221     MOVE 'DETALHE SEM CABECALHO' TO WS-OCORRENCIA-LOTE.
008223     DISPLAY 'Detalhe sem cabecalho de lote - registros '
008226         'ignorados ate o proximo cabecalho.'.
008229 4130-ABRIR-LOTE-AVULSO-EXIT.
008232     EXIT.
008233*
008234*----------------------------------------------------------------*
008235*  4140-VERIFICAR-REGISTRO - RECUSA O LOTE CUJO ID JA FOI        *
008236*  POSTADO NO DEPARTAMENTO ('LOTE JA POSTADO') OU CUJO RODAPE    *
008237*  (QUANTIDADE E HASH) REPETE O DE OUTRO LOTE POSTADO DO MESMO   *
008238*  DEPARTAMENTO ('CONTEUDO DE LOTE JA POSTADO'). LIBERACAO DO    *
008239*  SUPERVISOR ('L') DISPENSA AS DUAS CRITICAS. POSTAGENS DA      *
008240*  PROPRIA EXECUCAO (REINICIO APOS ABEND) FEITAS NESTE LOTE OU   *
008241*  EM LOTES POSTERIORES DO ARQUIVO SAO DESCONSIDERADAS, PARA O   *
008242*  REPROCESSO SILENCIOSO DECIDIR COMO A EXECUCAO ORIGINAL.       *
008243*----------------------------------------------------------------*
008244 4140-VERIFICAR-REGISTRO.
008245     MOVE WS-DEPTO-ATUAL   TO RLT-DEPTO-ORIGEM.
008246     MOVE WS-ID-LOTE-ATUAL TO RLT-ID-LOTE.
008247     READ CALC-RLT-FILE
008248         INVALID KEY
008249             GO TO 4140-VERIFICAR-CONTEUDO
008250     END-READ.
008251     IF RLT-LIBERADO
008252         DISPLAY 'Lote ' WS-ID-LOTE-ATUAL ' liberado para '
008253             'reapresentacao por ' RLT-LIBERADOR '.'
008254         GO TO 4140-VERIFICAR-REGISTRO-EXIT
008255     END-IF.
008256     IF RLT-EXEC-DATA = WS-EXEC-DATA
008257        AND RLT-EXEC-HORA = WS-EXEC-HORA
008258        AND RLT-SEQ-NO-ARQUIVO >= WS-SEQ-LOTE-ARQUIVO
008259         GO TO 4140-VERIFICAR-CONTEUDO
008260     END-IF.
008261     DISPLAY 'Lote ' WS-ID-LOTE-ATUAL ' ja postado em '
008262         RLT-DATA-EXECUCAO ' por ' RLT-OPERADOR '.'.
008263     MOVE 'LOTE JA POSTADO' TO WS-OCORRENCIA-LOTE.
008264     GO TO 4140-VERIFICAR-REGISTRO-EXIT.
008265 4140-VERIFICAR-CONTEUDO.
008266     IF WS-SEQ-LOTE-ARQUIVO > WS-QTD-PREVIA
008267         GO TO 4140-VERIFICAR-REGISTRO-EXIT
008268     END-IF.
008269     SET PRV-IDX TO WS-SEQ-LOTE-ARQUIVO.
008270     IF WS-PRV-SEM-RODAPE (PRV-IDX)
008271         GO TO 4140-VERIFICAR-REGISTRO-EXIT
008272     END-IF.
008273     MOVE WS-DEPTO-ATUAL TO RLT-DEPTO-ORIGEM.
008274     MOVE LOW-VALUES     TO RLT-ID-LOTE.
008275     SET WS-RLT-VARRE-SEGUE TO TRUE.
008276     START CALC-RLT-FILE KEY NOT < RLT-CHAVE
008277         INVALID KEY
008278             SET WS-RLT-VARRE-FIM TO TRUE
008279     END-START.
008280     PERFORM 4145-COMPARAR-CONTEUDO
008281         THRU 4145-COMPARAR-CONTEUDO-EXIT
008282         UNTIL WS-RLT-VARRE-FIM.
008283 4140-VERIFICAR-REGISTRO-EXIT.
008284     EXIT.
008285*
008286 4145-COMPARAR-CONTEUDO.
008287     READ CALC-RLT-FILE NEXT RECORD
008288         AT END
008289             SET WS-RLT-VARRE-FIM TO TRUE
008290             GO TO 4145-COMPARAR-CONTEUDO-EXIT
008291     END-READ.
008292     IF RLT-DEPTO-ORIGEM NOT = WS-DEPTO-ATUAL
008293         SET WS-RLT-VARRE-FIM TO TRUE
008294         GO TO 4145-COMPARAR-CONTEUDO-EXIT
008295     END-IF.
008296     IF RLT-ID-LOTE = WS-ID-LOTE-ATUAL
008297        OR NOT RLT-POSTADO
008298         GO TO 4145-COMPARAR-CONTEUDO-EXIT
008299     END-IF.
008300     IF RLT-EXEC-DATA = WS-EXEC-DATA
008301        AND RLT-EXEC-HORA = WS-EXEC-HORA
008302        AND RLT-SEQ-NO-ARQUIVO >= WS-SEQ-LOTE-ARQUIVO
008303         GO TO 4145-COMPARAR-CONTEUDO-EXIT
008304     END-IF.
008305     IF RLT-QTDE-DETALHES = WS-PRV-QTDE (PRV-IDX)
008306        AND RLT-HASH-TOTAL = WS-PRV-HASH (PRV-IDX)
008307         DISPLAY 'Lote ' WS-ID-LOTE-ATUAL ' repete quantidade e '
008308             'hash do lote ' RLT-ID-LOTE ' postado em '
008309             RLT-DATA-EXECUCAO '.'
008310         MOVE 'CONTEUDO DE LOTE JA POSTADO' TO WS-OCORRENCIA-LOTE
008311         SET WS-RLT-VARRE-FIM TO TRUE
008312     END-IF.
008313 4145-COMPARAR-CONTEUDO-EXIT.
008314     EXIT.
008315*
008316*----------------------------------------------------------------*
008317*  4160-VERIFICAR-PERIODO - O PERIODO (AAAAMM) DA DATA DO LOTE   *
008318*  NAO PODE ESTAR EM FECHAMENTO NEM FECHADO NO CONTROLE DE       *
008319*  PERIODOS ('PERIODO FECHADO'). COM O PARAMETRO                 *
008320*  DESVIO-PER-FECHADO = 1 O LOTE E DESVIADO PARA A DATA DE       *
008321*  HOJE, DESDE QUE O PERIODO CORRENTE ESTEJA ABERTO; A DATA      *
008322*  DESVIADA VALE PARA A CRITICA DE DATA E PARA A RESOLUCAO DAS   *
008323*  TAXAS (4320). DATA NAO NUMERICA FICA PARA A CRITICA DE DATA.  *
008324*----------------------------------------------------------------*
008325 4160-VERIFICAR-PERIODO.
008326     IF WS-PER-ERRO
008327         MOVE 'CONTROLE DE PERIODOS INDISPON.'
008328             TO WS-OCORRENCIA-LOTE
008329         GO TO 4160-VERIFICAR-PERIODO-EXIT
008330     END-IF.
008331     IF WS-PER-AUSENTE OR CTH-DATA-LOTE NOT NUMERIC
008332         GO TO 4160-VERIFICAR-PERIODO-EXIT
008333     END-IF.
008334     MOVE CTH-DATA-LOTE (1:6) TO WS-PER-CONSULTA.
008335     PERFORM 4165-LER-PERIODO THRU 4165-LER-PERIODO-EXIT.
008336     IF WS-PER-BLOQUEADO-NAO
008337         GO TO 4160-VERIFICAR-PERIODO-EXIT
008338     END-IF.
008339     IF WS-PER-DESVIAR-NAO
008340         MOVE 'PERIODO FECHADO' TO WS-OCORRENCIA-LOTE
008341         GO TO 4160-VERIFICAR-PERIODO-EXIT
008342     END-IF.
008343     MOVE WS-DATA-ATUAL (1:6) TO WS-PER-CONSULTA.
008344     PERFORM 4165-LER-PERIODO THRU 4165-LER-PERIODO-EXIT.
008345     IF WS-PER-BLOQUEADO-SIM
008346         MOVE 'PERIODO FECHADO' TO WS-OCORRENCIA-LOTE
008347         GO TO 4160-VERIFICAR-PERIODO-EXIT
008348     END-IF.
008349     DISPLAY 'Lote ' CTH-ID-LOTE ' de ' CTH-DATA-LOTE
008350         ' em periodo fechado - desviado para a data de hoje '
008351         WS-DATA-ATUAL '.'.
008352     MOVE WS-DATA-ATUAL TO CTH-DATA-LOTE.
008353     MOVE WS-DATA-ATUAL TO WS-DATA-LOTE-ATUAL.
008354 4160-VERIFICAR-PERIODO-EXIT.
008355     EXIT.
008356*
008357 4165-LER-PERIODO.
008358     SET WS-PER-BLOQUEADO-NAO TO TRUE.
008359     MOVE WS-PER-CONSULTA TO PER-PERIODO.
008360     READ CALC-PER-FILE
008361         INVALID KEY
008362             GO TO 4165-LER-PERIODO-EXIT
008363     END-READ.
008364     IF PER-BLOQUEADO
008365         SET WS-PER-BLOQUEADO-SIM TO TRUE
008366     END-IF.
008367 4165-LER-PERIODO-EXIT.
008368     EXIT.
008369*
008370*----------------------------------------------------------------*
008420*  4200-LER-TRANSACAO - ENTREGA O PROXIMO DETALHE A PROCESSAR.   *
008430*  CABECALHOS E RODAPES ENCONTRADOS NO CAMINHO SAO TRATADOS NA   *
008440*  CLASSIFICACAO (ABERTURA E CONFERENCIA DE LOTE); CADA DETALHE  *
008670     IF CTR-NUM1 IS NUMERIC
008680         ADD CTR-NUM1 TO WS-HASH-ACUMULADO
008690     END-IF.
008693*      O DETALHE DE ESTORNO CONTA NA QUANTIDADE DO RODAPE MAS
008696*      NAO ENTRA NO HASH (A CHAVE DO ORIGINAL NAO E VALOR).
008700     IF CTR-NUM2 IS NUMERIC AND NOT CTE-REG-ESTORNO
008710         ADD CTR-NUM2 TO WS-HASH-ACUMULADO
008720     END-IF.
008721*      NO REINICIO, O HASH RELIDO E CAPTURADO EXATAMENTE NO
008764         PERFORM 4200-LER-TRANSACAO THRU 4200-LER-TRANSACAO-EXIT
008766         GO TO 4300-PROCESSAR-TRANSACAO-EXIT
008768     END-IF.
008769     SET WS-DETALHE-ESTORNO-NAO TO TRUE.
008770     MOVE 'N'  TO WS-TIPO-LANCAMENTO.
008771     MOVE ZERO TO WS-CHAVE-ORIGINAL.
008772     MOVE SPACES TO WS-TAB-USADA-CODIGO.
008773     MOVE ZERO   TO WS-TAB-USADA-DATA.
008774     IF CTE-REG-ESTORNO
008775         PERFORM 4500-VALIDAR-ESTORNO
008776             THRU 4500-VALIDAR-ESTORNO-EXIT
008777         GO TO 4300-GRAVAR-E-SEGUIR
008778     END-IF.
008779     IF (CTR-NUM1 NOT NUMERIC AND NOT CTR-NUM1-ENCADEADO)
008780        OR (CTR-NUM2 NOT NUMERIC
008790            AND NOT CTR-NUM2-COM-CODIGO)
008800         DISPLAY 'Erro: campo numerico ilegivel - operacao '
009030         THRU 2200-VALIDAR-ENTRADA-EXIT.
009040     PERFORM 2300-CALCULAR-RESULTADO
009050         THRU 2300-CALCULAR-RESULTADO-EXIT.
009052 4300-GRAVAR-E-SEGUIR.
009054*      O RESULTADO DO DETALHE (VALIDO OU NAO) PASSA A SER O
009056*      ESTADO DA CADEIA PARA O PROXIMO DETALHE COM MARCA 'E',
009058*      COMO NO MODO ENCADEADO DE TELA (2100).
009060*      O ESTORNO NAO TEM RESULTADO ENCADEAVEL E QUEBRA A CADEIA.
009062     IF WS-RESULT-OK AND WS-DETALHE-ESTORNO-NAO
009065         MOVE Result TO WS-RESULT-ANTERIOR
009066         SET WS-ANTERIOR-VALIDO-SIM TO TRUE
009067     ELSE
009080         ADD 1 TO WS-REGS-REPROCESSADOS
009082     ELSE
009084         PERFORM 2400-REGISTRAR-LOG
009085             THRU 2400-REGISTRAR-LOG-EXIT
009086         IF WS-DETALHE-ESTORNO-SIM AND WS-RESULT-OK
009087             PERFORM 4550-MARCAR-ORIGINAL
009088                 THRU 4550-MARCAR-ORIGINAL-EXIT
009089         END-IF
009090         PERFORM 4400-ATUALIZAR-CHECKPOINT
009100             THRU 4400-ATUALIZAR-CHECKPOINT-EXIT
009105     END-IF.
009170*  CODIGO CONTRA O CADASTRO DE TAXAS E CONSTANTES, SELECIONANDO *
009180*  A VERSAO VIGENTE NA DATA DO CABECALHO DO LOTE                *
009190*  (CTH-DATA-LOTE); CODIGO SEM VERSAO ATIVA E VIGENTE NESSA     *
009192*  DATA REJEITA A TRANSACAO COM MOTIVO 05. VERSAO AINDA NAO     *
009196*  APROVADA (DUPLA CUSTODIA) E IGNORADA.                        *
009200*----------------------------------------------------------------*
009210 4320-RESOLVER-CODIGO.
009220     IF WS-TAB-DISPONIVEL-NAO
009274     SET WS-VERSAO-FIM-NAO    TO TRUE.
009276     SET WS-VERSAO-ACHADA-NAO TO TRUE.
009278     MOVE ZERO TO WS-VALOR-VERSAO.
009279     MOVE ZERO TO WS-DATA-VERSAO.
009280     START CALC-TAB-FILE KEY NOT < CTB-CHAVE
009290         INVALID KEY
009300             SET WS-VERSAO-FIM-SIM TO TRUE
009330         UNTIL WS-VERSAO-FIM-SIM.
009350     IF WS-VERSAO-ACHADA-NAO
009360         DISPLAY 'Erro: codigo ' CTR-NUM2-CODIGO ' sem versao '
009370             'ativa e aprovada vigente na data do lote '
009380             WS-DATA-LOTE-ATUAL ' - operacao rejeitada.'
009400         GO TO 4320-RESOLVER-REJEITA
009410     END-IF.
009420     MOVE WS-VALOR-VERSAO TO Num2.
009423     MOVE CTR-NUM2-CODIGO TO WS-TAB-USADA-CODIGO.
009426     MOVE WS-DATA-VERSAO  TO WS-TAB-USADA-DATA.
009430     GO TO 4320-RESOLVER-CODIGO-EXIT.
009440 4320-RESOLVER-REJEITA.
009450     MOVE ZERO TO Num2.
009507         SET WS-VERSAO-FIM-SIM TO TRUE
009508         GO TO 4330-LER-VERSAO-EXIT
009509     END-IF.
009510     IF CTB-ATIVO AND CTB-APROVADA
009511        AND WS-DATA-LOTE-ATUAL <= CTB-DATA-FIM-VIGENCIA
009512         SET WS-VERSAO-ACHADA-SIM TO TRUE
009513         MOVE CTB-VALOR TO WS-VALOR-VERSAO
009514         MOVE CTB-DATA-INI-VIGENCIA TO WS-DATA-VERSAO
009515     END-IF.
009516 4330-LER-VERSAO-EXIT.
009517     EXIT.
009518*
009519*----------------------------------------------------------------*
009520*  4350-GRAVAR-SAIDA - RESULTADO VALIDO VAI PARA CALC-OUT-FILE;  *
009530*  REJEICAO VAI PARA CALC-ERR-FILE COM A IMAGEM ORIGINAL DA      *
009540*  TRANSACAO E O CODIGO DE MOTIVO, PARA CORRECAO PELO Calcfix.   *
009630     MOVE Operacao TO COR-OPERACAO.
009640     MOVE Num2     TO COR-NUM2.
009650     MOVE Result   TO COR-RESULT.
009652     MOVE 'OK'     TO COR-STATUS.
009654     IF WS-DETALHE-ESTORNO-SIM
009656         MOVE 'ESTORNO' TO COR-STATUS
009658     END-IF.
009662*      NO REPROCESSO SILENCIOSO O REGISTRO JA ESTA NO ARQUIVO;
009664*      SO OS CONTADORES SAO RECONSTITUIDOS.
009666     IF WS-REPROCESSO-NAO
009932         WHEN CER-MOT-CADEIA
009934             MOVE 'CADEIA INTERROMPIDA'
009936                 TO CER-MOTIVO-DESC
009937         WHEN CER-MOT-EST-SEM-ORIGINAL
009938             MOVE 'ESTORNO SEM ORIGINAL'
009939                 TO CER-MOTIVO-DESC
009940         WHEN CER-MOT-EST-NAO-ESTORNAVEL
009941             MOVE 'ORIGINAL NAO ESTORNAVEL'
009942                 TO CER-MOTIVO-DESC
009943         WHEN CER-MOT-EST-JA-ESTORNADO
009944             MOVE 'ORIGINAL JA ESTORNADO'
009945                 TO CER-MOTIVO-DESC
009946         WHEN OTHER
009950             MOVE 'MOTIVO NAO CLASSIFICADO'
009960                 TO CER-MOTIVO-DESC
009970     END-EVALUATE.
010172     MOVE WS-QTDE-SAIDA-GRAV  TO CCR-QTDE-SAIDA.
010174     MOVE WS-TOTAL-REJEITADOS TO CCR-QTDE-REJEITO.
010176     MOVE WS-HASH-ACUMULADO   TO CCR-HASH-LOTE.
010177     MOVE WS-EXEC-DATA        TO CCR-EXEC-DATA.
010178     MOVE WS-EXEC-HORA        TO CCR-EXEC-HORA.
010180     OPEN OUTPUT CALC-CKPT-FILE.
010181     IF WS-CKPT-STATUS NOT = '00'
010182         DISPLAY 'Erro ao abrir CALC-CKPT-FILE - status '
010183             WS-CKPT-STATUS '. Checkpoint nao foi gravado.'
010184         GO TO 4450-GRAVAR-CHECKPOINT-EXIT
010185     END-IF.
010186     WRITE CALC-CKPT-RECORD.
010187     CLOSE CALC-CKPT-FILE.
010188 4450-GRAVAR-CHECKPOINT-EXIT.
010189     EXIT.
010190*
010191*----------------------------------------------------------------*
010192*  4500-VALIDAR-ESTORNO - DETALHE DE ESTORNO (MARCA 'X'): O      *
010193*  ORIGINAL E LIDO NA TRILHA INDEXADA PELA CHAVE INFORMADA E     *
010194*  DEVE EXISTIR (MOTIVO 08), SER CALCULO VALIDO, NAO SER ELE     *
010195*  PROPRIO UM ESTORNO E PERTENCER AO DEPARTAMENTO DO LOTE OU A   *
010196*  NENHUM (MOTIVO 09) E AINDA NAO TER SIDO ESTORNADO (MOTIVO     *
010197*  10). ACEITO, O ESTORNO REPETE Num1, OPERACAO E Num2 DO        *
010198*  ORIGINAL COM O RESULTADO DE SINAL TROCADO. NO REPROCESSO DO   *
010199*  REINICIO, A MARCA GRAVADA POR ESTA MESMA EXECUCAO ANTES DO    *
010200*  ABEND NAO CONTA COMO ESTORNO ANTERIOR.                        *
010201*----------------------------------------------------------------*
010202 4500-VALIDAR-ESTORNO.
010203     SET WS-DETALHE-ESTORNO-SIM TO TRUE.
010204     MOVE 'E'  TO WS-TIPO-LANCAMENTO.
010205     MOVE ZERO TO Num1.
010206     MOVE ' '  TO Operacao.
010207     MOVE ZERO TO Num2.
010208     MOVE ZERO TO Result.
010209     MOVE 'N'  TO WS-RESULT-VALIDO.
010210     IF CTE-CHAVE-ORIGINAL NOT NUMERIC
010211         DISPLAY 'Erro: chave do original ilegivel no estorno - '
010212             'operacao rejeitada.'
010213         MOVE '08' TO WS-MOTIVO-REJEICAO
010214         GO TO 4500-VALIDAR-ESTORNO-EXIT
010215     END-IF.
010216     MOVE CTE-CHAVE-ORIGINAL TO WS-CHAVE-ORIGINAL.
010217     IF WS-LGX-DISPONIVEL-NAO
010218         DISPLAY 'Erro: trilha indexada indisponivel - estorno '
010219             'rejeitado.'
010220         MOVE '08' TO WS-MOTIVO-REJEICAO
010221         GO TO 4500-VALIDAR-ESTORNO-EXIT
010222     END-IF.
010223     MOVE CTE-CHAVE-ORIGINAL TO CLX-CHAVE.
010224     READ CALC-LGX-FILE
010225         INVALID KEY
010226             DISPLAY 'Erro: original ' CTE-CHAVE-ORIGINAL
010227                 ' inexistente na trilha indexada - estorno '
010228                 'rejeitado.'
010229             MOVE '08' TO WS-MOTIVO-REJEICAO
010230             GO TO 4500-VALIDAR-ESTORNO-EXIT
010231     END-READ.
010232     MOVE CLX-NUM1     TO Num1.
010233     MOVE CLX-OPERACAO TO Operacao.
010234     MOVE CLX-NUM2     TO Num2.
010235     MOVE CLX-TABELA   TO WS-TABELA-USADA.
010236     IF CLX-VALIDO-NAO OR CLX-TIPO-ESTORNO
010237         DISPLAY 'Erro: original ' CTE-CHAVE-ORIGINAL
010238             ' rejeitado ou ja e estorno - estorno rejeitado.'
010239         MOVE '09' TO WS-MOTIVO-REJEICAO
010240         GO TO 4500-VALIDAR-ESTORNO-EXIT
010241     END-IF.
010242     IF CLX-DEPTO-ORIGEM NOT = SPACES
010243        AND CLX-DEPTO-ORIGEM NOT = WS-DEPTO-ATUAL
010244         DISPLAY 'Erro: original ' CTE-CHAVE-ORIGINAL
010245             ' pertence ao departamento ' CLX-DEPTO-ORIGEM
010246             ' - estorno rejeitado.'
010247         MOVE '09' TO WS-MOTIVO-REJEICAO
010248         GO TO 4500-VALIDAR-ESTORNO-EXIT
010249     END-IF.
010250     IF CLX-ESTORNADO
010251         IF WS-REPROCESSO-NAO
010252            OR CLX-EST-EXEC-DATA NOT = WS-EXEC-DATA
010253            OR CLX-EST-EXEC-HORA NOT = WS-EXEC-HORA
010254             DISPLAY 'Erro: original ' CTE-CHAVE-ORIGINAL
010255                 ' ja estornado em ' CLX-EST-DATA
010256                 ' - estorno rejeitado.'
010257             MOVE '10' TO WS-MOTIVO-REJEICAO
010258             GO TO 4500-VALIDAR-ESTORNO-EXIT
010259         END-IF
010260     END-IF.
010261     SUBTRACT CLX-RESULT FROM ZERO GIVING Result.
010262     MOVE 'Y'  TO WS-RESULT-VALIDO.
010263     MOVE '00' TO WS-MOTIVO-REJEICAO.
010264 4500-VALIDAR-ESTORNO-EXIT.
010265     EXIT.
010266*
010267*----------------------------------------------------------------*
010268*  4550-MARCAR-ORIGINAL - APOS GRAVAR O LANCAMENTO DE ESTORNO,   *
010269*  MARCA O ORIGINAL NA TRILHA INDEXADA COMO ESTORNADO, COM A     *
010270*  DATA/HORA DO ESTORNO E A IDENTIFICACAO DA EXECUCAO. FALHA     *
010271*  AQUI SO E AVISADA: A PROXIMA CARGA (Calccarg) REFAZ A MARCA   *
010272*  A PARTIR DE CALC-LOG-FILE.                                    *
010273*----------------------------------------------------------------*
010274 4550-MARCAR-ORIGINAL.
010275     MOVE WS-CHAVE-ORIGINAL TO CLX-CHAVE.
010276     READ CALC-LGX-FILE
010277         INVALID KEY
010278             DISPLAY 'AVISO: original ' WS-CHAVE-ORIGINAL
010279                 ' nao relido - marca de estorno nao gravada.'
010280             GO TO 4550-MARCAR-ORIGINAL-EXIT
010281     END-READ.
010282     MOVE 'S'          TO CLX-SITUACAO-ESTORNO.
010283     MOVE CLR-DATA     TO CLX-EST-DATA.
010284     MOVE CLR-HORA     TO CLX-EST-HORA.
010285     MOVE ZERO         TO CLX-EST-SEQUENCIA.
010286     MOVE WS-EXEC-DATA TO CLX-EST-EXEC-DATA.
010287     MOVE WS-EXEC-HORA TO CLX-EST-EXEC-HORA.
010288     REWRITE CALC-LGX-RECORD
010289         INVALID KEY
010290             DISPLAY 'AVISO: erro ao marcar o original '
010291                 WS-CHAVE-ORIGINAL ' - status ' WS-LGX-STATUS
010292                 '. A marca sera refeita na proxima carga.'
010293     END-REWRITE.
010294 4550-MARCAR-ORIGINAL-EXIT.
010295     EXIT.
010296*
010297*----------------------------------------------------------------*
010300*  4700-CONFERIR-LOTE - CONFERE OS TOTAIS DE CONTROLE DO RODAPE  *
010310*  (QUANTIDADE DE DETALHES E HASH DE Num1/Num2) CONTRA O QUE FOI *
010320*  EFETIVAMENTE LIDO NO LOTE CORRENTE E O ENCERRA, REGISTRANDO   *
010530 4700-CONFERIR-LOTE-FIM.
010540     IF WS-FORA-BALANCO-SIM
010550         DISPLAY 'LOTE ' WS-ID-LOTE-ATUAL ' FORA DE BALANCO - '
010551             'NAO LIBERAR OS RESULTADOS DESTE LOTE.'
010552         ADD 1 TO WS-LOTES-FORA
010553     ELSE
010554         DISPLAY 'Lote ' WS-ID-LOTE-ATUAL ' conferido: '
010555             WS-QTDE-DETALHES-LOTE ' detalhe(s) em balanco.'
010556         PERFORM 4720-REGISTRAR-POSTAGEM
010557             THRU 4720-REGISTRAR-POSTAGEM-EXIT
010558     END-IF.
010559     PERFORM 4750-REGISTRAR-RESUMO-LOTE
010560         THRU 4750-REGISTRAR-RESUMO-LOTE-EXIT.
010561     SET WS-LOTE-ABERTO-NAO TO TRUE.
010562 4700-CONFERIR-LOTE-EXIT.
010563     EXIT.
010564*
010565*----------------------------------------------------------------*
010566*  4720-REGISTRAR-POSTAGEM - LOTE EM BALANCO FICA REGISTRADO     *
010567*  COMO POSTADO. LIBERACAO DO SUPERVISOR E CONSUMIDA (VOLTA A    *
010568*  'P' MANTENDO LIBERADOR E MOTIVO); POSTAGEM JA FEITA PELA      *
010569*  PROPRIA EXECUCAO ANTES DO ABEND NAO E REGRAVADA.              *
010570*----------------------------------------------------------------*
010571 4720-REGISTRAR-POSTAGEM.
010572     MOVE WS-DEPTO-ATUAL   TO RLT-DEPTO-ORIGEM.
010573     MOVE WS-ID-LOTE-ATUAL TO RLT-ID-LOTE.
010574     SET WS-RLT-ACHADO-SIM TO TRUE.
010575     READ CALC-RLT-FILE
010576         INVALID KEY
010577             SET WS-RLT-ACHADO-NAO TO TRUE
010578     END-READ.
010579     IF WS-RLT-ACHADO-SIM
010580        AND RLT-POSTADO
010581        AND RLT-EXEC-DATA = WS-EXEC-DATA
010582        AND RLT-EXEC-HORA = WS-EXEC-HORA
010583        AND RLT-SEQ-NO-ARQUIVO = WS-SEQ-LOTE-ARQUIVO
010584         GO TO 4720-REGISTRAR-POSTAGEM-EXIT
010585     END-IF.
010586     IF WS-RLT-ACHADO-NAO
010587         MOVE WS-DEPTO-ATUAL   TO RLT-DEPTO-ORIGEM
010588         MOVE WS-ID-LOTE-ATUAL TO RLT-ID-LOTE
010589         MOVE ZERO             TO RLT-QTDE-POSTAGENS
010590         MOVE ZERO             TO RLT-QTDE-LIBERACOES
010591         MOVE SPACES           TO RLT-LIBERADOR
010592         MOVE ZERO             TO RLT-DATA-LIBERACAO
010593         MOVE ZERO             TO RLT-HORA-LIBERACAO
010594         MOVE SPACES           TO RLT-MOTIVO-LIBERACAO
010595     END-IF.
010596     ACCEPT WS-HORA-ATUAL FROM TIME.
010597     MOVE WS-DATA-LOTE-ATUAL  TO RLT-DATA-LOTE.
010598     MOVE WS-QTDE-RODAPE      TO RLT-QTDE-DETALHES.
010599     MOVE WS-HASH-RODAPE      TO RLT-HASH-TOTAL.
010600     MOVE WS-DATA-ATUAL       TO RLT-DATA-EXECUCAO.
010601     MOVE WS-HORA-ATUAL       TO RLT-HORA-EXECUCAO.
010602     MOVE WS-OPERADOR         TO RLT-OPERADOR.
010603     MOVE WS-EXEC-DATA        TO RLT-EXEC-DATA.
010604     MOVE WS-EXEC-HORA        TO RLT-EXEC-HORA.
010605     MOVE WS-SEQ-LOTE-ARQUIVO TO RLT-SEQ-NO-ARQUIVO.
010606     ADD 1 TO RLT-QTDE-POSTAGENS.
010607     MOVE 'P'                 TO RLT-SITUACAO.
010608     IF WS-RLT-ACHADO-SIM
010609         REWRITE CALC-RLT-RECORD
010610             INVALID KEY
010611                 DISPLAY 'Erro ao regravar CALC-RLT-FILE - '
010612                     'status ' WS-RLT-STATUS '. Lote '
010613                     WS-ID-LOTE-ATUAL
010614                     ' sem registro de postagem.'
010615         END-REWRITE
010616     ELSE
010617         WRITE CALC-RLT-RECORD
010618             INVALID KEY
010619                 DISPLAY 'Erro ao gravar CALC-RLT-FILE - status '
010620                     WS-RLT-STATUS '. Lote ' WS-ID-LOTE-ATUAL
010621                     ' sem registro de postagem.'
010622         END-WRITE
010623     END-IF.
010624 4720-REGISTRAR-POSTAGEM-EXIT.
010625     EXIT.
010626*
010634 4750-REGISTRAR-RESUMO-LOTE.
010636     IF WS-QTD-LOTES < WS-LIMITE-LOTES
010638         ADD 1 TO WS-QTD-LOTES
010646         MOVE WS-QTDE-DETALHES-LOTE TO WS-LOT-DETALHES (LOT-IDX)
010648         MOVE WS-ACEITOS-LOTE       TO WS-LOT-ACEITOS (LOT-IDX)
010650         MOVE WS-REJEITADOS-LOTE    TO
010651             WS-LOT-REJEITADOS (LOT-IDX)
010652         MOVE WS-OCORRENCIA-LOTE    TO
010653             WS-LOT-OCORRENCIA (LOT-IDX)
010654         IF WS-FORA-BALANCO-SIM
010656             MOVE 'F' TO WS-LOT-SITUACAO (LOT-IDX)
010658         ELSE
010718     IF WS-LOTES-FORA > ZERO
010720         DISPLAY WS-LOTES-FORA ' LOTE(S) FORA DE BALANCO - '
010722             'NAO LIBERAR CALC-OUT-FILE. RETURN-CODE 12.'
010723         MOVE 12 TO RETURN-CODE
010724     END-IF.
010725 4800-RESUMIR-LOTES-EXIT.
010726     EXIT.
010727*
010728 4850-EXIBIR-RESUMO-LOTE.
010729     IF WS-LOT-OCORRENCIA (LOT-IDX) NOT = SPACES
010730         DISPLAY '  Lote ' WS-LOT-ID (LOT-IDX) ' depto '
010731             WS-LOT-DEPTO (LOT-IDX) ': '
010732             WS-LOT-DETALHES (LOT-IDX) ' detalhe(s) - '
010733             'CANCELADO - ' WS-LOT-OCORRENCIA (LOT-IDX)
010734         GO TO 4850-EXIBIR-RESUMO-PROXIMO
010735     END-IF.
010736     IF WS-LOT-FORA (LOT-IDX)
010738         DISPLAY '  Lote ' WS-LOT-ID (LOT-IDX) ' depto '
010740             WS-LOT-DEPTO (LOT-IDX) ': '
010760             WS-LOT-REJEITADOS (LOT-IDX) ' rejeitado(s) - '
010762             'em balanco'
010764     END-IF.
010765 4850-EXIBIR-RESUMO-PROXIMO.
010766     SET LOT-IDX UP BY 1.
010768 4850-EXIBIR-RESUMO-LOTE-EXIT.
010770     EXIT.
010780     MOVE ZERO TO CCR-QTDE-SAIDA.
010781     MOVE ZERO TO CCR-QTDE-REJEITO.
010782     MOVE ZERO TO CCR-HASH-LOTE.
010783     MOVE ZERO TO CCR-EXEC-DATA.
010784     MOVE ZERO TO CCR-EXEC-HORA.
010785     OPEN OUTPUT CALC-CKPT-FILE.
010786     IF WS-CKPT-STATUS = '00'
010787         WRITE CALC-CKPT-RECORD
010788         CLOSE CALC-CKPT-FILE
010789     ELSE
010790         DISPLAY 'Erro ao abrir CALC-CKPT-FILE - status '
010791             WS-CKPT-STATUS '. Checkpoint nao foi zerado.'
010792     END-IF.
010800     CLOSE CALC-TRANS-FILE.
010810     CLOSE CALC-OUT-FILE.
010820     CLOSE CALC-ERR-FILE.
010822     CLOSE CALC-SUS-FILE.
010826     CLOSE CALC-DEP-FILE.
010828     CLOSE CALC-RLT-FILE.
010830     IF WS-TAB-DISPONIVEL-SIM
010840         CLOSE CALC-TAB-FILE
010850     END-IF.
010852     IF WS-LGX-DISPONIVEL-SIM
010854         CLOSE CALC-LGX-FILE
010856     END-IF.
010857     IF WS-PER-CONSULTAVEL
010858         CLOSE CALC-PER-FILE
010859     END-IF.
010860     DISPLAY WS-TOTAL-REGS-LIDOS
010870         ' transacao(oes) processada(s) - ver CALC-OUT-FILE.'.
010880     IF WS-TOTAL-REJEITADOS > ZERO
011170 9500-ENTRADA-SUBROTINA.
011180 ENTRY 'CALCULADORA-CALC' USING LK-Num1 LK-Operacao
011190         LK-Num2 LK-Result LK-Valido.
011191     MOVE SPACES      TO WS-DEPTO-ATUAL.
011192     MOVE SPACES      TO WS-ID-LOTE-ATUAL.
011193     MOVE SPACES      TO WS-TAB-USADA-CODIGO.
011194     MOVE ZERO        TO WS-TAB-USADA-DATA.
011195     MOVE 'N'         TO WS-TIPO-LANCAMENTO.
011196     MOVE ZERO        TO WS-CHAVE-ORIGINAL.
011200     MOVE LK-Num1     TO Num1.
011210     MOVE LK-Operacao TO Operacao.
011220     MOVE LK-Num2     TO Num2.
