000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    Calcimp.
000120 AUTHOR.        EQUIPE DE SISTEMAS FINANCEIROS.
000130 INSTALLATION.  CENTRO DE PROCESSAMENTO DE DADOS.
000140 DATE-WRITTEN.  15/10/2026.
000150 DATE-COMPILED.
000160*
000170*----------------------------------------------------------------*
000180*  HISTORICO DE ALTERACOES                                       *
000190*----------------------------------------------------------------*
000200*  15/10/2026  RMS  PROGRAMA ORIGINAL - RELATORIO DE IMPACTO DA  *
000210*                   CORRECAO RETROATIVA DE UMA VERSAO DE         *
000220*                   TAXA (CALC-TAB-FILE), COM LOTE DE AJUSTE     *
000230*                   OPCIONAL.                                    *
000240*----------------------------------------------------------------*
000250*
000260*----------------------------------------------------------------*
000270*  FUNCAO DO PROGRAMA                                            *
000280*----------------------------------------------------------------*
000290*  QUANDO UMA VERSAO DE CALC-TAB-FILE FOI CADASTRADA COM         *
000300*  VALOR ERRADO, O OPERADOR INFORMA O CODIGO, A DATA INICIAL     *
000310*  DA VERSAO E O VALOR CORRETO. O PROGRAMA PERCORRE A TRILHA     *
000320*  DE AUDITORIA CALC-LOG-FILE E, PARA CADA CALCULO VALIDO QUE    *
000330*  RESOLVEU Num2 POR ESSA VERSAO (CLR-TABELA, VIDE               *
000340*  CALCLOG.CPY), REFAZ A CONTA COM O VALOR CORRETO, NAS MESMAS   *
000350*  REGRAS DA Calculadora. EMITE EM CALC-IMP-FILE:                *
000360*    - CADA CALCULO, COM RESULTADO ANTIGO, RESULTADO NOVO E A    *
000370*      DIFERENCA (O ESTORNO ENTRA COM SINAL TROCADO E ANULA O    *
000380*      SEU ORIGINAL);                                            *
000390*    - SUBTOTAIS POR LOTE, POR DEPARTAMENTO E POR PERIODO.       *
000400*  A PEDIDO, GRAVA EM CALC-AJU-FILE, NO LAYOUT DE                *
000410*  CALC-TRANS-FILE (CABECALHO/DETALHES/RODAPE), UM LOTE DE       *
000420*  AJUSTE POR DEPARTAMENTO, DATADO DO DIA, COM UM DETALHE POR    *
000430*  LOTE DE ORIGEM DE DIFERENCA NAO NULA (Num1 = DIFERENCA,       *
000440*  OPERACAO '+', Num2 = ZERO), PARA LANCAMENTO PELO MODO DE      *
000450*  LOTE NORMAL. CALCULOS SEM DEPARTAMENTO (MODO INTERATIVO) SO   *
000460*  SAEM NO RELATORIO. O ACESSO E PROTEGIDO PELA PERMISSAO 'R'    *
000470*  (CORRECAO) DO CADASTRO DE OPERADORES, VIA Calcsgn.            *
000480*----------------------------------------------------------------*
000490*
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT CALC-LOG-FILE    ASSIGN TO CALCLOG
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-LOG-STATUS.
000560*
000570     SELECT CALC-TAB-FILE    ASSIGN TO CALCTAB
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS CTB-CHAVE
000610         FILE STATUS IS WS-TAB-STATUS.
000620*
000630     SELECT CALC-IMP-FILE    ASSIGN TO CALCIMP
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-IMP-STATUS.
000660*
000670     SELECT CALC-AJU-FILE    ASSIGN TO CALCAJU
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-AJU-STATUS.
000700*
000710 DATA DIVISION.
000720 FILE SECTION.
000730*
000740*----------------------------------------------------------------*
000750*  CALC-LOG-FILE - TRILHA DE AUDITORIA DOS CALCULOS              *
000760*----------------------------------------------------------------*
000770 FD  CALC-LOG-FILE.
000780     COPY CALCLOG.
000790*
000800*----------------------------------------------------------------*
000810*  CALC-TAB-FILE - CADASTRO DE TAXAS (SO CONSULTA DA VERSAO)     *
000820*----------------------------------------------------------------*
000830 FD  CALC-TAB-FILE.
000840     COPY CALCTAB.
000850*
000860*----------------------------------------------------------------*
000870*  CALC-IMP-FILE - RELATORIO DE IMPACTO IMPRESSO                 *
000880*----------------------------------------------------------------*
000890 FD  CALC-IMP-FILE.
000900 01  CALC-IMP-RECORD             PIC X(132).
000910*
000920*----------------------------------------------------------------*
000930*  CALC-AJU-FILE - LOTES DE AJUSTE, NO MESMO LAYOUT DE           *
000940*  CALC-TRANS-FILE (CABECALHO + DETALHES + RODAPE)               *
000950*----------------------------------------------------------------*
000960 FD  CALC-AJU-FILE.
000970 01  CAJ-DETALHE.
000980     05  CAJ-NUM1                PIC S9(7)V99
000990                                 SIGN IS TRAILING SEPARATE.
001000     05  CAJ-OPERACAO            PIC X(01).
001010     05  CAJ-NUM2                PIC S9(7)V99
001020                                 SIGN IS TRAILING SEPARATE.
001030 01  CAJ-CABECALHO.
001040     05  CAJ-TIPO-REG            PIC X(01).
001050     05  CAJ-DATA-LOTE           PIC 9(08).
001060     05  CAJ-ID-LOTE             PIC X(06).
001070     05  CAJ-DEPTO-ORIGEM        PIC X(08).
001080 01  CAJ-RODAPE.
001090     05  CAJ-TIPO-REG-T          PIC X(01).
001100     05  CAJ-QTDE-DETALHES       PIC 9(08).
001110     05  CAJ-HASH-TOTAL          PIC S9(13)V99
001120                                 SIGN IS TRAILING SEPARATE.
001130*
001140 WORKING-STORAGE SECTION.
001150*
001160 77  WS-LOG-STATUS               PIC X(02) VALUE '00'.
001170 77  WS-TAB-STATUS               PIC X(02) VALUE '00'.
001180 77  WS-IMP-STATUS               PIC X(02) VALUE '00'.
001190 77  WS-AJU-STATUS               PIC X(02) VALUE '00'.
001200*
001210 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001220     88  WS-EOF-SIM              VALUE 'Y'.
001230     88  WS-EOF-NAO              VALUE 'N'.
001240*
001250 77  WS-ABORTAR-SWITCH           PIC X(01) VALUE 'N'.
001260     88  WS-ABORTAR-SIM          VALUE 'Y'.
001270     88  WS-ABORTAR-NAO          VALUE 'N'.
001280*
001290 77  WS-ACHOU-SWITCH             PIC X(01) VALUE 'N'.
001300     88  WS-ACHOU-SIM            VALUE 'Y'.
001310     88  WS-ACHOU-NAO            VALUE 'N'.
001320*
001330 77  WS-RECALCULO-SWITCH         PIC X(01) VALUE 'Y'.
001340     88  WS-RECALCULO-OK         VALUE 'Y'.
001350     88  WS-RECALCULO-ERRO       VALUE 'N'.
001360*
001370 77  WS-GERAR-AJUSTE-SWITCH      PIC X(01) VALUE 'N'.
001380     88  WS-GERAR-AJUSTE-SIM     VALUE 'S'.
001390     88  WS-GERAR-AJUSTE-NAO     VALUE 'N'.
001400*
001410 77  WS-CABECALHO-AJU-SWITCH     PIC X(01) VALUE 'N'.
001420     88  WS-CABECALHO-AJU-SIM    VALUE 'Y'.
001430     88  WS-CABECALHO-AJU-NAO    VALUE 'N'.
001440*
001450 77  WS-RESPOSTA                 PIC X(01) VALUE ' '.
001460 77  WS-DATA-EXECUCAO            PIC 9(08) VALUE ZERO.
001470*
001480*----------------------------------------------------------------*
001490*  IDENTIFICACAO DO OPERADOR (SUB-ROTINA Calcsgn)                *
001500*----------------------------------------------------------------*
001510 77  WS-OPERADOR                 PIC X(08) VALUE SPACES.
001520 77  WS-OPERADOR-NOME            PIC X(30) VALUE SPACES.
001530 77  WS-SGN-FUNCAO               PIC X(01) VALUE ' '.
001540 77  WS-SGN-PROGRAMA             PIC X(08) VALUE 'CALCIMP '.
001550 77  WS-SGN-AUTORIZADO           PIC X(01) VALUE 'N'.
001560     88  WS-SGN-AUTORIZADO-SIM   VALUE 'Y'.
001570     88  WS-SGN-AUTORIZADO-NAO   VALUE 'N'.
001580*
001590*----------------------------------------------------------------*
001600*  SELECAO (TELA): VERSAO CORRIGIDA, VALOR CORRETO E LOTE DE     *
001610*  AJUSTE                                                        *
001620*----------------------------------------------------------------*
001630 01  CodigoTaxa                  PIC X(06) VALUE SPACES.
001640 01  VigenciaIni                 PIC 9(08) VALUE 0.
001650 01  ValorCorrigido              PIC S9(7)V99 VALUE 0.
001660 01  GerarAjuste                 PIC X(01) VALUE 'N'.
001670 01  IdLoteAjuste                PIC X(06) VALUE SPACES.
001680*
001690 77  WS-VALOR-CADASTRO           PIC S9(7)V99 VALUE ZERO.
001700 77  WS-DESCRICAO-TAXA           PIC X(30) VALUE SPACES.
001710*
001720*----------------------------------------------------------------*
001730*  RECALCULO DE UM REGISTRO DA TRILHA, NOS MESMOS FORMATOS DE    *
001740*  Num1/Num2/Result DA Calculadora                               *
001750*----------------------------------------------------------------*
001760 77  WS-NUM1                     PIC S9(7)V99 VALUE ZERO.
001770 77  WS-RESULT-NOVO              PIC S9(7)V99 VALUE ZERO.
001780 77  WS-QUOCIENTE                PIC S9(9)    VALUE ZERO.
001790 77  WS-DIFERENCA                PIC S9(9)V99 VALUE ZERO.
001800 77  WS-OBSERVACAO               PIC X(12) VALUE SPACES.
001810*
001820 01  WS-DATA-REGISTRO            PIC 9(08) VALUE ZERO.
001830 01  WS-DATA-REGISTRO-R REDEFINES WS-DATA-REGISTRO.
001840     05  WS-REG-PERIODO          PIC 9(06).
001850     05  WS-REG-DIA              PIC 9(02).
001860*
001870*----------------------------------------------------------------*
001880*  CONTADORES E TOTAIS GERAIS                                    *
001890*----------------------------------------------------------------*
001900 77  WS-TOTAL-LOG-LIDOS          PIC 9(08) COMP VALUE ZERO.
001910 77  WS-TOTAL-OUTRAS-VERSOES     PIC 9(08) COMP VALUE ZERO.
001920 77  WS-TOTAL-REJEITADOS         PIC 9(08) COMP VALUE ZERO.
001930 77  WS-TOTAL-AFETADOS           PIC 9(08) COMP VALUE ZERO.
001940 77  WS-TOTAL-NAO-RECALCULADOS   PIC 9(08) COMP VALUE ZERO.
001950 77  WS-TOTAL-EXCEDENTES         PIC 9(08) COMP VALUE ZERO.
001960 77  WS-TOTAL-SEM-DEPTO          PIC 9(08) COMP VALUE ZERO.
001970 77  WS-TOTAL-LOTES-AJUSTE       PIC 9(08) COMP VALUE ZERO.
001980 77  WS-TOTAL-DETALHES-AJUSTE    PIC 9(08) COMP VALUE ZERO.
001990 77  WS-TOTAL-AJUSTE-EXCEDE      PIC 9(08) COMP VALUE ZERO.
002000 77  WS-TOTAL-ANTIGO             PIC S9(13)V99 VALUE ZERO.
002010 77  WS-TOTAL-NOVO               PIC S9(13)V99 VALUE ZERO.
002020 77  WS-TOTAL-DIFERENCA          PIC S9(13)V99 VALUE ZERO.
002030*
002040*----------------------------------------------------------------*
002050*  SUBTOTAIS POR LOTE (DEPARTAMENTO + IDENTIFICACAO), POR        *
002060*  DEPARTAMENTO E POR PERIODO (AAAAMM DO CALCULO), NA ORDEM      *
002070*  DE PRIMEIRA OCORRENCIA NA TRILHA; TABELA CHEIA DEIXA O        *
002080*  RELATORIO INCOMPLETO E IMPEDE O LOTE DE AJUSTE                *
002090*----------------------------------------------------------------*
002100 77  WS-LIMITE-LOTES             PIC 9(04) COMP VALUE 500.
002110 77  WS-QTD-LOTES                PIC 9(04) COMP VALUE ZERO.
002120 01  WS-TABELA-LOTES.
002130     05  WS-LOT-ENTRADA OCCURS 500 TIMES
002140                        INDEXED BY LOT-IDX.
002150         10  WS-LOT-DEPTO        PIC X(08).
002160         10  WS-LOT-ID           PIC X(06).
002170         10  WS-LOT-QTDE         PIC 9(08).
002180         10  WS-LOT-ANTIGO       PIC S9(13)V99.
002190         10  WS-LOT-NOVO         PIC S9(13)V99.
002200         10  WS-LOT-DIFERENCA    PIC S9(13)V99.
002210*
002220 77  WS-LIMITE-DEPTOS            PIC 9(04) COMP VALUE 200.
002230 77  WS-QTD-DEPTOS               PIC 9(04) COMP VALUE ZERO.
002240 01  WS-TABELA-DEPTOS.
002250     05  WS-DPT-ENTRADA OCCURS 200 TIMES
002260                        INDEXED BY DPT-IDX.
002270         10  WS-DPT-DEPTO        PIC X(08).
002280         10  WS-DPT-QTDE         PIC 9(08).
002290         10  WS-DPT-ANTIGO       PIC S9(13)V99.
002300         10  WS-DPT-NOVO         PIC S9(13)V99.
002310         10  WS-DPT-DIFERENCA    PIC S9(13)V99.
002320*
002330 77  WS-LIMITE-PERIODOS          PIC 9(04) COMP VALUE 120.
002340 77  WS-QTD-PERIODOS             PIC 9(04) COMP VALUE ZERO.
002350 01  WS-TABELA-PERIODOS.
002360     05  WS-PRD-ENTRADA OCCURS 120 TIMES
002370                        INDEXED BY PRD-IDX.
002380         10  WS-PRD-PERIODO      PIC 9(06).
002390         10  WS-PRD-QTDE         PIC 9(08).
002400         10  WS-PRD-ANTIGO       PIC S9(13)V99.
002410         10  WS-PRD-NOVO         PIC S9(13)V99.
002420         10  WS-PRD-DIFERENCA    PIC S9(13)V99.
002430*
002440*----------------------------------------------------------------*
002450*  LOTE DE AJUSTE DO DEPARTAMENTO EM GRAVACAO                    *
002460*----------------------------------------------------------------*
002470 77  WS-AJU-DEPTO                PIC X(08) VALUE SPACES.
002480 77  WS-AJU-QTDE                 PIC 9(08) VALUE ZERO.
002490 77  WS-AJU-HASH                 PIC S9(13)V99 VALUE ZERO.
002500*
002510*----------------------------------------------------------------*
002520*  LINHAS DO RELATORIO                                           *
002530*----------------------------------------------------------------*
002540 01  WS-LINHA-CABECALHO.
002550     05  FILLER                  PIC X(43)
002560         VALUE
002570         'CALCULADORA - IMPACTO DE CORRECAO DE TAXA '.
002580     05  FILLER                  PIC X(07) VALUE ' DATA: '.
002590     05  CAB-DATA                PIC 9(08).
002600     05  FILLER                  PIC X(12) VALUE '  OPERADOR: '.
002610     05  CAB-OPERADOR            PIC X(08).
002620     05  FILLER                  PIC X(54) VALUE SPACES.
002630*
002640 01  WS-LINHA-SELECAO.
002650     05  FILLER                  PIC X(08) VALUE 'CODIGO: '.
002660     05  SEL-CODIGO              PIC X(06).
002670     05  FILLER                  PIC X(13) VALUE '  VERSAO DE: '.
002680     05  SEL-VERSAO              PIC 9(08).
002690     05  FILLER                  PIC X(21)
002700         VALUE '  VALOR NO CADASTRO: '.
002710     05  SEL-VALOR-CADASTRO      PIC -------9.99.
002720     05  FILLER                  PIC X(19)
002730         VALUE '  VALOR CORRIGIDO: '.
002740     05  SEL-VALOR-CORRIGIDO     PIC -------9.99.
002750     05  FILLER                  PIC X(35) VALUE SPACES.
002760*
002770 01  WS-LINHA-DESCRICAO.
002780     05  FILLER                  PIC X(11) VALUE 'DESCRICAO: '.
002790     05  SEL-DESCRICAO           PIC X(30).
002800     05  FILLER                  PIC X(91) VALUE SPACES.
002810*
002820 01  WS-LINHA-SECAO.
002830     05  FILLER                  PIC X(02) VALUE SPACES.
002840     05  SEC-TITULO              PIC X(60).
002850     05  FILLER                  PIC X(70) VALUE SPACES.
002860*
002870 01  WS-LINHA-COLUNAS.
002880     05  FILLER                  PIC X(44)
002890         VALUE 'DATA     HORA     DEPTO    LOTE   T O'.
002900     05  FILLER                  PIC X(44)
002910         VALUE ' NUM1 NUM2 ANTIGO RESULT. ANT RESULT.NOVO'.
002920     05  FILLER                  PIC X(44)
002930         VALUE ' DIFERENCA  OBSERVACAO'.
002940*
002950 01  WS-LINHA-DETALHE.
002960     05  LDT-DATA                PIC 9(08).
002970     05  FILLER                  PIC X(01) VALUE SPACES.
002980     05  LDT-HORA                PIC 9(08).
002990     05  FILLER                  PIC X(01) VALUE SPACES.
003000     05  LDT-DEPTO               PIC X(08).
003010     05  FILLER                  PIC X(01) VALUE SPACES.
003020     05  LDT-LOTE                PIC X(06).
003030     05  FILLER                  PIC X(01) VALUE SPACES.
003040     05  LDT-TIPO                PIC X(01).
003050     05  FILLER                  PIC X(01) VALUE SPACES.
003060     05  LDT-OPERACAO            PIC X(01).
003070     05  FILLER                  PIC X(01) VALUE SPACES.
003080     05  LDT-NUM1                PIC -------9.99.
003090     05  FILLER                  PIC X(01) VALUE SPACES.
003100     05  LDT-NUM2                PIC -------9.99.
003110     05  FILLER                  PIC X(01) VALUE SPACES.
003120     05  LDT-ANTIGO              PIC -------9.99.
003130     05  FILLER                  PIC X(01) VALUE SPACES.
003140     05  LDT-NOVO                PIC -------9.99.
003150     05  FILLER                  PIC X(01) VALUE SPACES.
003160     05  LDT-DIFERENCA           PIC --------9.99.
003170     05  FILLER                  PIC X(02) VALUE SPACES.
003180     05  LDT-OBSERVACAO          PIC X(12).
003190     05  FILLER                  PIC X(20) VALUE SPACES.
003200*
003210 01  WS-LINHA-SUBTOTAL.
003220     05  FILLER                  PIC X(03) VALUE SPACES.
003230     05  STT-CHAVE               PIC X(30).
003240     05  FILLER                  PIC X(07) VALUE ' QTDE: '.
003250     05  STT-QTDE                PIC ZZZ,ZZ9.
003260     05  FILLER                  PIC X(10) VALUE '  ANTIGO: '.
003270     05  STT-ANTIGO              PIC ---,---,---,--9.99.
003280     05  FILLER                  PIC X(08) VALUE '  NOVO: '.
003290     05  STT-NOVO                PIC ---,---,---,--9.99.
003300     05  FILLER                  PIC X(13) VALUE '  DIFERENCA: '.
003310     05  STT-DIFERENCA           PIC ---,---,---,--9.99.
003320*
003330 01  WS-CHAVE-LOTE.
003340     05  FILLER                  PIC X(06) VALUE 'DEPTO '.
003350     05  CHL-DEPTO               PIC X(08).
003360     05  FILLER                  PIC X(07) VALUE '  LOTE '.
003370     05  CHL-ID                  PIC X(06).
003380*
003390 01  WS-CHAVE-DEPTO.
003400     05  FILLER                  PIC X(06) VALUE 'DEPTO '.
003410     05  CHD-DEPTO               PIC X(08).
003420*
003430 01  WS-CHAVE-PERIODO.
003440     05  FILLER                  PIC X(08) VALUE 'PERIODO '.
003450     05  CHP-PERIODO             PIC 9(06).
003460*
003470 01  WS-LINHA-AJUSTE.
003480     05  FILLER                  PIC X(19)
003490         VALUE '    LOTE DE AJUSTE '.
003500     05  LAJ-ID                  PIC X(06).
003510     05  FILLER                  PIC X(08) VALUE '  DEPTO '.
003520     05  LAJ-DEPTO               PIC X(08).
003530     05  FILLER                  PIC X(12) VALUE '  DETALHES: '.
003540     05  LAJ-QTDE                PIC ZZZ,ZZ9.
003550     05  FILLER                  PIC X(08) VALUE '  HASH: '.
003560     05  LAJ-HASH                PIC ---,---,---,--9.99.
003570     05  FILLER                  PIC X(46) VALUE SPACES.
003580*
003590 01  WS-LINHA-TOTAL.
003600     05  FILLER                  PIC X(02) VALUE SPACES.
003610     05  TOT-ROTULO              PIC X(42).
003620     05  TOT-QTDE                PIC ZZZ,ZZZ,ZZ9.
003630     05  FILLER                  PIC X(77) VALUE SPACES.
003640*
003650 01  WS-LINHA-TOTAL-VALOR.
003660     05  FILLER                  PIC X(02) VALUE SPACES.
003670     05  TOV-ROTULO              PIC X(42).
003680     05  TOV-VALOR               PIC ---,---,---,--9.99.
003690     05  FILLER                  PIC X(70) VALUE SPACES.
003700*
003710*----------------------------------------------------------------*
003720*  TELA DE SELECAO                                               *
003730*----------------------------------------------------------------*
003740 SCREEN SECTION.
003750 01  TelaSelecao.
003760     02  BLANK SCREEN.
003770     02  LINE 01 COL 01 VALUE
003780         'CALCIMP - IMPACTO DE CORRECAO DE TAXA'.
003790     02  LINE 03 COL 01 VALUE
003800         'Informe a versao cadastrada errada e o valor correto.'.
003810     02  LINE 05 COL 01 VALUE 'Codigo.......: '.
003820     02  LINE 05 COL 20 PIC X(06) USING CodigoTaxa.
003830     02  LINE 06 COL 01 VALUE 'Vigencia de..: '.
003840     02  LINE 06 COL 20 PIC 99999999 USING VigenciaIni.
003850     02  LINE 07 COL 01 VALUE 'Valor correto: '.
003860     02  LINE 07 COL 20 PIC ------9.99 USING ValorCorrigido.
003870     02  LINE 09 COL 01 VALUE 'Gera lote de ajuste? (S/N): '.
003880     02  LINE 09 COL 30 PIC X USING GerarAjuste.
003890     02  LINE 10 COL 01 VALUE 'Lote de ajuste (6).........: '.
003900     02  LINE 10 COL 30 PIC X(06) USING IdLoteAjuste.
003910     02  LINE 12 COL 01 VALUE
003920         'Confirma o relatorio? (S/N): '.
003930     02  LINE 12 COL 30 PIC X USING WS-RESPOSTA.
003940*
003950 PROCEDURE DIVISION.
003960*
003970*================================================================*
003980*  0000-MAINLINE                                                 *
003990*================================================================*
004000 0000-MAINLINE.
004010     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
004020     IF WS-ABORTAR-SIM
004030         GO TO 0000-MAINLINE-EXIT
004040     END-IF.
004050     PERFORM 5000-IMPRIMIR-CABECALHO
004060         THRU 5000-IMPRIMIR-CABECALHO-EXIT.
004070     PERFORM 2000-LER-LOG THRU 2000-LER-LOG-EXIT.
004080     PERFORM 2100-PROCESSAR-LOG THRU 2100-PROCESSAR-LOG-EXIT
004090         UNTIL WS-EOF-SIM.
004100     PERFORM 5100-IMPRIMIR-SUBTOTAIS
004110         THRU 5100-IMPRIMIR-SUBTOTAIS-EXIT.
004120     IF WS-GERAR-AJUSTE-SIM
004130         PERFORM 6000-GERAR-AJUSTE THRU 6000-GERAR-AJUSTE-EXIT
004140     END-IF.
004150     PERFORM 9000-FINALIZAR THRU 9000-FINALIZAR-EXIT.
004160 0000-MAINLINE-EXIT.
004170     STOP RUN.
004180*
004190*----------------------------------------------------------------*
004200*  1000-INICIALIZAR - AUTORIZA O OPERADOR (FUNCAO 'R'),          *
004210*  RECEBE A SELECAO, CONFERE A VERSAO NO CADASTRO DE TAXAS E     *
004220*  ABRE A TRILHA E O RELATORIO. O ARQUIVO DE AJUSTE SO E ABERTO  *
004230*  NO FIM, SE PEDIDO.                                            *
004240*----------------------------------------------------------------*
004250 1000-INICIALIZAR.
004260     DISPLAY 'Operador (8): ' WITH NO ADVANCING.
004270     ACCEPT WS-OPERADOR.
004280     MOVE 'R' TO WS-SGN-FUNCAO.
004290     CALL 'Calcsgn' USING WS-SGN-FUNCAO WS-OPERADOR
004300         WS-OPERADOR-NOME WS-SGN-AUTORIZADO WS-SGN-PROGRAMA.
004310     IF WS-SGN-AUTORIZADO-NAO
004320         DISPLAY 'Operador sem autorizacao para correcoes - '
004330             'relatorio cancelado. RETURN-CODE 8.'
004340         MOVE 8 TO RETURN-CODE
004350         SET WS-ABORTAR-SIM TO TRUE
004360         GO TO 1000-INICIALIZAR-EXIT
004370     END-IF.
004380     ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD.
004390     PERFORM 1100-SELECIONAR-VERSAO
004400         THRU 1100-SELECIONAR-VERSAO-EXIT.
004410     IF WS-ABORTAR-SIM
004420         GO TO 1000-INICIALIZAR-EXIT
004430     END-IF.
004440     PERFORM 1200-CONFERIR-VERSAO THRU 1200-CONFERIR-VERSAO-EXIT.
004450     IF WS-ABORTAR-SIM
004460         MOVE 8 TO RETURN-CODE
004470         GO TO 1000-INICIALIZAR-EXIT
004480     END-IF.
004490     OPEN INPUT CALC-LOG-FILE.
004500     IF WS-LOG-STATUS NOT = '00'
004510         DISPLAY 'Erro ao abrir CALC-LOG-FILE - status '
004520             WS-LOG-STATUS '. Relatorio cancelado. '
004530             'RETURN-CODE 8.'
004540         MOVE 8 TO RETURN-CODE
004550         SET WS-ABORTAR-SIM TO TRUE
004560         GO TO 1000-INICIALIZAR-EXIT
004570     END-IF.
004580     OPEN OUTPUT CALC-IMP-FILE.
004590     IF WS-IMP-STATUS NOT = '00'
004600         DISPLAY 'Erro ao abrir CALC-IMP-FILE - status '
004610             WS-IMP-STATUS '. Relatorio cancelado. '
004620             'RETURN-CODE 8.'
004630         MOVE 8 TO RETURN-CODE
004640         CLOSE CALC-LOG-FILE
004650         SET WS-ABORTAR-SIM TO TRUE
004660         GO TO 1000-INICIALIZAR-EXIT
004670     END-IF.
004680 1000-INICIALIZAR-EXIT.
004690     EXIT.
004700*
004710*----------------------------------------------------------------*
004720*  1100-SELECIONAR-VERSAO - TELA DE SELECAO; CODIGO E DATA       *
004730*  INICIAL SAO OBRIGATORIOS E O LOTE DE AJUSTE, QUANDO PEDIDO,   *
004740*  PRECISA DE IDENTIFICACAO (O MESMO ID SERVE A TODOS OS         *
004750*  DEPARTAMENTOS, POIS O REGISTRO DE LOTES E POR DEPARTAMENTO).  *
004760*----------------------------------------------------------------*
004770 1100-SELECIONAR-VERSAO.
004780     MOVE 'S' TO WS-RESPOSTA.
004790     DISPLAY TelaSelecao.
004800     ACCEPT TelaSelecao.
004810     IF WS-RESPOSTA NOT = 'S' AND WS-RESPOSTA NOT = 's'
004820         DISPLAY 'Relatorio cancelado pelo operador.'
004830         SET WS-ABORTAR-SIM TO TRUE
004840         GO TO 1100-SELECIONAR-VERSAO-EXIT
004850     END-IF.
004860     IF CodigoTaxa = SPACES OR VigenciaIni = ZERO
004870         DISPLAY 'Codigo e data inicial da versao sao '
004880             'obrigatorios - relatorio cancelado. RETURN-CODE 8.'
004890         MOVE 8 TO RETURN-CODE
004900         SET WS-ABORTAR-SIM TO TRUE
004910         GO TO 1100-SELECIONAR-VERSAO-EXIT
004920     END-IF.
004930     IF GerarAjuste = 'S' OR GerarAjuste = 's'
004940         SET WS-GERAR-AJUSTE-SIM TO TRUE
004950     ELSE
004960         SET WS-GERAR-AJUSTE-NAO TO TRUE
004970     END-IF.
004980     IF WS-GERAR-AJUSTE-SIM AND IdLoteAjuste = SPACES
004990         DISPLAY 'Informe a identificacao do lote de ajuste - '
005000             'relatorio cancelado. RETURN-CODE 8.'
005010         MOVE 8 TO RETURN-CODE
005020         SET WS-ABORTAR-SIM TO TRUE
005030     END-IF.
005040 1100-SELECIONAR-VERSAO-EXIT.
005050     EXIT.
005060*
005070*----------------------------------------------------------------*
005080*  1200-CONFERIR-VERSAO - A VERSAO INFORMADA PRECISA EXISTIR NO  *
005090*  CADASTRO DE TAXAS; O VALOR ATUAL E A DESCRICAO VAO PARA O     *
005100*  CABECALHO. O RECALCULO PARTE DE Num2 GRAVADO NA TRILHA, NAO   *
005110*  DO CADASTRO (QUE PODE JA TER SIDO ACERTADO).                  *
005120*----------------------------------------------------------------*
005130 1200-CONFERIR-VERSAO.
005140     OPEN INPUT CALC-TAB-FILE.
005150     IF WS-TAB-STATUS NOT = '00'
005160         DISPLAY 'Erro ao abrir CALC-TAB-FILE - status '
005170             WS-TAB-STATUS '. Relatorio cancelado. '
005180             'RETURN-CODE 8.'
005190         SET WS-ABORTAR-SIM TO TRUE
005200         GO TO 1200-CONFERIR-VERSAO-EXIT
005210     END-IF.
005220     MOVE CodigoTaxa  TO CTB-CODIGO.
005230     MOVE VigenciaIni TO CTB-DATA-INI-VIGENCIA.
005240     READ CALC-TAB-FILE
005250         INVALID KEY
005260             DISPLAY 'Versao ' CodigoTaxa ' de ' VigenciaIni
005270                 ' inexistente no cadastro de taxas - relatorio '
005280                 'cancelado. RETURN-CODE 8.'
005290             SET WS-ABORTAR-SIM TO TRUE
005300     END-READ.
005310     IF WS-ABORTAR-NAO
005320         MOVE CTB-VALOR     TO WS-VALOR-CADASTRO
005330         MOVE CTB-DESCRICAO TO WS-DESCRICAO-TAXA
005340     END-IF.
005350     CLOSE CALC-TAB-FILE.
005360 1200-CONFERIR-VERSAO-EXIT.
005370     EXIT.
005380*
005390 2000-LER-LOG.
005400     READ CALC-LOG-FILE
005410         AT END
005420             SET WS-EOF-SIM TO TRUE
005430         NOT AT END
005440             ADD 1 TO WS-TOTAL-LOG-LIDOS
005450     END-READ.
005460 2000-LER-LOG-EXIT.
005470     EXIT.
005480*
005490*----------------------------------------------------------------*
005500*  2100-PROCESSAR-LOG - REGISTRO QUE RESOLVEU Num2 PELA VERSAO   *
005510*  INFORMADA: O REJEITADO SO E CONTADO (NAO FOI LANCADO); O      *
005520*  VALIDO E RECALCULADO, IMPRESSO E ACUMULADO NOS SUBTOTAIS.     *
005530*  REGISTROS ANTIGOS, SEM CLR-TABELA, NAO SAO RECONHECIDOS.      *
005540*----------------------------------------------------------------*
005550 2100-PROCESSAR-LOG.
005560     IF CLR-TAB-CODIGO NOT = CodigoTaxa
005570        OR CLR-TAB-DATA-INI NOT NUMERIC
005580        OR CLR-TAB-DATA-INI NOT = VigenciaIni
005590         ADD 1 TO WS-TOTAL-OUTRAS-VERSOES
005600         GO TO 2100-PROCESSAR-LER
005610     END-IF.
005620     IF CLR-VALIDO-NAO
005630         ADD 1 TO WS-TOTAL-REJEITADOS
005640         GO TO 2100-PROCESSAR-LER
005650     END-IF.
005660     ADD 1 TO WS-TOTAL-AFETADOS.
005670     PERFORM 3000-RECALCULAR THRU 3000-RECALCULAR-EXIT.
005680     MOVE CLR-DATA         TO LDT-DATA.
005690     MOVE CLR-HORA         TO LDT-HORA.
005700     MOVE CLR-DEPTO-ORIGEM TO LDT-DEPTO.
005710     MOVE CLR-ID-LOTE      TO LDT-LOTE.
005720     MOVE CLR-TIPO         TO LDT-TIPO.
005730     MOVE CLR-OPERACAO     TO LDT-OPERACAO.
005740     MOVE CLR-NUM1         TO LDT-NUM1.
005750     MOVE CLR-NUM2         TO LDT-NUM2.
005760     MOVE CLR-RESULT       TO LDT-ANTIGO.
005770     MOVE WS-OBSERVACAO    TO LDT-OBSERVACAO.
005780     IF WS-RECALCULO-ERRO
005790         MOVE ZERO TO LDT-NOVO
005800         MOVE ZERO TO LDT-DIFERENCA
005810         WRITE CALC-IMP-RECORD FROM WS-LINHA-DETALHE
005820         ADD 1 TO WS-TOTAL-NAO-RECALCULADOS
005830         GO TO 2100-PROCESSAR-LER
005840     END-IF.
005850     SUBTRACT CLR-RESULT FROM WS-RESULT-NOVO GIVING WS-DIFERENCA.
005860     MOVE WS-RESULT-NOVO TO LDT-NOVO.
005870     MOVE WS-DIFERENCA   TO LDT-DIFERENCA.
005880     WRITE CALC-IMP-RECORD FROM WS-LINHA-DETALHE.
005890     ADD CLR-RESULT     TO WS-TOTAL-ANTIGO.
005900     ADD WS-RESULT-NOVO TO WS-TOTAL-NOVO.
005910     ADD WS-DIFERENCA   TO WS-TOTAL-DIFERENCA.
005920     IF CLR-DEPTO-ORIGEM = SPACES
005930         ADD 1 TO WS-TOTAL-SEM-DEPTO
005940     END-IF.
005950     PERFORM 4100-LOCALIZAR-LOTE THRU 4100-LOCALIZAR-LOTE-EXIT.
005960     IF WS-ACHOU-SIM
005970         ADD 1              TO WS-LOT-QTDE (LOT-IDX)
005980         ADD CLR-RESULT     TO WS-LOT-ANTIGO (LOT-IDX)
005990         ADD WS-RESULT-NOVO TO WS-LOT-NOVO (LOT-IDX)
006000         ADD WS-DIFERENCA   TO WS-LOT-DIFERENCA (LOT-IDX)
006010     END-IF.
006020     PERFORM 4200-LOCALIZAR-DEPTO THRU 4200-LOCALIZAR-DEPTO-EXIT.
006030     IF WS-ACHOU-SIM
006040         ADD 1              TO WS-DPT-QTDE (DPT-IDX)
006050         ADD CLR-RESULT     TO WS-DPT-ANTIGO (DPT-IDX)
006060         ADD WS-RESULT-NOVO TO WS-DPT-NOVO (DPT-IDX)
006070         ADD WS-DIFERENCA   TO WS-DPT-DIFERENCA (DPT-IDX)
006080     END-IF.
006090     PERFORM 4300-LOCALIZAR-PERIODO
006100         THRU 4300-LOCALIZAR-PERIODO-EXIT.
006110     IF WS-ACHOU-SIM
006120         ADD 1              TO WS-PRD-QTDE (PRD-IDX)
006130         ADD CLR-RESULT     TO WS-PRD-ANTIGO (PRD-IDX)
006140         ADD WS-RESULT-NOVO TO WS-PRD-NOVO (PRD-IDX)
006150         ADD WS-DIFERENCA   TO WS-PRD-DIFERENCA (PRD-IDX)
006160     END-IF.
006170 2100-PROCESSAR-LER.
006180     PERFORM 2000-LER-LOG THRU 2000-LER-LOG-EXIT.
006190 2100-PROCESSAR-LOG-EXIT.
006200     EXIT.
006210*
006220*----------------------------------------------------------------*
006230*  3000-RECALCULAR - REFAZ Num1 OPERACAO VALOR-CORRIGIDO COM AS  *
006240*  MESMAS INSTRUCOES DA Calculadora (2200/2300): DIVISOR ZERO E  *
006250*  TRANSBORDO DEIXAM O CALCULO SEM RECALCULO. NO ESTORNO O       *
006260*  RESULTADO NOVO TEM O SINAL TROCADO, COMO O ANTIGO.            *
006270*----------------------------------------------------------------*
006280 3000-RECALCULAR.
006290     SET WS-RECALCULO-OK TO TRUE.
006300     MOVE SPACES    TO WS-OBSERVACAO.
006310     MOVE ZERO      TO WS-RESULT-NOVO.
006320     MOVE CLR-NUM1  TO WS-NUM1.
006330     IF CLR-TIPO-ESTORNO
006340         MOVE 'ESTORNO' TO WS-OBSERVACAO
006350     END-IF.
006360     IF ValorCorrigido = ZERO
006370        AND (CLR-OPERACAO = '/' OR CLR-OPERACAO = 'R'
006380             OR CLR-OPERACAO = 'P')
006390         SET WS-RECALCULO-ERRO TO TRUE
006400         MOVE 'DIVISOR ZERO' TO WS-OBSERVACAO
006410         GO TO 3000-RECALCULAR-EXIT
006420     END-IF.
006430     EVALUATE CLR-OPERACAO
006440         WHEN '+'
006450             ADD WS-NUM1 TO ValorCorrigido GIVING WS-RESULT-NOVO
006460                 ON SIZE ERROR
006470                     SET WS-RECALCULO-ERRO TO TRUE
006480             END-ADD
006490         WHEN '-'
006500             SUBTRACT ValorCorrigido FROM WS-NUM1
006510                 GIVING WS-RESULT-NOVO
006520                 ON SIZE ERROR
006530                     SET WS-RECALCULO-ERRO TO TRUE
006540             END-SUBTRACT
006550         WHEN '*'
006560             MULTIPLY WS-NUM1 BY ValorCorrigido
006570                 GIVING WS-RESULT-NOVO
006580                 ON SIZE ERROR
006590                     SET WS-RECALCULO-ERRO TO TRUE
006600             END-MULTIPLY
006610         WHEN '/'
006620             DIVIDE WS-NUM1 BY ValorCorrigido
006630                 GIVING WS-RESULT-NOVO
006640                 ON SIZE ERROR
006650                     SET WS-RECALCULO-ERRO TO TRUE
006660             END-DIVIDE
006670         WHEN 'R'
006680             DIVIDE WS-NUM1 BY ValorCorrigido GIVING WS-QUOCIENTE
006690                      REMAINDER WS-RESULT-NOVO
006700                 ON SIZE ERROR
006710                     SET WS-RECALCULO-ERRO TO TRUE
006720             END-DIVIDE
006730         WHEN 'P'
006740             COMPUTE WS-RESULT-NOVO ROUNDED =
006750                     (WS-NUM1 / ValorCorrigido) * 100
006760                 ON SIZE ERROR
006770                     SET WS-RECALCULO-ERRO TO TRUE
006780             END-COMPUTE
006790         WHEN OTHER
006800             SET WS-RECALCULO-ERRO TO TRUE
006810             MOVE 'OPER.INVALID' TO WS-OBSERVACAO
006820             GO TO 3000-RECALCULAR-EXIT
006830     END-EVALUATE.
006840     IF WS-RECALCULO-ERRO
006850         MOVE 'TRANSBORDO' TO WS-OBSERVACAO
006860         GO TO 3000-RECALCULAR-EXIT
006870     END-IF.
006880     IF CLR-TIPO-ESTORNO
006890         SUBTRACT WS-RESULT-NOVO FROM ZERO GIVING WS-RESULT-NOVO
006900     END-IF.
006910 3000-RECALCULAR-EXIT.
006920     EXIT.
006930*
006940*----------------------------------------------------------------*
006950*  4100/4200/4300 - POSICIONAM O INDICE NA ENTRADA DO LOTE, DO   *
006960*  DEPARTAMENTO E DO PERIODO DO REGISTRO CORRENTE, ABRINDO       *
006970*  ENTRADA ZERADA NA PRIMEIRA OCORRENCIA; TABELA CHEIA DEIXA     *
006980*  WS-ACHOU-NAO E CONTA O REGISTRO COMO EXCEDENTE.               *
006990*----------------------------------------------------------------*
007000 4100-LOCALIZAR-LOTE.
007010     MOVE 'N' TO WS-ACHOU-SWITCH.
007020     IF WS-QTD-LOTES > ZERO
007030         SET LOT-IDX TO 1
007040         SEARCH WS-LOT-ENTRADA
007050             AT END
007060                 CONTINUE
007070             WHEN LOT-IDX > WS-QTD-LOTES
007080                 CONTINUE
007090             WHEN WS-LOT-DEPTO (LOT-IDX) = CLR-DEPTO-ORIGEM
007100              AND WS-LOT-ID (LOT-IDX) = CLR-ID-LOTE
007110                 SET WS-ACHOU-SIM TO TRUE
007120         END-SEARCH
007130     END-IF.
007140     IF WS-ACHOU-SIM
007150         GO TO 4100-LOCALIZAR-LOTE-EXIT
007160     END-IF.
007170     IF WS-QTD-LOTES NOT < WS-LIMITE-LOTES
007180         ADD 1 TO WS-TOTAL-EXCEDENTES
007190         GO TO 4100-LOCALIZAR-LOTE-EXIT
007200     END-IF.
007210     ADD 1 TO WS-QTD-LOTES.
007220     SET LOT-IDX TO WS-QTD-LOTES.
007230     INITIALIZE WS-LOT-ENTRADA (LOT-IDX).
007240     MOVE CLR-DEPTO-ORIGEM TO WS-LOT-DEPTO (LOT-IDX).
007250     MOVE CLR-ID-LOTE      TO WS-LOT-ID (LOT-IDX).
007260     SET WS-ACHOU-SIM TO TRUE.
007270 4100-LOCALIZAR-LOTE-EXIT.
007280     EXIT.
007290*
007300 4200-LOCALIZAR-DEPTO.
007310     MOVE 'N' TO WS-ACHOU-SWITCH.
007320     IF WS-QTD-DEPTOS > ZERO
007330         SET DPT-IDX TO 1
007340         SEARCH WS-DPT-ENTRADA
007350             AT END
007360                 CONTINUE
007370             WHEN DPT-IDX > WS-QTD-DEPTOS
007380                 CONTINUE
007390             WHEN WS-DPT-DEPTO (DPT-IDX) = CLR-DEPTO-ORIGEM
007400                 SET WS-ACHOU-SIM TO TRUE
007410         END-SEARCH
007420     END-IF.
007430     IF WS-ACHOU-SIM
007440         GO TO 4200-LOCALIZAR-DEPTO-EXIT
007450     END-IF.
007460     IF WS-QTD-DEPTOS NOT < WS-LIMITE-DEPTOS
007470         ADD 1 TO WS-TOTAL-EXCEDENTES
007480         GO TO 4200-LOCALIZAR-DEPTO-EXIT
007490     END-IF.
007500     ADD 1 TO WS-QTD-DEPTOS.
007510     SET DPT-IDX TO WS-QTD-DEPTOS.
007520     INITIALIZE WS-DPT-ENTRADA (DPT-IDX).
007530     MOVE CLR-DEPTO-ORIGEM TO WS-DPT-DEPTO (DPT-IDX).
007540     SET WS-ACHOU-SIM TO TRUE.
007550 4200-LOCALIZAR-DEPTO-EXIT.
007560     EXIT.
007570*
007580 4300-LOCALIZAR-PERIODO.
007590     MOVE CLR-DATA TO WS-DATA-REGISTRO.
007600     MOVE 'N' TO WS-ACHOU-SWITCH.
007610     IF WS-QTD-PERIODOS > ZERO
007620         SET PRD-IDX TO 1
007630         SEARCH WS-PRD-ENTRADA
007640             AT END
007650                 CONTINUE
007660             WHEN PRD-IDX > WS-QTD-PERIODOS
007670                 CONTINUE
007680             WHEN WS-PRD-PERIODO (PRD-IDX) = WS-REG-PERIODO
007690                 SET WS-ACHOU-SIM TO TRUE
007700         END-SEARCH
007710     END-IF.
007720     IF WS-ACHOU-SIM
007730         GO TO 4300-LOCALIZAR-PERIODO-EXIT
007740     END-IF.
007750     IF WS-QTD-PERIODOS NOT < WS-LIMITE-PERIODOS
007760         ADD 1 TO WS-TOTAL-EXCEDENTES
007770         GO TO 4300-LOCALIZAR-PERIODO-EXIT
007780     END-IF.
007790     ADD 1 TO WS-QTD-PERIODOS.
007800     SET PRD-IDX TO WS-QTD-PERIODOS.
007810     INITIALIZE WS-PRD-ENTRADA (PRD-IDX).
007820     MOVE WS-REG-PERIODO TO WS-PRD-PERIODO (PRD-IDX).
007830     SET WS-ACHOU-SIM TO TRUE.
007840 4300-LOCALIZAR-PERIODO-EXIT.
007850     EXIT.
007860*
007870*================================================================*
007880*  5000-IMPRIMIR-CABECALHO - IDENTIFICACAO DA VERSAO             *
007890*  CORRIGIDA E TITULOS DAS COLUNAS DO DETALHE                    *
007900*================================================================*
007910 5000-IMPRIMIR-CABECALHO.
007920     MOVE WS-DATA-EXECUCAO  TO CAB-DATA.
007930     MOVE WS-OPERADOR       TO CAB-OPERADOR.
007940     WRITE CALC-IMP-RECORD FROM WS-LINHA-CABECALHO.
007950     MOVE CodigoTaxa        TO SEL-CODIGO.
007960     MOVE VigenciaIni       TO SEL-VERSAO.
007970     MOVE WS-VALOR-CADASTRO TO SEL-VALOR-CADASTRO.
007980     MOVE ValorCorrigido    TO SEL-VALOR-CORRIGIDO.
007990     WRITE CALC-IMP-RECORD FROM WS-LINHA-SELECAO.
008000     MOVE WS-DESCRICAO-TAXA TO SEL-DESCRICAO.
008010     WRITE CALC-IMP-RECORD FROM WS-LINHA-DESCRICAO.
008020     MOVE SPACES TO CALC-IMP-RECORD.
008030     WRITE CALC-IMP-RECORD.
008040     MOVE 'CALCULOS QUE USARAM A VERSAO' TO SEC-TITULO.
008050     WRITE CALC-IMP-RECORD FROM WS-LINHA-SECAO.
008060     WRITE CALC-IMP-RECORD FROM WS-LINHA-COLUNAS.
008070 5000-IMPRIMIR-CABECALHO-EXIT.
008080     EXIT.
008090*
008100*----------------------------------------------------------------*
008110*  5100-IMPRIMIR-SUBTOTAIS - APOS O DETALHE, OS SUBTOTAIS POR    *
008120*  LOTE, POR DEPARTAMENTO E POR PERIODO                          *
008130*----------------------------------------------------------------*
008140 5100-IMPRIMIR-SUBTOTAIS.
008150     IF WS-TOTAL-AFETADOS = ZERO
008160         MOVE '  NENHUM CALCULO VALIDO USOU A VERSAO INFORMADA'
008170             TO CALC-IMP-RECORD
008180         WRITE CALC-IMP-RECORD
008190         GO TO 5100-IMPRIMIR-SUBTOTAIS-EXIT
008200     END-IF.
008210     MOVE SPACES TO CALC-IMP-RECORD.
008220     WRITE CALC-IMP-RECORD.
008230     MOVE 'SUBTOTAIS POR LOTE' TO SEC-TITULO.
008240     WRITE CALC-IMP-RECORD FROM WS-LINHA-SECAO.
008250     SET LOT-IDX TO 1.
008260     PERFORM 5110-IMPRIMIR-LOTE THRU 5110-IMPRIMIR-LOTE-EXIT
008270         WS-QTD-LOTES TIMES.
008280     MOVE SPACES TO CALC-IMP-RECORD.
008290     WRITE CALC-IMP-RECORD.
008300     MOVE 'SUBTOTAIS POR DEPARTAMENTO' TO SEC-TITULO.
008310     WRITE CALC-IMP-RECORD FROM WS-LINHA-SECAO.
008320     SET DPT-IDX TO 1.
008330     PERFORM 5120-IMPRIMIR-DEPTO THRU 5120-IMPRIMIR-DEPTO-EXIT
008340         WS-QTD-DEPTOS TIMES.
008350     MOVE SPACES TO CALC-IMP-RECORD.
008360     WRITE CALC-IMP-RECORD.
008370     MOVE 'SUBTOTAIS POR PERIODO' TO SEC-TITULO.
008380     WRITE CALC-IMP-RECORD FROM WS-LINHA-SECAO.
008390     SET PRD-IDX TO 1.
008400     PERFORM 5130-IMPRIMIR-PERIODO THRU 5130-IMPRIMIR-PERIODO-EXIT
008410         WS-QTD-PERIODOS TIMES.
008420 5100-IMPRIMIR-SUBTOTAIS-EXIT.
008430     EXIT.
008440*
008450 5110-IMPRIMIR-LOTE.
008460     MOVE WS-LOT-DEPTO (LOT-IDX) TO CHL-DEPTO.
008470     MOVE WS-LOT-ID (LOT-IDX)    TO CHL-ID.
008480     MOVE WS-CHAVE-LOTE          TO STT-CHAVE.
008490     IF WS-LOT-DEPTO (LOT-IDX) = SPACES
008500         MOVE '(SEM LOTE - INTERATIVO)' TO STT-CHAVE
008510     END-IF.
008520     MOVE WS-LOT-QTDE (LOT-IDX)      TO STT-QTDE.
008530     MOVE WS-LOT-ANTIGO (LOT-IDX)    TO STT-ANTIGO.
008540     MOVE WS-LOT-NOVO (LOT-IDX)      TO STT-NOVO.
008550     MOVE WS-LOT-DIFERENCA (LOT-IDX) TO STT-DIFERENCA.
008560     WRITE CALC-IMP-RECORD FROM WS-LINHA-SUBTOTAL.
008570     SET LOT-IDX UP BY 1.
008580 5110-IMPRIMIR-LOTE-EXIT.
008590     EXIT.
008600*
008610 5120-IMPRIMIR-DEPTO.
008620     MOVE WS-DPT-DEPTO (DPT-IDX) TO CHD-DEPTO.
008630     MOVE WS-CHAVE-DEPTO         TO STT-CHAVE.
008640     IF WS-DPT-DEPTO (DPT-IDX) = SPACES
008650         MOVE '(SEM DEPTO - INTERATIVO)' TO STT-CHAVE
008660     END-IF.
008670     MOVE WS-DPT-QTDE (DPT-IDX)      TO STT-QTDE.
008680     MOVE WS-DPT-ANTIGO (DPT-IDX)    TO STT-ANTIGO.
008690     MOVE WS-DPT-NOVO (DPT-IDX)      TO STT-NOVO.
008700     MOVE WS-DPT-DIFERENCA (DPT-IDX) TO STT-DIFERENCA.
008710     WRITE CALC-IMP-RECORD FROM WS-LINHA-SUBTOTAL.
008720     SET DPT-IDX UP BY 1.
008730 5120-IMPRIMIR-DEPTO-EXIT.
008740     EXIT.
008750*
008760 5130-IMPRIMIR-PERIODO.
008770     MOVE WS-PRD-PERIODO (PRD-IDX)   TO CHP-PERIODO.
008780     MOVE WS-CHAVE-PERIODO           TO STT-CHAVE.
008790     MOVE WS-PRD-QTDE (PRD-IDX)      TO STT-QTDE.
008800     MOVE WS-PRD-ANTIGO (PRD-IDX)    TO STT-ANTIGO.
008810     MOVE WS-PRD-NOVO (PRD-IDX)      TO STT-NOVO.
008820     MOVE WS-PRD-DIFERENCA (PRD-IDX) TO STT-DIFERENCA.
008830     WRITE CALC-IMP-RECORD FROM WS-LINHA-SUBTOTAL.
008840     SET PRD-IDX UP BY 1.
008850 5130-IMPRIMIR-PERIODO-EXIT.
008860     EXIT.
008870*
008880*================================================================*
008890*  6000-GERAR-AJUSTE - GRAVA EM CALC-AJU-FILE UM LOTE POR        *
008900*  DEPARTAMENTO COM DIFERENCA, DATADO DO DIA E IDENTIFICADO      *
008910*  PELO ID INFORMADO, COM UM DETALHE POR LOTE DE ORIGEM. COM     *
008920*  TABELA DE SUBTOTAIS ESGOTADA AS DIFERENCAS ESTAO              *
008930*  INCOMPLETAS E NADA E GRAVADO.                                 *
008940*================================================================*
008950 6000-GERAR-AJUSTE.
008960     MOVE SPACES TO CALC-IMP-RECORD.
008970     WRITE CALC-IMP-RECORD.
008980     MOVE 'LOTES DE AJUSTE GRAVADOS EM CALC-AJU-FILE'
008990         TO SEC-TITULO.
009000     WRITE CALC-IMP-RECORD FROM WS-LINHA-SECAO.
009010     IF WS-TOTAL-EXCEDENTES > ZERO
009020         MOVE '    NAO GERADOS - SUBTOTAIS INCOMPLETOS'
009030             TO CALC-IMP-RECORD
009040         WRITE CALC-IMP-RECORD
009050         DISPLAY 'Subtotais incompletos - lote de ajuste nao '
009060             'gerado.'
009070         GO TO 6000-GERAR-AJUSTE-EXIT
009080     END-IF.
009090     OPEN OUTPUT CALC-AJU-FILE.
009100     IF WS-AJU-STATUS NOT = '00'
009110         DISPLAY 'Erro ao abrir CALC-AJU-FILE - status '
009120             WS-AJU-STATUS '. Lote de ajuste nao gerado. '
009130             'RETURN-CODE 8.'
009140         MOVE '    NAO GERADOS - ERRO NA ABERTURA DO ARQUIVO'
009150             TO CALC-IMP-RECORD
009160         WRITE CALC-IMP-RECORD
009170         MOVE 8 TO RETURN-CODE
009180         GO TO 6000-GERAR-AJUSTE-EXIT
009190     END-IF.
009200     SET DPT-IDX TO 1.
009210     PERFORM 6100-GERAR-LOTE-DEPTO THRU 6100-GERAR-LOTE-DEPTO-EXIT
009220         WS-QTD-DEPTOS TIMES.
009230     CLOSE CALC-AJU-FILE.
009240     IF WS-TOTAL-LOTES-AJUSTE = ZERO
009250         MOVE '    NENHUMA DIFERENCA A AJUSTAR' TO CALC-IMP-RECORD
009260         WRITE CALC-IMP-RECORD
009270     END-IF.
009280 6000-GERAR-AJUSTE-EXIT.
009290     EXIT.
009300*
009310*----------------------------------------------------------------*
009320*  6100-GERAR-LOTE-DEPTO - LOTE DO DEPARTAMENTO EM DPT-IDX; O    *
009330*  CABECALHO SO E GRAVADO COM O PRIMEIRO DETALHE E O RODAPE      *
009340*  LEVA A QUANTIDADE E O HASH (Num1 + Num2) DOS DETALHES.        *
009350*----------------------------------------------------------------*
009360 6100-GERAR-LOTE-DEPTO.
009370     IF WS-DPT-DEPTO (DPT-IDX) = SPACES
009380        OR WS-DPT-DIFERENCA (DPT-IDX) = ZERO
009390         GO TO 6100-GERAR-PROXIMO
009400     END-IF.
009410     MOVE WS-DPT-DEPTO (DPT-IDX) TO WS-AJU-DEPTO.
009420     MOVE ZERO TO WS-AJU-QTDE.
009430     MOVE ZERO TO WS-AJU-HASH.
009440     SET WS-CABECALHO-AJU-NAO TO TRUE.
009450     SET LOT-IDX TO 1.
009460     PERFORM 6200-GERAR-DETALHE THRU 6200-GERAR-DETALHE-EXIT
009470         WS-QTD-LOTES TIMES.
009480     IF WS-CABECALHO-AJU-NAO
009490         GO TO 6100-GERAR-PROXIMO
009500     END-IF.
009510     MOVE 'T'          TO CAJ-TIPO-REG-T.
009520     MOVE WS-AJU-QTDE  TO CAJ-QTDE-DETALHES.
009530     MOVE WS-AJU-HASH  TO CAJ-HASH-TOTAL.
009540     WRITE CAJ-RODAPE.
009550     ADD 1 TO WS-TOTAL-LOTES-AJUSTE.
009560     MOVE IdLoteAjuste TO LAJ-ID.
009570     MOVE WS-AJU-DEPTO TO LAJ-DEPTO.
009580     MOVE WS-AJU-QTDE  TO LAJ-QTDE.
009590     MOVE WS-AJU-HASH  TO LAJ-HASH.
009600     WRITE CALC-IMP-RECORD FROM WS-LINHA-AJUSTE.
009610 6100-GERAR-PROXIMO.
009620     SET DPT-IDX UP BY 1.
009630 6100-GERAR-LOTE-DEPTO-EXIT.
009640     EXIT.
009650*
009660*----------------------------------------------------------------*
009670*  6200-GERAR-DETALHE - DIFERENCA DE UM LOTE DE ORIGEM DO        *
009680*  DEPARTAMENTO; ACIMA DA CAPACIDADE DE Num1 NAO E GRAVADA E     *
009690*  FICA PARA AJUSTE MANUAL.                                      *
009700*----------------------------------------------------------------*
009710 6200-GERAR-DETALHE.
009720     IF WS-LOT-DEPTO (LOT-IDX) NOT = WS-AJU-DEPTO
009730        OR WS-LOT-DIFERENCA (LOT-IDX) = ZERO
009740         GO TO 6200-GERAR-PROXIMO
009750     END-IF.
009760     IF WS-LOT-DIFERENCA (LOT-IDX) > 9999999.99
009770        OR WS-LOT-DIFERENCA (LOT-IDX) < -9999999.99
009780         DISPLAY 'Diferenca do lote ' WS-LOT-ID (LOT-IDX)
009790             ' do departamento ' WS-AJU-DEPTO ' excede a '
009800             'capacidade do detalhe - ajustar manualmente.'
009810         ADD 1 TO WS-TOTAL-AJUSTE-EXCEDE
009820         GO TO 6200-GERAR-PROXIMO
009830     END-IF.
009840     IF WS-CABECALHO-AJU-NAO
009850         MOVE 'H'              TO CAJ-TIPO-REG
009860         MOVE WS-DATA-EXECUCAO TO CAJ-DATA-LOTE
009870         MOVE IdLoteAjuste     TO CAJ-ID-LOTE
009880         MOVE WS-AJU-DEPTO     TO CAJ-DEPTO-ORIGEM
009890         WRITE CAJ-CABECALHO
009900         SET WS-CABECALHO-AJU-SIM TO TRUE
009910     END-IF.
009920     MOVE WS-LOT-DIFERENCA (LOT-IDX) TO CAJ-NUM1.
009930     MOVE '+'                        TO CAJ-OPERACAO.
009940     MOVE ZERO                       TO CAJ-NUM2.
009950     WRITE CAJ-DETALHE.
009960     ADD 1        TO WS-AJU-QTDE.
009970     ADD 1        TO WS-TOTAL-DETALHES-AJUSTE.
009980     ADD CAJ-NUM1 TO WS-AJU-HASH.
009990     ADD CAJ-NUM2 TO WS-AJU-HASH.
010000 6200-GERAR-PROXIMO.
010010     SET LOT-IDX UP BY 1.
010020 6200-GERAR-DETALHE-EXIT.
010030     EXIT.
010040*
010050 9000-FINALIZAR.
010060     MOVE SPACES TO CALC-IMP-RECORD.
010070     WRITE CALC-IMP-RECORD.
010080     MOVE 'REGISTROS LIDOS NO LOG...................:'
010090         TO TOT-ROTULO.
010100     MOVE WS-TOTAL-LOG-LIDOS TO TOT-QTDE.
010110     WRITE CALC-IMP-RECORD FROM WS-LINHA-TOTAL.
010120     MOVE 'REGISTROS DE OUTRAS VERSOES OU LITERAIS..:'
010130         TO TOT-ROTULO.
010140     MOVE WS-TOTAL-OUTRAS-VERSOES TO TOT-QTDE.
010150     WRITE CALC-IMP-RECORD FROM WS-LINHA-TOTAL.
010160     MOVE 'CALCULOS REJEITADOS COM A VERSAO.........:'
010170         TO TOT-ROTULO.
010180     MOVE WS-TOTAL-REJEITADOS TO TOT-QTDE.
010190     WRITE CALC-IMP-RECORD FROM WS-LINHA-TOTAL.
010200     MOVE 'CALCULOS VALIDOS COM A VERSAO............:'
010210         TO TOT-ROTULO.
010220     MOVE WS-TOTAL-AFETADOS TO TOT-QTDE.
010230     WRITE CALC-IMP-RECORD FROM WS-LINHA-TOTAL.
010240     MOVE 'CALCULOS NAO RECALCULADOS................:'
010250         TO TOT-ROTULO.
010260     MOVE WS-TOTAL-NAO-RECALCULADOS TO TOT-QTDE.
010270     WRITE CALC-IMP-RECORD FROM WS-LINHA-TOTAL.
010280     MOVE 'CALCULOS SEM DEPARTAMENTO (SEM AJUSTE)...:'
010290         TO TOT-ROTULO.
010300     MOVE WS-TOTAL-SEM-DEPTO TO TOT-QTDE.
010310     WRITE CALC-IMP-RECORD FROM WS-LINHA-TOTAL.
010320     IF WS-TOTAL-EXCEDENTES > ZERO
010330         MOVE 'REGISTROS ALEM DA CAPACIDADE DAS TABELAS.:'
010340             TO TOT-ROTULO
010350         MOVE WS-TOTAL-EXCEDENTES TO TOT-QTDE
010360         WRITE CALC-IMP-RECORD FROM WS-LINHA-TOTAL
010370     END-IF.
010380     MOVE 'RESULTADO ANTIGO TOTAL...................:'
010390         TO TOV-ROTULO.
010400     MOVE WS-TOTAL-ANTIGO TO TOV-VALOR.
010410     WRITE CALC-IMP-RECORD FROM WS-LINHA-TOTAL-VALOR.
010420     MOVE 'RESULTADO NOVO TOTAL.....................:'
010430         TO TOV-ROTULO.
010440     MOVE WS-TOTAL-NOVO TO TOV-VALOR.
010450     WRITE CALC-IMP-RECORD FROM WS-LINHA-TOTAL-VALOR.
010460     MOVE 'DIFERENCA TOTAL..........................:'
010470         TO TOV-ROTULO.
010480     MOVE WS-TOTAL-DIFERENCA TO TOV-VALOR.
010490     WRITE CALC-IMP-RECORD FROM WS-LINHA-TOTAL-VALOR.
010500     IF WS-GERAR-AJUSTE-SIM
010510         MOVE 'LOTES DE AJUSTE GRAVADOS.................:'
010520             TO TOT-ROTULO
010530         MOVE WS-TOTAL-LOTES-AJUSTE TO TOT-QTDE
010540         WRITE CALC-IMP-RECORD FROM WS-LINHA-TOTAL
010550         MOVE 'DETALHES DE AJUSTE GRAVADOS..............:'
010560             TO TOT-ROTULO
010570         MOVE WS-TOTAL-DETALHES-AJUSTE TO TOT-QTDE
010580         WRITE CALC-IMP-RECORD FROM WS-LINHA-TOTAL
010590         MOVE 'DIFERENCAS ACIMA DA CAPACIDADE DO DETALHE:'
010600             TO TOT-ROTULO
010610         MOVE WS-TOTAL-AJUSTE-EXCEDE TO TOT-QTDE
010620         WRITE CALC-IMP-RECORD FROM WS-LINHA-TOTAL
010630     END-IF.
010640     CLOSE CALC-LOG-FILE.
010650     CLOSE CALC-IMP-FILE.
010660     DISPLAY 'Impacto da versao ' CodigoTaxa ' de ' VigenciaIni
010670         ': ' WS-TOTAL-AFETADOS ' calculo(s), diferenca total '
010680         WS-TOTAL-DIFERENCA '.'.
010690     IF WS-GERAR-AJUSTE-SIM
010700         DISPLAY 'Lotes de ajuste gravados: '
010710             WS-TOTAL-LOTES-AJUSTE ' (' WS-TOTAL-DETALHES-AJUSTE
010720             ' detalhe(s)).'
010730     END-IF.
010740     IF WS-TOTAL-EXCEDENTES > ZERO
010750         DISPLAY 'Tabela de subtotais esgotada - relatorio '
010760             'incompleto. RETURN-CODE 8.'
010770         MOVE 8 TO RETURN-CODE
010780         GO TO 9000-FINALIZAR-EXIT
010790     END-IF.
010800     IF RETURN-CODE < 4
010810        AND (WS-TOTAL-NAO-RECALCULADOS > ZERO
010820             OR WS-TOTAL-AJUSTE-EXCEDE > ZERO
010830             OR (WS-GERAR-AJUSTE-SIM
010840                 AND WS-TOTAL-SEM-DEPTO > ZERO))
010850         DISPLAY 'Ha calculos que exigem ajuste manual. '
010860             'RETURN-CODE 4.'
010870         MOVE 4 TO RETURN-CODE
010880     END-IF.
010890 9000-FINALIZAR-EXIT.
010900     EXIT.
