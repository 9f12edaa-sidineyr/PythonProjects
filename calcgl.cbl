000239*                   JORNAL COMUM DE EXECUCOES (CALC-RCJ-FILE,    *
000241*                   VIDE CALCRCJ.CPY), COM INICIO/FIM,           *
000242*                   QUANTIDADES E RETURN-CODE.                   *
000243*  15/10/2026  RMS  LINHA 'D' PASSA A LEVAR AO FINAL O           *
000244*                   DEPARTAMENTO E O LOTE DE ORIGEM DO CALCULO.  *
000245*  15/10/2026  RMS  ESTORNOS VALIDOS SAEM EM LINHA 'E', COM A    *
000246*                   CHAVE DO CALCULO ORIGINAL AO FINAL; CONTAM   *
000247*                   NA QUANTIDADE DO RODAPE E ABATEM NO HASH.    *
000248*  15/10/2026  RMS  PERIODO FECHADO NO CONTROLE DE PERIODOS      *
000249*                   (CALC-PER-FILE) NAO E EXTRAIDO; A EXTRACAO   *
000250*                   GRAVADA POE O PERIODO EM FECHAMENTO ('E').   *
000251*  15/10/2026  RMS  CADA CALCULO SAI COMO LANCAMENTO A DEBITO    *
000252*                   (LINHA 'D') E A CREDITO (LINHA 'C') NAS      *
000253*                   CONTAS DA REGRA DE CONTABILIZACAO VIGENTE    *
000254*                   (CALC-REG-FILE, VIDE CALCREG.CPY), EM VEZ    *
000255*                   DA LINHA DO CALCULO; SEM REGRA, VAI PARA A   *
000256*                   LISTAGEM DE EXCECOES CALC-GLE-FILE. O        *
000257*                   RODAPE LEVA OS TOTAIS A DEBITO E A CREDITO   *
000258*                   E, FORA DE BALANCO OU COM CALCULO SEM        *
000259*                   REGRA, O ARQUIVO NAO E LIBERADO (CONTROLE    *
000260*                   NAO GRAVADO, PERIODO NAO MARCADO, RC 8).     *
000261*----------------------------------------------------------------*
000262*
000263*----------------------------------------------------------------*
000264*  FUNCAO DO PROGRAMA                                             *
000270*----------------------------------------------------------------*
000280*  LE A TRILHA DE AUDITORIA CALC-LOG-FILE E GERA O ARQUIVO DE    *
000290*  INTERFACE DELIMITADO POR ';' PARA O RAZAO CORPORATIVO         *
000300*  (CALC-GLI-FILE): CABECALHO 'H' COM SEQUENCIA DO ARQUIVO,      *
000302*  PERIODO E DATA DE GERACAO; PARA CADA CALCULO VALIDO DO        *
000304*  PERIODO, UM LANCAMENTO A DEBITO (LINHA 'D') E OUTRO A CREDITO *
000306*  (LINHA 'C') NAS CONTAS E CENTRO DE CUSTO DA REGRA DE          *
000308*  CONTABILIZACAO VIGENTE NA DATA DO CALCULO (CALC-REG-FILE,     *
000310*  VIDE CALCREG.CPY - REGRA DO DEPARTAMENTO DE ORIGEM OU, NA     *
000312*  FALTA DELA, A REGRA GERAL DA OPERACAO); RODAPE 'T' COM        *
000314*  QUANTIDADE DE LINHAS, HASH DE VALOR E OS TOTAIS A DEBITO E A  *
000316*  CREDITO. CALCULO SEM REGRA VIGENTE NAO E EXTRAIDO: SAI NA     *
000318*  LISTAGEM DE EXCECOES CALC-GLE-FILE. TOTAIS A DEBITO E A       *
000320*  CREDITO DIFERENTES, OU QUALQUER CALCULO SEM REGRA, NAO        *
000322*  LIBERAM O ARQUIVO PARA TRANSMISSAO: O CONTROLE NAO E GRAVADO  *
000324*  E O PERIODO NAO E MARCADO (RETURN-CODE 8), FICANDO PARA SER   *
000326*  EXTRAIDO DE NOVO, INTEIRO, DEPOIS DE CORRIGIDAS AS REGRAS     *
000328*  (Calcreg).                                                    *
000330*  REJEICOES (CLR-VALIDO-NAO) SAO EXCLUIDAS E RELATADAS, PARA    *
000340*  NUNCA CHEGAREM AO RAZAO. O CONTROLE DE TRANSMISSAO            *
000350*  (CALC-GLC-FILE) GUARDA SEQUENCIA E PERIODO DE CADA EXTRACAO:  *
000360*  PERIODO JA EXTRAIDO E RECUSADO (RETURN-CODE 8) E SALTO DE     *
000370*  PERIODO E AVISADO (RETURN-CODE 4).                            *
000371*  O VALOR DO LANCAMENTO E O RESULTADO SEM SINAL; RESULTADO      *
000372*  NEGATIVO INVERTE AS CONTAS. POR ISSO O ESTORNO (RESULTADO DE  *
000373*  SINAL TROCADO) SAI COM DEBITO E CREDITO INVERTIDOS EM RELACAO *
000374*  AO ORIGINAL, PELA REGRA VIGENTE NA DATA DO ORIGINAL, COM O    *
000375*  INDICADOR 'E' E A DATA, HORA E SEQUENCIA DO CALCULO ORIGINAL  *
000376*  AO FINAL DAS DUAS LINHAS; NO HASH, ABATE O VALOR DO ORIGINAL. *
000377*  PERIODO FECHADO NO CONTROLE DE PERIODOS (CALC-PER-FILE) NAO   *
000378*  E EXTRAIDO (RETURN-CODE 8); A EXTRACAO GRAVADA POE O PERIODO  *
000379*  EM FECHAMENTO ('E') ATE O ACEITE DO RAZAO (Calcglr).          *
000380*----------------------------------------------------------------*
000390*
000400 ENVIRONMENT DIVISION.
000534         ORGANIZATION IS LINE SEQUENTIAL
000535         FILE STATUS IS WS-RCJ-STATUS.
000540*
000541     SELECT CALC-PER-FILE    ASSIGN TO CALCPER
000542         ORGANIZATION IS INDEXED
000543         ACCESS MODE IS RANDOM
000544         RECORD KEY IS PER-PERIODO
000545         FILE STATUS IS WS-PER-STATUS.
000546*
000547     SELECT CALC-REG-FILE    ASSIGN TO CALCREG
000548         ORGANIZATION IS INDEXED
000549         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS REG-CHAVE
000551         FILE STATUS IS WS-REG-STATUS.
000552*
000553     SELECT CALC-GLE-FILE    ASSIGN TO CALCGLE
000554         ORGANIZATION IS LINE SEQUENTIAL
000555         FILE STATUS IS WS-GLE-STATUS.
000556*
000557 DATA DIVISION.
000560 FILE SECTION.
000570*
000580*----------------------------------------------------------------*
000755*----------------------------------------------------------------*
000756 FD  CALC-RCJ-FILE.
000757     COPY CALCRCJ.
000758*
000759*----------------------------------------------------------------*
000760*  CALC-PER-FILE - CONTROLE DE PERIODOS CONTABEIS                *
000761*----------------------------------------------------------------*
000762 FD  CALC-PER-FILE.
000763     COPY CALCPER.
000764*
000765*----------------------------------------------------------------*
000766*  CALC-REG-FILE - REGRAS DE CONTABILIZACAO (CONTAS DE DEBITO E  *
000767*  CREDITO E CENTRO DE CUSTO POR OPERACAO E DEPARTAMENTO)        *
000768*----------------------------------------------------------------*
000769 FD  CALC-REG-FILE.
000770     COPY CALCREG.
000771*
000772*----------------------------------------------------------------*
000773*  CALC-GLE-FILE - LISTAGEM DOS CALCULOS SEM REGRA, NAO          *
000774*  EXTRAIDOS                                                     *
000775*----------------------------------------------------------------*
000776 FD  CALC-GLE-FILE.
000777 01  CALC-GLE-RECORD             PIC X(132).
000778*
000790 WORKING-STORAGE SECTION.
000800*
000810 77  WS-LOG-STATUS               PIC X(02) VALUE '00'.
001030*
001040 77  WS-PERIODO-PEDIDO           PIC 9(06) VALUE ZERO.
001050*
001051*      CONTROLE DE PERIODOS: PERIODO 'F' NAO E REEXTRAIDO; A
001052*      EXTRACAO GRAVADA MARCA O PERIODO EM FECHAMENTO ('E').
001053 77  WS-PER-STATUS               PIC X(02) VALUE '00'.
001054 77  WS-PER-CADASTRADO-SWITCH    PIC X(01) VALUE 'N'.
001055     88  WS-PER-CADASTRADO-SIM   VALUE 'Y'.
001056     88  WS-PER-CADASTRADO-NAO   VALUE 'N'.
001057*
001060 01  WS-DATA-REGISTRO            PIC 9(08) VALUE ZERO.
001070 01  WS-DATA-REGISTRO-R REDEFINES WS-DATA-REGISTRO.
001080     05  WS-REG-PERIODO          PIC 9(06).
001260 77  WS-QTD-EXTRAIDOS            PIC 9(08) COMP VALUE ZERO.
001270 77  WS-QTD-EXCLUIDOS            PIC 9(08) COMP VALUE ZERO.
001280 77  WS-QTD-FORA-PERIODO         PIC 9(08) COMP VALUE ZERO.
001285 77  WS-QTD-ESTORNOS             PIC 9(08) COMP VALUE ZERO.
001286 77  WS-QTD-SEM-REGRA            PIC 9(08) COMP VALUE ZERO.
001287 77  WS-QTD-LINHAS               PIC 9(08) COMP VALUE ZERO.
001290 77  WS-HASH-VALOR               PIC S9(13)V99 VALUE ZERO.
001291 77  WS-TOTAL-DEBITO             PIC S9(13)V99 VALUE ZERO.
001292 77  WS-TOTAL-CREDITO            PIC S9(13)V99 VALUE ZERO.
001293 77  WS-TOTAL-SEM-REGRA          PIC S9(13)V99 VALUE ZERO.
001300*
001301*----------------------------------------------------------------*
001302*  REGRA DE CONTABILIZACAO DO CALCULO CORRENTE                   *
001303*----------------------------------------------------------------*
001304 77  WS-REG-STATUS               PIC X(02) VALUE '00'.
001305 77  WS-GLE-STATUS               PIC X(02) VALUE '00'.
001306*
001307 77  WS-REGRA-ACHADA-SWITCH      PIC X(01) VALUE 'N'.
001308     88  WS-REGRA-ACHADA-SIM     VALUE 'Y'.
001309     88  WS-REGRA-ACHADA-NAO     VALUE 'N'.
001310*
001311 77  WS-REGRA-FIM-SWITCH         PIC X(01) VALUE 'N'.
001312     88  WS-REGRA-FIM-SIM        VALUE 'Y'.
001313     88  WS-REGRA-FIM-NAO        VALUE 'N'.
001314*
001315*      TOTAIS A DEBITO E A CREDITO DIFERENTES NAO LIBERAM O
001316*      ARQUIVO PARA TRANSMISSAO (CONTROLE NAO GRAVADO).
001317 77  WS-BALANCO-SWITCH           PIC X(01) VALUE 'Y'.
001318     88  WS-BALANCO-SIM          VALUE 'Y'.
001319     88  WS-BALANCO-NAO          VALUE 'N'.
001320*
001321*      CALCULO SEM REGRA NO PERIODO: RETEM O ARQUIVO COMO O
001322*      DESBALANCO, PARA QUE O PERIODO POSSA SER REEXTRAIDO.
001323 77  WS-EXCECAO-SWITCH           PIC X(01) VALUE 'N'.
001324     88  WS-EXCECAO-SIM          VALUE 'Y'.
001325     88  WS-EXCECAO-NAO          VALUE 'N'.
001326*
001327 77  WS-DATA-REFERENCIA          PIC 9(08) VALUE ZERO.
001328 77  WS-DEPTO-PROCURA            PIC X(08) VALUE SPACES.
001329 77  WS-REGRA-DEBITO             PIC X(12) VALUE SPACES.
001330 77  WS-REGRA-CREDITO            PIC X(12) VALUE SPACES.
001331 77  WS-REGRA-CENTRO             PIC X(08) VALUE SPACES.
001332 77  WS-VALOR-LANCAMENTO         PIC S9(7)V99 VALUE ZERO.
001333 77  WS-CONTA-LINHA              PIC X(12) VALUE SPACES.
001334*
001335*----------------------------------------------------------------*
001336*  LINHAS DA LISTAGEM DE EXCECOES (CALC-GLE-FILE)                *
001337*----------------------------------------------------------------*
001338 01  WS-GLE-CABECALHO1.
001339     05  FILLER                  PIC X(46)
001340         VALUE 'CALCGL - CALCULOS SEM REGRA DE CONTABILIZACAO'.
001341     05  FILLER                  PIC X(04) VALUE SPACES.
001342     05  FILLER                  PIC X(09) VALUE 'PERIODO: '.
001343     05  GLE1-PERIODO            PIC 9(06).
001344     05  FILLER                  PIC X(04) VALUE SPACES.
001345     05  FILLER                  PIC X(07) VALUE 'DATA: '.
001346     05  GLE1-DATA               PIC 9(08).
001347     05  FILLER                  PIC X(48) VALUE SPACES.
001348*
001349 01  WS-GLE-CABECALHO2.
001350     05  FILLER                  PIC X(10) VALUE 'DATA'.
001351     05  FILLER                  PIC X(10) VALUE 'HORA'.
001352     05  FILLER                  PIC X(04) VALUE 'OP'.
001353     05  FILLER                  PIC X(14) VALUE '        NUM1'.
001354     05  FILLER                  PIC X(14) VALUE '        NUM2'.
001355     05  FILLER                  PIC X(14) VALUE '   RESULTADO'.
001356     05  FILLER                  PIC X(10) VALUE 'DEPTO'.
001357     05  FILLER                  PIC X(08) VALUE 'LOTE'.
001358     05  FILLER                  PIC X(06) VALUE 'TIPO'.
001359     05  FILLER                  PIC X(42) VALUE 'MOTIVO'.
001360*
001361 01  WS-GLE-DETALHE.
001362     05  GLE-DATA                PIC 9(08).
001363     05  FILLER                  PIC X(02) VALUE SPACES.
001364     05  GLE-HORA                PIC 9(08).
001365     05  FILLER                  PIC X(02) VALUE SPACES.
001366     05  GLE-OPERACAO            PIC X(01).
001367     05  FILLER                  PIC X(03) VALUE SPACES.
001368     05  GLE-NUM1                PIC -ZZZZZZ9.99.
001369     05  FILLER                  PIC X(03) VALUE SPACES.
001370     05  GLE-NUM2                PIC -ZZZZZZ9.99.
001371     05  FILLER                  PIC X(03) VALUE SPACES.
001372     05  GLE-RESULT              PIC -ZZZZZZ9.99.
001373     05  FILLER                  PIC X(03) VALUE SPACES.
001374     05  GLE-DEPTO               PIC X(08).
001375     05  FILLER                  PIC X(02) VALUE SPACES.
001376     05  GLE-LOTE                PIC X(06).
001377     05  FILLER                  PIC X(02) VALUE SPACES.
001378     05  GLE-TIPO                PIC X(01).
001379     05  FILLER                  PIC X(05) VALUE SPACES.
001380     05  GLE-MOTIVO              PIC X(30).
001381     05  FILLER                  PIC X(12) VALUE SPACES.
001382*
001383 01  WS-GLE-TOTAL.
001384     05  FILLER                  PIC X(02) VALUE SPACES.
001385     05  GLET-ROTULO             PIC X(36).
001386     05  GLET-QTDE               PIC ZZZ,ZZZ,ZZ9.
001387     05  FILLER                  PIC X(03) VALUE SPACES.
001388     05  GLET-VALOR              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001389     05  FILLER                  PIC X(59) VALUE SPACES.
001390*
001391*----------------------------------------------------------------*
001392*  CAMPOS EDITADOS PARA A MONTAGEM DAS LINHAS DELIMITADAS        *
001393*----------------------------------------------------------------*
001394 77  WS-ED-HASH                  PIC -9999999999999.99.
001395 77  WS-ED-TOTAL-DEBITO          PIC -9999999999999.99.
001396 77  WS-ED-TOTAL-CREDITO         PIC -9999999999999.99.
001397 77  WS-ED-VALOR                 PIC 9999999.99.
001398 77  WS-ED-QTDE                  PIC 9(08).
001399 77  WS-ED-SEQUENCIA             PIC 9(06).
001400 77  WS-ED-PERIODO               PIC 9(06).
001410 77  WS-ED-DATA                  PIC 9(08).
001420 77  WS-ED-HORA                  PIC 9(08).
001422 77  WS-ED-TIPO-LINHA            PIC X(02).
001423 77  WS-ED-TIPO-CALCULO          PIC X(01).
001424 77  WS-ED-ORIG-SEQUENCIA        PIC 9(04).
001426 77  WS-PONTEIRO                 PIC 9(03) COMP VALUE 1.
001430*
001440 77  WS-LINHA-MONTADA            PIC X(132) VALUE SPACES.
001450*
001910     IF WS-ABORTAR-SIM
001920         GO TO 1000-INICIALIZAR-EXIT
001930     END-IF.
001931     PERFORM 1200-CONFERIR-PERIODO
001932         THRU 1200-CONFERIR-PERIODO-EXIT.
001933     IF WS-ABORTAR-SIM
001934         GO TO 1000-INICIALIZAR-EXIT
001935     END-IF.
001940     ADD 1 TO WS-ULTIMA-SEQUENCIA GIVING WS-SEQUENCIA-ATUAL.
001950     OPEN INPUT CALC-LOG-FILE.
001960     IF WS-LOG-STATUS NOT = '00'
002040         DISPLAY 'Erro ao abrir CALC-GLI-FILE - status '
002050             WS-GLI-STATUS '. Extracao cancelada.'
002060         CLOSE CALC-LOG-FILE
002061         SET WS-ABORTAR-SIM TO TRUE
002062         GO TO 1000-INICIALIZAR-EXIT
002063     END-IF.
002064*      SEM O CADASTRO DE REGRAS NENHUM CALCULO TERIA CONTAS:
002065*      A EXTRACAO E CANCELADA EM VEZ DE LISTAR O PERIODO INTEIRO
002066*      COMO EXCECAO.
002067     OPEN INPUT CALC-REG-FILE.
002068     IF WS-REG-STATUS NOT = '00'
002069         DISPLAY 'Erro ao abrir CALC-REG-FILE (regras de '
002070             'contabilizacao) - status ' WS-REG-STATUS
002071             '. Extracao cancelada. RETURN-CODE 8.'
002072         MOVE 8 TO RETURN-CODE
002073         CLOSE CALC-LOG-FILE
002074         CLOSE CALC-GLI-FILE
002075         SET WS-ABORTAR-SIM TO TRUE
002076         GO TO 1000-INICIALIZAR-EXIT
002077     END-IF.
002078     OPEN OUTPUT CALC-GLE-FILE.
002079     IF WS-GLE-STATUS NOT = '00'
002080         DISPLAY 'Erro ao abrir CALC-GLE-FILE - status '
002081             WS-GLE-STATUS '. Extracao cancelada.'
002082         CLOSE CALC-LOG-FILE
002083         CLOSE CALC-GLI-FILE
002084         CLOSE CALC-REG-FILE
002085         SET WS-ABORTAR-SIM TO TRUE
002086         GO TO 1000-INICIALIZAR-EXIT
002087     END-IF.
002088     MOVE WS-PERIODO-PEDIDO TO GLE1-PERIODO.
002089     MOVE WS-DATA-EXECUCAO  TO GLE1-DATA.
002090     WRITE CALC-GLE-RECORD FROM WS-GLE-CABECALHO1.
002091     MOVE SPACES TO CALC-GLE-RECORD.
002092     WRITE CALC-GLE-RECORD.
002093     WRITE CALC-GLE-RECORD FROM WS-GLE-CABECALHO2.
002100 1000-INICIALIZAR-EXIT.
002110     EXIT.
002120*
002950         MOVE 4 TO RETURN-CODE
002960         SET WS-AVISO-SALTO-SIM TO TRUE
002970     END-IF.
002971 1180-CONFERIR-SUCESSAO-EXIT.
002972     EXIT.
002973*
002974*----------------------------------------------------------------*
002975*  1200-CONFERIR-PERIODO - CONSULTA O CONTROLE DE PERIODOS       *
002976*  (CALC-PER-FILE): PERIODO JA FECHADO ('F') NAO E MAIS          *
002977*  EXTRAIDO (RETURN-CODE 8). CONTROLE INEXISTENTE SIGNIFICA      *
002978*  QUE NENHUM PERIODO FOI FECHADO AINDA.                         *
002979*----------------------------------------------------------------*
002980 1200-CONFERIR-PERIODO.
002981     OPEN INPUT CALC-PER-FILE.
002982     IF WS-PER-STATUS = '35'
002983         GO TO 1200-CONFERIR-PERIODO-EXIT
002984     END-IF.
002985     IF WS-PER-STATUS NOT = '00'
002986         DISPLAY 'Erro ao abrir CALC-PER-FILE - status '
002987             WS-PER-STATUS '. Extracao cancelada.'
002988         MOVE 8 TO RETURN-CODE
002989         SET WS-ABORTAR-SIM TO TRUE
002990         GO TO 1200-CONFERIR-PERIODO-EXIT
002991     END-IF.
002992     MOVE WS-PERIODO-PEDIDO TO PER-PERIODO.
002993     READ CALC-PER-FILE
002994         INVALID KEY
002995             MOVE SPACE TO PER-SITUACAO
002996     END-READ.
002997     CLOSE CALC-PER-FILE.
002998     IF PER-FECHADO
002999         DISPLAY 'Periodo ' WS-PERIODO-PEDIDO ' fechado em '
003000             PER-DATA-SITUACAO ' - extracao recusada. '
003001             'RETURN-CODE 8.'
003002         MOVE 8 TO RETURN-CODE
003003         SET WS-ABORTAR-SIM TO TRUE
003004     END-IF.
003005 1200-CONFERIR-PERIODO-EXIT.
003006     EXIT.
003007*
003010 2000-LER-LOG.
003020     READ CALC-LOG-FILE
003030         AT END
003070     EXIT.
003080*
003090*----------------------------------------------------------------*
003094*  2100-EXTRAIR-REGISTRO - CALCULO VALIDO DO PERIODO COM REGRA   *
003101*  DE CONTABILIZACAO VIGENTE VIRA UM PAR DE LINHAS 'D'/'C' DA    *
003108*  INTERFACE; SEM REGRA, VAI PARA A LISTAGEM DE EXCECOES.        *
003115*  REJEICOES SAO EXCLUIDAS E CONTADAS.                           *
003120*----------------------------------------------------------------*
003130 2100-EXTRAIR-REGISTRO.
003140     MOVE CLR-DATA TO WS-DATA-REGISTRO.
003200         ADD 1 TO WS-QTD-EXCLUIDOS
003210         GO TO 2100-EXTRAIR-LER
003220     END-IF.
003221     PERFORM 2200-RESOLVER-REGRA THRU 2200-RESOLVER-REGRA-EXIT.
003222     IF WS-REGRA-ACHADA-NAO
003223         PERFORM 2300-LISTAR-EXCECAO
003224             THRU 2300-LISTAR-EXCECAO-EXIT
003225         GO TO 2100-EXTRAIR-LER
003226     END-IF.
003227*      VALOR SEM SINAL; RESULTADO NEGATIVO (INCLUSIVE O ESTORNO
003228*      DE UM RESULTADO POSITIVO) INVERTE DEBITO E CREDITO.
003229     IF CLR-RESULT < ZERO
003230         SUBTRACT CLR-RESULT FROM ZERO GIVING WS-VALOR-LANCAMENTO
003231         MOVE WS-REGRA-DEBITO  TO WS-CONTA-LINHA
003232         MOVE WS-REGRA-CREDITO TO WS-REGRA-DEBITO
003233         MOVE WS-CONTA-LINHA   TO WS-REGRA-CREDITO
003234     ELSE
003235         MOVE CLR-RESULT TO WS-VALOR-LANCAMENTO
003236     END-IF.
003237     MOVE 'N' TO WS-ED-TIPO-CALCULO.
003238     IF CLR-TIPO-ESTORNO
003239         MOVE 'E' TO WS-ED-TIPO-CALCULO
003240         ADD 1 TO WS-QTD-ESTORNOS
003241     END-IF.
003242     MOVE 'D;'            TO WS-ED-TIPO-LINHA.
003243     MOVE WS-REGRA-DEBITO TO WS-CONTA-LINHA.
003244     PERFORM 2400-GRAVAR-LANCAMENTO
003245         THRU 2400-GRAVAR-LANCAMENTO-EXIT.
003246     ADD WS-VALOR-LANCAMENTO TO WS-TOTAL-DEBITO.
003247     MOVE 'C;'             TO WS-ED-TIPO-LINHA.
003248     MOVE WS-REGRA-CREDITO TO WS-CONTA-LINHA.
003249     PERFORM 2400-GRAVAR-LANCAMENTO
003250         THRU 2400-GRAVAR-LANCAMENTO-EXIT.
003251     ADD WS-VALOR-LANCAMENTO TO WS-TOTAL-CREDITO.
003252     ADD 1          TO WS-QTD-EXTRAIDOS.
003253     ADD CLR-RESULT TO WS-HASH-VALOR.
003254 2100-EXTRAIR-LER.
003255     PERFORM 2000-LER-LOG THRU 2000-LER-LOG-EXIT.
003256 2100-EXTRAIR-REGISTRO-EXIT.
003257     EXIT.
003258*
003259*----------------------------------------------------------------*
003260*  2200-RESOLVER-REGRA - PROCURA A REGRA DO DEPARTAMENTO DE      *
003261*  ORIGEM E, NA FALTA DE VERSAO VIGENTE DELA, A REGRA GERAL DA   *
003262*  OPERACAO (DEPARTAMENTO EM BRANCO). A VIGENCIA E CONFERIDA NA  *
003263*  DATA DO CALCULO; NO ESTORNO, NA DATA DO CALCULO ORIGINAL,     *
003264*  PARA QUE ELE ANULE O LANCAMENTO NAS MESMAS CONTAS.            *
003265*----------------------------------------------------------------*
003266 2200-RESOLVER-REGRA.
003267     MOVE 'N' TO WS-REGRA-ACHADA-SWITCH.
003268     MOVE CLR-DATA TO WS-DATA-REFERENCIA.
003269     IF CLR-TIPO-ESTORNO AND CLR-ORIG-DATA > ZERO
003270         MOVE CLR-ORIG-DATA TO WS-DATA-REFERENCIA
003271     END-IF.
003272     IF CLR-DEPTO-ORIGEM NOT = SPACES
003273         MOVE CLR-DEPTO-ORIGEM TO WS-DEPTO-PROCURA
003274         PERFORM 2210-PROCURAR-REGRA
003275             THRU 2210-PROCURAR-REGRA-EXIT
003276         IF WS-REGRA-ACHADA-SIM
003277             GO TO 2200-RESOLVER-REGRA-EXIT
003278         END-IF
003279     END-IF.
003280     MOVE SPACES TO WS-DEPTO-PROCURA.
003281     PERFORM 2210-PROCURAR-REGRA THRU 2210-PROCURAR-REGRA-EXIT.
003282 2200-RESOLVER-REGRA-EXIT.
003283     EXIT.
003284*
003285 2210-PROCURAR-REGRA.
003286     MOVE CLR-OPERACAO     TO REG-OPERACAO.
003287     MOVE WS-DEPTO-PROCURA TO REG-DEPTO.
003288     MOVE ZERO             TO REG-DATA-INI-VIGENCIA.
003289     MOVE 'N'              TO WS-REGRA-FIM-SWITCH.
003290     START CALC-REG-FILE KEY NOT < REG-CHAVE
003291         INVALID KEY
003292             SET WS-REGRA-FIM-SIM TO TRUE
003293     END-START.
003294     PERFORM 2220-LER-REGRA THRU 2220-LER-REGRA-EXIT
003295         UNTIL WS-REGRA-FIM-SIM.
003296 2210-PROCURAR-REGRA-EXIT.
003297     EXIT.
003298*
003299*----------------------------------------------------------------*
003300*  2220-LER-REGRA - UM PASSO NA VARREDURA DAS VERSOES DA REGRA,  *
003301*  EM ORDEM DE DATA INICIAL; A ULTIMA ATIVA QUE COBRE A DATA DE  *
003302*  REFERENCIA PREVALECE (INICIO MAIS RECENTE).                   *
003303*----------------------------------------------------------------*
003304 2220-LER-REGRA.
003305     READ CALC-REG-FILE NEXT RECORD
003306         AT END
003307             SET WS-REGRA-FIM-SIM TO TRUE
003308             GO TO 2220-LER-REGRA-EXIT
003309     END-READ.
003310     IF REG-OPERACAO NOT = CLR-OPERACAO
003311        OR REG-DEPTO NOT = WS-DEPTO-PROCURA
003312        OR REG-DATA-INI-VIGENCIA > WS-DATA-REFERENCIA
003313         SET WS-REGRA-FIM-SIM TO TRUE
003314         GO TO 2220-LER-REGRA-EXIT
003315     END-IF.
003316     IF REG-ATIVA
003317        AND WS-DATA-REFERENCIA <= REG-DATA-FIM-VIGENCIA
003318         SET WS-REGRA-ACHADA-SIM TO TRUE
003319         MOVE REG-CONTA-DEBITO  TO WS-REGRA-DEBITO
003320         MOVE REG-CONTA-CREDITO TO WS-REGRA-CREDITO
003321         MOVE REG-CENTRO-CUSTO  TO WS-REGRA-CENTRO
003322     END-IF.
003323 2220-LER-REGRA-EXIT.
003324     EXIT.
003325*
003326*----------------------------------------------------------------*
003327*  2300-LISTAR-EXCECAO - CALCULO SEM REGRA VIGENTE: LISTADO EM   *
003328*  CALC-GLE-FILE E NAO EXTRAIDO. A EXCECAO RETEM O ARQUIVO (VIDE *
003329*  3100/4000) ATE QUE A REGRA SEJA CADASTRADA (Calcreg) E O      *
003330*  PERIODO EXTRAIDO DE NOVO.                                     *
003331*----------------------------------------------------------------*
003332 2300-LISTAR-EXCECAO.
003333     MOVE CLR-DATA         TO GLE-DATA.
003334     MOVE CLR-HORA         TO GLE-HORA.
003335     MOVE CLR-OPERACAO     TO GLE-OPERACAO.
003336     MOVE CLR-NUM1         TO GLE-NUM1.
003337     MOVE CLR-NUM2         TO GLE-NUM2.
003338     MOVE CLR-RESULT       TO GLE-RESULT.
003339     MOVE CLR-DEPTO-ORIGEM TO GLE-DEPTO.
003340     MOVE CLR-ID-LOTE      TO GLE-LOTE.
003341     MOVE 'N'              TO GLE-TIPO.
003342     IF CLR-TIPO-ESTORNO
003343         MOVE 'E' TO GLE-TIPO
003344     END-IF.
003345     MOVE 'SEM REGRA VIGENTE NA DATA' TO GLE-MOTIVO.
003346     WRITE CALC-GLE-RECORD FROM WS-GLE-DETALHE.
003347     ADD 1          TO WS-QTD-SEM-REGRA.
003348     ADD CLR-RESULT TO WS-TOTAL-SEM-REGRA.
003349 2300-LISTAR-EXCECAO-EXIT.
003350     EXIT.
003351*
003352*----------------------------------------------------------------*
003353*  2400-GRAVAR-LANCAMENTO - MONTA E GRAVA UMA LINHA DE           *
003354*  LANCAMENTO (TIPO EM WS-ED-TIPO-LINHA, CONTA EM                *
003355*  WS-CONTA-LINHA) COM A IDENTIFICACAO DO CALCULO DE ORIGEM; O   *
003356*  ESTORNO LEVA AO FINAL A CHAVE DO CALCULO ORIGINAL, PARA O     *
003357*  RAZAO LOCALIZAR O LANCAMENTO QUE ESTA SENDO ANULADO.          *
003358*----------------------------------------------------------------*
003359 2400-GRAVAR-LANCAMENTO.
003360     MOVE CLR-DATA            TO WS-ED-DATA.
003361     MOVE CLR-HORA            TO WS-ED-HORA.
003362     MOVE WS-VALOR-LANCAMENTO TO WS-ED-VALOR.
003363     MOVE SPACES TO WS-LINHA-MONTADA.
003364     MOVE 1 TO WS-PONTEIRO.
003365     STRING WS-ED-TIPO-LINHA   DELIMITED BY SIZE
003366            WS-ED-DATA         DELIMITED BY SIZE
003367            ';'                DELIMITED BY SIZE
003368            WS-ED-HORA         DELIMITED BY SIZE
003369            ';'                DELIMITED BY SIZE
003370            WS-CONTA-LINHA     DELIMITED BY SIZE
003371            ';'                DELIMITED BY SIZE
003372            WS-REGRA-CENTRO    DELIMITED BY SIZE
003373            ';'                DELIMITED BY SIZE
003374            WS-ED-VALOR        DELIMITED BY SIZE
003375            ';'                DELIMITED BY SIZE
003376            CLR-OPERACAO       DELIMITED BY SIZE
003377            ';'                DELIMITED BY SIZE
003378            CLR-DEPTO-ORIGEM   DELIMITED BY SIZE
003379            ';'                DELIMITED BY SIZE
003380            CLR-ID-LOTE        DELIMITED BY SIZE
003381            ';'                DELIMITED BY SIZE
003382            WS-ED-TIPO-CALCULO DELIMITED BY SIZE
003383         INTO WS-LINHA-MONTADA
003384         WITH POINTER WS-PONTEIRO.
003385     IF CLR-TIPO-ESTORNO
003386         MOVE CLR-ORIG-DATA      TO WS-ED-DATA
003387         MOVE CLR-ORIG-HORA      TO WS-ED-HORA
003388         MOVE CLR-ORIG-SEQUENCIA TO WS-ED-ORIG-SEQUENCIA
003389         STRING ';'                  DELIMITED BY SIZE
003390                WS-ED-DATA           DELIMITED BY SIZE
003391                ';'                  DELIMITED BY SIZE
003392                WS-ED-HORA           DELIMITED BY SIZE
003393                ';'                  DELIMITED BY SIZE
003394                WS-ED-ORIG-SEQUENCIA DELIMITED BY SIZE
003395             INTO WS-LINHA-MONTADA
003396             WITH POINTER WS-PONTEIRO
003397     END-IF.
003398     WRITE CALC-GLI-RECORD FROM WS-LINHA-MONTADA.
003399     ADD 1 TO WS-QTD-LINHAS.
003400 2400-GRAVAR-LANCAMENTO-EXIT.
003401     EXIT.
003402*
003500 3000-GRAVAR-CABECALHO.
003510     MOVE WS-SEQUENCIA-ATUAL TO WS-ED-SEQUENCIA.
003520     MOVE WS-PERIODO-PEDIDO  TO WS-ED-PERIODO.
003630 3000-GRAVAR-CABECALHO-EXIT.
003640     EXIT.
003650*
003651*----------------------------------------------------------------*
003652*  3100-GRAVAR-RODAPE - QUANTIDADE DE LINHAS 'D'/'C', HASH DO    *
003653*  RESULTADO DOS CALCULOS EXTRAIDOS E OS TOTAIS A DEBITO E A     *
003654*  CREDITO, QUE DEVEM BATER PARA O ARQUIVO SER LIBERADO; CALCULO *
003655*  SEM REGRA (EXCECAO) TAMBEM RETEM O ARQUIVO.                   *
003656*----------------------------------------------------------------*
003660 3100-GRAVAR-RODAPE.
003670     MOVE WS-QTD-LINHAS    TO WS-ED-QTDE.
003680     MOVE WS-HASH-VALOR    TO WS-ED-HASH.
003683     MOVE WS-TOTAL-DEBITO  TO WS-ED-TOTAL-DEBITO.
003686     MOVE WS-TOTAL-CREDITO TO WS-ED-TOTAL-CREDITO.
003690     MOVE SPACES TO WS-LINHA-MONTADA.
003700     STRING 'T;'          DELIMITED BY SIZE
003710            WS-ED-QTDE    DELIMITED BY SIZE
003720            ';'           DELIMITED BY SIZE
003730            WS-ED-HASH    DELIMITED BY SIZE
003732            ';'           DELIMITED BY SIZE
003734            WS-ED-TOTAL-DEBITO  DELIMITED BY SIZE
003736            ';'           DELIMITED BY SIZE
003738            WS-ED-TOTAL-CREDITO DELIMITED BY SIZE
003740         INTO WS-LINHA-MONTADA.
003741     WRITE CALC-GLI-RECORD FROM WS-LINHA-MONTADA.
003742     IF WS-TOTAL-DEBITO NOT = WS-TOTAL-CREDITO
003743         SET WS-BALANCO-NAO TO TRUE
003744         DISPLAY 'Extracao fora de balanco: debito '
003745             WS-ED-TOTAL-DEBITO ' credito ' WS-ED-TOTAL-CREDITO
003746             ' - arquivo nao liberado para transmissao. '
003747             'RETURN-CODE 8.'
003748         MOVE 8 TO RETURN-CODE
003749     END-IF.
003750     IF WS-QTD-SEM-REGRA > ZERO
003751         SET WS-EXCECAO-SIM TO TRUE
003752         DISPLAY 'Extracao com ' WS-QTD-SEM-REGRA ' calculo(s) '
003753             'sem regra de contabilizacao - arquivo nao '
003754             'liberado para transmissao. RETURN-CODE 8.'
003755         MOVE 8 TO RETURN-CODE
003756     END-IF.
003760 3100-GRAVAR-RODAPE-EXIT.
003770     EXIT.
003780*
003790*----------------------------------------------------------------*
003800*  4000-ATUALIZAR-CONTROLE - REGISTRA A EXTRACAO NO CONTROLE DE  *
003810*  TRANSMISSAO PARA AS CRITICAS DA PROXIMA EXECUCAO.             *
003812*  EXTRACAO FORA DE BALANCO OU COM EXCECAO NAO E REGISTRADA: O   *
003814*  ARQUIVO NAO E LIBERADO, O PERIODO CONTINUA ABERTO E PODE SER  *
003816*  REEXTRAIDO.                                                   *
003820*----------------------------------------------------------------*
003830 4000-ATUALIZAR-CONTROLE.
003832     IF WS-BALANCO-NAO OR WS-EXCECAO-SIM
003834         GO TO 4000-ATUALIZAR-CONTROLE-EXIT
003836     END-IF.
003840     OPEN EXTEND CALC-GLC-FILE.
003850     IF WS-GLC-STATUS = '35'
003860         OPEN OUTPUT CALC-GLC-FILE
003972     MOVE 'P'                TO GLC-SITUACAO.
003974     MOVE ZERO               TO GLC-DATA-RETORNO.
003976     MOVE SPACES             TO GLC-MOTIVO-RETORNO.
003977     WRITE CALC-GLC-RECORD.
003978     CLOSE CALC-GLC-FILE.
003979     PERFORM 4100-MARCAR-FECHAMENTO
003980         THRU 4100-MARCAR-FECHAMENTO-EXIT.
003981 4000-ATUALIZAR-CONTROLE-EXIT.
003982     EXIT.
003983*
003984*----------------------------------------------------------------*
003985*  4100-MARCAR-FECHAMENTO - POE O PERIODO EXTRAIDO EM            *
003986*  FECHAMENTO ('E') NO CONTROLE DE PERIODOS, COM A SEQUENCIA DA  *
003987*  TRANSMISSAO; Calcglr O FECHA AO RECEBER O ACEITE DO RAZAO.    *
003988*  FALHA NA MARCACAO NAO DESFAZ A EXTRACAO (RETURN-CODE 4).      *
003989*----------------------------------------------------------------*
003990 4100-MARCAR-FECHAMENTO.
003991     OPEN I-O CALC-PER-FILE.
003992     IF WS-PER-STATUS = '35'
003993         OPEN OUTPUT CALC-PER-FILE
003994         CLOSE CALC-PER-FILE
003995         OPEN I-O CALC-PER-FILE
003996     END-IF.
003997     IF WS-PER-STATUS NOT = '00'
003998         DISPLAY 'AVISO: erro ao abrir CALC-PER-FILE - status '
003999             WS-PER-STATUS '. Periodo nao marcado em fechamento. '
004000             'RETURN-CODE 4.'
004001         IF RETURN-CODE < 4
004002             MOVE 4 TO RETURN-CODE
004003         END-IF
004004         GO TO 4100-MARCAR-FECHAMENTO-EXIT
004005     END-IF.
004006     MOVE WS-PERIODO-PEDIDO TO PER-PERIODO.
004007     SET WS-PER-CADASTRADO-SIM TO TRUE.
004008     READ CALC-PER-FILE
004009         INVALID KEY
004010             SET WS-PER-CADASTRADO-NAO TO TRUE
004011     END-READ.
004012     IF WS-PER-CADASTRADO-NAO
004013         MOVE SPACES            TO CALC-PER-RECORD
004014         MOVE WS-PERIODO-PEDIDO TO PER-PERIODO
004015     END-IF.
004016     MOVE 'E'                     TO PER-SITUACAO.
004017     MOVE WS-DATA-EXECUCAO        TO PER-DATA-SITUACAO.
004018     ACCEPT PER-HORA-SITUACAO FROM TIME.
004019     MOVE 'X'                     TO PER-ORIGEM.
004020     MOVE SPACES                  TO PER-OPERADOR.
004021     MOVE WS-SEQUENCIA-ATUAL      TO PER-GLC-SEQUENCIA.
004022     MOVE 'EXTRAIDO PARA O RAZAO' TO PER-OBSERVACAO.
004023     IF WS-PER-CADASTRADO-SIM
004024         REWRITE CALC-PER-RECORD
004025             INVALID KEY
004026                 CONTINUE
004027         END-REWRITE
004028     ELSE
004029         WRITE CALC-PER-RECORD
004030             INVALID KEY
004031                 CONTINUE
004032         END-WRITE
004033     END-IF.
004034     IF WS-PER-STATUS NOT = '00'
004035         DISPLAY 'AVISO: erro ao gravar CALC-PER-FILE - status '
004036             WS-PER-STATUS '. Periodo nao marcado em fechamento. '
004037             'RETURN-CODE 4.'
004038         IF RETURN-CODE < 4
004039             MOVE 4 TO RETURN-CODE
004040         END-IF
004041     END-IF.
004042     CLOSE CALC-PER-FILE.
004043 4100-MARCAR-FECHAMENTO-EXIT.
004044     EXIT.
004045*
004046 9000-FINALIZAR.
004047     PERFORM 9100-TOTALIZAR-EXCECOES
004048         THRU 9100-TOTALIZAR-EXCECOES-EXIT.
004049     CLOSE CALC-LOG-FILE.
004050     CLOSE CALC-GLI-FILE.
004051     CLOSE CALC-REG-FILE.
004052     CLOSE CALC-GLE-FILE.
004053     DISPLAY 'Extracao ' WS-SEQUENCIA-ATUAL ' do periodo '
004054         WS-PERIODO-PEDIDO ': ' WS-QTD-EXTRAIDOS
004055         ' calculo(s) em ' WS-QTD-LINHAS
004056         ' linha(s) D/C para o razao, ' WS-QTD-EXCLUIDOS
004057         ' rejeicao(oes) excluida(s), ' WS-QTD-FORA-PERIODO
004058         ' registro(s) de outros periodos.'.
004059     IF WS-QTD-ESTORNOS > ZERO
004060         DISPLAY 'Dos calculos extraidos, ' WS-QTD-ESTORNOS
004061             ' sao estorno(s) (indicador E).'
004062     END-IF.
004063     IF WS-QTD-SEM-REGRA > ZERO
004064         DISPLAY WS-QTD-SEM-REGRA ' calculo(s) sem regra de '
004065             'contabilizacao vigente - vide CALC-GLE-FILE. '
004066             'Cadastre a regra (Calcreg) e extraia o periodo '
004067             'de novo.'
004068     END-IF.
004069 9000-FINALIZAR-EXIT.
004070     EXIT.
004071*
004072*----------------------------------------------------------------*
004073*  9100-TOTALIZAR-EXCECOES - RODAPE DA LISTAGEM DE EXCECOES      *
004074*----------------------------------------------------------------*
004075 9100-TOTALIZAR-EXCECOES.
004076     MOVE SPACES TO CALC-GLE-RECORD.
004077     WRITE CALC-GLE-RECORD.
004078     IF WS-QTD-SEM-REGRA = ZERO
004079         MOVE '  NENHUM CALCULO SEM REGRA NO PERIODO.'
004080             TO CALC-GLE-RECORD
004081         WRITE CALC-GLE-RECORD
004082     END-IF.
004083     MOVE 'CALCULOS SEM REGRA (NAO EXTRAIDOS)' TO GLET-ROTULO.
004084     MOVE WS-QTD-SEM-REGRA   TO GLET-QTDE.
004085     MOVE WS-TOTAL-SEM-REGRA TO GLET-VALOR.
004086     WRITE CALC-GLE-RECORD FROM WS-GLE-TOTAL.
004087     MOVE 'CALCULOS EXTRAIDOS PARA O RAZAO'    TO GLET-ROTULO.
004088     MOVE WS-QTD-EXTRAIDOS   TO GLET-QTDE.
004089     MOVE WS-HASH-VALOR      TO GLET-VALOR.
004090     WRITE CALC-GLE-RECORD FROM WS-GLE-TOTAL.
004091     MOVE 'LINHAS D/C - TOTAL A DEBITO'        TO GLET-ROTULO.
004092     MOVE WS-QTD-LINHAS      TO GLET-QTDE.
004093     MOVE WS-TOTAL-DEBITO    TO GLET-VALOR.
004094     WRITE CALC-GLE-RECORD FROM WS-GLE-TOTAL.
004095     MOVE 'LINHAS D/C - TOTAL A CREDITO'       TO GLET-ROTULO.
004096     MOVE WS-TOTAL-CREDITO   TO GLET-VALOR.
004097     WRITE CALC-GLE-RECORD FROM WS-GLE-TOTAL.
004098     IF WS-BALANCO-NAO
004099         MOVE '  *** DEBITO DIFERENTE DE CREDITO - ARQUIVO NAO '
004100             TO CALC-GLE-RECORD
004101         WRITE CALC-GLE-RECORD
004102         MOVE '  *** LIBERADO PARA TRANSMISSAO'
004103             TO CALC-GLE-RECORD
004104         WRITE CALC-GLE-RECORD
004105     END-IF.
004106     IF WS-EXCECAO-SIM
004107         MOVE '  *** CALCULO SEM REGRA - ARQUIVO NAO LIBERADO'
004108             TO CALC-GLE-RECORD
004109         WRITE CALC-GLE-RECORD
004110         MOVE '  *** PARA TRANSMISSAO; REEXTRAIR APOS AS REGRAS'
004111             TO CALC-GLE-RECORD
004112         WRITE CALC-GLE-RECORD
004113     END-IF.
004114 9100-TOTALIZAR-EXCECOES-EXIT.
004115     EXIT.
004116*
004117*----------------------------------------------------------------*
004118*  8000-GRAVAR-JORNAL - REGISTRA A EXECUCAO NO JORNAL COMUM DE   *
004119*  EXECUCOES (CALC-RCJ-FILE): LIDOS = REGISTROS DO LOG           *
004120*  CONSIDERADOS, GRAVADOS = LINHAS EXTRAIDAS PARA O RAZAO,       *
004121*  REJEITADOS = REJEICOES E CALCULOS SEM REGRA EXCLUIDOS DA      *
004122*  INTERFACE                                                     *
004127*----------------------------------------------------------------*
004128 8000-GRAVAR-JORNAL.
004129     OPEN EXTEND CALC-RCJ-FILE.
004137         GO TO 8000-GRAVAR-JORNAL-EXIT
004138     END-IF.
004139     MOVE 'CALCGL  '         TO RCJ-PROGRAMA.
004140     MOVE WS-RCJ-DATA-INICIO TO RCJ-DATA-INICIO.
004141     MOVE WS-RCJ-HORA-INICIO TO RCJ-HORA-INICIO.
004142     ACCEPT WS-RCJ-DATA-FIM FROM DATE YYYYMMDD.
004143     ACCEPT WS-RCJ-HORA-FIM FROM TIME.
004144     MOVE WS-RCJ-DATA-FIM    TO RCJ-DATA-FIM.
004145     MOVE WS-RCJ-HORA-FIM    TO RCJ-HORA-FIM.
004146     ADD WS-QTD-EXTRAIDOS WS-QTD-EXCLUIDOS WS-QTD-FORA-PERIODO
004147         WS-QTD-SEM-REGRA
004148         GIVING WS-RCJ-LIDOS.
004149     MOVE WS-RCJ-LIDOS       TO RCJ-QTDE-LIDOS.
004150     MOVE WS-QTD-LINHAS      TO RCJ-QTDE-GRAVADOS.
004151     ADD WS-QTD-EXCLUIDOS WS-QTD-SEM-REGRA
004152         GIVING RCJ-QTDE-REJEITADOS.
004153     MOVE RETURN-CODE        TO RCJ-RETURN-CODE.
004154     WRITE CALC-RCJ-RECORD.
004155     CLOSE CALC-RCJ-FILE.
