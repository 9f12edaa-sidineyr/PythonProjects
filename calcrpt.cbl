000310*                   ABERTURA; ARQUIVO AUSENTE MANTEM O PADRAO.    *
000320*  23/08/2026  RMS  LINHAS POR PAGINA ACIMA DO MAXIMO DO CAMPO    *
000330*                   (999) PASSA A SER CRITICADA E IGNORADA, EM    *
000331*                   VEZ DE TRUNCADA EM SILENCIO.                  *
000332*  15/10/2026  RMS  LINHA DE DETALHE PASSA A MOSTRAR O            *
000333*                   DEPARTAMENTO E O LOTE DE ORIGEM DO CALCULO.   *
000334*  15/10/2026  RMS  PALAVRAS-CHAVE TARIFA-CALCULO E              *
000335*                   TARIFA-REJEICAO (Calcrat) RECONHECIDAS E      *
000336*                   IGNORADAS NO ARQUIVO DE PARAMETROS.           *
000337*  15/10/2026  RMS  PALAVRAS-CHAVE PIN-TENTATIVAS E               *
000338*                   PIN-DIAS-VALIDADE (Calcsgn) RECONHECIDAS E    *
000339*                   IGNORADAS NO ARQUIVO DE PARAMETROS.           *
000340*  15/10/2026  RMS  ESTORNO VALIDO PASSA A SER DEDUZIDO DA        *
000341*                   QUANTIDADE E DO VALOR DA OPERACAO ORIGINAL,   *
000342*                   COM LINHA PROPRIA NOS TOTAIS; O DETALHE       *
000343*                   MOSTRA A CHAVE DO CALCULO ESTORNADO.          *
000344*  15/10/2026  RMS  PALAVRA-CHAVE DESVIO-PER-FECHADO              *
000345*                   (Calculadora) RECONHECIDA E IGNORADA NO       *
000346*                   ARQUIVO DE PARAMETROS.                        *
000350*----------------------------------------------------------------*
000360*
000370*----------------------------------------------------------------*
000420*  IMPRIME UM RELATORIO DE FECHAMENTO COM CABECALHO DATADO,       *
000430*  QUEBRA DE PAGINA E TOTAIS DE CONTROLE POR TIPO DE OPERACAO,    *
000440*  PARA CONFERENCIA NO FECHAMENTO DO MES.                        *
000442*  O ESTORNO VALIDO E LIQUIDADO CONTRA O SEU ORIGINAL: TIRA UM   *
000444*  CALCULO DA QUANTIDADE E SOMA O RESULTADO DE SINAL TROCADO NO  *
000446*  VALOR DA OPERACAO; A LINHA DE DETALHE APONTA O ORIGINAL.      *
000450*----------------------------------------------------------------*
000460*
000470 ENVIRONMENT DIVISION.
001440         10  WS-VAL-PERCENTUAL   PIC S9(9)V99 VALUE ZERO.
001450     05  WS-TOT-INVALIDAS.
001460         10  WS-CONT-INVALIDAS   PIC 9(07) COMP VALUE ZERO.
001462     05  WS-TOT-ESTORNOS.
001464         10  WS-CONT-ESTORNOS    PIC 9(07) COMP VALUE ZERO.
001466         10  WS-VAL-ESTORNOS     PIC S9(9)V99 VALUE ZERO.
001470*
001480*----------------------------------------------------------------*
001490*  LINHAS DO RELATORIO                                           *
001740     05  FILLER                  PIC X(11) VALUE 'RESULTADO'.
001750     05  FILLER                  PIC X(03) VALUE SPACES.
001760     05  FILLER                  PIC X(06) VALUE 'VALIDO'.
001762     05  FILLER                  PIC X(02) VALUE SPACES.
001764     05  FILLER                  PIC X(08) VALUE 'DEPTO'.
001766     05  FILLER                  PIC X(01) VALUE SPACES.
001768     05  FILLER                  PIC X(06) VALUE 'LOTE'.
001770     05  FILLER                  PIC X(02) VALUE SPACES.
001772     05  FILLER                  PIC X(30)
001774         VALUE 'ESTORNO DE (DATA-HORA-SEQ)'.
001776     05  FILLER                  PIC X(19) VALUE SPACES.
001780*
001790 01  WS-LINHA-DETALHE.
001800     05  DET-DATA                PIC 9(08).
001900     05  DET-RESULT              PIC ------9.99.
001910     05  FILLER                  PIC X(02) VALUE SPACES.
001920     05  DET-VALIDO              PIC X(01).
001922     05  FILLER                  PIC X(12) VALUE SPACES.
001924     05  DET-DEPTO               PIC X(08).
001926     05  FILLER                  PIC X(01) VALUE SPACES.
001928     05  DET-LOTE                PIC X(06).
001929     05  FILLER                  PIC X(02) VALUE SPACES.
001930     05  DET-ESTORNO.
001931         10  DET-TIPO            PIC X(07).
001932         10  FILLER              PIC X(01).
001933         10  DET-ORIG-DATA       PIC 9(08).
001934         10  DET-ORIG-SEP1       PIC X(01).
001935         10  DET-ORIG-HORA       PIC 9(08).
001936         10  DET-ORIG-SEP2       PIC X(01).
001937         10  DET-ORIG-SEQUENCIA  PIC 9(04).
001940*
001950 01  WS-LINHA-TOTAL.
001960     05  FILLER                  PIC X(22) VALUE SPACES.
003524         WHEN 'TOLERANCIA-VALOR'
003525         WHEN 'TOLERANCIA-REJEICAO'
003526         WHEN 'DIAS-BASELINE'
003527         WHEN 'TARIFA-CALCULO'
003528         WHEN 'TARIFA-REJEICAO'
003529         WHEN 'PIN-TENTATIVAS'
003530         WHEN 'PIN-DIAS-VALIDADE'
003531         WHEN 'DESVIO-PER-FECHADO'
003532             CONTINUE
003533         WHEN OTHER
003540             DISPLAY 'Parametro desconhecido: ' CPR-CHAVE
003550     END-EVALUATE.
003560 1080-APLICAR-LER.
004120     MOVE CLR-OPERACAO TO DET-OP.
004130     MOVE CLR-NUM2    TO DET-NUM2.
004140     MOVE CLR-RESULT  TO DET-RESULT.
004141     MOVE CLR-VALIDO  TO DET-VALIDO.
004142     MOVE CLR-DEPTO-ORIGEM TO DET-DEPTO.
004143     MOVE CLR-ID-LOTE TO DET-LOTE.
004144     MOVE SPACES      TO DET-ESTORNO.
004145     IF CLR-TIPO-ESTORNO
004146         MOVE 'ESTORNO'          TO DET-TIPO
004147         MOVE CLR-ORIG-DATA      TO DET-ORIG-DATA
004148         MOVE '-'                TO DET-ORIG-SEP1
004149         MOVE CLR-ORIG-HORA      TO DET-ORIG-HORA
004150         MOVE '-'                TO DET-ORIG-SEP2
004151         MOVE CLR-ORIG-SEQUENCIA TO DET-ORIG-SEQUENCIA
004152     END-IF.
004160     WRITE CALC-RPT-RECORD FROM WS-LINHA-DETALHE.
004170     ADD 1 TO WS-LINHA-CONTADOR.
004180 2200-IMPRIMIR-DETALHE-EXIT.
004220*  2300-ACUMULAR-TOTAIS - ACUMULA QUANTIDADE E SOMA DE Result    *
004230*  POR TIPO DE OPERACAO, PARA OS TOTAIS DE CONTROLE DO           *
004240*  FECHAMENTO.                                                   *
004242*  O ESTORNO VALIDO ANULA O ORIGINAL NA MESMA OPERACAO: UM A     *
004244*  MENOS NA QUANTIDADE (SEM PASSAR DE ZERO, SE O ORIGINAL FOR DE *
004246*  OUTRO PERIODO) E O RESULTADO NEGATIVO SOMADO AO VALOR. A      *
004248*  LINHA DE ESTORNOS MOSTRA O QUE JA FOI DEDUZIDO.               *
004250*----------------------------------------------------------------*
004260 2300-ACUMULAR-TOTAIS.
004270     IF CLR-VALIDO-NAO
004280         ADD 1 TO WS-CONT-INVALIDAS
004290         GO TO 2300-ACUMULAR-TOTAIS-EXIT
004300     END-IF.
004301     IF CLR-TIPO-ESTORNO
004302         PERFORM 2350-DEDUZIR-ESTORNO
004303             THRU 2350-DEDUZIR-ESTORNO-EXIT
004304         GO TO 2300-ACUMULAR-TOTAIS-EXIT
004305     END-IF.
004310     EVALUATE CLR-OPERACAO
004320         WHEN '+'
004330             ADD 1          TO WS-CONT-SOMA
004470         WHEN 'P'
004480             ADD 1          TO WS-CONT-PERCENTUAL
004490             ADD CLR-RESULT TO WS-VAL-PERCENTUAL
004491     END-EVALUATE.
004492 2300-ACUMULAR-TOTAIS-EXIT.
004493     EXIT.
004494*
004495*----------------------------------------------------------------*
004496*  2350-DEDUZIR-ESTORNO - SOMA O ESTORNO NA LINHA DE ESTORNOS E  *
004497*  O DEDUZ DA OPERACAO DO CALCULO ORIGINAL: UM A MENOS NA        *
004498*  QUANTIDADE (SEM PASSAR DE ZERO) E O RESULTADO, DE SINAL       *
004499*  TROCADO, SOMADO AO VALOR.                                     *
004500*----------------------------------------------------------------*
004501 2350-DEDUZIR-ESTORNO.
004502     ADD 1          TO WS-CONT-ESTORNOS.
004503     ADD CLR-RESULT TO WS-VAL-ESTORNOS.
004504     EVALUATE CLR-OPERACAO
004505         WHEN '+'
004506             IF WS-CONT-SOMA > ZERO
004507                 SUBTRACT 1 FROM WS-CONT-SOMA
004508             END-IF
004509             ADD CLR-RESULT TO WS-VAL-SOMA
004510         WHEN '-'
004511             IF WS-CONT-SUBTRACAO > ZERO
004512                 SUBTRACT 1 FROM WS-CONT-SUBTRACAO
004513             END-IF
004514             ADD CLR-RESULT TO WS-VAL-SUBTRACAO
004515         WHEN '*'
004516             IF WS-CONT-MULTIPLICACAO > ZERO
004517                 SUBTRACT 1 FROM WS-CONT-MULTIPLICACAO
004518             END-IF
004519             ADD CLR-RESULT TO WS-VAL-MULTIPLICACAO
004520         WHEN '/'
004521             IF WS-CONT-DIVISAO > ZERO
004522                 SUBTRACT 1 FROM WS-CONT-DIVISAO
004523             END-IF
004524             ADD CLR-RESULT TO WS-VAL-DIVISAO
004525         WHEN 'R'
004526             IF WS-CONT-RESTO > ZERO
004527                 SUBTRACT 1 FROM WS-CONT-RESTO
004528             END-IF
004529             ADD CLR-RESULT TO WS-VAL-RESTO
004530         WHEN 'P'
004531             IF WS-CONT-PERCENTUAL > ZERO
004532                 SUBTRACT 1 FROM WS-CONT-PERCENTUAL
004533             END-IF
004534             ADD CLR-RESULT TO WS-VAL-PERCENTUAL
004535     END-EVALUATE.
004536 2350-DEDUZIR-ESTORNO-EXIT.
004537     EXIT.
004538*
004540*================================================================*
004550*  3000-IMPRIMIR-TOTAIS - TOTAIS DE CONTROLE POR OPERADOR        *
004560*================================================================*
004900     MOVE WS-CONT-INVALIDAS        TO TOT-QTDE.
004910     MOVE ZERO                     TO TOT-VALOR.
004920     WRITE CALC-RPT-RECORD FROM WS-LINHA-TOTAL.
004922     MOVE 'ESTORNOS (JA DEDUZIDOS) ...:' TO TOT-ROTULO.
004924     MOVE WS-CONT-ESTORNOS         TO TOT-QTDE.
004926     MOVE WS-VAL-ESTORNOS          TO TOT-VALOR.
004928     WRITE CALC-RPT-RECORD FROM WS-LINHA-TOTAL.
004930     MOVE SPACES TO CALC-RPT-RECORD.
004940     WRITE CALC-RPT-RECORD.
004950     MOVE 'TOTAL DE REGISTROS LIDOS...:' TO TOT-ROTULO.
