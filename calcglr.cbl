000230*                   Calcgl, MARCA ACEITE/REJEICAO COM O MOTIVO   *
000240*                   DO RAZAO E APONTA TRANSMISSOES SEM RETORNO   *
000250*                   HA MAIS DE N DIAS.                           *
000251*  15/10/2026  RMS  O ACEITE DO RAZAO FECHA O PERIODO NO         *
000252*                   CONTROLE DE PERIODOS (CALC-PER-FILE, VIDE    *
000253*                   CALCPER.CPY); PERIODO ACEITO QUE NAO PUDER   *
000254*                   SER FECHADO LEVA A RETURN-CODE 4.            *
000255*                   A REJEICAO E ANOTADA NO PERIODO (ORIGEM      *
000256*                   'R'), LIBERANDO A REABERTURA PELO Calcper.   *
000260*----------------------------------------------------------------*
000270*
000280*----------------------------------------------------------------*
000380*  SAO APONTADAS NO RELATORIO CALC-GLR-FILE. ENCERRA COM         *
000390*  RETURN-CODE 4 QUANDO HA REJEICAO OU PENDENCIA VENCIDA, PARA   *
000400*  O ESCALONADOR AVISAR A OPERACAO, E 8 EM ERRO DE ARQUIVO.      *
000401*  O ACEITE FECHA O PERIODO DA TRANSMISSAO ('F') NO CONTROLE DE  *
000402*  PERIODOS (CALC-PER-FILE); PERIODO ACEITO QUE NAO PUDER SER    *
000403*  FECHADO TAMBEM LEVA A RETURN-CODE 4.                          *
000404*  A REJEICAO MANTEM O PERIODO EM FECHAMENTO, COM ORIGEM 'R'     *
000405*  (RETORNO), O QUE PERMITE AO OPERADOR REABRI-LO NO Calcper.    *
000410*----------------------------------------------------------------*
000420*
000430 ENVIRONMENT DIVISION.
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-PRM-STATUS.
000610*
000611     SELECT CALC-PER-FILE    ASSIGN TO CALCPER
000612         ORGANIZATION IS INDEXED
000613         ACCESS MODE IS RANDOM
000614         RECORD KEY IS PER-PERIODO
000615         FILE STATUS IS WS-PER-STATUS.
000616*
000620 DATA DIVISION.
000630 FILE SECTION.
000640*
000920 FD  CALC-PRM-FILE.
000930     COPY CALCPRM.
000940*
000941*----------------------------------------------------------------*
000942*  CALC-PER-FILE - CONTROLE DE PERIODOS CONTABEIS                *
000943*----------------------------------------------------------------*
000944 FD  CALC-PER-FILE.
000945     COPY CALCPER.
000946*
000950 WORKING-STORAGE SECTION.
000960*
000970 77  WS-GLA-STATUS               PIC X(02) VALUE '00'.
000980 77  WS-GLC-STATUS               PIC X(02) VALUE '00'.
000990 77  WS-GLR-STATUS               PIC X(02) VALUE '00'.
001000 77  WS-PRM-STATUS               PIC X(02) VALUE '00'.
001005 77  WS-PER-STATUS               PIC X(02) VALUE '00'.
001010*
001020 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001030     88  WS-EOF-SIM              VALUE 'Y'.
001110     88  WS-ACHOU-SIM            VALUE 'Y'.
001120     88  WS-ACHOU-NAO            VALUE 'N'.
001130*
001131 77  WS-PER-SWITCH               PIC X(01) VALUE 'N'.
001132     88  WS-PER-DISPONIVEL       VALUE 'S'.
001133     88  WS-PER-INDISPONIVEL     VALUE 'N'.
001134 77  WS-PER-CADASTRADO-SWITCH    PIC X(01) VALUE 'N'.
001135     88  WS-PER-CADASTRADO-SIM   VALUE 'Y'.
001136     88  WS-PER-CADASTRADO-NAO   VALUE 'N'.
001137*
001140 77  WS-DATA-EXECUCAO            PIC 9(08) VALUE ZERO.
001150 77  WS-DIAS-AVISO               PIC 9(03) VALUE 3.
001160*
001390 77  WS-QTD-REJEICOES            PIC 9(08) COMP VALUE ZERO.
001400 77  WS-QTD-SEM-CONTROLE         PIC 9(08) COMP VALUE ZERO.
001410 77  WS-QTD-PENDENTES-VENC       PIC 9(08) COMP VALUE ZERO.
001413 77  WS-QTD-PER-FECHADOS         PIC 9(08) COMP VALUE ZERO.
001416 77  WS-QTD-PER-NAO-FECHADOS     PIC 9(08) COMP VALUE ZERO.
001420*
001430*----------------------------------------------------------------*
001440*  CONVERSAO DE DATA (AAAAMMDD) EM NUMERO DE DIAS CORRIDOS,      *
003700         MOVE 8 TO RETURN-CODE
003710         GO TO 3000-APLICAR-RETORNOS-EXIT
003720     END-IF.
003725     PERFORM 3050-ABRIR-PERIODOS THRU 3050-ABRIR-PERIODOS-EXIT.
003730     MOVE 'N' TO WS-EOF-SWITCH.
003740     PERFORM 3100-LER-RETORNO THRU 3100-LER-RETORNO-EXIT.
003750     PERFORM 3200-APLICAR-RETORNO
003760         THRU 3200-APLICAR-RETORNO-EXIT
003770         UNTIL WS-EOF-SIM.
003780     CLOSE CALC-GLA-FILE.
003782     IF WS-PER-DISPONIVEL
003784         CLOSE CALC-PER-FILE
003786     END-IF.
003790     MOVE 'N' TO WS-EOF-SWITCH.
003800 3000-APLICAR-RETORNOS-EXIT.
003801     EXIT.
003802*
003803*----------------------------------------------------------------*
003804*  3050-ABRIR-PERIODOS - ABRE O CONTROLE DE PERIODOS PARA O      *
003805*  FECHAMENTO DOS PERIODOS ACEITOS; INEXISTENTE, E CRIADO.       *
003806*  ERRO NA ABERTURA NAO IMPEDE A APLICACAO DOS RETORNOS, MAS OS  *
003807*  PERIODOS ACEITOS FICAM SEM FECHAR (RETURN-CODE 4).            *
003808*----------------------------------------------------------------*
003809 3050-ABRIR-PERIODOS.
003810     OPEN I-O CALC-PER-FILE.
003811     IF WS-PER-STATUS = '35'
003812         OPEN OUTPUT CALC-PER-FILE
003813         CLOSE CALC-PER-FILE
003814         OPEN I-O CALC-PER-FILE
003815     END-IF.
003816     IF WS-PER-STATUS = '00'
003817         SET WS-PER-DISPONIVEL TO TRUE
003818     ELSE
003819         DISPLAY 'AVISO: erro ao abrir CALC-PER-FILE - status '
003820             WS-PER-STATUS '. Periodos aceitos nao serao '
003821             'fechados.'
003822     END-IF.
003823 3050-ABRIR-PERIODOS-EXIT.
003824     EXIT.
003825*
003830 3100-LER-RETORNO.
003840     READ CALC-GLA-FILE
003850         AT END
004270     MOVE WS-TAB-PERIODO (TAB-IDX)   TO RET-PERIODO.
004280     MOVE GLA-MOTIVO                 TO RET-MOTIVO.
004290     WRITE CALC-GLR-RECORD FROM WS-LINHA-RETORNO.
004292     IF GLA-ACEITA
004294         PERFORM 3300-FECHAR-PERIODO
004296             THRU 3300-FECHAR-PERIODO-EXIT
004298     END-IF.
004300     IF GLA-REJEITADA
004301         DISPLAY 'Sequencia ' GLA-SEQUENCIA ' (periodo '
004302             WS-TAB-PERIODO (TAB-IDX) ') rejeitada pelo razao '
004303             '- periodo elegivel para reextracao por Calcgl.'
004304         PERFORM 3400-REGISTRAR-REJEICAO
004305             THRU 3400-REGISTRAR-REJEICAO-EXIT
004306     END-IF.
004307 3200-APLICAR-RETORNO-LER.
004308     PERFORM 3100-LER-RETORNO THRU 3100-LER-RETORNO-EXIT.
004309 3200-APLICAR-RETORNO-EXIT.
004310     EXIT.
004311*
004312*----------------------------------------------------------------*
004313*  3300-FECHAR-PERIODO - O ACEITE DO RAZAO FECHA O PERIODO DA    *
004314*  TRANSMISSAO NO CONTROLE DE PERIODOS ('F', DEFINITIVO).        *
004315*  PERIODO JA FECHADO (ACEITE REPETIDO) FICA COMO ESTA.          *
004316*----------------------------------------------------------------*
004317 3300-FECHAR-PERIODO.
004318     MOVE 'PERIODO FECHADO........:' TO RET-ROTULO.
004319     IF WS-PER-INDISPONIVEL
004320         ADD 1 TO WS-QTD-PER-NAO-FECHADOS
004321         MOVE 'PERIODO NAO FECHADO....:' TO RET-ROTULO
004322         WRITE CALC-GLR-RECORD FROM WS-LINHA-RETORNO
004323         GO TO 3300-FECHAR-PERIODO-EXIT
004324     END-IF.
004325     MOVE WS-TAB-PERIODO (TAB-IDX) TO PER-PERIODO.
004326     SET WS-PER-CADASTRADO-SIM TO TRUE.
004327     READ CALC-PER-FILE
004328         INVALID KEY
004329             SET WS-PER-CADASTRADO-NAO TO TRUE
004330     END-READ.
004331     IF WS-PER-CADASTRADO-SIM AND PER-FECHADO
004332         GO TO 3300-FECHAR-PERIODO-EXIT
004333     END-IF.
004334     IF WS-PER-CADASTRADO-NAO
004335         MOVE SPACES                   TO CALC-PER-RECORD
004336         MOVE WS-TAB-PERIODO (TAB-IDX) TO PER-PERIODO
004337     END-IF.
004338     MOVE 'F'                          TO PER-SITUACAO.
004339     MOVE WS-DATA-EXECUCAO             TO PER-DATA-SITUACAO.
004340     ACCEPT PER-HORA-SITUACAO FROM TIME.
004341     MOVE 'R'                          TO PER-ORIGEM.
004342     MOVE SPACES                       TO PER-OPERADOR.
004343     MOVE WS-TAB-SEQUENCIA (TAB-IDX)   TO PER-GLC-SEQUENCIA.
004344     MOVE 'ACEITO PELO RAZAO'          TO PER-OBSERVACAO.
004345     IF WS-PER-CADASTRADO-SIM
004346         REWRITE CALC-PER-RECORD
004347             INVALID KEY
004348                 CONTINUE
004349         END-REWRITE
004350     ELSE
004351         WRITE CALC-PER-RECORD
004352             INVALID KEY
004353                 CONTINUE
004354         END-WRITE
004355     END-IF.
004356     IF WS-PER-STATUS = '00'
004357         ADD 1 TO WS-QTD-PER-FECHADOS
004358     ELSE
004359         ADD 1 TO WS-QTD-PER-NAO-FECHADOS
004360         MOVE 'PERIODO NAO FECHADO....:' TO RET-ROTULO
004361         DISPLAY 'AVISO: erro ao gravar CALC-PER-FILE - status '
004362             WS-PER-STATUS '. Periodo ' WS-TAB-PERIODO (TAB-IDX)
004363             ' nao fechado.'
004364     END-IF.
004365     WRITE CALC-GLR-RECORD FROM WS-LINHA-RETORNO.
004366 3300-FECHAR-PERIODO-EXIT.
004367     EXIT.
004368*
004369*----------------------------------------------------------------*
004370*  3400-REGISTRAR-REJEICAO - A REJEICAO DO RAZAO E ANOTADA NO    *
004371*  PERIODO AINDA EM FECHAMENTO PELA EXTRACAO DESTA SEQUENCIA     *
004372*  (ORIGEM 'R'): O PERIODO CONTINUA 'E', MAS Calcper PASSA A     *
004373*  ACEITAR DEVOLVE-LO A ABERTO PARA CORRECAO ANTES DA NOVA       *
004374*  EXTRACAO. PERIODO EM OUTRA SITUACAO FICA COMO ESTA.           *
004375*----------------------------------------------------------------*
004376 3400-REGISTRAR-REJEICAO.
004377     IF WS-PER-INDISPONIVEL
004378         GO TO 3400-REGISTRAR-REJEICAO-EXIT
004379     END-IF.
004380     MOVE WS-TAB-PERIODO (TAB-IDX) TO PER-PERIODO.
004381     READ CALC-PER-FILE
004382         INVALID KEY
004383             GO TO 3400-REGISTRAR-REJEICAO-EXIT
004384     END-READ.
004385     IF NOT PER-EM-FECHAMENTO OR NOT PER-ORIGEM-EXTRACAO
004386        OR PER-GLC-SEQUENCIA NOT = WS-TAB-SEQUENCIA (TAB-IDX)
004387         GO TO 3400-REGISTRAR-REJEICAO-EXIT
004388     END-IF.
004389     MOVE WS-DATA-EXECUCAO             TO PER-DATA-SITUACAO.
004390     ACCEPT PER-HORA-SITUACAO FROM TIME.
004391     MOVE 'R'                          TO PER-ORIGEM.
004392     MOVE SPACES                       TO PER-OPERADOR.
004393     MOVE 'REJEITADO PELO RAZAO'       TO PER-OBSERVACAO.
004394     REWRITE CALC-PER-RECORD
004395         INVALID KEY
004396             CONTINUE
004397     END-REWRITE.
004398     IF WS-PER-STATUS NOT = '00'
004399         DISPLAY 'AVISO: erro ao gravar CALC-PER-FILE - status '
004400             WS-PER-STATUS '. Rejeicao do periodo '
004401             WS-TAB-PERIODO (TAB-IDX) ' nao anotada.'
004402     END-IF.
004403 3400-REGISTRAR-REJEICAO-EXIT.
004404     EXIT.
004405*
004406*----------------------------------------------------------------*
004410*  4000-APONTAR-PENDENTES - TRANSMISSOES AINDA SEM RETORNO HA    *
004420*  MAIS DE WS-DIAS-AVISO DIAS SAO APONTADAS NO RELATORIO         *
004430*----------------------------------------------------------------*
005610         TO TOT-ROTULO.
005620     MOVE WS-QTD-PENDENTES-VENC TO TOT-QTDE.
005630     WRITE CALC-GLR-RECORD FROM WS-LINHA-TOTAL.
005631     MOVE 'PERIODOS FECHADOS PELO ACEITE............:'
005632         TO TOT-ROTULO.
005633     MOVE WS-QTD-PER-FECHADOS TO TOT-QTDE.
005634     WRITE CALC-GLR-RECORD FROM WS-LINHA-TOTAL.
005635     MOVE 'PERIODOS ACEITOS QUE NAO PUDERAM FECHAR..:'
005636         TO TOT-ROTULO.
005637     MOVE WS-QTD-PER-NAO-FECHADOS TO TOT-QTDE.
005638     WRITE CALC-GLR-RECORD FROM WS-LINHA-TOTAL.
005640     CLOSE CALC-GLR-FILE.
005650     DISPLAY WS-QTD-RETORNOS ' retorno(s): '
005660         WS-QTD-ACEITES ' aceite(s), '
005670         WS-QTD-REJEICOES ' rejeicao(oes), '
005680         WS-QTD-SEM-CONTROLE ' sem transmissao, '
005690         WS-QTD-PENDENTES-VENC ' pendente(s) vencida(s).'.
005691     IF WS-QTD-PER-FECHADOS > ZERO
005692        OR WS-QTD-PER-NAO-FECHADOS > ZERO
005693         DISPLAY WS-QTD-PER-FECHADOS ' periodo(s) fechado(s), '
005694             WS-QTD-PER-NAO-FECHADOS ' aceito(s) sem fechar.'
005695     END-IF.
005700     IF RETURN-CODE < 4
005710        AND (WS-QTD-REJEICOES > ZERO
005720             OR WS-QTD-PENDENTES-VENC > ZERO
005725             OR WS-QTD-PER-NAO-FECHADOS > ZERO
005730             OR WS-QTD-SEM-CONTROLE > ZERO)
005740         DISPLAY 'Ha rejeicao ou pendencia a tratar. '
005750             'RETURN-CODE 4.'
