000242*                   JORNAL COMUM DE EXECUCOES (CALC-RCJ-FILE,    *
000243*                   VIDE CALCRCJ.CPY), COM INICIO/FIM,           *
000244*                   QUANTIDADES E RETURN-CODE.                   *
000245*  15/10/2026  RMS  DEPARTAMENTO E LOTE DE ORIGEM DO CALCULO     *
000246*                   PASSAM A SER CARREGADOS NA TRILHA INDEXADA.  *
000247*  15/10/2026  RMS  LANCAMENTOS DE ESTORNO CARREGADOS COM O      *
000248*                   TIPO E A CHAVE DO ORIGINAL; O ORIGINAL DE UM *
000249*                   ESTORNO VALIDO E MARCADO COMO ESTORNADO COM  *
000250*                   A CHAVE ATRIBUIDA AO ESTORNO.                *
000251*  15/10/2026  RMS  CODIGO E VERSAO DE CALC-TAB USADOS NO        *
000252*                   CALCULO CARREGADOS NA TRILHA INDEXADA.       *
000253*----------------------------------------------------------------*
000254*
000260*----------------------------------------------------------------*
000270*  FUNCAO DO PROGRAMA                                             *
000280*----------------------------------------------------------------*
000330*  CASO DE CHAVE DUPLICADA, A SEQUENCIA E INCREMENTADA ATE       *
000340*  ENCONTRAR VAGA. A CARGA RECRIA O ARQUIVO INTEIRO A CADA       *
000350*  EXECUCAO (NORMALMENTE APOS O LOTE DIARIO).                    *
000352*  LANCAMENTO DE ESTORNO VALIDO MARCA O CALCULO ORIGINAL (JA     *
000354*  CARREGADO, POIS O LOG E CRONOLOGICO) COMO ESTORNADO, COM A    *
000356*  CHAVE ATRIBUIDA AO ESTORNO NESTA CARGA.                       *
000360*----------------------------------------------------------------*
000370*
000380 ENVIRONMENT DIVISION.
000830 77  WS-TOTAL-LIDOS              PIC 9(08) COMP VALUE ZERO.
000840 77  WS-TOTAL-CARREGADOS         PIC 9(08) COMP VALUE ZERO.
000850 77  WS-TOTAL-PERDIDOS           PIC 9(08) COMP VALUE ZERO.
000851 77  WS-TOTAL-ESTORNOS           PIC 9(08) COMP VALUE ZERO.
000852 77  WS-TOTAL-SEM-ORIGINAL       PIC 9(08) COMP VALUE ZERO.
000860*
000861 01  WS-CHAVE-ESTORNO.
000862     05  WS-EST-DATA             PIC 9(08) VALUE ZERO.
000863     05  WS-EST-HORA             PIC 9(08) VALUE ZERO.
000864     05  WS-EST-SEQUENCIA        PIC 9(04) VALUE ZERO.
000865*
000870 PROCEDURE DIVISION.
000880*
000890*================================================================*
001540     MOVE CLR-NUM2     TO CLX-NUM2.
001550     MOVE CLR-RESULT   TO CLX-RESULT.
001560     MOVE CLR-VALIDO   TO CLX-VALIDO.
001561     MOVE CLR-DEPTO-ORIGEM TO CLX-DEPTO-ORIGEM.
001562     MOVE CLR-ID-LOTE  TO CLX-ID-LOTE.
001563     MOVE CLR-TIPO     TO CLX-TIPO.
001564     MOVE CLR-CHAVE-ORIGINAL TO CLX-CHAVE-ORIGINAL.
001565     MOVE 'N'          TO CLX-SITUACAO-ESTORNO.
001566     MOVE ZERO         TO CLX-CHAVE-ESTORNO.
001567     MOVE ZERO         TO CLX-EST-EXECUCAO.
001568     MOVE CLR-TABELA   TO CLX-TABELA.
001570     MOVE 'N' TO WS-GRAVADO-SWITCH.
001580     PERFORM 2200-TENTAR-GRAVAR THRU 2200-TENTAR-GRAVAR-EXIT
001590         UNTIL WS-GRAVADO-SIM
001600            OR CLX-SEQUENCIA = ZERO.
001602     IF WS-GRAVADO-SIM AND CLX-TIPO-ESTORNO AND CLX-VALIDO-SIM
001604         PERFORM 2300-MARCAR-ORIGINAL
001606             THRU 2300-MARCAR-ORIGINAL-EXIT
001608     END-IF.
001610     PERFORM 2000-LER-LOG THRU 2000-LER-LOG-EXIT.
001620 2100-CARREGAR-REGISTRO-EXIT.
001630     EXIT.
001790         NOT INVALID KEY
001800             SET WS-GRAVADO-SIM TO TRUE
001810             ADD 1 TO WS-TOTAL-CARREGADOS
001811     END-WRITE.
001812 2200-TENTAR-GRAVAR-EXIT.
001813     EXIT.
001814*
001815*----------------------------------------------------------------*
001816*  2300-MARCAR-ORIGINAL - O ESTORNO ACABA DE SER GRAVADO: RELE O *
001817*  CALCULO ORIGINAL PELA CHAVE QUE O ESTORNO APONTA E O MARCA    *
001818*  COMO ESTORNADO, COM A CHAVE ATRIBUIDA AO ESTORNO NESTA CARGA. *
001819*  ORIGINAL AUSENTE (LOG TRUNCADO OU EDITADO) E SO AVISADO.      *
001820*----------------------------------------------------------------*
001821 2300-MARCAR-ORIGINAL.
001822     ADD 1 TO WS-TOTAL-ESTORNOS.
001823     MOVE CLX-CHAVE          TO WS-CHAVE-ESTORNO.
001824     MOVE CLX-CHAVE-ORIGINAL TO CLX-CHAVE.
001825     READ CALC-LGX-FILE
001826         INVALID KEY
001827             ADD 1 TO WS-TOTAL-SEM-ORIGINAL
001828             DISPLAY 'AVISO: estorno ' WS-CHAVE-ESTORNO
001829                 ' aponta original inexistente ' CLX-CHAVE '.'
001830             GO TO 2300-MARCAR-ORIGINAL-EXIT
001831     END-READ.
001832     MOVE 'S'              TO CLX-SITUACAO-ESTORNO.
001833     MOVE WS-CHAVE-ESTORNO TO CLX-CHAVE-ESTORNO.
001834     MOVE ZERO             TO CLX-EST-EXECUCAO.
001835     REWRITE CALC-LGX-RECORD
001836         INVALID KEY
001837             ADD 1 TO WS-TOTAL-SEM-ORIGINAL
001838             DISPLAY 'AVISO: erro ao marcar o original ' CLX-CHAVE
001839                 ' - status ' WS-LGX-STATUS '.'
001840     END-REWRITE.
001841 2300-MARCAR-ORIGINAL-EXIT.
001842     EXIT.
001843*
001844*----------------------------------------------------------------*
001852*  8000-GRAVAR-JORNAL - REGISTRA A EXECUCAO NO JORNAL COMUM DE   *
001853*  EXECUCOES (CALC-RCJ-FILE): LIDOS = REGISTROS DO LOG,          *
001854*  GRAVADOS = CARREGADOS NA TRILHA INDEXADA, REJEITADOS =        *
001885     CLOSE CALC-LGX-FILE.
001890     DISPLAY WS-TOTAL-LIDOS ' registro(s) lido(s), '
001900         WS-TOTAL-CARREGADOS ' carregado(s) em CALC-LGX-FILE.'.
001903     DISPLAY WS-TOTAL-ESTORNOS ' estorno(s) valido(s), '
001906         WS-TOTAL-SEM-ORIGINAL ' sem original marcado.'.
001910     IF WS-TOTAL-PERDIDOS > ZERO
001920         DISPLAY 'ATENCAO: ' WS-TOTAL-PERDIDOS
001930             ' registro(s) nao carregado(s). RETURN-CODE 8.'
