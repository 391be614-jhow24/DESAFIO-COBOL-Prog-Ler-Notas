000276* 08/22/2026 MNT    ERRO DE ABERTURA ENCERRA COM RETORNO 8 -
000278*                    CONCILIACAO QUE NAO RODOU NAO PODE PASSAR
000279*                    POR LIMPA NO SCHEDULER.
000279* 10/15/2026 MNT    RETORNO MAIOR QUE A TABELA CANCELA A
000279*                    CONCILIACAO COM RETORNO 8 EM VEZ DE IGNORAR
000279*                    O EXCEDENTE.
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. DESAFIO-CONCILIA-RETORNO.
000820         88  WS88-RETORNO-ACHADO          VALUE "S".
000830     03  WS-ERRO-ABERTURA             PIC X(01) VALUE "N".
000840         88  WS88-ERRO-ABERTURA           VALUE "S".
000841     03  WS-ESTOURO-TABELA            PIC X(01) VALUE "N".
000842         88  WS88-ESTOURO-TABELA          VALUE "S".
000850 01  WS-CONTADORES.
000860     03  WS-CONT-ENVIADOS             PIC 9(06) VALUE 0 COMP.
000870     03  WS-CONT-ACEITOS              PIC 9(06) VALUE 0 COMP.
001640     PERFORM 1100-LE-RETORNO THRU 1100-EXIT
001650         UNTIL WS88-FIM-RETORNO
001660     DISPLAY "RETORNOS CARREGADOS: " TB-RET-QTD
001661*--------------------------------------------------------------
001662* RETORNO MAIOR QUE A TABELA NAO E CONCILIADO PELA METADE: O QUE
001663* FICASSE FORA SAIRIA COMO SEM RESPOSTA E IRIA PARA O REENVIO.
001664*--------------------------------------------------------------
001665     IF WS88-ESTOURO-TABELA
001666         PERFORM 9999-FIM THRU 9999-EXIT
001667     END-IF
001670     .
001680 1000-EXIT.
001690     EXIT.
001710     READ RETORNO-FILE
001720         AT END
001730             MOVE "S" TO WS-FIM-RETORNO
001740             GO TO 1100-EXIT
001940     END-READ
001941     IF TB-RET-QTD NOT < 2000
001942         DISPLAY "ERRO: LIMITE DA TABELA DE RETORNO "
001943             "EXCEDIDO: " RR-MATRICULA
001944         MOVE "S" TO WS-ESTOURO-TABELA
001945         MOVE "S" TO WS-FIM-RETORNO
001946         GO TO 1100-EXIT
001947     END-IF
001948     ADD 1 TO TB-RET-QTD
001949     SET TB-IDX-RET TO TB-RET-QTD
001949     MOVE RR-MATRICULA TO TB-RET-MATRICULA (TB-IDX-RET)
001949     MOVE RR-MATERIA TO TB-RET-MATERIA (TB-IDX-RET)
001949     MOVE RR-ANO-LETIVO TO TB-RET-ANO-LETIVO (TB-IDX-RET)
001949     MOVE RR-BIMESTRE TO TB-RET-BIMESTRE (TB-IDX-RET)
001949     MOVE RR-CODIGO-RETORNO TO TB-RET-CODIGO (TB-IDX-RET)
001949     MOVE RR-MOTIVO TO TB-RET-MOTIVO (TB-IDX-RET)
001949     MOVE "N" TO TB-RET-USADO (TB-IDX-RET)
001950     .
001960 1100-EXIT.
001970     EXIT.
003571         DISPLAY "CONCILIACAO NAO EXECUTADA - RETORNO 8."
003572         MOVE 8 TO RETURN-CODE
003573     END-IF
003574     IF WS88-ESTOURO-TABELA
003575         DISPLAY "CONCILIACAO CANCELADA - LIMITE DE TABELA - "
003576             "RETORNO 8."
003577         MOVE 8 TO RETURN-CODE
003578     END-IF
003579     IF (WS-CONT-REJEITADOS > 0 OR WS-CONT-SEM-RESPOSTA > 0)
003579        AND RETURN-CODE < 4
003580         DISPLAY "HA PENDENCIAS DE CONCILIACAO - RETORNO 4."
003590         MOVE 4 TO RETURN-CODE
003600     END-IF
