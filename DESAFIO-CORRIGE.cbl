000285*                    PRESERVADOS E CORRIGIVEIS NA REMONTAGEM;
000286*                    HASH DO TRAILER SOMA A NOTA DE SEGUNDA
000287*                    CHAMADA; REGISTRO PENDENTE AJUSTADO.
000287* 09/10/2026 MNT    CALENDARIO DE PERIODOS (NOTASPER): EXCECAO
000287*                    CORRIGIDA PARA ANO LETIVO/BIMESTRE FECHADO
000287*                    NAO E REENVIADA - FICA PENDENTE EM NOTASEXP
000287*                    E E REGISTRADA NO LOG DE BLOQUEIOS NOTASBLQ.
000287* 09/15/2026 MNT    PROFESSOR DA SESSAO INFORMADO NA ABERTURA
000287*                    E GRAVADO NO HEADER DO NOTASCOR (O LEITOR
000287*                    AUTORIZA O LOTE SUPLEMENTAR PELA ATRIBUICAO
000287*                    DESSE PROFESSOR). EXCECAO DE LOTE DE OUTRO
000287*                    PROFESSOR FICA PENDENTE EM NOTASEXP, SALVO
000287*                    QUANDO O ERRO E O PROPRIO PROFESSOR. REGISTRO
000287*                    PENDENTE NO NOVO TAMANHO DO NOTASEXC.
000287* 10/15/2026 MNT    FALHA NA GRAVACAO DO LOG DE BLOQUEIOS
000287*                    (NOTASBLQ) ENCERRA A SESSAO COM RETORNO 8; AS
000287*                    EXCECOES AINDA NAO LIDAS VAO PENDENTES PARA
000287*                    NOTASEXP.
000288*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. DESAFIO-CORRIGE-EXCECOES.
000510     SELECT RELATORIO-FILE ASSIGN TO "NOTASCRL"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-FS-RELATORIO.
000531     SELECT PERIODOS-FILE ASSIGN TO "NOTASPER"
000532         ORGANIZATION IS SEQUENTIAL
000533         FILE STATUS IS WS-FS-PERIODOS.
000534     SELECT BLOQUEIO-FILE ASSIGN TO "NOTASBLQ"
000535         ORGANIZATION IS SEQUENTIAL
000536         FILE STATUS IS WS-FS-BLOQUEIO.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000620     COPY REGTRANS.
000630 FD  PENDENTE-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 01  PD-REGISTRO-PENDENTE             PIC X(159).
000660 FD  RELATORIO-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 01  RL-LINHA                         PIC X(80).
000681 FD  PERIODOS-FILE
000682     LABEL RECORDS ARE STANDARD.
000683     COPY REGPERIO.
000684 FD  BLOQUEIO-FILE
000685     LABEL RECORDS ARE STANDARD.
000686     COPY REGBLOQ.
000690
000700 WORKING-STORAGE SECTION.
000710 01  WS-FILE-STATUS.
000730     03  WS-FS-CORRIGIDA              PIC X(02) VALUE "00".
000740     03  WS-FS-PENDENTE               PIC X(02) VALUE "00".
000750     03  WS-FS-RELATORIO              PIC X(02) VALUE "00".
000751     03  WS-FS-PERIODOS               PIC X(02) VALUE "00".
000752     03  WS-FS-BLOQUEIO               PIC X(02) VALUE "00".
000760 01  WS-SWITCHES.
000770     03  WS-FIM-EXCECOES              PIC X(01) VALUE "N".
000780         88  WS88-FIM-EXCECOES            VALUE "S".
000790     03  WS-ERRO-ABERTURA             PIC X(01) VALUE "N".
000800         88  WS88-ERRO-ABERTURA           VALUE "S".
000801     03  WS-ERRO-BLOQUEIO             PIC X(01) VALUE "N".
000802         88  WS88-ERRO-BLOQUEIO           VALUE "S".
000803     03  WS-FIM-PERIODOS              PIC X(01) VALUE "N".
000804         88  WS88-FIM-PERIODOS            VALUE "S".
000805     03  WS-PERIODO-FECHADO           PIC X(01) VALUE "N".
000806         88  WS88-PERIODO-FECHADO         VALUE "S".
000810 01  WS-ACAO                       PIC X(01) VALUE SPACE.
000820 01  WS-MOTIVO-DESCARTE            PIC X(40) VALUE SPACES.
000830 01  WS-DATA-HOJE                  PIC 9(08) VALUE 0.
000850 01  WS-NOTA-ATUAL                 PIC X(02) VALUE SPACES.
000860 01  WS-NOTA-CORRIGIDA             PIC X(02) VALUE SPACES.
000870 01  WS-MATRICULA-CORRIGIDA        PIC 9(08) VALUE 0.
000871 01  WS-CODIGO-PROFESSOR           PIC X(08) VALUE SPACES.
000880 01  WS-CONTADORES.
000890     03  WS-CONT-LIDAS                PIC 9(06) VALUE 0 COMP.
000900     03  WS-CONT-CORRIGIDAS           PIC 9(06) VALUE 0 COMP.
000910     03  WS-CONT-DESCARTADAS          PIC 9(06) VALUE 0 COMP.
000920     03  WS-CONT-PENDENTES            PIC 9(06) VALUE 0 COMP.
000921     03  WS-CONT-BLOQUEADAS           PIC 9(06) VALUE 0 COMP.
000922     03  WS-CONT-OUTRO-PROFESSOR      PIC 9(06) VALUE 0 COMP.
000930     03  WS-HASH-CORRIGIDAS           PIC 9(10) VALUE 0 COMP.
000940 01  WS-REL-CONTADOR               PIC 9(06) VALUE 0.
000941*--------------------------------------------------------------
000942* CALENDARIO DE PERIODOS LETIVOS (NOTASPER). CORRECAO PARA UM
000943* PERIODO FECHADO NAO VOLTA PARA O LEITOR.
000944*--------------------------------------------------------------
000945 01  TB-PERIODOS.
000946     03  TB-PER-QTD                   PIC 9(03) VALUE 0 COMP.
000947     03  TB-PER-REG OCCURS 1 TO 100 TIMES
000948             DEPENDING ON TB-PER-QTD
000949             INDEXED BY TB-IDX-PER.
000949         05  TB-PER-ANO-LETIVO            PIC 9(04).
000949         05  TB-PER-BIMESTRE              PIC 9(01).
000949         05  TB-PER-SITUACAO              PIC X(08).
000950
000960 PROCEDURE DIVISION.
000970*****************************************************************
001130     DISPLAY "***************************************"
001140     DISPLAY "* DESAFIO - CORRECAO DE EXCECOES      *"
001150     DISPLAY "***************************************"
001151     DISPLAY "CODIGO DO PROFESSOR RESPONSAVEL PELAS CORRECOES: "
001152     ACCEPT WS-CODIGO-PROFESSOR
001153     IF WS-CODIGO-PROFESSOR = SPACES
001154         DISPLAY "PROFESSOR NAO INFORMADO - SESSAO ENCERRADA."
001155         MOVE "S" TO WS-ERRO-ABERTURA
001156         MOVE "S" TO WS-FIM-EXCECOES
001157         GO TO 1000-EXIT
001158     END-IF
001159     PERFORM 1100-CARREGA-PERIODOS THRU 1100-EXIT
001159     IF WS88-ERRO-ABERTURA
001159         GO TO 1000-EXIT
001159     END-IF
001160     OPEN INPUT EXCECAO-FILE
001170     IF WS-FS-EXCECAO NOT = "00"
001180         DISPLAY "ERRO AO ABRIR ARQUIVO DE EXCECOES: "
001450         MOVE "S" TO WS-FIM-EXCECOES
001460         GO TO 1000-EXIT
001470     END-IF
001471     OPEN EXTEND BLOQUEIO-FILE
001472     IF WS-FS-BLOQUEIO = "35"
001473         OPEN OUTPUT BLOQUEIO-FILE
001474     END-IF
001475     IF WS-FS-BLOQUEIO NOT = "00"
001476         DISPLAY "ERRO AO ABRIR LOG DE BLOQUEIOS (NOTASBLQ): "
001477             WS-FS-BLOQUEIO
001478         MOVE "S" TO WS-ERRO-ABERTURA
001479         MOVE "S" TO WS-FIM-EXCECOES
001479         GO TO 1000-EXIT
001479     END-IF
001480     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
001490     MOVE SPACES TO TR-REGISTRO-TRANSACAO
001500     MOVE "H" TO TR-TIPO-REGISTRO
001510     MOVE WS-DATA-HOJE TO TR-HDR-DATA-GERACAO
001520     MOVE "CORRECAO DE EXCECOES" TO TR-HDR-ORIGEM
001521     MOVE WS-CODIGO-PROFESSOR TO TR-HDR-CODIGO-PROFESSOR
001530     WRITE TR-REGISTRO-TRANSACAO
001540     MOVE "RELATORIO DE CORRECAO DE EXCECOES" TO RL-LINHA
001550     WRITE RL-LINHA
001551     MOVE SPACES TO RL-LINHA
001552     STRING "PROFESSOR DA SESSAO: " WS-CODIGO-PROFESSOR
001553         DELIMITED BY SIZE INTO RL-LINHA
001554     END-STRING
001555     WRITE RL-LINHA
001560     .
001570 1000-EXIT.
001571     EXIT.
001572*****************************************************************
001573* 1100-CARREGA-PERIODOS
001574* CARREGA O CALENDARIO DE PERIODOS. SEM CALENDARIO TODOS OS
001575* PERIODOS SAO ACEITOS (APENAS AVISA). CALENDARIO MAIOR QUE A
001576* TABELA ENCERRA A SESSAO SEM PROCESSAR NENHUMA EXCECAO.
001577*****************************************************************
001578 1100-CARREGA-PERIODOS.
001579     OPEN INPUT PERIODOS-FILE
001579     IF WS-FS-PERIODOS = "35"
001579         DISPLAY "AVISO: SEM CALENDARIO DE PERIODOS (NOTASPER) - "
001579             "TODOS OS PERIODOS ACEITOS."
001579         GO TO 1100-EXIT
001579     END-IF
001579     IF WS-FS-PERIODOS NOT = "00"
001579         DISPLAY "ERRO AO ABRIR CALENDARIO DE PERIODOS: "
001579             WS-FS-PERIODOS
001579         MOVE "S" TO WS-ERRO-ABERTURA
001579         MOVE "S" TO WS-FIM-EXCECOES
001579         GO TO 1100-EXIT
001579     END-IF
001579     PERFORM 1110-LE-PERIODO THRU 1110-EXIT
001579         UNTIL WS88-FIM-PERIODOS
001579     CLOSE PERIODOS-FILE
001579     .
001579 1100-EXIT.
001579     EXIT.
001579 1110-LE-PERIODO.
001579     READ PERIODOS-FILE
001579         AT END
001579             MOVE "S" TO WS-FIM-PERIODOS
001579             GO TO 1110-EXIT
001579     END-READ
001579     IF TB-PER-QTD NOT < 100
001579         DISPLAY "ERRO: LIMITE DE PERIODOS NO CALENDARIO "
001579             "EXCEDIDO - SESSAO ENCERRADA."
001579         MOVE "S" TO WS-FIM-PERIODOS
001579         MOVE "S" TO WS-ERRO-ABERTURA
001579         MOVE "S" TO WS-FIM-EXCECOES
001579         MOVE 8 TO RETURN-CODE
001579         GO TO 1110-EXIT
001579     END-IF
001579     ADD 1 TO TB-PER-QTD
001579     SET TB-IDX-PER TO TB-PER-QTD
001579     MOVE PE-ANO-LETIVO TO TB-PER-ANO-LETIVO (TB-IDX-PER)
001579     MOVE PE-BIMESTRE TO TB-PER-BIMESTRE (TB-IDX-PER)
001579     MOVE PE-SITUACAO TO TB-PER-SITUACAO (TB-IDX-PER)
001579     .
001579 1110-EXIT.
001580     EXIT.
001590*****************************************************************
001600* 2000-PROCESSA-EXCECAO
001610* LE UMA EXCECAO, MOSTRA AO OPERADOR E EXECUTA A ACAO ESCOLHIDA:
001620* (C)ORRIGIR, (D)ESCARTAR OU (P)ENDENTE. ACAO INVALIDA DEIXA A
001630* EXCECAO PENDENTE PARA NAO PERDER NADA.
001631* EXCECAO DE LOTE DE OUTRO PROFESSOR NAO E TRATADA NESTA SESSAO
001632* (O LOTE SUPLEMENTAR SAI NO NOME DO PROFESSOR DA SESSAO) E FICA
001633* PENDENTE - EXCETO QUANDO O CAMPO REJEITADO E O PROPRIO
001634* PROFESSOR (HEADER COM CODIGO ERRADO OU INATIVO).
001635* DEPOIS DE FALHA NO LOG DE BLOQUEIOS (2180) AS EXCECOES
001636* RESTANTES VAO DIRETO PARA NOTASEXP, SEM PERGUNTAR AO OPERADOR.
001640*****************************************************************
001650 2000-PROCESSA-EXCECAO.
001660     READ EXCECAO-FILE
001680             MOVE "S" TO WS-FIM-EXCECOES
001690         NOT AT END
001700             ADD 1 TO WS-CONT-LIDAS
001702             IF WS88-ERRO-BLOQUEIO
001704                 PERFORM 2300-DEIXA-PENDENTE THRU 2300-EXIT
001706                 GO TO 2000-EXIT
001708             END-IF
001710             DISPLAY " "
001720             DISPLAY "EXCECAO " WS-CONT-LIDAS ":"
001730             DISPLAY "  MATRICULA: " EX-MATRICULA
001740                 "  ALUNO: " EX-NOME
001750             DISPLAY "  MATERIA:   " EX-MATERIA
001751             DISPLAY "  PROFESSOR: " EX-CODIGO-PROFESSOR
001760             DISPLAY "  CAMPO:     " EX-CAMPO
001770                 "  VALOR: " EX-VALOR
001780             DISPLAY "  MOTIVO:    " EX-MOTIVO
001781             IF EX-CODIGO-PROFESSOR NOT = SPACES AND
001782                EX-CODIGO-PROFESSOR NOT = WS-CODIGO-PROFESSOR AND
001783                EX-CAMPO NOT = "PROFESSOR"
001784                 DISPLAY "EXCECAO DE LOTE DE OUTRO PROFESSOR - "
001785                     "MANTIDA PENDENTE."
001786                 ADD 1 TO WS-CONT-OUTRO-PROFESSOR
001787                 PERFORM 2300-DEIXA-PENDENTE THRU 2300-EXIT
001788                 GO TO 2000-EXIT
001789             END-IF
001790             DISPLAY "ACAO - (C)ORRIGIR (D)ESCARTAR (P)ENDENTE: "
001800             ACCEPT WS-ACAO
001810             IF WS-ACAO = "C"
002442     ELSE
002443         MOVE EX-NOTA-SUBST TO TR-NOTA-SUBST
002444     END-IF
002444*--------------------------------------------------------------
002444* PERIODO FECHADO NO CALENDARIO: A CORRECAO NAO E REENVIADA AO
002444* LEITOR. A EXCECAO ORIGINAL FICA PENDENTE ATE A REABERTURA.
002444*--------------------------------------------------------------
002444     PERFORM 2170-VERIFICA-PERIODO THRU 2170-EXIT
002444     IF WS88-PERIODO-FECHADO
002444         DISPLAY "PERIODO " TR-ANO-LETIVO "/" TR-BIMESTRE
002444             " FECHADO NO CALENDARIO - CORRECAO NAO REENVIADA."
002444         PERFORM 2180-GRAVA-BLOQUEIO THRU 2180-EXIT
002444         PERFORM 2300-DEIXA-PENDENTE THRU 2300-EXIT
002444         GO TO 2100-EXIT
002444     END-IF
002445     WRITE TR-REGISTRO-TRANSACAO
002446     ADD 1 TO WS-CONT-CORRIGIDAS
002450     PERFORM 2160-ACUMULA-HASH THRU 2160-EXIT
002966     END-IF
002970     .
002980 2160-EXIT.
002981     EXIT.
002982*****************************************************************
002983* 2170-VERIFICA-PERIODO
002984* INDICA SE O ANO LETIVO/BIMESTRE DA TRANSACAO REMONTADA ESTA
002985* FECHADO NO CALENDARIO. PERIODO FORA DO CALENDARIO E ACEITO.
002986*****************************************************************
002987 2170-VERIFICA-PERIODO.
002988     MOVE "N" TO WS-PERIODO-FECHADO
002989     IF TB-PER-QTD = 0
002989         GO TO 2170-EXIT
002989     END-IF
002989     SET TB-IDX-PER TO 1
002989     SEARCH TB-PER-REG VARYING TB-IDX-PER
002989         AT END
002989             MOVE "N" TO WS-PERIODO-FECHADO
002989         WHEN TB-PER-ANO-LETIVO (TB-IDX-PER) = TR-ANO-LETIVO AND
002989              TB-PER-BIMESTRE (TB-IDX-PER) = TR-BIMESTRE
002989             IF TB-PER-SITUACAO (TB-IDX-PER) = "FECHADO"
002989                 MOVE "S" TO WS-PERIODO-FECHADO
002989             END-IF
002989     END-SEARCH
002989     .
002989 2170-EXIT.
002989     EXIT.
002989*****************************************************************
002989* 2180-GRAVA-BLOQUEIO
002989* REGISTRA NO LOG NOTASBLQ A CORRECAO BARRADA PELO CALENDARIO.
002989* SEM O REGISTRO NO LOG A SESSAO TERMINA COM RETORNO 8: A
002989* EXCECAO CORRENTE FICA PENDENTE E 2000 COPIA AS AINDA NAO LIDAS
002989* PARA NOTASEXP POR 2300, SEM NOVA CORRECAO - NADA SE PERDE QUANDO
002989* NOTASEXP SUBSTITUI O NOTASEXC.
002989*****************************************************************
002989 2180-GRAVA-BLOQUEIO.
002989     MOVE WS-DATA-HOJE TO BQ-DATA
002989     MOVE EX-RUN-ID TO BQ-RUN-ID
002989     MOVE "CORRECAO DE EXCECOES" TO BQ-ORIGEM
002989     MOVE TR-ANO-LETIVO TO BQ-ANO-LETIVO
002989     MOVE TR-BIMESTRE TO BQ-BIMESTRE
002989     MOVE TR-CODIGO-TRANSACAO TO BQ-CODIGO-TRANSACAO
002989     MOVE TR-MATRICULA TO BQ-MATRICULA
002989     MOVE TR-MATERIA TO BQ-MATERIA
002989     WRITE BQ-REGISTRO-BLOQUEIO
002989     IF WS-FS-BLOQUEIO NOT = "00"
002989         DISPLAY "ERRO AO GRAVAR LOG DE BLOQUEIOS (NOTASBLQ): "
002989             WS-FS-BLOQUEIO " - " TR-MATRICULA " " TR-MATERIA
002989         DISPLAY "SESSAO ENCERRADA - AS EXCECOES RESTANTES FICAM "
002989             "PENDENTES EM NOTASEXP. RETORNO 8."
002989         MOVE "S" TO WS-ERRO-BLOQUEIO
002989         MOVE 8 TO RETURN-CODE
002989     END-IF
002989     ADD 1 TO WS-CONT-BLOQUEADAS
002989     .
002989 2180-EXIT.
002990     EXIT.
003000*****************************************************************
003010* 2200-DESCARTA-EXCECAO
003670             DELIMITED BY SIZE INTO RL-LINHA
003680         END-STRING
003690         WRITE RL-LINHA
003691         MOVE WS-CONT-BLOQUEADAS TO WS-REL-CONTADOR
003692         MOVE SPACES TO RL-LINHA
003693         STRING "TOTAL BLOQUEADAS:  " WS-REL-CONTADOR
003694             " (PERIODO FECHADO - INCLUIDAS NAS PENDENTES)"
003695             DELIMITED BY SIZE INTO RL-LINHA
003696         END-STRING
003697         WRITE RL-LINHA
003698         MOVE WS-CONT-OUTRO-PROFESSOR TO WS-REL-CONTADOR
003699         MOVE SPACES TO RL-LINHA
003699         STRING "TOTAL OUTRO PROF.: " WS-REL-CONTADOR
003699             " (OUTRO PROFESSOR - INCLUIDAS NAS PENDENTES)"
003699             DELIMITED BY SIZE INTO RL-LINHA
003699         END-STRING
003699         WRITE RL-LINHA
003700         CLOSE EXCECAO-FILE
003710         CLOSE CORRIGIDA-FILE
003720         CLOSE PENDENTE-FILE
003730         CLOSE RELATORIO-FILE
003731         CLOSE BLOQUEIO-FILE
003740     END-IF
003750     DISPLAY "EXCECOES LIDAS:    " WS-CONT-LIDAS
003760     DISPLAY "CORRIGIDAS:        " WS-CONT-CORRIGIDAS
003770     DISPLAY "DESCARTADAS:       " WS-CONT-DESCARTADAS
003780     DISPLAY "PENDENTES:         " WS-CONT-PENDENTES
003781     DISPLAY "BLOQUEADAS:        " WS-CONT-BLOQUEADAS
003782     DISPLAY "OUTRO PROFESSOR:   " WS-CONT-OUTRO-PROFESSOR
003790     DISPLAY "PROGRAMA ENCERRADO."
003800     STOP RUN
003810     .
