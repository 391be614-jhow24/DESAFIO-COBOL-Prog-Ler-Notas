000300* DATA       AUTOR  DESCRICAO
000310* ---------- ------ -----------------------------------------
000320* 09/01/2026 MNT    VERSAO ORIGINAL DA CONVOCACAO.
000321* 09/15/2026 MNT    REGISTRO DO MESTRE CARREGA O CODIGO DO
000322*                    PROFESSOR - BUFFERS DAS GERACOES
000323*                    AJUSTADOS A 101 POSICOES.
000324* 09/22/2026 MNT    TURMA DA CONVOCACAO PASSA A SER A DO FIM DO
000325*                    ANO NA ENTURMACAO HISTORICA (NOTASENT). ALUNO
000326*                    TRANSFERIDO NO ANO SAI NA TURMA QUE DEIXOU
000327*                    COMO TRANSFERIDO, SEM CONVOCACAO, SEM CONTAR
000328*                    COMO INCOMPLETO E FORA DO NOTASCVC.
000329* 10/12/2026 MNT    CADASTRO (NOTASCAD) INDEXADO: A TURMA DO ALUNO
000329*                    E LIDA PELA MATRICULA, SEM A TABELA DE 500
000329*                    ALUNOS.
000329* 10/15/2026 MNT    ESTOURO DAS TABELAS ANUAL, DE CONVOCADOS OU
000329*                    DE TURMAS ENCERRA A CONVOCACAO COM RETORNO 8
000329*                    EM VEZ DE DEIXAR O EXCEDENTE FORA DA
000329*                    LISTAGEM.
000329* 10/15/2026 MNT    TABELAS ANUAL E DE CONVOCADOS AMPLIADAS PARA
000329*                    500000 PARES; AVISO DE CONVOCACAO GRAVADA SO
000329*                    QUANDO O RETORNO FICA ABAIXO DE 8.
000330*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. DESAFIO-CONVOCA-RECUP.
000650         RECORD KEY IS G4-CHAVE
000660         FILE STATUS IS WS-FS-BIM4.
000670     SELECT CADASTRO-FILE ASSIGN TO "NOTASCAD"
000680         ORGANIZATION IS INDEXED
000681         ACCESS MODE IS RANDOM
000682         RECORD KEY IS CA-MATRICULA
000690         FILE STATUS IS WS-FS-CADASTRO.
000700     SELECT CONVOC-FILE ASSIGN TO "NOTASCVC"
000710         ORGANIZATION IS SEQUENTIAL
000760     SELECT JORNAL-FILE ASSIGN TO "NOTASJRN"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-FS-JORNAL.
000781     SELECT ENTURMACAO-FILE ASSIGN TO "NOTASENT"
000782         ORGANIZATION IS INDEXED
000783         ACCESS MODE IS DYNAMIC
000784         RECORD KEY IS EN-CHAVE-ENTURMACAO
000785         FILE STATUS IS WS-FS-ENTURMACAO.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000830     LABEL RECORDS ARE STANDARD.
000840 01  G1-REGISTRO.
000850     03  G1-CHAVE                     PIC X(33).
000860     03  FILLER                       PIC X(68).
000870 FD  MESTRE-BIM2-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 01  G2-REGISTRO.
000900     03  G2-CHAVE                     PIC X(33).
000910     03  FILLER                       PIC X(68).
000920 FD  MESTRE-BIM3-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 01  G3-REGISTRO.
000950     03  G3-CHAVE                     PIC X(33).
000960     03  FILLER                       PIC X(68).
000970 FD  MESTRE-BIM4-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 01  G4-REGISTRO.
001000     03  G4-CHAVE                     PIC X(33).
001010     03  FILLER                       PIC X(68).
001020 FD  CADASTRO-FILE
001030     LABEL RECORDS ARE STANDARD.
001040     COPY REGCAD.
001110 FD  JORNAL-FILE
001120     LABEL RECORDS ARE STANDARD.
001130     COPY REGJRNL.
001131 FD  ENTURMACAO-FILE
001132     LABEL RECORDS ARE STANDARD.
001133     COPY REGENTUR.
001140
001150 WORKING-STORAGE SECTION.
001160*--------------------------------------------------------------
001170* IMAGEM DE UM REGISTRO DO MESTRE BIMESTRAL: AS QUATRO GERACOES
001180* SAO LIDAS EM BUFFERS X(101) E MOVIDAS PARA ESTE LAYOUT UNICO.
001190*--------------------------------------------------------------
001200 COPY REGMESTR.
001210 01  WS-FILE-STATUS.
001270     03  WS-FS-CONVOC                 PIC X(02) VALUE "00".
001280     03  WS-FS-RELATORIO              PIC X(02) VALUE "00".
001290     03  WS-FS-JORNAL                 PIC X(02) VALUE "00".
001291     03  WS-FS-ENTURMACAO             PIC X(02) VALUE "00".
001300 01  WS-SWITCHES.
001310     03  WS-FIM-GERACAO               PIC X(01) VALUE "N".
001320         88  WS88-FIM-GERACAO             VALUE "S".
001330     03  WS-TEM-CADASTRO              PIC X(01) VALUE "N".
001340         88  WS88-TEM-CADASTRO            VALUE "S".
001350     03  WS-ALUNO-ACHADO              PIC X(01) VALUE "N".
001360         88  WS88-ALUNO-ACHADO            VALUE "S".
001370     03  WS-TURMA-LISTADA             PIC X(01) VALUE "N".
001420 01  WS-SOMA-ANUAL                 PIC 9(03)V99 VALUE 0.
001430 01  WS-MEDIA-PARCIAL              PIC 9(02)V99 VALUE 0.
001440 01  WS-TURMA-ATUAL                PIC X(10) VALUE SPACES.
001450 01  WS-SUB-CNV                    PIC 9(06) VALUE 0 COMP.
001460 01  WS-SUB-TUR                    PIC 9(02) VALUE 0 COMP.
001470 01  WS-CONTADORES.
001480     03  WS-CONT-LIDOS                PIC 9(06) VALUE 0 COMP.
001490     03  WS-CONT-OUTRO-ANO            PIC 9(06) VALUE 0 COMP.
001500     03  WS-CONT-CONVOCADOS           PIC 9(06) VALUE 0 COMP.
001510     03  WS-CONT-INCOMPLETOS          PIC 9(06) VALUE 0 COMP.
001511     03  WS-CONT-TRANSFERIDOS         PIC 9(06) VALUE 0 COMP.
001520 01  WS-REL-CONTADOR               PIC 9(06) VALUE 0.
001530 01  WS-RUN-ID                     PIC X(14) VALUE SPACES.
001540 01  WS-DATA-HOJE                  PIC 9(08) VALUE 0.
001650* POR FALTA NAO E CONVOCADO - A LEI NAO DA PROVA PARA FALTA).
001660*--------------------------------------------------------------
001670 01  TB-ANUAL.
001680     03  TB-ANO-QTD                   PIC 9(06) VALUE 0 COMP.
001690     03  TB-ANO-REG OCCURS 1 TO 500000 TIMES
001700             DEPENDING ON TB-ANO-QTD
001710             INDEXED BY TB-IDX-ANO.
001720         05  TB-ANO-MATRICULA             PIC 9(08).
001790         05  TB-ANO-QTD-BIM               PIC 9(01).
001800         05  TB-ANO-REP-FREQ              PIC X(01).
001810*--------------------------------------------------------------
001820* TURMA DO ALUNO NO PERIODO PELA ENTURMACAO HISTORICA (NOTASENT).
001830* O CHAMADOR PREENCHE MATRICULA, ANO E BIMESTRE E, COMO DEFAULT,
001832* A TURMA E A SITUACAO (A OU T) DO CADASTRO; 7500 SUBSTITUI PELA
001834* ENTURMACAO VIGENTE NO PERIODO, OU DEVOLVE SITUACAO N QUANDO O
001836* ALUNO SO FOI ENTURMADO DEPOIS DELE. WS-ENT-ANO-VIGENCIA E O ANO
001838* DO REGISTRO QUE VALEU (ZERO QUANDO VALEU O CADASTRO).
001840*--------------------------------------------------------------
001850 01  WS-ENTURMACAO-VIGENTE.
001860     03  WS-ENT-MATRICULA             PIC 9(08) VALUE 0.
001870     03  WS-ENT-ANO-LETIVO            PIC 9(04) VALUE 0.
001880     03  WS-ENT-BIMESTRE              PIC 9(01) VALUE 0.
001890     03  WS-ENT-TURMA                 PIC X(10) VALUE SPACES.
001900     03  WS-ENT-SITUACAO              PIC X(01) VALUE SPACE.
001910         88  WS88-ENT-ENTURMADO           VALUE "A".
001920         88  WS88-ENT-TRANSFERIDO         VALUE "T".
001930         88  WS88-ENT-NAO-ENTURMADO       VALUE "N".
001931     03  WS-ENT-ANO-VIGENCIA          PIC 9(04) VALUE 0.
001932     03  WS-ENT-ACHADA                PIC X(01) VALUE "N".
001933         88  WS88-ENT-ACHADA              VALUE "S".
001934     03  WS-FIM-ENTURMACAO            PIC X(01) VALUE "N".
001935         88  WS88-FIM-ENTURMACAO          VALUE "S".
001936     03  WS-TEM-ENTURMACAO            PIC X(01) VALUE "N".
001937         88  WS88-TEM-ENTURMACAO          VALUE "S".
001940*--------------------------------------------------------------
001950* CONVOCADOS APURADOS E ALUNOS TRANSFERIDOS NO ANO (TIPO T, UMA
001960* LINHA POR ALUNO, SEM MEDIA), ACUMULADOS PARA A IMPRESSAO
001961* AGRUPADA POR TURMA E PARA A GRAVACAO DO ARQUIVO DE CONTROLE.
001970*--------------------------------------------------------------
001980 01  TB-CONVOCADOS.
001990     03  TB-CNV-QTD                   PIC 9(06) VALUE 0 COMP.
002000     03  TB-CNV-REG OCCURS 1 TO 500000 TIMES
002010             DEPENDING ON TB-CNV-QTD
002020             INDEXED BY TB-IDX-CNV.
002030         05  TB-CNV-TURMA                 PIC X(10).
002050         05  TB-CNV-NOME                  PIC X(20).
002060         05  TB-CNV-MATERIA               PIC X(20).
002070         05  TB-CNV-MEDIA                 PIC 9(02)V99.
002071         05  TB-CNV-TIPO                  PIC X(01).
002072             88  TB88-CNV-TRANSFERIDO         VALUE "T".
002080*--------------------------------------------------------------
002090* TURMAS DISTINTAS COM CONVOCADO, NA ORDEM EM QUE APARECEM,
002100* USADAS PARA AGRUPAR A IMPRESSAO DA CONVOCACAO.
002310     .
002320*****************************************************************
002330* 1000-INICIALIZA
002340* PEDE O ANO ALVO, ABRE AS SAIDAS E O CADASTRO.
002350*****************************************************************
002360 1000-INICIALIZA.
002370     DISPLAY "***************************************"
002700     END-IF
002710     OPEN INPUT CADASTRO-FILE
002720     IF WS-FS-CADASTRO = "00"
002730         MOVE "S" TO WS-TEM-CADASTRO
002770     ELSE
002780         DISPLAY "AVISO: CADASTRO INDISPONIVEL (" WS-FS-CADASTRO
002790             ") - CONVOCACAO SAIRA SEM TURMA."
002800     END-IF
002801     PERFORM 1265-ABRE-ENTURMACAO THRU 1265-EXIT
002810     .
002820 1000-EXIT.
002830     EXIT.
002840*****************************************************************
002850* 1265-ABRE-ENTURMACAO
002860* A ENTURMACAO HISTORICA E OPCIONAL: SEM ELA VALE A TURMA ATUAL
002870* DO CADASTRO PARA TODOS OS PERIODOS.
002880*****************************************************************
002890 1265-ABRE-ENTURMACAO.
002900     MOVE "N" TO WS-TEM-ENTURMACAO
002910     OPEN INPUT ENTURMACAO-FILE
002920     IF WS-FS-ENTURMACAO = "00"
002930         MOVE "S" TO WS-TEM-ENTURMACAO
002940     ELSE
002950         DISPLAY "AVISO: ENTURMACAO HISTORICA (NOTASENT) "
002960             "INDISPONIVEL - STATUS " WS-FS-ENTURMACAO
002970         DISPLAY "       VALE A TURMA ATUAL DO CADASTRO."
002980     END-IF
003020     .
003030 1265-EXIT.
003040     EXIT.
003050*****************************************************************
003060* 2000-PROCESSA-GERACOES
004110     MOVE RM-BIMESTRE TO WS-BIMESTRE-SUB
004120     PERFORM 3100-LOCALIZA-ALUNO THRU 3100-EXIT
004130     IF NOT WS88-ALUNO-ACHADO
004140         IF TB-ANO-QTD NOT < 500000
004150             DISPLAY "ERRO: LIMITE DA TABELA ANUAL EXCEDIDO - "
004160                 "CONVOCACAO ENCERRADA."
004170             PERFORM 4900-ESTOURO-TABELA THRU 4900-EXIT
004180         END-IF
004190         ADD 1 TO TB-ANO-QTD
004200         SET TB-IDX-ANO TO TB-ANO-QTD
004660* BIMESTRES E CONVOCA QUEM FICOU NA FAIXA DE RECUPERACAO
004670* (MEDIA ENTRE 5 E 7, MESMA REGRA DA CONSOLIDACAO). REPROVADO
004680* POR FALTA NAO E CONVOCADO; PAR SEM OS QUATRO BIMESTRES E
004690* CONTADO COMO INCOMPLETO (PENDENCIA DE LANCAMENTO). ALUNO
004691* TRANSFERIDO NO ANO NAO E APURADO: VAI PARA A LISTAGEM DA TURMA
004692* QUE DEIXOU COMO TRANSFERIDO.
004700*****************************************************************
004710 4000-APURA-CONVOCADOS.
004720     PERFORM 4100-APURA-UM-PAR THRU 4100-EXIT
004760 4000-EXIT.
004770     EXIT.
004780 4100-APURA-UM-PAR.
004781     PERFORM 4200-BUSCA-TURMA THRU 4200-EXIT
004782     IF WS88-ENT-TRANSFERIDO AND WS-ENT-ANO-VIGENCIA = WS-ANO-ALVO
004783         PERFORM 4150-REGISTRA-TRANSFERIDO THRU 4150-EXIT
004784         GO TO 4100-EXIT
004785     END-IF
004790     IF TB-ANO-REP-FREQ (TB-IDX-ANO) = "S"
004800         GO TO 4100-EXIT
004810     END-IF
004960     IF WS-MEDIA-PARCIAL > 7 OR WS-MEDIA-PARCIAL < 5
004970         GO TO 4100-EXIT
004980     END-IF
004990     IF TB-CNV-QTD NOT < 500000
005000         DISPLAY "ERRO: LIMITE DE CONVOCADOS EXCEDIDO - "
005010             "CONVOCACAO ENCERRADA."
005020         PERFORM 4900-ESTOURO-TABELA THRU 4900-EXIT
005040     END-IF
005050     ADD 1 TO TB-CNV-QTD
005060     ADD 1 TO WS-CONT-CONVOCADOS
005110     MOVE TB-ANO-MATERIA (TB-IDX-ANO)
005120         TO TB-CNV-MATERIA (TB-IDX-CNV)
005130     MOVE WS-MEDIA-PARCIAL TO TB-CNV-MEDIA (TB-IDX-CNV)
005140     MOVE "C" TO TB-CNV-TIPO (TB-IDX-CNV)
005150     MOVE WS-TURMA-ATUAL TO TB-CNV-TURMA (TB-IDX-CNV)
005160     PERFORM 4300-REGISTRA-TURMA THRU 4300-EXIT
005170     .
005180 4100-EXIT.
005190     EXIT.
005191*****************************************************************
005192* 4150-REGISTRA-TRANSFERIDO
005193* UMA LINHA POR ALUNO TRANSFERIDO, NA PRIMEIRA MATERIA DELE.
005194*****************************************************************
005195 4150-REGISTRA-TRANSFERIDO.
005196     IF TB-CNV-QTD > 0
005197         SET TB-IDX-CNV TO 1
005198         SEARCH TB-CNV-REG VARYING TB-IDX-CNV
005199             AT END
005199                 CONTINUE
005199             WHEN TB-CNV-MATRICULA (TB-IDX-CNV) =
005199                      TB-ANO-MATRICULA (TB-IDX-ANO) AND
005199                  TB88-CNV-TRANSFERIDO (TB-IDX-CNV)
005199                 GO TO 4150-EXIT
005199         END-SEARCH
005199     END-IF
005199     IF TB-CNV-QTD NOT < 500000
005199         DISPLAY "ERRO: LIMITE DE CONVOCADOS EXCEDIDO - "
005199             "CONVOCACAO ENCERRADA."
005199         PERFORM 4900-ESTOURO-TABELA THRU 4900-EXIT
005199     END-IF
005199     ADD 1 TO TB-CNV-QTD
005199     ADD 1 TO WS-CONT-TRANSFERIDOS
005199     SET TB-IDX-CNV TO TB-CNV-QTD
005199     MOVE TB-ANO-MATRICULA (TB-IDX-ANO)
005199         TO TB-CNV-MATRICULA (TB-IDX-CNV)
005199     MOVE TB-ANO-NOME (TB-IDX-ANO) TO TB-CNV-NOME (TB-IDX-CNV)
005199     MOVE SPACES TO TB-CNV-MATERIA (TB-IDX-CNV)
005199     MOVE 0 TO TB-CNV-MEDIA (TB-IDX-CNV)
005199     MOVE "T" TO TB-CNV-TIPO (TB-IDX-CNV)
005199     MOVE WS-TURMA-ATUAL TO TB-CNV-TURMA (TB-IDX-CNV)
005199     PERFORM 4300-REGISTRA-TURMA THRU 4300-EXIT
005199     .
005199 4150-EXIT.
005199     EXIT.
005200 4200-BUSCA-TURMA.
005210*--------------------------------------------------------------
005220* TURMA DO ALUNO NO FIM DO ANO ALVO (4O BIMESTRE) PELA
005230* ENTURMACAO HISTORICA; SEM HISTORICO VALE A DO CADASTRO.
005231*--------------------------------------------------------------
005232     MOVE "SEM TURMA" TO WS-ENT-TURMA
005233     MOVE "A" TO WS-ENT-SITUACAO
005234     IF WS88-TEM-CADASTRO
005235         MOVE TB-ANO-MATRICULA (TB-IDX-ANO) TO CA-MATRICULA
005236         READ CADASTRO-FILE
005237             INVALID KEY
005238                 CONTINUE
005239             NOT INVALID KEY
005239                 MOVE CA-TURMA TO WS-ENT-TURMA
005239                 MOVE CA-SITUACAO TO WS-ENT-SITUACAO
005239         END-READ
005240     END-IF
005250     MOVE TB-ANO-MATRICULA (TB-IDX-ANO) TO WS-ENT-MATRICULA
005260     MOVE WS-ANO-ALVO TO WS-ENT-ANO-LETIVO
005270     MOVE 4 TO WS-ENT-BIMESTRE
005280     MOVE 0 TO WS-ENT-ANO-VIGENCIA
005290     PERFORM 7500-BUSCA-ENTURMACAO THRU 7500-EXIT
005300     MOVE WS-ENT-TURMA TO WS-TURMA-ATUAL
005330     .
005340 4200-EXIT.
005350     EXIT.
005440                 MOVE "S" TO WS-TURMA-LISTADA
005450         END-SEARCH
005460     END-IF
005470     IF WS88-TURMA-LISTADA
005480         GO TO 4300-EXIT
005560     END-IF
005561     IF TB-TUR-QTD NOT < 50
005562         DISPLAY "ERRO: LIMITE DE TURMAS EXCEDIDO - "
005563             "CONVOCACAO ENCERRADA."
005564         PERFORM 4900-ESTOURO-TABELA THRU 4900-EXIT
005565     END-IF
005566     ADD 1 TO TB-TUR-QTD
005567     SET TB-IDX-TUR TO TB-TUR-QTD
005568     MOVE WS-TURMA-ATUAL TO TB-TUR-TURMA (TB-IDX-TUR)
005570     .
005580 4300-EXIT.
005581     EXIT.
005582*****************************************************************
005583* 4900-ESTOURO-TABELA
005584* ALUNO, CONVOCADO OU TURMA ALEM DA TABELA NAO PODE SUMIR DA
005585* CONVOCACAO: UMA LISTAGEM INCOMPLETA SAIRIA COMO SE ESTIVESSE
005586* CERTA. A CONVOCACAO E ENCERRADA COM RETORNO 8.
005587*****************************************************************
005588 4900-ESTOURO-TABELA.
005589     MOVE "LIMITE DE TABELA" TO WS-ENCERRAMENTO
005589     MOVE 8 TO RETURN-CODE
005589     PERFORM 9999-FIM THRU 9999-EXIT
005589     .
005589 4900-EXIT.
005590     EXIT.
005600*****************************************************************
005610* 5000-EMITE-CONVOCACAO
005700     END-STRING
005710     WRITE RL-LINHA
005720     DISPLAY RL-LINHA
005730     IF TB-CNV-QTD > 0
005731         PERFORM 5100-IMPRIME-UMA-TURMA THRU 5100-EXIT
005732             VARYING WS-SUB-TUR FROM 1 BY 1
005733                 UNTIL WS-SUB-TUR > TB-TUR-QTD
005734     END-IF
005735     IF WS-CONT-CONVOCADOS = 0
005740         MOVE "NENHUM ALUNO NA FAIXA DE RECUPERACAO FINAL."
005750             TO RL-LINHA
005760         WRITE RL-LINHA
005770         DISPLAY RL-LINHA
005790     END-IF
005830     .
005840 5000-TOTAIS.
005850     MOVE SPACES TO RL-LINHA
005930     MOVE WS-CONT-INCOMPLETOS TO WS-REL-CONTADOR
005940     MOVE SPACES TO RL-LINHA
005950     STRING "PARES SEM OS 4 BIMESTRES:" WS-REL-CONTADOR
005951         DELIMITED BY SIZE INTO RL-LINHA
005952     END-STRING
005953     WRITE RL-LINHA
005954     MOVE WS-CONT-TRANSFERIDOS TO WS-REL-CONTADOR
005955     MOVE SPACES TO RL-LINHA
005956     STRING "ALUNOS TRANSFERIDOS:     " WS-REL-CONTADOR
005960         DELIMITED BY SIZE INTO RL-LINHA
005970     END-STRING
005980     WRITE RL-LINHA
006170     EXIT.
006180 5200-IMPRIME-UM-CONVOCADO.
006190     IF TB-CNV-TURMA (WS-SUB-CNV) NOT = WS-TURMA-ATUAL
006191         GO TO 5200-EXIT
006192     END-IF
006193     IF TB88-CNV-TRANSFERIDO (WS-SUB-CNV)
006194         MOVE SPACES TO RL-LINHA
006195         STRING "  " TB-CNV-MATRICULA (WS-SUB-CNV)
006196             "  " TB-CNV-NOME (WS-SUB-CNV)
006197             "  TRANSFERIDO"
006198             DELIMITED BY SIZE INTO RL-LINHA
006199         END-STRING
006199         WRITE RL-LINHA
006199         DISPLAY RL-LINHA
006200         GO TO 5200-EXIT
006210     END-IF
006220     MOVE TB-CNV-MEDIA (WS-SUB-CNV) TO WS-MEDIA-PARCIAL-ED
006460 6000-EXIT.
006470     EXIT.
006480 6100-GRAVA-UM-CONVOCADO.
006481     IF TB88-CNV-TRANSFERIDO (WS-SUB-CNV)
006482         GO TO 6100-EXIT
006483     END-IF
006490     MOVE SPACES TO CV-REGISTRO-CONVOCACAO
006500     MOVE TB-CNV-MATRICULA (WS-SUB-CNV) TO CV-MATRICULA
006510     MOVE TB-CNV-NOME (WS-SUB-CNV) TO CV-NOME
006560     WRITE CV-REGISTRO-CONVOCACAO
006570     .
006580 6100-EXIT.
006581     EXIT.
006582*****************************************************************
006583* 7500-BUSCA-ENTURMACAO
006584* POSICIONA NO PRIMEIRO REGISTRO DO ALUNO EM NOTASENT E FICA COM
006585* O ULTIMO CUJA CHAVE (ANO/BIMESTRE) NAO PASSA DO PERIODO PEDIDO.
006586*****************************************************************
006587 7500-BUSCA-ENTURMACAO.
006588     MOVE "N" TO WS-ENT-ACHADA
006589     IF NOT WS88-TEM-ENTURMACAO
006589         GO TO 7500-EXIT
006589     END-IF
006589     MOVE "N" TO WS-FIM-ENTURMACAO
006589     MOVE WS-ENT-MATRICULA TO EN-MATRICULA
006589     MOVE 0 TO EN-ANO-LETIVO
006589     MOVE 0 TO EN-BIMESTRE
006589     START ENTURMACAO-FILE
006589         KEY IS NOT LESS THAN EN-CHAVE-ENTURMACAO
006589         INVALID KEY
006589             MOVE "S" TO WS-FIM-ENTURMACAO
006589     END-START
006589     PERFORM 7510-LE-ENTURMACAO THRU 7510-EXIT
006589         UNTIL WS88-FIM-ENTURMACAO
006589     .
006589 7500-EXIT.
006589     EXIT.
006589 7510-LE-ENTURMACAO.
006589     READ ENTURMACAO-FILE NEXT RECORD
006589         AT END
006589             MOVE "S" TO WS-FIM-ENTURMACAO
006589             GO TO 7510-EXIT
006589     END-READ
006589     IF EN-MATRICULA NOT = WS-ENT-MATRICULA
006589         MOVE "S" TO WS-FIM-ENTURMACAO
006589         GO TO 7510-EXIT
006589     END-IF
006589     IF EN-ANO-LETIVO > WS-ENT-ANO-LETIVO OR
006589        (EN-ANO-LETIVO = WS-ENT-ANO-LETIVO AND
006589         EN-BIMESTRE > WS-ENT-BIMESTRE)
006589         IF NOT WS88-ENT-ACHADA
006589             MOVE "N" TO WS-ENT-SITUACAO
006589         END-IF
006589         MOVE "S" TO WS-FIM-ENTURMACAO
006589         GO TO 7510-EXIT
006589     END-IF
006589     MOVE "S" TO WS-ENT-ACHADA
006589     MOVE EN-TURMA TO WS-ENT-TURMA
006589     MOVE EN-SITUACAO TO WS-ENT-SITUACAO
006589     MOVE EN-ANO-LETIVO TO WS-ENT-ANO-VIGENCIA
006589     .
006589 7510-EXIT.
006590     EXIT.
006600*****************************************************************
006610* 9600-GRAVA-JORNAL
007010     DISPLAY "IGNORADOS (OUTRO ANO/BIM):  " WS-CONT-OUTRO-ANO
007020     DISPLAY "CONVOCACOES APURADAS:       " WS-CONT-CONVOCADOS
007030     DISPLAY "PARES SEM OS 4 BIMESTRES:   " WS-CONT-INCOMPLETOS
007031     DISPLAY "ALUNOS TRANSFERIDOS NO ANO: " WS-CONT-TRANSFERIDOS
007040     PERFORM 9600-GRAVA-JORNAL THRU 9600-EXIT
007050     CLOSE CONVOC-FILE
007060     CLOSE RELATORIO-FILE
007070     IF WS88-TEM-ENTURMACAO
007071         CLOSE ENTURMACAO-FILE
007072     END-IF
007073     IF WS88-TEM-CADASTRO
007074         CLOSE CADASTRO-FILE
007075     END-IF
007076     IF RETURN-CODE < 8
007077         DISPLAY "CONVOCACAO GRAVADA EM NOTASCVR."
007078     END-IF
007080     DISPLAY "PROGRAMA ENCERRADO."
007090     STOP RUN
007100     .
