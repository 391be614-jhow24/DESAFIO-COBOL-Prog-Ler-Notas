000280* DATA       AUTOR  DESCRICAO
000290* ---------- ------ -----------------------------------------
000300* 08/24/2026 MNT    VERSAO ORIGINAL DO COMPARATIVO DE TURMAS.
000301* 09/22/2026 MNT    TURMA DE CADA NOTA PASSA A SER A DO ANO/
000302*                    BIMESTRE DA NOTA NA ENTURMACAO HISTORICA
000303*                    (NOTASENT). NOTAS DE ALUNO JA TRANSFERIDO NO
000304*                    PERIODO SAEM NO GRUPO "TRANSFERIDO", FORA DO
000305*                    RANKING.
000306* 10/12/2026 MNT    CADASTRO (NOTASCAD) INDEXADO: A TURMA DE CADA
000307*                    REGISTRO DO MESTRE E LIDA PELA MATRICULA, SEM
000308*                    A TABELA DE 500 ALUNOS.
000309* 10/15/2026 MNT    ESTOURO DA TABELA DE TURMAS DO RANKING
000309*                    ENCERRA O COMPARATIVO COM RETORNO 8 EM VEZ
000309*                    DE IGNORAR A TURMA EXCEDENTE. O AVISO DE
000309*                    COMPARATIVO GERADO SO SAI NO ENCERRAMENTO
000309*                    NORMAL.
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. DESAFIO-COMPARA-TURMAS.
000480         RECORD KEY IS RM-CHAVE-MESTRE
000490         FILE STATUS IS WS-FS-MESTRE.
000500     SELECT CADASTRO-FILE ASSIGN TO "NOTASCAD"
000510         ORGANIZATION IS INDEXED
000511         ACCESS MODE IS RANDOM
000512         RECORD KEY IS CA-MATRICULA
000520         FILE STATUS IS WS-FS-CADASTRO.
000530     SELECT RELATORIO-FILE ASSIGN TO "TURMACMP"
000540         ORGANIZATION IS SEQUENTIAL
000570     SELECT JORNAL-FILE ASSIGN TO "NOTASJRN"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-FS-JORNAL.
000591     SELECT ENTURMACAO-FILE ASSIGN TO "NOTASENT"
000592         ORGANIZATION IS INDEXED
000593         ACCESS MODE IS DYNAMIC
000594         RECORD KEY IS EN-CHAVE-ENTURMACAO
000595         FILE STATUS IS WS-FS-ENTURMACAO.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000800 FD  JORNAL-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY REGJRNL.
000821 FD  ENTURMACAO-FILE
000822     LABEL RECORDS ARE STANDARD.
000823     COPY REGENTUR.
000830
000840 WORKING-STORAGE SECTION.
000850 01  WS-FILE-STATUS.
000870     03  WS-FS-CADASTRO               PIC X(02) VALUE "00".
000880     03  WS-FS-RELATORIO              PIC X(02) VALUE "00".
000890     03  WS-FS-JORNAL                 PIC X(02) VALUE "00".
000891     03  WS-FS-ENTURMACAO             PIC X(02) VALUE "00".
000900 01  WS-SWITCHES.
000910     03  WS-FIM-MESTRE                PIC X(01) VALUE "N".
000920         88  WS88-FIM-MESTRE              VALUE "S".
000930     03  WS-FIM-SORT                  PIC X(01) VALUE "N".
000940         88  WS88-FIM-SORT                VALUE "S".
000950     03  WS-TEM-CADASTRO              PIC X(01) VALUE "N".
000960         88  WS88-TEM-CADASTRO            VALUE "S".
000970     03  WS-ALUNO-ACHADO              PIC X(01) VALUE "N".
000980         88  WS88-ALUNO-ACHADO            VALUE "S".
000990     03  WS-TURMA-ABERTA              PIC X(01) VALUE "N".
001190 01  WS-CONTADORES.
001200     03  WS-CONT-LIDOS                PIC 9(06) VALUE 0 COMP.
001210     03  WS-CONT-SEM-CADASTRO         PIC 9(06) VALUE 0 COMP.
001211     03  WS-CONT-TRANSFERIDOS         PIC 9(06) VALUE 0 COMP.
001220 01  WS-RANKING                    PIC 9(02) VALUE 0.
001230 01  WS-SUB-RANK                   PIC 9(02) VALUE 0 COMP.
001240 01  WS-SUB-MELHOR                 PIC 9(02) VALUE 0 COMP.
001360 01  WS-PCT-REPROV-ED              PIC ZZ9.99.
001370 01  WS-PCT-REPFREQ-ED             PIC ZZ9.99.
001380*--------------------------------------------------------------
001390* TURMA DO ALUNO NO PERIODO PELA ENTURMACAO HISTORICA (NOTASENT).
001400* O CHAMADOR PREENCHE MATRICULA, ANO E BIMESTRE E, COMO DEFAULT,
001410* A TURMA E A SITUACAO (A OU T) DO CADASTRO; 7500 SUBSTITUI PELA
001412* ENTURMACAO VIGENTE NO PERIODO, OU DEVOLVE SITUACAO N QUANDO O
001414* ALUNO SO FOI ENTURMADO DEPOIS DELE. WS-ENT-ANO-VIGENCIA E O ANO
001416* DO REGISTRO QUE VALEU (ZERO QUANDO VALEU O CADASTRO).
001420*--------------------------------------------------------------
001430 01  WS-ENTURMACAO-VIGENTE.
001440     03  WS-ENT-MATRICULA             PIC 9(08) VALUE 0.
001450     03  WS-ENT-ANO-LETIVO            PIC 9(04) VALUE 0.
001460     03  WS-ENT-BIMESTRE              PIC 9(01) VALUE 0.
001470     03  WS-ENT-TURMA                 PIC X(10) VALUE SPACES.
001480     03  WS-ENT-SITUACAO              PIC X(01) VALUE SPACE.
001490         88  WS88-ENT-ENTURMADO           VALUE "A".
001500         88  WS88-ENT-TRANSFERIDO         VALUE "T".
001510         88  WS88-ENT-NAO-ENTURMADO       VALUE "N".
001511     03  WS-ENT-ANO-VIGENCIA          PIC 9(04) VALUE 0.
001512     03  WS-ENT-ACHADA                PIC X(01) VALUE "N".
001513         88  WS88-ENT-ACHADA              VALUE "S".
001514     03  WS-FIM-ENTURMACAO            PIC X(01) VALUE "N".
001515         88  WS88-FIM-ENTURMACAO          VALUE "S".
001516     03  WS-TEM-ENTURMACAO            PIC X(01) VALUE "N".
001517         88  WS88-TEM-ENTURMACAO          VALUE "S".
001520*--------------------------------------------------------------
001530* ACUMULACAO POR TURMA DENTRO DO ANO/BIMESTRE CORRENTE, USADA
001540* PARA O RANKING DAS TURMAS PELA MEDIA GERAL DO BIMESTRE
001680 PROCEDURE DIVISION.
001690*****************************************************************
001700* 0000-MAINLINE
001710* ABRE O CADASTRO, ORDENA O MESTRE (JA CRUZADO COM A TURMA)
001720* POR ANO/BIMESTRE/MATERIA/TURMA E CONDUZ A GERACAO DO
001730* RELATORIO NA ROTINA DE SAIDA DO SORT.
001740*****************************************************************
001850     .
001860*****************************************************************
001870* 1000-INICIALIZA
001880* GERA O RUN ID E ABRE O CADASTRO DE ALUNOS.
001890* SEM CADASTRO NAO HA COMO SABER A TURMA DE NINGUEM, ENTAO A
001900* AUSENCIA DO ARQUIVO ENCERRA O PROGRAMA.
001910*****************************************************************
002090         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
002100         PERFORM 9999-FIM THRU 9999-EXIT
002110     END-IF
002120     MOVE "S" TO WS-TEM-CADASTRO
002130     PERFORM 1265-ABRE-ENTURMACAO THRU 1265-EXIT
002160     .
002170 1000-EXIT.
002180     EXIT.
002190*****************************************************************
002200* 1265-ABRE-ENTURMACAO
002210* A ENTURMACAO HISTORICA E OPCIONAL: SEM ELA VALE A TURMA ATUAL
002220* DO CADASTRO PARA TODOS OS PERIODOS.
002230*****************************************************************
002240 1265-ABRE-ENTURMACAO.
002250     MOVE "N" TO WS-TEM-ENTURMACAO
002260     OPEN INPUT ENTURMACAO-FILE
002270     IF WS-FS-ENTURMACAO = "00"
002280         MOVE "S" TO WS-TEM-ENTURMACAO
002290     ELSE
002300         DISPLAY "AVISO: ENTURMACAO HISTORICA (NOTASENT) "
002310             "INDISPONIVEL - STATUS " WS-FS-ENTURMACAO
002320         DISPLAY "       VALE A TURMA ATUAL DO CADASTRO."
002330     END-IF
002370     .
002380 1265-EXIT.
002390     EXIT.
002400*****************************************************************
002410* 2000-SELECIONA
002770 2150-BUSCA-TURMA.
002780     MOVE "N" TO WS-ALUNO-ACHADO
002790     MOVE "SEM TURMA" TO SW-TURMA
002800     MOVE RM-MATRICULA TO CA-MATRICULA
002810     READ CADASTRO-FILE
002820         INVALID KEY
002830             CONTINUE
002840         NOT INVALID KEY
002890             MOVE "S" TO WS-ALUNO-ACHADO
002900     END-READ
002920     IF NOT WS88-ALUNO-ACHADO
002930         ADD 1 TO WS-CONT-SEM-CADASTRO
002931     END-IF
002932*--------------------------------------------------------------
002933* A TURMA E A DO PERIODO DA NOTA. ALUNO JA TRANSFERIDO NO PERIODO
002934* VAI PARA O GRUPO "TRANSFERIDO".
002935*--------------------------------------------------------------
002936     IF WS88-ALUNO-ACHADO
002937         MOVE RM-MATRICULA TO WS-ENT-MATRICULA
002938         MOVE RM-ANO-LETIVO TO WS-ENT-ANO-LETIVO
002939         MOVE RM-BIMESTRE TO WS-ENT-BIMESTRE
002939         MOVE CA-TURMA TO WS-ENT-TURMA
002939         MOVE CA-SITUACAO TO WS-ENT-SITUACAO
002939         MOVE 0 TO WS-ENT-ANO-VIGENCIA
002939         PERFORM 7500-BUSCA-ENTURMACAO THRU 7500-EXIT
002939         IF WS88-ENT-TRANSFERIDO
002939             MOVE "TRANSFERIDO" TO SW-TURMA
002939             ADD 1 TO WS-CONT-TRANSFERIDOS
002939         ELSE
002939             MOVE WS-ENT-TURMA TO SW-TURMA
002939         END-IF
002940     END-IF
002950     .
002960 2150-EXIT.
003600             ADD 1 TO WS-QTD-APROV
003610         END-IF
003620     END-IF
003630     IF SW-TURMA NOT = "TRANSFERIDO"
003633         PERFORM 4000-ACUMULA-RANKING THRU 4000-EXIT
003636     END-IF
003640     RETURN ARQ-ORDENACAO
003650         AT END
003660             MOVE "S" TO WS-FIM-SORT
004720* 4000-ACUMULA-RANKING
004730* ACUMULA A NOTA DO REGISTRO NA ENTRADA DA TURMA NA TABELA DO
004740* RANKING DO PERIODO (TODAS AS MATERIAS JUNTAS).
004741* TURMA ALEM DA TABELA ENCERRA O COMPARATIVO COM RETORNO 8: UM
004742* RANKING SEM ELA SAIRIA COMO SE ESTIVESSE COMPLETO.
004750*****************************************************************
004760 4000-ACUMULA-RANKING.
004770     MOVE "N" TO WS-RANK-ACHADO
004870     IF NOT WS88-RANK-ACHADO
004880         IF TB-TUR-QTD NOT < 50
004890             DISPLAY "ERRO: LIMITE DE TURMAS NO RANKING "
004900                 "EXCEDIDO - COMPARATIVO ENCERRADO."
004910             CLOSE RELATORIO-FILE
004912             MOVE "LIMITE DE TABELA" TO WS-ENCERRAMENTO
004914             MOVE 8 TO RETURN-CODE
004916             PERFORM 9999-FIM THRU 9999-EXIT
004920         END-IF
004930         ADD 1 TO TB-TUR-QTD
004940         SET TB-IDX-TUR TO TB-TUR-QTD
005780 5150-EXIT.
005790     EXIT.
005800*****************************************************************
005801* 7500-BUSCA-ENTURMACAO
005802* POSICIONA NO PRIMEIRO REGISTRO DO ALUNO EM NOTASENT E FICA COM
005803* O ULTIMO CUJA CHAVE (ANO/BIMESTRE) NAO PASSA DO PERIODO PEDIDO.
005804*****************************************************************
005805 7500-BUSCA-ENTURMACAO.
005806     MOVE "N" TO WS-ENT-ACHADA
005807     IF NOT WS88-TEM-ENTURMACAO
005808         GO TO 7500-EXIT
005809     END-IF
005809     MOVE "N" TO WS-FIM-ENTURMACAO
005809     MOVE WS-ENT-MATRICULA TO EN-MATRICULA
005809     MOVE 0 TO EN-ANO-LETIVO
005809     MOVE 0 TO EN-BIMESTRE
005809     START ENTURMACAO-FILE
005809         KEY IS NOT LESS THAN EN-CHAVE-ENTURMACAO
005809         INVALID KEY
005809             MOVE "S" TO WS-FIM-ENTURMACAO
005809     END-START
005809     PERFORM 7510-LE-ENTURMACAO THRU 7510-EXIT
005809         UNTIL WS88-FIM-ENTURMACAO
005809     .
005809 7500-EXIT.
005809     EXIT.
005809 7510-LE-ENTURMACAO.
005809     READ ENTURMACAO-FILE NEXT RECORD
005809         AT END
005809             MOVE "S" TO WS-FIM-ENTURMACAO
005809             GO TO 7510-EXIT
005809     END-READ
005809     IF EN-MATRICULA NOT = WS-ENT-MATRICULA
005809         MOVE "S" TO WS-FIM-ENTURMACAO
005809         GO TO 7510-EXIT
005809     END-IF
005809     IF EN-ANO-LETIVO > WS-ENT-ANO-LETIVO OR
005809        (EN-ANO-LETIVO = WS-ENT-ANO-LETIVO AND
005809         EN-BIMESTRE > WS-ENT-BIMESTRE)
005809         IF NOT WS88-ENT-ACHADA
005809             MOVE "N" TO WS-ENT-SITUACAO
005809         END-IF
005809         MOVE "S" TO WS-FIM-ENTURMACAO
005809         GO TO 7510-EXIT
005809     END-IF
005809     MOVE "S" TO WS-ENT-ACHADA
005809     MOVE EN-TURMA TO WS-ENT-TURMA
005809     MOVE EN-SITUACAO TO WS-ENT-SITUACAO
005809     MOVE EN-ANO-LETIVO TO WS-ENT-ANO-VIGENCIA
005809     .
005809 7510-EXIT.
005809     EXIT.
005809*****************************************************************
005810* 9600-GRAVA-JORNAL
005820* ACRESCENTA AO DIARIO DE EXECUCOES (NOTASJRN) O REGISTRO DESTA
005830* EXECUCAO DO COMPARATIVO DE TURMAS.
006220     END-IF
006230     DISPLAY "REGISTROS DO MESTRE LIDOS:  " WS-CONT-LIDOS
006240     DISPLAY "ALUNOS FORA DO CADASTRO:    " WS-CONT-SEM-CADASTRO
006241     DISPLAY "NOTAS DE ALUNOS TRANSFERIDOS: " WS-CONT-TRANSFERIDOS
006242     IF WS88-TEM-ENTURMACAO
006243         CLOSE ENTURMACAO-FILE
006244     END-IF
006245     IF WS88-TEM-CADASTRO
006246         CLOSE CADASTRO-FILE
006247     END-IF
006250     PERFORM 9600-GRAVA-JORNAL THRU 9600-EXIT
006260     IF RETURN-CODE = 0
006261         DISPLAY "COMPARATIVO DE TURMAS GERADO EM TURMACMP."
006262     END-IF
006270     STOP RUN
006280     .
006290 9999-EXIT.
