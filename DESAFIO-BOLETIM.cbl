000260* DATA       AUTOR  DESCRICAO
000270* ---------- ------ -----------------------------------------
000280* 08/19/2026 MNT    VERSAO ORIGINAL DO EMISSOR DE BOLETINS.
000281* 09/22/2026 MNT    TURMA DO BOLETIM PASSA A SER A DO ANO/
000282*                    BIMESTRE NA ENTURMACAO HISTORICA (NOTASENT);
000283*                    ALUNO TRANSFERIDO NO PERIODO TEM A SITUACAO
000284*                    IMPRESSA.
000285* 10/12/2026 MNT    CADASTRO (NOTASCAD) INDEXADO: A TURMA DO ALUNO
000286*                    E LIDA PELA MATRICULA, SEM A TABELA DE 500
000287*                    ALUNOS.
000290*****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. DESAFIO-BOLETIM-ALUNO.
000460         RECORD KEY IS RM-CHAVE-MESTRE
000470         FILE STATUS IS WS-FS-MESTRE.
000480     SELECT CADASTRO-FILE ASSIGN TO "NOTASCAD"
000490         ORGANIZATION IS INDEXED
000491         ACCESS MODE IS RANDOM
000492         RECORD KEY IS CA-MATRICULA
000500         FILE STATUS IS WS-FS-CADASTRO.
000510     SELECT BOLETIM-FILE ASSIGN TO "NOTASBOL"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-FS-BOLETIM.
000531     SELECT ENTURMACAO-FILE ASSIGN TO "NOTASENT"
000532         ORGANIZATION IS INDEXED
000533         ACCESS MODE IS DYNAMIC
000534         RECORD KEY IS EN-CHAVE-ENTURMACAO
000535         FILE STATUS IS WS-FS-ENTURMACAO.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000630 FD  BOLETIM-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 01  BL-LINHA                         PIC X(80).
000651 FD  ENTURMACAO-FILE
000652     LABEL RECORDS ARE STANDARD.
000653     COPY REGENTUR.
000660
000670 WORKING-STORAGE SECTION.
000680 01  WS-FILE-STATUS.
000690     03  WS-FS-MESTRE                 PIC X(02) VALUE "00".
000700     03  WS-FS-CADASTRO               PIC X(02) VALUE "00".
000710     03  WS-FS-BOLETIM                PIC X(02) VALUE "00".
000711     03  WS-FS-ENTURMACAO             PIC X(02) VALUE "00".
000720 01  WS-SWITCHES.
000730     03  WS-FIM-MESTRE                PIC X(01) VALUE "N".
000740         88  WS88-FIM-MESTRE              VALUE "S".
000750     03  WS-TEM-CADASTRO              PIC X(01) VALUE "N".
000760         88  WS88-TEM-CADASTRO            VALUE "S".
000770     03  WS-ALUNO-ACHADO              PIC X(01) VALUE "N".
000780         88  WS88-ALUNO-ACHADO            VALUE "S".
000790     03  WS-BOLETIM-ABERTO            PIC X(01) VALUE "N".
000970 01  WS-NOTAFINAL-ED               PIC Z9.99.
000980 01  WS-GPA-ED                     PIC Z9.99.
000990*--------------------------------------------------------------
001000* TURMA DO ALUNO NO PERIODO PELA ENTURMACAO HISTORICA (NOTASENT).
001010* O CHAMADOR PREENCHE MATRICULA, ANO E BIMESTRE E, COMO DEFAULT,
001012* A TURMA E A SITUACAO (A OU T) DO CADASTRO; 7500 SUBSTITUI PELA
001014* ENTURMACAO VIGENTE NO PERIODO, OU DEVOLVE SITUACAO N QUANDO O
001016* ALUNO SO FOI ENTURMADO DEPOIS DELE. WS-ENT-ANO-VIGENCIA E O ANO
001018* DO REGISTRO QUE VALEU (ZERO QUANDO VALEU O CADASTRO).
001020*--------------------------------------------------------------
001030 01  WS-ENTURMACAO-VIGENTE.
001040     03  WS-ENT-MATRICULA             PIC 9(08) VALUE 0.
001050     03  WS-ENT-ANO-LETIVO            PIC 9(04) VALUE 0.
001060     03  WS-ENT-BIMESTRE              PIC 9(01) VALUE 0.
001070     03  WS-ENT-TURMA                 PIC X(10) VALUE SPACES.
001080     03  WS-ENT-SITUACAO              PIC X(01) VALUE SPACE.
001090         88  WS88-ENT-ENTURMADO           VALUE "A".
001100         88  WS88-ENT-TRANSFERIDO         VALUE "T".
001110         88  WS88-ENT-NAO-ENTURMADO       VALUE "N".
001111     03  WS-ENT-ANO-VIGENCIA          PIC 9(04) VALUE 0.
001112     03  WS-ENT-ACHADA                PIC X(01) VALUE "N".
001113         88  WS88-ENT-ACHADA              VALUE "S".
001114     03  WS-FIM-ENTURMACAO            PIC X(01) VALUE "N".
001115         88  WS88-FIM-ENTURMACAO          VALUE "S".
001116     03  WS-TEM-ENTURMACAO            PIC X(01) VALUE "N".
001117         88  WS88-TEM-ENTURMACAO          VALUE "S".
001120
001130 PROCEDURE DIVISION.
001140*****************************************************************
001240     .
001250*****************************************************************
001260* 1000-INICIALIZA
001270* PEDE O PERIODO E ABRE OS ARQUIVOS.
001280*****************************************************************
001290 1000-INICIALIZA.
001300     DISPLAY "***************************************"
001610     END-IF
001620     OPEN INPUT CADASTRO-FILE
001630     IF WS-FS-CADASTRO = "00"
001640         MOVE "S" TO WS-TEM-CADASTRO
001670     ELSE
001680         DISPLAY "AVISO: CADASTRO INDISPONIVEL (" WS-FS-CADASTRO
001690             ") - BOLETINS SAIRAO SEM TURMA."
001700     END-IF
001701     PERFORM 1265-ABRE-ENTURMACAO THRU 1265-EXIT
001710     .
001720 1000-EXIT.
001730     EXIT.
001740*****************************************************************
001750* 1265-ABRE-ENTURMACAO
001760* A ENTURMACAO HISTORICA E OPCIONAL: SEM ELA VALE A TURMA ATUAL
001770* DO CADASTRO PARA TODOS OS PERIODOS.
001780*****************************************************************
001790 1265-ABRE-ENTURMACAO.
001800     MOVE "N" TO WS-TEM-ENTURMACAO
001810     OPEN INPUT ENTURMACAO-FILE
001820     IF WS-FS-ENTURMACAO = "00"
001830         MOVE "S" TO WS-TEM-ENTURMACAO
001840     ELSE
001850         DISPLAY "AVISO: ENTURMACAO HISTORICA (NOTASENT) "
001860             "INDISPONIVEL - STATUS " WS-FS-ENTURMACAO
001870         DISPLAY "       VALE A TURMA ATUAL DO CADASTRO."
001880     END-IF
001890     .
001900 1265-EXIT.
001910     EXIT.
001920*****************************************************************
001930* 2000-PROCESSA-MESTRE
002160*****************************************************************
002170* 3000-ABRE-BOLETIM
002180* INICIA O BOLETIM DE UM ALUNO EM PAGINA NOVA: CABECALHO DA
002190* ESCOLA, PERIODO E IDENTIFICACAO DO ALUNO COM A TURMA DO
002191* PERIODO (E A SITUACAO, QUANDO JA TRANSFERIDO).
002200*****************************************************************
002210 3000-ABRE-BOLETIM.
002220     MOVE RM-MATRICULA TO WS-MATRICULA-ATUAL
002480         DELIMITED BY SIZE INTO BL-LINHA
002490     END-STRING
002500     WRITE BL-LINHA
002501     IF WS88-ENT-TRANSFERIDO
002502         MOVE SPACES TO BL-LINHA
002503         STRING "SITUACAO: TRANSFERIDO"
002504             DELIMITED BY SIZE INTO BL-LINHA
002505         END-STRING
002506         WRITE BL-LINHA
002507     END-IF
002510     MOVE SPACES TO BL-LINHA
002520     MOVE "MATERIA              NOTA1 NOTA2 NOTA3 NOTA4  FINAL"
002530         TO BL-LINHA
002580 3000-EXIT.
002590     EXIT.
002600 3100-BUSCA-TURMA.
002610     MOVE SPACES TO WS-ENT-TURMA
002615     MOVE "A" TO WS-ENT-SITUACAO
002620     MOVE "N" TO WS-ALUNO-ACHADO
002630     IF WS88-TEM-CADASTRO
002640         MOVE RM-MATRICULA TO CA-MATRICULA
002641         READ CADASTRO-FILE
002642             INVALID KEY
002643                 CONTINUE
002644             NOT INVALID KEY
002645                 MOVE "S" TO WS-ALUNO-ACHADO
002646                 MOVE CA-TURMA TO WS-ENT-TURMA
002647                 MOVE CA-SITUACAO TO WS-ENT-SITUACAO
002648         END-READ
002650     END-IF
002660     MOVE RM-MATRICULA TO WS-ENT-MATRICULA
002670     MOVE WS-ANO-ALVO TO WS-ENT-ANO-LETIVO
002680     MOVE WS-BIMESTRE-ALVO TO WS-ENT-BIMESTRE
002690     MOVE 0 TO WS-ENT-ANO-VIGENCIA
002700     PERFORM 7500-BUSCA-ENTURMACAO THRU 7500-EXIT
002710     MOVE WS-ENT-TURMA TO WS-TURMA-ATUAL
002740     .
002750 3100-EXIT.
002760     EXIT.
003220 8900-EXIT.
003230     EXIT.
003240*****************************************************************
003241* 7500-BUSCA-ENTURMACAO
003242* POSICIONA NO PRIMEIRO REGISTRO DO ALUNO EM NOTASENT E FICA COM
003243* O ULTIMO CUJA CHAVE (ANO/BIMESTRE) NAO PASSA DO PERIODO PEDIDO.
003244*****************************************************************
003245 7500-BUSCA-ENTURMACAO.
003246     MOVE "N" TO WS-ENT-ACHADA
003247     IF NOT WS88-TEM-ENTURMACAO
003248         GO TO 7500-EXIT
003249     END-IF
003249     MOVE "N" TO WS-FIM-ENTURMACAO
003249     MOVE WS-ENT-MATRICULA TO EN-MATRICULA
003249     MOVE 0 TO EN-ANO-LETIVO
003249     MOVE 0 TO EN-BIMESTRE
003249     START ENTURMACAO-FILE
003249         KEY IS NOT LESS THAN EN-CHAVE-ENTURMACAO
003249         INVALID KEY
003249             MOVE "S" TO WS-FIM-ENTURMACAO
003249     END-START
003249     PERFORM 7510-LE-ENTURMACAO THRU 7510-EXIT
003249         UNTIL WS88-FIM-ENTURMACAO
003249     .
003249 7500-EXIT.
003249     EXIT.
003249 7510-LE-ENTURMACAO.
003249     READ ENTURMACAO-FILE NEXT RECORD
003249         AT END
003249             MOVE "S" TO WS-FIM-ENTURMACAO
003249             GO TO 7510-EXIT
003249     END-READ
003249     IF EN-MATRICULA NOT = WS-ENT-MATRICULA
003249         MOVE "S" TO WS-FIM-ENTURMACAO
003249         GO TO 7510-EXIT
003249     END-IF
003249     IF EN-ANO-LETIVO > WS-ENT-ANO-LETIVO OR
003249        (EN-ANO-LETIVO = WS-ENT-ANO-LETIVO AND
003249         EN-BIMESTRE > WS-ENT-BIMESTRE)
003249         IF NOT WS88-ENT-ACHADA
003249             MOVE "N" TO WS-ENT-SITUACAO
003249         END-IF
003249         MOVE "S" TO WS-FIM-ENTURMACAO
003249         GO TO 7510-EXIT
003249     END-IF
003249     MOVE "S" TO WS-ENT-ACHADA
003249     MOVE EN-TURMA TO WS-ENT-TURMA
003249     MOVE EN-SITUACAO TO WS-ENT-SITUACAO
003249     MOVE EN-ANO-LETIVO TO WS-ENT-ANO-VIGENCIA
003249     .
003249 7510-EXIT.
003249     EXIT.
003249*****************************************************************
003250* 9999-FIM
003260* FECHA OS ARQUIVOS E ENCERRA O PROGRAMA.
003270*****************************************************************
003280 9999-FIM.
003290     CLOSE MESTRE-FILE
003300     CLOSE BOLETIM-FILE
003301     IF WS88-TEM-ENTURMACAO
003302         CLOSE ENTURMACAO-FILE
003303     END-IF
003304     IF WS88-TEM-CADASTRO
003305         CLOSE CADASTRO-FILE
003306     END-IF
003310     DISPLAY "REGISTROS DO MESTRE LIDOS: " WS-CONT-REGISTROS
003320     DISPLAY "BOLETINS EMITIDOS:         " WS-CONT-BOLETINS
003330     DISPLAY "BOLETINS GRAVADOS EM NOTASBOL."
