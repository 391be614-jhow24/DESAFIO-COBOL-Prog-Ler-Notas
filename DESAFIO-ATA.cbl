000100*****************************************************************
000110* AUTHOR:       EQUIPE DE MANUTENCAO
000120* INSTALLATION: SETOR DE SISTEMAS ACADEMICOS
000130* DATE-WRITTEN: 10/06/2026
000140* PURPOSE:      ATA PRE-CONSELHO DE CLASSE POR TURMA: LE O
000150*               FECHAMENTO ANUAL (NOTASANO, LAYOUT REGANUAL) DO
000160*               ANO INFORMADO, A FREQUENCIA (NOTASFRQ) E O
000170*               CADASTRO (NOTASCAD), E EMITE EM NOTASATA, UMA
000180*               PAGINA POR TURMA, A GRADE DE ALUNOS POR MATERIA
000190*               COM MEDIA ANUAL, NOTA FINAL, FREQUENCIA DO ANO E
000200*               STATUS ANUAL. CADA MATERIA REPROVADA (REPROVADO)
000210*               TRAZ O CAMPO DA DELIBERACAO PARA O CONSELHO
000220*               MARCAR, E A TURMA FECHA COM O BLOCO DE
000230*               ASSINATURAS. A DECISAO DO CONSELHO E REGISTRADA
000240*               DEPOIS NO DESAFIO-DELIBERA-CONSELHO. A TURMA DO
000250*               ANO VEM DA ENTURMACAO HISTORICA (NOTASENT).
000260* TECTONICS:    COBC
000270*----------------------------------------------------------------
000280* HISTORICO DE MANUTENCAO
000290* DATA       AUTOR  DESCRICAO
000300* ---------- ------ -----------------------------------------
000310* 10/06/2026 MNT    VERSAO ORIGINAL DA ATA DO CONSELHO DE CLASSE.
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. DESAFIO-ATA-CONSELHO.
000350 AUTHOR. EQUIPE DE MANUTENCAO.
000360 INSTALLATION. SETOR DE SISTEMAS ACADEMICOS.
000370 DATE-WRITTEN. 10/06/2026.
000380 DATE-COMPILED.
000390
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. IBM-370.
000430 OBJECT-COMPUTER. IBM-370.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT ANUAL-FILE ASSIGN TO "NOTASANO"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-FS-ANUAL.
000490     SELECT CADASTRO-FILE ASSIGN TO "NOTASCAD"
000500         ORGANIZATION IS INDEXED
000501         ACCESS MODE IS SEQUENTIAL
000502         RECORD KEY IS CA-MATRICULA
000503         FILE STATUS IS WS-FS-CADASTRO.
000520     SELECT FREQUENCIA-FILE ASSIGN TO "NOTASFRQ"
000530         ORGANIZATION IS INDEXED
000531         ACCESS MODE IS RANDOM
000532         RECORD KEY IS FQ-CHAVE-FREQUENCIA
000533         FILE STATUS IS WS-FS-FREQUENCIA.
000550     SELECT ENTURMACAO-FILE ASSIGN TO "NOTASENT"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS EN-CHAVE-ENTURMACAO
000590         FILE STATUS IS WS-FS-ENTURMACAO.
000600     SELECT RELATORIO-FILE ASSIGN TO "NOTASATA"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-FS-RELATORIO.
000630     SELECT JORNAL-FILE ASSIGN TO "NOTASJRN"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-FS-JORNAL.
000660     SELECT ARQ-ORDENACAO ASSIGN TO "NOTASOR6".
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  ANUAL-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY REGANUAL.
000730 FD  CADASTRO-FILE
000740     LABEL RECORDS ARE STANDARD.
000750     COPY REGCAD.
000760 FD  FREQUENCIA-FILE
000770     LABEL RECORDS ARE STANDARD.
000780     COPY REGFREQ.
000790 FD  ENTURMACAO-FILE
000800     LABEL RECORDS ARE STANDARD.
000810     COPY REGENTUR.
000820 FD  RELATORIO-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 01  RL-LINHA                         PIC X(80).
000850 FD  JORNAL-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY REGJRNL.
000880 SD  ARQ-ORDENACAO.
000890 01  SW-REGISTRO.
000900     03  SW-TURMA                     PIC X(10).
000910     03  SW-MATRICULA                 PIC 9(08).
000920     03  SW-MATERIA                   PIC X(20).
000930     03  SW-NOME                      PIC X(30).
000940     03  SW-MEDIA-ANUAL               PIC 9(02)V99.
000950     03  SW-NOTA-FINAL-ANUAL          PIC 9(02)V99.
000960     03  SW-TEM-FREQUENCIA            PIC X(01).
000970     03  SW-PCT-FREQUENCIA            PIC 9(03)V99.
000980     03  SW-STATUS-ANUAL              PIC X(14).
000990
001000 WORKING-STORAGE SECTION.
001010 01  WS-FILE-STATUS.
001020     03  WS-FS-ANUAL                  PIC X(02) VALUE "00".
001030     03  WS-FS-CADASTRO               PIC X(02) VALUE "00".
001040     03  WS-FS-FREQUENCIA             PIC X(02) VALUE "00".
001050     03  WS-FS-ENTURMACAO             PIC X(02) VALUE "00".
001060     03  WS-FS-RELATORIO              PIC X(02) VALUE "00".
001070     03  WS-FS-JORNAL                 PIC X(02) VALUE "00".
001080 01  WS-SWITCHES.
001090     03  WS-FIM-ANUAL                 PIC X(01) VALUE "N".
001100         88  WS88-FIM-ANUAL               VALUE "S".
001110     03  WS-FIM-CADASTRO              PIC X(01) VALUE "N".
001120         88  WS88-FIM-CADASTRO            VALUE "S".
001130     03  WS-TEM-FREQUENCIA            PIC X(01) VALUE "N".
001131         88  WS88-TEM-FREQUENCIA          VALUE "S".
001150     03  WS-FIM-SORT                  PIC X(01) VALUE "N".
001160         88  WS88-FIM-SORT                VALUE "S".
001170     03  WS-ALUNO-ACHADO              PIC X(01) VALUE "N".
001180         88  WS88-ALUNO-ACHADO            VALUE "S".
001190     03  WS-FREQ-ACHADA               PIC X(01) VALUE "N".
001200         88  WS88-FREQ-ACHADA             VALUE "S".
001210     03  WS-ESTOURO-TABELA            PIC X(01) VALUE "N".
001220         88  WS88-ESTOURO-TABELA          VALUE "S".
001230     03  WS-RELATORIO-ABERTO          PIC X(01) VALUE "N".
001240         88  WS88-RELATORIO-ABERTO        VALUE "S".
001250     03  WS-TURMA-ABERTA              PIC X(01) VALUE "N".
001260         88  WS88-TURMA-ABERTA            VALUE "S".
001270     03  WS-ALUNO-ABERTO              PIC X(01) VALUE "N".
001280         88  WS88-ALUNO-ABERTO            VALUE "S".
001290 01  WS-ANO-ALVO-ENT               PIC X(04) VALUE SPACES.
001300 01  WS-ANO-ALVO                   PIC 9(04) VALUE 0.
001310 01  WS-TURMA-ALVO                 PIC X(10) VALUE SPACES.
001320 01  WS-TURMA-ATUAL                PIC X(10) VALUE SPACES.
001330 01  WS-MATRICULA-ATUAL            PIC 9(08) VALUE 0.
001340 01  WS-PCT-FREQUENCIA             PIC 9(03)V99 VALUE 0.
001341 01  WS-FRQ-AULAS-ANO              PIC 9(04) VALUE 0.
001342 01  WS-FRQ-FALTAS-ANO             PIC 9(04) VALUE 0.
001343 01  WS-SUB-BIM                    PIC 9(01) VALUE 0.
001350 01  WS-RUN-ID                     PIC X(14) VALUE SPACES.
001360 01  WS-DATA-HOJE                  PIC 9(08) VALUE 0.
001370 01  WS-HORA-AGORA                 PIC 9(08) VALUE 0.
001380 01  WS-ENCERRAMENTO               PIC X(20) VALUE "NORMAL".
001390 01  WS-CONTADORES.
001400     03  WS-CONT-LIDOS                PIC 9(06) VALUE 0 COMP.
001410     03  WS-CONT-OUTRO-ANO            PIC 9(06) VALUE 0 COMP.
001420     03  WS-CONT-SEM-CADASTRO         PIC 9(06) VALUE 0 COMP.
001430     03  WS-CONT-FORA-SELECAO         PIC 9(06) VALUE 0 COMP.
001440     03  WS-CONT-SELECIONADOS         PIC 9(06) VALUE 0 COMP.
001450     03  WS-CONT-TURMAS               PIC 9(06) VALUE 0 COMP.
001460     03  WS-CONT-ALUNOS               PIC 9(06) VALUE 0 COMP.
001470     03  WS-CONT-REPROVADAS           PIC 9(06) VALUE 0 COMP.
001480     03  WS-TUR-ALUNOS                PIC 9(06) VALUE 0 COMP.
001490     03  WS-TUR-REPROVADAS            PIC 9(06) VALUE 0 COMP.
001500 01  WS-REL-CONTADOR               PIC 9(06) VALUE 0.
001510*--------------------------------------------------------------
001520* CAMPOS EDITADOS PARA IMPRESSAO COM PONTO DECIMAL VISIVEL.
001530*--------------------------------------------------------------
001540 01  WS-MEDIA-ANUAL-ED             PIC Z9.99.
001550 01  WS-NOTA-FINAL-ED              PIC Z9.99.
001560 01  WS-PCT-FREQUENCIA-ED          PIC ZZ9.99.
001570*--------------------------------------------------------------
001580* CADASTRO DE ALUNOS COM A TURMA DO ANO (ENTURMACAO VIGENTE NO
001590* QUARTO BIMESTRE) E A MARCA DE ALUNO QUE ENTRA NA ATA.
001600*--------------------------------------------------------------
001610 01  TB-CADASTRO.
001620     03  TB-CAD-QTD                   PIC 9(04) VALUE 0 COMP.
001630     03  TB-CAD-ALUNO OCCURS 1 TO 5000 TIMES
001640             DEPENDING ON TB-CAD-QTD
001650             INDEXED BY TB-IDX-CAD.
001660         05  TB-CAD-MATRICULA             PIC 9(08).
001670         05  TB-CAD-NOME                  PIC X(30).
001680         05  TB-CAD-TURMA                 PIC X(10).
001690         05  TB-CAD-SITUACAO              PIC X(01).
001700         05  TB-CAD-TURMA-PERIODO         PIC X(10).
001710         05  TB-CAD-NA-ATA                PIC X(01).
001720             88  TB88-CAD-NA-ATA              VALUE "S".
001870*--------------------------------------------------------------
001880* TURMA DO ALUNO NO PERIODO PELA ENTURMACAO HISTORICA (NOTASENT).
001890* O CHAMADOR PREENCHE MATRICULA, ANO E BIMESTRE E, COMO DEFAULT,
001900* A TURMA E A SITUACAO (A OU T) DO CADASTRO; 7500 SUBSTITUI PELA
001910* ENTURMACAO VIGENTE NO PERIODO, OU DEVOLVE SITUACAO N QUANDO O
001920* ALUNO SO FOI ENTURMADO DEPOIS DELE. WS-ENT-ANO-VIGENCIA E O ANO
001930* DO REGISTRO QUE VALEU (ZERO QUANDO VALEU O CADASTRO).
001940*--------------------------------------------------------------
001950 01  WS-ENTURMACAO-VIGENTE.
001960     03  WS-ENT-MATRICULA             PIC 9(08) VALUE 0.
001970     03  WS-ENT-ANO-LETIVO            PIC 9(04) VALUE 0.
001980     03  WS-ENT-BIMESTRE              PIC 9(01) VALUE 0.
001990     03  WS-ENT-TURMA                 PIC X(10) VALUE SPACES.
002000     03  WS-ENT-SITUACAO              PIC X(01) VALUE SPACE.
002010         88  WS88-ENT-ENTURMADO           VALUE "A".
002020         88  WS88-ENT-TRANSFERIDO         VALUE "T".
002030         88  WS88-ENT-NAO-ENTURMADO       VALUE "N".
002040     03  WS-ENT-ANO-VIGENCIA          PIC 9(04) VALUE 0.
002050     03  WS-ENT-ACHADA                PIC X(01) VALUE "N".
002060         88  WS88-ENT-ACHADA              VALUE "S".
002070     03  WS-FIM-ENTURMACAO            PIC X(01) VALUE "N".
002080         88  WS88-FIM-ENTURMACAO          VALUE "S".
002090     03  WS-TEM-ENTURMACAO            PIC X(01) VALUE "N".
002100         88  WS88-TEM-ENTURMACAO          VALUE "S".
002110
002120 PROCEDURE DIVISION.
002130*****************************************************************
002140* 0000-MAINLINE
002150* CARREGA O CADASTRO E ABRE A FREQUENCIA, ORDENA O FECHAMENTO DO
002160* ANO POR TURMA/ALUNO/MATERIA E EMITE A ATA NA SAIDA DO SORT.
002170*****************************************************************
002180 0000-MAINLINE.
002190     PERFORM 1000-INICIALIZA THRU 1000-EXIT
002200     SORT ARQ-ORDENACAO
002210         ASCENDING KEY SW-TURMA
002220         ASCENDING KEY SW-MATRICULA
002230         ASCENDING KEY SW-MATERIA
002240         INPUT PROCEDURE IS 2000-SELECIONA THRU 2000-EXIT
002250         OUTPUT PROCEDURE IS 3000-EMITE-ATA THRU 3000-EXIT
002260     PERFORM 9999-FIM THRU 9999-EXIT
002270     .
002280*****************************************************************
002290* 1000-INICIALIZA
002300* PEDE O ANO E A TURMA (BRANCO = TODAS), CARREGA O CADASTRO COM A
002301* TURMA DO ANO, ABRE A FREQUENCIA E A ATA. TABELA ESTOURADA
002302* ENCERRA COM RETORNO 8 PARA NENHUM ALUNO FICAR FORA DA ATA.
002330*****************************************************************
002340 1000-INICIALIZA.
002350     DISPLAY "***************************************"
002360     DISPLAY "* DESAFIO - ATA DO CONSELHO DE CLASSE *"
002370     DISPLAY "***************************************"
002380     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002390     ACCEPT WS-HORA-AGORA FROM TIME
002400     MOVE SPACES TO WS-RUN-ID
002410     STRING WS-DATA-HOJE WS-HORA-AGORA (1:6)
002420         DELIMITED BY SIZE INTO WS-RUN-ID
002430     END-STRING
002440     DISPLAY "IDENTIFICADOR DA EXECUCAO (RUN ID): " WS-RUN-ID
002450     DISPLAY "ANO LETIVO DA ATA (AAAA): "
002460     ACCEPT WS-ANO-ALVO-ENT
002470     IF WS-ANO-ALVO-ENT IS NUMERIC
002480         MOVE WS-ANO-ALVO-ENT TO WS-ANO-ALVO
002490     END-IF
002500     IF WS-ANO-ALVO = 0
002510         DISPLAY "ANO LETIVO INVALIDO - ENCERRANDO."
002520         MOVE "ANO INVALIDO" TO WS-ENCERRAMENTO
002530         MOVE 8 TO RETURN-CODE
002540         PERFORM 9999-FIM THRU 9999-EXIT
002550     END-IF
002560     MOVE SPACES TO WS-TURMA-ALVO
002570     DISPLAY "TURMA (EM BRANCO = TODAS): "
002580     ACCEPT WS-TURMA-ALVO
002590     OPEN INPUT CADASTRO-FILE
002600     IF WS-FS-CADASTRO NOT = "00"
002610         DISPLAY "ERRO AO ABRIR ARQUIVO DE CADASTRO: "
002620             WS-FS-CADASTRO
002630         DISPLAY "EXECUTE DESAFIO-CADASTRO-ALUNOS PARA CRIAR "
002640             "O CADASTRO ANTES DA ATA."
002650         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
002660         MOVE 8 TO RETURN-CODE
002670         PERFORM 9999-FIM THRU 9999-EXIT
002680     END-IF
002690     PERFORM 1100-LE-CADASTRO THRU 1100-EXIT
002700         UNTIL WS88-FIM-CADASTRO
002710     CLOSE CADASTRO-FILE
002720     DISPLAY "ALUNOS NO CADASTRO: " TB-CAD-QTD
002730     IF WS88-ESTOURO-TABELA
002740         MOVE "LIMITE DE TABELA" TO WS-ENCERRAMENTO
002750         MOVE 8 TO RETURN-CODE
002760         PERFORM 9999-FIM THRU 9999-EXIT
002770     END-IF
002780     PERFORM 1265-ABRE-ENTURMACAO THRU 1265-EXIT
002790     PERFORM 1150-RESOLVE-TURMA THRU 1150-EXIT
002800         VARYING TB-IDX-CAD FROM 1 BY 1
002810             UNTIL TB-IDX-CAD > TB-CAD-QTD
002820     IF WS88-TEM-ENTURMACAO
002830         CLOSE ENTURMACAO-FILE
002840     END-IF
002850     PERFORM 1300-ABRE-FREQUENCIA THRU 1300-EXIT
002910     OPEN OUTPUT RELATORIO-FILE
002920     IF WS-FS-RELATORIO NOT = "00"
002930         DISPLAY "ERRO AO ABRIR ARQUIVO DA ATA: " WS-FS-RELATORIO
002940         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
002950         MOVE 8 TO RETURN-CODE
002960         PERFORM 9999-FIM THRU 9999-EXIT
002970     END-IF
002980     MOVE "S" TO WS-RELATORIO-ABERTO
002990     .
003000 1000-EXIT.
003010     EXIT.
003020 1100-LE-CADASTRO.
003030     READ CADASTRO-FILE
003040         AT END
003050             MOVE "S" TO WS-FIM-CADASTRO
003060         NOT AT END
003070             IF TB-CAD-QTD < 5000
003080                 ADD 1 TO TB-CAD-QTD
003090                 SET TB-IDX-CAD TO TB-CAD-QTD
003100                 MOVE CA-MATRICULA
003110                     TO TB-CAD-MATRICULA (TB-IDX-CAD)
003120                 MOVE CA-NOME TO TB-CAD-NOME (TB-IDX-CAD)
003130                 MOVE CA-TURMA TO TB-CAD-TURMA (TB-IDX-CAD)
003140                 MOVE CA-SITUACAO TO TB-CAD-SITUACAO (TB-IDX-CAD)
003150                 MOVE CA-TURMA
003160                     TO TB-CAD-TURMA-PERIODO (TB-IDX-CAD)
003170                 MOVE "N" TO TB-CAD-NA-ATA (TB-IDX-CAD)
003180             ELSE
003190                 DISPLAY "ERRO: LIMITE DE ALUNOS NO CADASTRO "
003200                     "EXCEDIDO: " CA-MATRICULA
003210                 MOVE "S" TO WS-ESTOURO-TABELA
003220                 MOVE "S" TO WS-FIM-CADASTRO
003230             END-IF
003240     END-READ
003250     .
003260 1100-EXIT.
003270     EXIT.
003280*****************************************************************
003290* 1150-RESOLVE-TURMA
003300* A ATA TRAZ O ALUNO ENTURMADO NO FIM DO ANO (ANO/4). O ALUNO
003310* TRANSFERIDO NO ANO OU ANTES DELE NAO PASSA PELO CONSELHO DA
003320* TURMA; O INATIVO NO CADASTRO TAMBEM FICA DE FORA.
003330*****************************************************************
003340 1150-RESOLVE-TURMA.
003350     IF TB-CAD-SITUACAO (TB-IDX-CAD) NOT = "A" AND
003360        TB-CAD-SITUACAO (TB-IDX-CAD) NOT = "T"
003370         GO TO 1150-EXIT
003380     END-IF
003390     MOVE TB-CAD-MATRICULA (TB-IDX-CAD) TO WS-ENT-MATRICULA
003400     MOVE WS-ANO-ALVO TO WS-ENT-ANO-LETIVO
003410     MOVE 4 TO WS-ENT-BIMESTRE
003420     MOVE TB-CAD-TURMA (TB-IDX-CAD) TO WS-ENT-TURMA
003430     MOVE TB-CAD-SITUACAO (TB-IDX-CAD) TO WS-ENT-SITUACAO
003440     MOVE 0 TO WS-ENT-ANO-VIGENCIA
003450     PERFORM 7500-BUSCA-ENTURMACAO THRU 7500-EXIT
003460     IF NOT WS88-ENT-ENTURMADO
003470         GO TO 1150-EXIT
003480     END-IF
003490     MOVE WS-ENT-TURMA TO TB-CAD-TURMA-PERIODO (TB-IDX-CAD)
003500     MOVE "S" TO TB-CAD-NA-ATA (TB-IDX-CAD)
003510     .
003520 1150-EXIT.
003530     EXIT.
003540*****************************************************************
003550* 1265-ABRE-ENTURMACAO
003560* A ENTURMACAO HISTORICA E OPCIONAL: SEM ELA VALE A TURMA ATUAL
003570* DO CADASTRO PARA TODOS OS PERIODOS.
003580*****************************************************************
003590 1265-ABRE-ENTURMACAO.
003600     MOVE "N" TO WS-TEM-ENTURMACAO
003610     OPEN INPUT ENTURMACAO-FILE
003620     IF WS-FS-ENTURMACAO = "00"
003630         MOVE "S" TO WS-TEM-ENTURMACAO
003640     ELSE
003650         DISPLAY "AVISO: ENTURMACAO HISTORICA (NOTASENT) "
003660             "INDISPONIVEL - STATUS " WS-FS-ENTURMACAO
003670         DISPLAY "       VALE A TURMA ATUAL DO CADASTRO."
003680     END-IF
003690     .
003700 1265-EXIT.
003710     EXIT.
003720*****************************************************************
003730* 1300-ABRE-FREQUENCIA
003731* A FREQUENCIA E LIDA PELA CHAVE NA EMISSAO. ARQUIVO AUSENTE NAO
003732* IMPEDE A ATA: A COLUNA DE FREQUENCIA SAI EM BRANCO.
003733*****************************************************************
003734 1300-ABRE-FREQUENCIA.
003735     OPEN INPUT FREQUENCIA-FILE
003736     IF WS-FS-FREQUENCIA NOT = "00"
003737         DISPLAY "AVISO: FREQUENCIA (NOTASFRQ) INDISPONIVEL ("
003738             WS-FS-FREQUENCIA ")."
003739         DISPLAY "       ATA SEM A COLUNA DE FREQUENCIA."
003740         GO TO 1300-EXIT
003741     END-IF
003742     MOVE "S" TO WS-TEM-FREQUENCIA
003743     .
003744 1300-EXIT.
003745     EXIT.
004380*****************************************************************
004390* 2000-SELECIONA
004400* ROTINA DE ENTRADA DO SORT: LE O FECHAMENTO ANUAL E LIBERA OS
004410* REGISTROS DO ANO DOS ALUNOS DA ATA (E DA TURMA PEDIDA), JA COM
004420* A TURMA DO ANO E A FREQUENCIA DO PAR.
004430*****************************************************************
004440 2000-SELECIONA.
004450     OPEN INPUT ANUAL-FILE
004460     IF WS-FS-ANUAL NOT = "00"
004470         DISPLAY "ERRO AO ABRIR FECHAMENTO ANUAL: " WS-FS-ANUAL
004480         DISPLAY "EXECUTE DESAFIO-CONSOLIDA-ANO PARA GERAR O "
004490             "FECHAMENTO ANTES DA ATA."
004500         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
004510         MOVE 8 TO RETURN-CODE
004520         GO TO 2000-EXIT
004530     END-IF
004540     PERFORM 2100-LE-ANUAL THRU 2100-EXIT
004550         UNTIL WS88-FIM-ANUAL
004560     CLOSE ANUAL-FILE
004570     .
004580 2000-EXIT.
004590     EXIT.
004600 2100-LE-ANUAL.
004610     READ ANUAL-FILE
004620         AT END
004630             MOVE "S" TO WS-FIM-ANUAL
004640         NOT AT END
004650             ADD 1 TO WS-CONT-LIDOS
004660             PERFORM 2200-FILTRA-REGISTRO THRU 2200-EXIT
004670     END-READ
004680     .
004690 2100-EXIT.
004700     EXIT.
004710 2200-FILTRA-REGISTRO.
004720     IF AN-ANO-LETIVO NOT = WS-ANO-ALVO
004730         ADD 1 TO WS-CONT-OUTRO-ANO
004740         GO TO 2200-EXIT
004750     END-IF
004760     PERFORM 2300-LOCALIZA-CADASTRO THRU 2300-EXIT
004770     IF NOT WS88-ALUNO-ACHADO
004780         ADD 1 TO WS-CONT-SEM-CADASTRO
004790         GO TO 2200-EXIT
004800     END-IF
004810     IF NOT TB88-CAD-NA-ATA (TB-IDX-CAD)
004820         ADD 1 TO WS-CONT-FORA-SELECAO
004830         GO TO 2200-EXIT
004840     END-IF
004850     IF WS-TURMA-ALVO NOT = SPACES AND
004860        TB-CAD-TURMA-PERIODO (TB-IDX-CAD) NOT = WS-TURMA-ALVO
004870         ADD 1 TO WS-CONT-FORA-SELECAO
004880         GO TO 2200-EXIT
004890     END-IF
004900     MOVE SPACES TO SW-REGISTRO
004910     MOVE TB-CAD-TURMA-PERIODO (TB-IDX-CAD) TO SW-TURMA
004920     MOVE AN-MATRICULA TO SW-MATRICULA
004930     MOVE AN-MATERIA TO SW-MATERIA
004940     MOVE TB-CAD-NOME (TB-IDX-CAD) TO SW-NOME
004950     MOVE AN-MEDIA-ANUAL TO SW-MEDIA-ANUAL
004960     MOVE AN-NOTA-FINAL-ANUAL TO SW-NOTA-FINAL-ANUAL
004970     MOVE AN-STATUS-ANUAL TO SW-STATUS-ANUAL
004980     PERFORM 2400-CALCULA-FREQUENCIA THRU 2400-EXIT
004990     ADD 1 TO WS-CONT-SELECIONADOS
005000     RELEASE SW-REGISTRO
005010     .
005020 2200-EXIT.
005030     EXIT.
005040 2300-LOCALIZA-CADASTRO.
005050     MOVE "N" TO WS-ALUNO-ACHADO
005060     IF TB-CAD-QTD = 0
005070         GO TO 2300-EXIT
005080     END-IF
005090     SET TB-IDX-CAD TO 1
005100     SEARCH TB-CAD-ALUNO VARYING TB-IDX-CAD
005110         AT END
005120             MOVE "N" TO WS-ALUNO-ACHADO
005130         WHEN TB-CAD-MATRICULA (TB-IDX-CAD) = AN-MATRICULA
005140             MOVE "S" TO WS-ALUNO-ACHADO
005150     END-SEARCH
005160     .
005170 2300-EXIT.
005180     EXIT.
005190*****************************************************************
005200* 2400-CALCULA-FREQUENCIA
005210* PERCENTUAL DE PRESENCA DO ANO NA MATERIA, SOMANDO AULAS DADAS
005211* E FALTAS DOS QUATRO BIMESTRES LIDOS PELA CHAVE. PAR SEM AULAS
005212* DADAS FICA SEM FREQUENCIA; FALTAS ACIMA DAS AULAS DADAS VALEM
005213* ZERO.
005214*****************************************************************
005215 2400-CALCULA-FREQUENCIA.
005216     MOVE "N" TO SW-TEM-FREQUENCIA
005217     MOVE 0 TO SW-PCT-FREQUENCIA
005218     IF NOT WS88-TEM-FREQUENCIA
005219         GO TO 2400-EXIT
005220     END-IF
005221     MOVE "N" TO WS-FREQ-ACHADA
005222     MOVE 0 TO WS-FRQ-AULAS-ANO
005223     MOVE 0 TO WS-FRQ-FALTAS-ANO
005224     PERFORM 2410-SOMA-BIMESTRE THRU 2410-EXIT
005225         VARYING WS-SUB-BIM FROM 1 BY 1
005226             UNTIL WS-SUB-BIM > 4
005227     IF NOT WS88-FREQ-ACHADA
005228         GO TO 2400-EXIT
005229     END-IF
005230     IF WS-FRQ-AULAS-ANO = 0
005231         GO TO 2400-EXIT
005232     END-IF
005233     MOVE "S" TO SW-TEM-FREQUENCIA
005234     IF WS-FRQ-FALTAS-ANO > WS-FRQ-AULAS-ANO
005235         GO TO 2400-EXIT
005236     END-IF
005237     COMPUTE WS-PCT-FREQUENCIA ROUNDED =
005238         (WS-FRQ-AULAS-ANO - WS-FRQ-FALTAS-ANO) * 100 /
005239          WS-FRQ-AULAS-ANO
005450         ON SIZE ERROR
005460             MOVE 0 TO WS-PCT-FREQUENCIA
005470     END-COMPUTE
005480     MOVE WS-PCT-FREQUENCIA TO SW-PCT-FREQUENCIA
005490     .
005500 2400-EXIT.
005510     EXIT.
005511*****************************************************************
005512* 2410-SOMA-BIMESTRE
005513* SOMA A FREQUENCIA DE UM BIMESTRE DO PAR ALUNO/MATERIA NO ANO.
005514*****************************************************************
005515 2410-SOMA-BIMESTRE.
005516     MOVE AN-MATRICULA TO FQ-MATRICULA
005517     MOVE AN-MATERIA TO FQ-MATERIA
005518     MOVE WS-ANO-ALVO TO FQ-ANO-LETIVO
005519     MOVE WS-SUB-BIM TO FQ-BIMESTRE
005520     READ FREQUENCIA-FILE
005521         INVALID KEY
005522             CONTINUE
005523         NOT INVALID KEY
005524             MOVE "S" TO WS-FREQ-ACHADA
005525             ADD FQ-AULAS-DADAS TO WS-FRQ-AULAS-ANO
005526             ADD FQ-FALTAS TO WS-FRQ-FALTAS-ANO
005527     END-READ
005528     .
005529 2410-EXIT.
005530     EXIT.
005531*****************************************************************
005532* 3000-EMITE-ATA
005540* ROTINA DE SAIDA DO SORT: UMA PAGINA POR TURMA, UM BLOCO POR
005550* ALUNO E UMA LINHA POR MATERIA.
005560*****************************************************************
005570 3000-EMITE-ATA.
005580     RETURN ARQ-ORDENACAO
005590         AT END
005600             MOVE "S" TO WS-FIM-SORT
005610     END-RETURN
005620     PERFORM 3100-PROCESSA-LINHA THRU 3100-EXIT
005630         UNTIL WS88-FIM-SORT
005640     PERFORM 3900-FECHA-TURMA THRU 3900-EXIT
005650     .
005660 3000-EXIT.
005670     EXIT.
005680 3100-PROCESSA-LINHA.
005690     IF SW-TURMA NOT = WS-TURMA-ATUAL OR
005700        NOT WS88-TURMA-ABERTA
005710         PERFORM 3900-FECHA-TURMA THRU 3900-EXIT
005720         PERFORM 3200-ABRE-TURMA THRU 3200-EXIT
005730     END-IF
005740     IF SW-MATRICULA NOT = WS-MATRICULA-ATUAL OR
005750        NOT WS88-ALUNO-ABERTO
005760         PERFORM 3300-ABRE-ALUNO THRU 3300-EXIT
005770     END-IF
005780     PERFORM 3500-IMPRIME-MATERIA THRU 3500-EXIT
005790     RETURN ARQ-ORDENACAO
005800         AT END
005810             MOVE "S" TO WS-FIM-SORT
005820     END-RETURN
005830     .
005840 3100-EXIT.
005850     EXIT.
005860*****************************************************************
005870* 3200-ABRE-TURMA
005880* CABECALHO DA ATA DA TURMA EM PAGINA NOVA.
005890*****************************************************************
005900 3200-ABRE-TURMA.
005910     MOVE SW-TURMA TO WS-TURMA-ATUAL
005920     MOVE "S" TO WS-TURMA-ABERTA
005930     MOVE "N" TO WS-ALUNO-ABERTO
005940     MOVE 0 TO WS-TUR-ALUNOS
005950     MOVE 0 TO WS-TUR-REPROVADAS
005960     MOVE "SETOR DE SISTEMAS ACADEMICOS - SECRETARIA ESCOLAR"
005970         TO RL-LINHA
005980     IF WS-CONT-TURMAS = 0
005990         WRITE RL-LINHA
006000     ELSE
006010         WRITE RL-LINHA AFTER ADVANCING PAGE
006020     END-IF
006030     ADD 1 TO WS-CONT-TURMAS
006040     MOVE SPACES TO RL-LINHA
006050     STRING "ATA DO CONSELHO DE CLASSE - ANO LETIVO " WS-ANO-ALVO
006060         "  TURMA: " WS-TURMA-ATUAL
006070         DELIMITED BY SIZE INTO RL-LINHA
006080     END-STRING
006090     WRITE RL-LINHA
006100     MOVE SPACES TO RL-LINHA
006110     STRING "RESULTADOS PARA DELIBERACAO - EMITIDA EM "
006120         WS-DATA-HOJE
006130         DELIMITED BY SIZE INTO RL-LINHA
006140     END-STRING
006150     WRITE RL-LINHA
006160     MOVE ALL "-" TO RL-LINHA
006170     WRITE RL-LINHA
006180     MOVE SPACES TO RL-LINHA
006190     MOVE "    MATERIA               MEDIA  FINAL  FREQ%  STATUS"
006200         TO RL-LINHA
006210     WRITE RL-LINHA
006220     .
006230 3200-EXIT.
006240     EXIT.
006250 3300-ABRE-ALUNO.
006260     MOVE SW-MATRICULA TO WS-MATRICULA-ATUAL
006270     MOVE "S" TO WS-ALUNO-ABERTO
006280     ADD 1 TO WS-TUR-ALUNOS
006290     ADD 1 TO WS-CONT-ALUNOS
006300     MOVE SPACES TO RL-LINHA
006310     WRITE RL-LINHA
006320     MOVE SPACES TO RL-LINHA
006330     STRING SW-MATRICULA "  " SW-NOME
006340         DELIMITED BY SIZE INTO RL-LINHA
006350     END-STRING
006360     WRITE RL-LINHA
006370     .
006380 3300-EXIT.
006390     EXIT.
006400*****************************************************************
006410* 3500-IMPRIME-MATERIA
006420* UMA LINHA DA GRADE. MATERIA REPROVADA POR NOTA GANHA A LINHA DE
006430* DELIBERACAO PARA O CONSELHO MARCAR; A REPROVACAO POR FALTA NAO
006440* E DELIBERAVEL E SAI SEM ELA.
006450*****************************************************************
006460 3500-IMPRIME-MATERIA.
006470     MOVE SW-MEDIA-ANUAL TO WS-MEDIA-ANUAL-ED
006480     MOVE SW-NOTA-FINAL-ANUAL TO WS-NOTA-FINAL-ED
006490     MOVE SPACES TO RL-LINHA
006500     MOVE SW-MATERIA TO RL-LINHA (5:20)
006510     MOVE WS-MEDIA-ANUAL-ED TO RL-LINHA (27:5)
006520     MOVE WS-NOTA-FINAL-ED TO RL-LINHA (34:5)
006530     IF SW-TEM-FREQUENCIA = "S"
006540         MOVE SW-PCT-FREQUENCIA TO WS-PCT-FREQUENCIA-ED
006550         MOVE WS-PCT-FREQUENCIA-ED TO RL-LINHA (40:6)
006560     ELSE
006570         MOVE "  -" TO RL-LINHA (40:6)
006580     END-IF
006590     MOVE SW-STATUS-ANUAL TO RL-LINHA (48:14)
006600     WRITE RL-LINHA
006610     IF SW-STATUS-ANUAL NOT = "REPROVADO"
006620         GO TO 3500-EXIT
006630     END-IF
006640     ADD 1 TO WS-TUR-REPROVADAS
006650     ADD 1 TO WS-CONT-REPROVADAS
006660     MOVE SPACES TO RL-LINHA
006670     MOVE "DELIBERACAO: (  ) MANTIDO   (  ) APROVADO PELO"
006680         TO RL-LINHA (9:47)
006690     MOVE "CONSELHO" TO RL-LINHA (57:8)
006700     WRITE RL-LINHA
006710     .
006720 3500-EXIT.
006730     EXIT.
006740*****************************************************************
006750* 3900-FECHA-TURMA
006760* TOTAIS DA TURMA E BLOCO DE ASSINATURAS DO CONSELHO.
006770*****************************************************************
006780 3900-FECHA-TURMA.
006790     IF NOT WS88-TURMA-ABERTA
006800         GO TO 3900-EXIT
006810     END-IF
006820     MOVE ALL "-" TO RL-LINHA
006830     WRITE RL-LINHA
006840     MOVE WS-TUR-ALUNOS TO WS-REL-CONTADOR
006850     MOVE SPACES TO RL-LINHA
006860     STRING "ALUNOS NA ATA:                 " WS-REL-CONTADOR
006870         DELIMITED BY SIZE INTO RL-LINHA
006880     END-STRING
006890     WRITE RL-LINHA
006900     MOVE WS-TUR-REPROVADAS TO WS-REL-CONTADOR
006910     MOVE SPACES TO RL-LINHA
006920     STRING "MATERIAS PARA DELIBERACAO:     " WS-REL-CONTADOR
006930         DELIMITED BY SIZE INTO RL-LINHA
006940     END-STRING
006950     WRITE RL-LINHA
006960     MOVE SPACES TO RL-LINHA
006970     WRITE RL-LINHA
006980     MOVE "NUMERO DA ATA: ____________" TO RL-LINHA
006990     MOVE "DATA DA REUNIAO: __/__/____" TO RL-LINHA (31:27)
007000     WRITE RL-LINHA
007010     MOVE SPACES TO RL-LINHA
007020     WRITE RL-LINHA
007030     MOVE "PRESIDENTE DO CONSELHO:" TO RL-LINHA
007040     MOVE ALL "_" TO RL-LINHA (25:32)
007050     WRITE RL-LINHA
007060     MOVE SPACES TO RL-LINHA
007070     WRITE RL-LINHA
007080     MOVE "PROFESSORES DA TURMA:" TO RL-LINHA
007090     MOVE ALL "_" TO RL-LINHA (25:32)
007100     WRITE RL-LINHA
007110     MOVE SPACES TO RL-LINHA
007120     MOVE ALL "_" TO RL-LINHA (25:32)
007130     WRITE RL-LINHA
007140     MOVE SPACES TO RL-LINHA
007150     MOVE ALL "_" TO RL-LINHA (25:32)
007160     WRITE RL-LINHA
007170     MOVE "N" TO WS-TURMA-ABERTA
007180     .
007190 3900-EXIT.
007200     EXIT.
007210*****************************************************************
007220* 7500-BUSCA-ENTURMACAO
007230* POSICIONA NO PRIMEIRO REGISTRO DO ALUNO EM NOTASENT E FICA COM
007240* O ULTIMO CUJA CHAVE (ANO/BIMESTRE) NAO PASSA DO PERIODO PEDIDO.
007250*****************************************************************
007260 7500-BUSCA-ENTURMACAO.
007270     MOVE "N" TO WS-ENT-ACHADA
007280     IF NOT WS88-TEM-ENTURMACAO
007290         GO TO 7500-EXIT
007300     END-IF
007310     MOVE "N" TO WS-FIM-ENTURMACAO
007320     MOVE WS-ENT-MATRICULA TO EN-MATRICULA
007330     MOVE 0 TO EN-ANO-LETIVO
007340     MOVE 0 TO EN-BIMESTRE
007350     START ENTURMACAO-FILE
007360         KEY IS NOT LESS THAN EN-CHAVE-ENTURMACAO
007370         INVALID KEY
007380             MOVE "S" TO WS-FIM-ENTURMACAO
007390     END-START
007400     PERFORM 7510-LE-ENTURMACAO THRU 7510-EXIT
007410         UNTIL WS88-FIM-ENTURMACAO
007420     .
007430 7500-EXIT.
007440     EXIT.
007450 7510-LE-ENTURMACAO.
007460     READ ENTURMACAO-FILE NEXT RECORD
007470         AT END
007480             MOVE "S" TO WS-FIM-ENTURMACAO
007490             GO TO 7510-EXIT
007500     END-READ
007510     IF EN-MATRICULA NOT = WS-ENT-MATRICULA
007520         MOVE "S" TO WS-FIM-ENTURMACAO
007530         GO TO 7510-EXIT
007540     END-IF
007550     IF EN-ANO-LETIVO > WS-ENT-ANO-LETIVO OR
007560        (EN-ANO-LETIVO = WS-ENT-ANO-LETIVO AND
007570         EN-BIMESTRE > WS-ENT-BIMESTRE)
007580         IF NOT WS88-ENT-ACHADA
007590             MOVE "N" TO WS-ENT-SITUACAO
007600         END-IF
007610         MOVE "S" TO WS-FIM-ENTURMACAO
007620         GO TO 7510-EXIT
007630     END-IF
007640     MOVE "S" TO WS-ENT-ACHADA
007650     MOVE EN-TURMA TO WS-ENT-TURMA
007660     MOVE EN-SITUACAO TO WS-ENT-SITUACAO
007670     MOVE EN-ANO-LETIVO TO WS-ENT-ANO-VIGENCIA
007680     .
007690 7510-EXIT.
007700     EXIT.
007710*****************************************************************
007720* 9600-GRAVA-JORNAL
007730* ACRESCENTA AO DIARIO DE EXECUCOES (NOTASJRN) O REGISTRO DESTA
007740* EMISSAO DA ATA.
007750*****************************************************************
007760 9600-GRAVA-JORNAL.
007770     OPEN EXTEND JORNAL-FILE
007780     IF WS-FS-JORNAL = "35"
007790         OPEN OUTPUT JORNAL-FILE
007800     END-IF
007810     IF WS-FS-JORNAL NOT = "00"
007820         DISPLAY "ERRO AO ABRIR DIARIO DE EXECUCOES: "
007830             WS-FS-JORNAL
007840         GO TO 9600-EXIT
007850     END-IF
007860     MOVE SPACES TO JR-REGISTRO-JORNAL
007870     MOVE WS-RUN-ID TO JR-RUN-ID
007880     MOVE "DESAFIO-ATA-CONSELHO" TO JR-PROGRAMA
007890     MOVE WS-DATA-HOJE TO JR-DATA
007900     MOVE WS-HORA-AGORA (1:6) TO JR-HORA
007910     MOVE "B" TO JR-MODO-EXECUCAO
007920     MOVE WS-FS-ANUAL TO JR-FS-TRANS
007930     MOVE SPACES TO JR-FS-MESTRE
007940     MOVE SPACES TO JR-FS-EXCECAO
007950     MOVE SPACES TO JR-FS-INTERFACE
007960     MOVE WS-FS-RELATORIO TO JR-FS-RELATORIO
007970     MOVE WS-CONT-LIDOS TO JR-QTD-PROCESSADOS
007980     MOVE WS-CONT-SEM-CADASTRO TO JR-QTD-ERROS
007990     MOVE 0 TO JR-QTD-CHECKPOINTS
008000     MOVE WS-ENCERRAMENTO TO JR-ENCERRAMENTO
008010     WRITE JR-REGISTRO-JORNAL
008020     CLOSE JORNAL-FILE
008030     .
008040 9600-EXIT.
008050     EXIT.
008060*****************************************************************
008070* 9999-FIM
008080* TOTALIZA, REGISTRA NO DIARIO, FECHA A ATA E ENCERRA. SELECAO
008090* SEM NENHUM REGISTRO DEVOLVE RETORNO 4.
008100*****************************************************************
008110 9999-FIM.
008120     IF RETURN-CODE < 8 AND WS-CONT-SELECIONADOS = 0
008130         DISPLAY "NENHUM FECHAMENTO PARA A SELECAO INFORMADA."
008140         MOVE "SEM REGISTROS" TO WS-ENCERRAMENTO
008150         MOVE 4 TO RETURN-CODE
008160     END-IF
008170     DISPLAY "FECHAMENTOS ANUAIS LIDOS:   " WS-CONT-LIDOS
008180     DISPLAY "DE OUTRO ANO LETIVO:        " WS-CONT-OUTRO-ANO
008190     DISPLAY "FORA DO CADASTRO:           " WS-CONT-SEM-CADASTRO
008200     DISPLAY "FORA DA SELECAO/TURMA:      " WS-CONT-FORA-SELECAO
008210     DISPLAY "TURMAS NA ATA:              " WS-CONT-TURMAS
008220     DISPLAY "ALUNOS NA ATA:              " WS-CONT-ALUNOS
008230     DISPLAY "MATERIAS PARA DELIBERACAO:  " WS-CONT-REPROVADAS
008240     PERFORM 9600-GRAVA-JORNAL THRU 9600-EXIT
008250     IF WS88-RELATORIO-ABERTO
008251         CLOSE RELATORIO-FILE
008252         IF RETURN-CODE < 8
008253             DISPLAY "ATA GRAVADA EM NOTASATA."
008254         END-IF
008255     END-IF
008281     IF WS88-TEM-FREQUENCIA
008282         CLOSE FREQUENCIA-FILE
008283     END-IF
008290     STOP RUN
008300     .
008310 9999-EXIT.
008320     EXIT.
008330
008340 END PROGRAM DESAFIO-ATA-CONSELHO.
