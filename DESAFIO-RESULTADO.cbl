000100*****************************************************************
000110* AUTHOR:       EQUIPE DE MANUTENCAO
000120* INSTALLATION: SETOR DE SISTEMAS ACADEMICOS
000130* DATE-WRITTEN: 09/29/2026
000140* PURPOSE:      APURACAO DO RESULTADO FINAL DO ANO LETIVO E
000150*               GERACAO DA REMATRICULA. LE O FECHAMENTO ANUAL
000160*               (NOTASANO) DO ANO INFORMADO E O CADASTRO DE
000170*               ALUNOS (NOTASCAD) E APLICA AS REGRAS DE PROMOCAO
000180*               POR ALUNO: SEM MATERIA REPROVADA = PROMOVIDO; ATE
000190*               DUAS REPROVADAS = PROMOVIDO COM DEPENDENCIA; MAIS
000200*               DE DUAS, OU REPROVACAO POR FALTA = RETIDO. A TURMA
000210*               DO ALUNO NO ANO E A DO 4O BIMESTRE NA ENTURMACAO
000220*               HISTORICA (NOTASENT). EMITE O RESULTADO FINAL POR
000230*               TURMA (NOTASRFN), GRAVA O LOTE DE MOVIMENTACAO DE
000240*               CADASTRO (NOTASCMV, COM HEADER E TRAILER) QUE O
000250*               DESAFIO-CADASTRO-ALUNOS CARREGA PARA PASSAR CADA
000260*               PROMOVIDO A TURMA DA SERIE SEGUINTE, E AS
000270*               DEPENDENCIAS EM NOTASDEP. A SERIE E O NUMERO NO
000280*               INICIO DO NOME DA TURMA ("7A" -> "8A"); PROMOVIDO
000290*               DA ULTIMA SERIE E CONCLUINTE E SAI INATIVADO.
000300*               ALUNO COM FECHAMENTO PENDENTE OU SEM FECHAMENTO
000310*               NAO E MOVIMENTADO E O RETORNO DO PROGRAMA E 4.
000311*               CADA DEPENDENCIA RECEBE EM NOTASDEP A CHAVE DE
000312*               MATERIA SOB A QUAL SUAS NOTAS SAO LANCADAS NO ANO
000313*               SEGUINTE (MATERIA + "DP" + SERIE DE ORIGEM).
000320* TECTONICS:    COBC
000330*----------------------------------------------------------------
000340* HISTORICO DE MANUTENCAO
000350* DATA       AUTOR  DESCRICAO
000360* ---------- ------ -----------------------------------------
000370* 09/29/2026 MNT    VERSAO ORIGINAL DA APURACAO DO RESULTADO
000380*                    FINAL E DA REMATRICULA.
000390*****************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. DESAFIO-RESULTADO-FINAL.
000420 AUTHOR. EQUIPE DE MANUTENCAO.
000430 INSTALLATION. SETOR DE SISTEMAS ACADEMICOS.
000440 DATE-WRITTEN. 09/29/2026.
000450 DATE-COMPILED.
000460
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER. IBM-370.
000500 OBJECT-COMPUTER. IBM-370.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT ANUAL-FILE ASSIGN TO "NOTASANO"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-FS-ANUAL.
000560     SELECT CADASTRO-FILE ASSIGN TO "NOTASCAD"
000570         ORGANIZATION IS INDEXED
000571         ACCESS MODE IS SEQUENTIAL
000572         RECORD KEY IS CA-MATRICULA
000573         FILE STATUS IS WS-FS-CADASTRO.
000590     SELECT ENTURMACAO-FILE ASSIGN TO "NOTASENT"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS EN-CHAVE-ENTURMACAO
000630         FILE STATUS IS WS-FS-ENTURMACAO.
000640     SELECT RELATORIO-FILE ASSIGN TO "NOTASRFN"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-FS-RELATORIO.
000670     SELECT MOVIMENTO-FILE ASSIGN TO "NOTASCMV"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-FS-MOVIMENTO.
000700     SELECT DEPENDENCIA-FILE ASSIGN TO "NOTASDEP"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-FS-DEPENDENCIA.
000730     SELECT JORNAL-FILE ASSIGN TO "NOTASJRN"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-FS-JORNAL.
000760     SELECT ARQ-ORDENACAO ASSIGN TO "NOTASOR4".
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  ANUAL-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY REGANUAL.
000830 FD  CADASTRO-FILE
000840     LABEL RECORDS ARE STANDARD.
000850     COPY REGCAD.
000860 FD  ENTURMACAO-FILE
000870     LABEL RECORDS ARE STANDARD.
000880     COPY REGENTUR.
000890 FD  RELATORIO-FILE
000900     LABEL RECORDS ARE STANDARD.
000910 01  RL-LINHA                         PIC X(80).
000920 FD  MOVIMENTO-FILE
000930     LABEL RECORDS ARE STANDARD.
000940     COPY REGCADMV.
000950 FD  DEPENDENCIA-FILE
000960     LABEL RECORDS ARE STANDARD.
000970     COPY REGDEPEN.
000980 FD  JORNAL-FILE
000990     LABEL RECORDS ARE STANDARD.
001000     COPY REGJRNL.
001010 SD  ARQ-ORDENACAO.
001020 01  SW-REGISTRO.
001030     03  SW-TURMA                     PIC X(10).
001040     03  SW-MATRICULA                 PIC 9(08).
001050     03  SW-NOME                      PIC X(30).
001060     03  SW-RESULTADO                 PIC X(24).
001070     03  SW-CLASSE                    PIC X(01).
001080     03  SW-TURMA-NOVA                PIC X(10).
001090     03  SW-MOVIMENTO                 PIC X(01).
001100     03  SW-QTD-MATERIAS              PIC 9(02).
001110     03  SW-QTD-REPROVADAS            PIC 9(02).
001120     03  SW-QTD-DEPENDENCIAS          PIC 9(01).
001130     03  SW-DEPENDENCIA OCCURS 2 TIMES.
001140         05  SW-DEP-MATERIA               PIC X(20).
001150         05  SW-DEP-NOTA-FINAL            PIC 9(02)V99.
001160         05  SW-DEP-STATUS                PIC X(14).
001170
001180 WORKING-STORAGE SECTION.
001190 01  WS-FILE-STATUS.
001200     03  WS-FS-ANUAL                  PIC X(02) VALUE "00".
001210     03  WS-FS-CADASTRO               PIC X(02) VALUE "00".
001220     03  WS-FS-ENTURMACAO             PIC X(02) VALUE "00".
001230     03  WS-FS-RELATORIO              PIC X(02) VALUE "00".
001240     03  WS-FS-MOVIMENTO              PIC X(02) VALUE "00".
001250     03  WS-FS-DEPENDENCIA            PIC X(02) VALUE "00".
001260     03  WS-FS-JORNAL                 PIC X(02) VALUE "00".
001270 01  WS-SWITCHES.
001280     03  WS-FIM-ANUAL                 PIC X(01) VALUE "N".
001290         88  WS88-FIM-ANUAL               VALUE "S".
001300     03  WS-FIM-CADASTRO              PIC X(01) VALUE "N".
001310         88  WS88-FIM-CADASTRO            VALUE "S".
001320     03  WS-FIM-SORT                  PIC X(01) VALUE "N".
001330         88  WS88-FIM-SORT                VALUE "S".
001340     03  WS-ALUNO-ACHADO              PIC X(01) VALUE "N".
001350         88  WS88-ALUNO-ACHADO            VALUE "S".
001360     03  WS-ESTOURO-TABELA            PIC X(01) VALUE "N".
001370         88  WS88-ESTOURO-TABELA          VALUE "S".
001380     03  WS-ARQUIVOS-ABERTOS          PIC X(01) VALUE "N".
001390         88  WS88-ARQUIVOS-ABERTOS        VALUE "S".
001400     03  WS-TURMA-ABERTA              PIC X(01) VALUE "N".
001410         88  WS88-TURMA-ABERTA            VALUE "S".
001420 01  WS-ANO-ALVO-ENT               PIC X(04) VALUE SPACES.
001430 01  WS-ANO-ALVO                   PIC 9(04) VALUE 0.
001440 01  WS-ANO-SEGUINTE               PIC 9(04) VALUE 0.
001450 01  WS-ULTIMA-SERIE-ENT           PIC X(02) VALUE SPACES.
001460 01  WS-ULTIMA-SERIE               PIC 9(02) VALUE 9.
001470*--------------------------------------------------------------
001480* REGRA DA ESCOLA: ATE DUAS MATERIAS REPROVADAS O ALUNO SOBE COM
001490* DEPENDENCIA; ACIMA DISSO E RETIDO NA SERIE.
001500*--------------------------------------------------------------
001510 01  WS-MAX-DEPENDENCIAS           PIC 9(01) VALUE 2.
001520 01  WS-TURMA-ATUAL                PIC X(10) VALUE SPACES.
001530 01  WS-RUN-ID                     PIC X(14) VALUE SPACES.
001540 01  WS-DATA-HOJE                  PIC 9(08) VALUE 0.
001550 01  WS-HORA-AGORA                 PIC 9(08) VALUE 0.
001560 01  WS-ENCERRAMENTO               PIC X(20) VALUE "NORMAL".
001570 01  WS-HASH-MATRICULAS            PIC 9(10) VALUE 0.
001580*--------------------------------------------------------------
001590* AREA DE MONTAGEM DA TURMA DA SERIE SEGUINTE: A SERIE E O
001600* NUMERO (UM OU DOIS DIGITOS) NO INICIO DO NOME DA TURMA, O
001610* RESTO DO NOME (O SUFIXO) E MANTIDO.
001620*--------------------------------------------------------------
001630 01  WS-SERIE-TRABALHO.
001640     03  WS-TAM-SERIE                 PIC 9(01) VALUE 0.
001650     03  WS-POS-SUFIXO                PIC 9(02) VALUE 0.
001660     03  WS-SERIE-1                   PIC 9(01) VALUE 0.
001670     03  WS-SERIE-2                   PIC 9(02) VALUE 0.
001680     03  WS-SERIE                     PIC 9(02) VALUE 0.
001690     03  WS-SERIE-NOVA                PIC 9(02) VALUE 0.
001700     03  WS-SERIE-NOVA-1 REDEFINES WS-SERIE-NOVA.
001710         05  FILLER                       PIC 9(01).
001720         05  WS-SERIE-NOVA-UNID           PIC 9(01).
001730 01  WS-CONTADORES.
001740     03  WS-CONT-LIDOS                PIC 9(06) VALUE 0 COMP.
001750     03  WS-CONT-DO-ANO               PIC 9(06) VALUE 0 COMP.
001760     03  WS-CONT-SEM-CADASTRO         PIC 9(06) VALUE 0 COMP.
001770     03  WS-CONT-CLASSIFICADOS        PIC 9(06) VALUE 0 COMP.
001780     03  WS-CONT-PROMOVIDOS           PIC 9(06) VALUE 0 COMP.
001790     03  WS-CONT-DEPENDENCIA          PIC 9(06) VALUE 0 COMP.
001800     03  WS-CONT-RETIDOS              PIC 9(06) VALUE 0 COMP.
001810     03  WS-CONT-CONCLUINTES          PIC 9(06) VALUE 0 COMP.
001820     03  WS-CONT-TRANSFERIDOS         PIC 9(06) VALUE 0 COMP.
001830     03  WS-CONT-PENDENTES            PIC 9(06) VALUE 0 COMP.
001840     03  WS-CONT-MOVIMENTOS           PIC 9(06) VALUE 0 COMP.
001850     03  WS-CONT-DEPENDENCIAS-GRAV    PIC 9(06) VALUE 0 COMP.
001860*--------------------------------------------------------------
001870* TOTAIS DA TURMA EM IMPRESSAO, ZERADOS A CADA QUEBRA.
001880*--------------------------------------------------------------
001890 01  WS-CONTADORES-TURMA.
001900     03  WS-TUR-ALUNOS                PIC 9(06) VALUE 0 COMP.
001910     03  WS-TUR-PROMOVIDOS            PIC 9(06) VALUE 0 COMP.
001920     03  WS-TUR-DEPENDENCIA           PIC 9(06) VALUE 0 COMP.
001930     03  WS-TUR-RETIDOS               PIC 9(06) VALUE 0 COMP.
001940     03  WS-TUR-OUTROS                PIC 9(06) VALUE 0 COMP.
001950 01  WS-REL-CONTADOR               PIC 9(06) VALUE 0.
001960 01  WS-REL-CONTADOR-2             PIC 9(06) VALUE 0.
001970 01  WS-REL-CONTADOR-3             PIC 9(06) VALUE 0.
001980 01  WS-REL-CONTADOR-4             PIC 9(06) VALUE 0.
001990 01  WS-REL-NOTA                   PIC Z9.99.
002000 01  WS-IDX-DEP                    PIC 9(01) VALUE 0.
002010*--------------------------------------------------------------
002020* CADASTRO DE ALUNOS, CARREGADO NA INICIALIZACAO, COM OS
002030* ACUMULADORES DO FECHAMENTO ANUAL DE CADA ALUNO: MATERIAS,
002040* REPROVADAS (POR NOTA), REPROVACAO POR FALTA, MATERIAS AINDA
002050* PENDENTES/INCOMPLETAS E AS DUAS PRIMEIRAS REPROVADAS, QUE
002060* VIRAM DEPENDENCIA.
002070*--------------------------------------------------------------
002080 01  TB-CADASTRO.
002090     03  TB-CAD-QTD                   PIC 9(04) VALUE 0 COMP.
002100     03  TB-CAD-ALUNO OCCURS 1 TO 5000 TIMES
002110             DEPENDING ON TB-CAD-QTD
002120             INDEXED BY TB-IDX-CAD.
002130         05  TB-CAD-MATRICULA             PIC 9(08).
002140         05  TB-CAD-NOME                  PIC X(30).
002150         05  TB-CAD-TURMA                 PIC X(10).
002160         05  TB-CAD-SITUACAO              PIC X(01).
002170         05  TB-CAD-QTD-MATERIAS          PIC 9(02).
002180         05  TB-CAD-QTD-REPROVADAS        PIC 9(02).
002190         05  TB-CAD-QTD-PENDENTES         PIC 9(02).
002200         05  TB-CAD-REP-FREQ              PIC X(01).
002210         05  TB-CAD-DEPENDENCIA OCCURS 2 TIMES.
002220             07  TB-CAD-DEP-MATERIA           PIC X(20).
002230             07  TB-CAD-DEP-NOTA-FINAL        PIC 9(02)V99.
002240             07  TB-CAD-DEP-STATUS            PIC X(14).
002250*--------------------------------------------------------------
002260* TURMA DO ALUNO NO PERIODO PELA ENTURMACAO HISTORICA (NOTASENT).
002270* O CHAMADOR PREENCHE MATRICULA, ANO E BIMESTRE E, COMO DEFAULT,
002280* A TURMA E A SITUACAO (A OU T) DO CADASTRO; 7500 SUBSTITUI PELA
002290* ENTURMACAO VIGENTE NO PERIODO, OU DEVOLVE SITUACAO N QUANDO O
002300* ALUNO SO FOI ENTURMADO DEPOIS DELE. WS-ENT-ANO-VIGENCIA E O ANO
002310* DO REGISTRO QUE VALEU (ZERO QUANDO VALEU O CADASTRO).
002320*--------------------------------------------------------------
002330 01  WS-ENTURMACAO-VIGENTE.
002340     03  WS-ENT-MATRICULA             PIC 9(08) VALUE 0.
002350     03  WS-ENT-ANO-LETIVO            PIC 9(04) VALUE 0.
002360     03  WS-ENT-BIMESTRE              PIC 9(01) VALUE 0.
002370     03  WS-ENT-TURMA                 PIC X(10) VALUE SPACES.
002380     03  WS-ENT-SITUACAO              PIC X(01) VALUE SPACE.
002390         88  WS88-ENT-ENTURMADO           VALUE "A".
002400         88  WS88-ENT-TRANSFERIDO         VALUE "T".
002410         88  WS88-ENT-NAO-ENTURMADO       VALUE "N".
002420     03  WS-ENT-ANO-VIGENCIA          PIC 9(04) VALUE 0.
002430     03  WS-ENT-ACHADA                PIC X(01) VALUE "N".
002440         88  WS88-ENT-ACHADA              VALUE "S".
002450     03  WS-FIM-ENTURMACAO            PIC X(01) VALUE "N".
002460         88  WS88-FIM-ENTURMACAO          VALUE "S".
002470     03  WS-TEM-ENTURMACAO            PIC X(01) VALUE "N".
002480         88  WS88-TEM-ENTURMACAO          VALUE "S".
002490
002500 PROCEDURE DIVISION.
002510*****************************************************************
002520* 0000-MAINLINE
002530* ACUMULA O FECHAMENTO ANUAL POR ALUNO, CLASSIFICA CADA ALUNO DO
002540* CADASTRO E EMITE O RESULTADO NA SAIDA DO SORT POR TURMA.
002550*****************************************************************
002560 0000-MAINLINE.
002570     PERFORM 1000-INICIALIZA THRU 1000-EXIT
002580     PERFORM 2000-ACUMULA-ANUAL THRU 2000-EXIT
002590     SORT ARQ-ORDENACAO
002600         ASCENDING KEY SW-TURMA
002610         ASCENDING KEY SW-MATRICULA
002620         INPUT PROCEDURE IS 3000-CLASSIFICA THRU 3000-EXIT
002630         OUTPUT PROCEDURE IS 4000-EMITE-RESULTADO THRU 4000-EXIT
002640     PERFORM 5000-IMPRIME-TOTAIS THRU 5000-EXIT
002650     PERFORM 9999-FIM THRU 9999-EXIT
002660     .
002670*****************************************************************
002680* 1000-INICIALIZA
002690* PEDE O ANO LETIVO E A ULTIMA SERIE DA ESCOLA, ABRE OS ARQUIVOS
002700* E CARREGA O CADASTRO. CADASTRO ACIMA DO LIMITE DA TABELA
002710* ENCERRA COM RETORNO 8 - A REMATRICULA NAO PODE SAIR PELA
002720* METADE.
002730*****************************************************************
002740 1000-INICIALIZA.
002750     DISPLAY "***************************************"
002760     DISPLAY "* DESAFIO - RESULTADO FINAL DO ANO    *"
002770     DISPLAY "***************************************"
002780     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002790     ACCEPT WS-HORA-AGORA FROM TIME
002800     MOVE SPACES TO WS-RUN-ID
002810     STRING WS-DATA-HOJE WS-HORA-AGORA (1:6)
002820         DELIMITED BY SIZE INTO WS-RUN-ID
002830     END-STRING
002840     DISPLAY "IDENTIFICADOR DA EXECUCAO (RUN ID): " WS-RUN-ID
002850     DISPLAY "ANO LETIVO DO RESULTADO (AAAA): "
002860     ACCEPT WS-ANO-ALVO-ENT
002870     IF WS-ANO-ALVO-ENT IS NUMERIC
002880         MOVE WS-ANO-ALVO-ENT TO WS-ANO-ALVO
002890     END-IF
002900     IF WS-ANO-ALVO = 0
002910         DISPLAY "ANO LETIVO INVALIDO - ENCERRANDO."
002920         MOVE "ANO INVALIDO" TO WS-ENCERRAMENTO
002930         MOVE 8 TO RETURN-CODE
002940         PERFORM 9999-FIM THRU 9999-EXIT
002950     END-IF
002960     COMPUTE WS-ANO-SEGUINTE = WS-ANO-ALVO + 1
002970     DISPLAY "ULTIMA SERIE DA ESCOLA (EM BRANCO = 9): "
002980     ACCEPT WS-ULTIMA-SERIE-ENT
002990     IF WS-ULTIMA-SERIE-ENT (2:1) = SPACE AND
003000        WS-ULTIMA-SERIE-ENT (1:1) IS NUMERIC
003010         MOVE WS-ULTIMA-SERIE-ENT (1:1) TO WS-SERIE-1
003020         MOVE WS-SERIE-1 TO WS-ULTIMA-SERIE
003030     ELSE
003040         IF WS-ULTIMA-SERIE-ENT IS NUMERIC
003050             MOVE WS-ULTIMA-SERIE-ENT TO WS-ULTIMA-SERIE
003060         END-IF
003070     END-IF
003080     IF WS-ULTIMA-SERIE = 0
003090         MOVE 9 TO WS-ULTIMA-SERIE
003100     END-IF
003110     DISPLAY "ULTIMA SERIE: " WS-ULTIMA-SERIE
003120     OPEN INPUT CADASTRO-FILE
003130     IF WS-FS-CADASTRO NOT = "00"
003140         DISPLAY "ERRO AO ABRIR ARQUIVO DE CADASTRO: "
003150             WS-FS-CADASTRO
003160         DISPLAY "EXECUTE DESAFIO-CADASTRO-ALUNOS PARA CRIAR "
003170             "O CADASTRO ANTES DO RESULTADO FINAL."
003180         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
003190         MOVE 8 TO RETURN-CODE
003200         PERFORM 9999-FIM THRU 9999-EXIT
003210     END-IF
003220     PERFORM 1100-LE-CADASTRO THRU 1100-EXIT
003230         UNTIL WS88-FIM-CADASTRO
003240     CLOSE CADASTRO-FILE
003250     DISPLAY "ALUNOS NO CADASTRO: " TB-CAD-QTD
003260     IF WS88-ESTOURO-TABELA
003270         MOVE "LIMITE DE TABELA" TO WS-ENCERRAMENTO
003280         MOVE 8 TO RETURN-CODE
003290         PERFORM 9999-FIM THRU 9999-EXIT
003300     END-IF
003310     OPEN OUTPUT RELATORIO-FILE
003320     IF WS-FS-RELATORIO NOT = "00"
003330         DISPLAY "ERRO AO ABRIR ARQUIVO DE RELATORIO: "
003340             WS-FS-RELATORIO
003350         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
003360         MOVE 8 TO RETURN-CODE
003370         PERFORM 9999-FIM THRU 9999-EXIT
003380     END-IF
003390     OPEN OUTPUT MOVIMENTO-FILE
003400     IF WS-FS-MOVIMENTO NOT = "00"
003410         DISPLAY "ERRO AO ABRIR LOTE DE MOVIMENTACAO: "
003420             WS-FS-MOVIMENTO
003430         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
003440         MOVE 8 TO RETURN-CODE
003450         CLOSE RELATORIO-FILE
003460         PERFORM 9999-FIM THRU 9999-EXIT
003470     END-IF
003480     OPEN OUTPUT DEPENDENCIA-FILE
003490     IF WS-FS-DEPENDENCIA NOT = "00"
003500         DISPLAY "ERRO AO ABRIR ARQUIVO DE DEPENDENCIAS: "
003510             WS-FS-DEPENDENCIA
003520         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
003530         MOVE 8 TO RETURN-CODE
003540         CLOSE RELATORIO-FILE
003550         CLOSE MOVIMENTO-FILE
003560         PERFORM 9999-FIM THRU 9999-EXIT
003570     END-IF
003580     MOVE "S" TO WS-ARQUIVOS-ABERTOS
003590     PERFORM 1265-ABRE-ENTURMACAO THRU 1265-EXIT
003600     .
003610 1000-EXIT.
003620     EXIT.
003630 1100-LE-CADASTRO.
003640     READ CADASTRO-FILE
003650         AT END
003660             MOVE "S" TO WS-FIM-CADASTRO
003670         NOT AT END
003680             IF TB-CAD-QTD < 5000
003690                 ADD 1 TO TB-CAD-QTD
003700                 SET TB-IDX-CAD TO TB-CAD-QTD
003710                 MOVE CA-MATRICULA
003720                     TO TB-CAD-MATRICULA (TB-IDX-CAD)
003730                 MOVE CA-NOME TO TB-CAD-NOME (TB-IDX-CAD)
003740                 MOVE CA-TURMA TO TB-CAD-TURMA (TB-IDX-CAD)
003750                 MOVE CA-SITUACAO TO TB-CAD-SITUACAO (TB-IDX-CAD)
003760                 MOVE 0 TO TB-CAD-QTD-MATERIAS (TB-IDX-CAD)
003770                 MOVE 0 TO TB-CAD-QTD-REPROVADAS (TB-IDX-CAD)
003780                 MOVE 0 TO TB-CAD-QTD-PENDENTES (TB-IDX-CAD)
003790                 MOVE "N" TO TB-CAD-REP-FREQ (TB-IDX-CAD)
003800             ELSE
003810                 DISPLAY "ERRO: LIMITE DE ALUNOS NO CADASTRO "
003820                     "EXCEDIDO: " CA-MATRICULA
003830                 MOVE "S" TO WS-ESTOURO-TABELA
003840                 MOVE "S" TO WS-FIM-CADASTRO
003850             END-IF
003860     END-READ
003870     .
003880 1100-EXIT.
003890     EXIT.
003900*****************************************************************
003910* 1265-ABRE-ENTURMACAO
003920* A ENTURMACAO HISTORICA E OPCIONAL: SEM ELA VALE A TURMA ATUAL
003930* DO CADASTRO PARA TODOS OS PERIODOS.
003940*****************************************************************
003950 1265-ABRE-ENTURMACAO.
003960     MOVE "N" TO WS-TEM-ENTURMACAO
003970     OPEN INPUT ENTURMACAO-FILE
003980     IF WS-FS-ENTURMACAO = "00"
003990         MOVE "S" TO WS-TEM-ENTURMACAO
004000     ELSE
004010         DISPLAY "AVISO: ENTURMACAO HISTORICA (NOTASENT) "
004020             "INDISPONIVEL - STATUS " WS-FS-ENTURMACAO
004030         DISPLAY "       VALE A TURMA ATUAL DO CADASTRO."
004040     END-IF
004050     .
004060 1265-EXIT.
004070     EXIT.
004080*****************************************************************
004090* 2000-ACUMULA-ANUAL
004100* PASSADA NO FECHAMENTO ANUAL (NOTASANO) ACUMULANDO NA TABELA DO
004110* CADASTRO O RESULTADO DE CADA MATERIA DO ANO INFORMADO. SEM O
004120* FECHAMENTO NAO HA RESULTADO A APURAR - O PROGRAMA ENCERRA.
004130*****************************************************************
004140 2000-ACUMULA-ANUAL.
004150     OPEN INPUT ANUAL-FILE
004160     IF WS-FS-ANUAL NOT = "00"
004170         DISPLAY "ERRO AO ABRIR FECHAMENTO ANUAL: " WS-FS-ANUAL
004180         DISPLAY "EXECUTE DESAFIO-CONSOLIDA-ANO PARA GERAR O "
004190             "FECHAMENTO ANTES DO RESULTADO FINAL."
004200         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
004210         MOVE 8 TO RETURN-CODE
004220         PERFORM 9999-FIM THRU 9999-EXIT
004230     END-IF
004240     PERFORM 2100-LE-ANUAL THRU 2100-EXIT
004250         UNTIL WS88-FIM-ANUAL
004260     CLOSE ANUAL-FILE
004270     DISPLAY "FECHAMENTOS DO ANO LIDOS: " WS-CONT-DO-ANO
004280     IF WS-CONT-DO-ANO = 0
004290         DISPLAY "NENHUM FECHAMENTO PARA O ANO " WS-ANO-ALVO
004300             " - ENCERRANDO."
004310         MOVE "SEM FECHAMENTO" TO WS-ENCERRAMENTO
004320         MOVE 8 TO RETURN-CODE
004330         PERFORM 9999-FIM THRU 9999-EXIT
004340     END-IF
004350     .
004360 2000-EXIT.
004370     EXIT.
004380 2100-LE-ANUAL.
004390     READ ANUAL-FILE
004400         AT END
004410             MOVE "S" TO WS-FIM-ANUAL
004420             GO TO 2100-EXIT
004430     END-READ
004440     ADD 1 TO WS-CONT-LIDOS
004450     IF AN-ANO-LETIVO NOT = WS-ANO-ALVO
004460         GO TO 2100-EXIT
004470     END-IF
004480     ADD 1 TO WS-CONT-DO-ANO
004490     PERFORM 2200-LOCALIZA-ALUNO THRU 2200-EXIT
004500     IF NOT WS88-ALUNO-ACHADO
004510         ADD 1 TO WS-CONT-SEM-CADASTRO
004520         DISPLAY "AVISO: FECHAMENTO DE MATRICULA FORA DO "
004530             "CADASTRO: " AN-MATRICULA " " AN-MATERIA
004540         GO TO 2100-EXIT
004550     END-IF
004560     PERFORM 2300-ACUMULA-MATERIA THRU 2300-EXIT
004570     .
004580 2100-EXIT.
004590     EXIT.
004600 2200-LOCALIZA-ALUNO.
004610     MOVE "N" TO WS-ALUNO-ACHADO
004620     IF TB-CAD-QTD = 0
004630         GO TO 2200-EXIT
004640     END-IF
004650     SET TB-IDX-CAD TO 1
004660     SEARCH TB-CAD-ALUNO VARYING TB-IDX-CAD
004670         AT END
004680             MOVE "N" TO WS-ALUNO-ACHADO
004690         WHEN TB-CAD-MATRICULA (TB-IDX-CAD) = AN-MATRICULA
004700             MOVE "S" TO WS-ALUNO-ACHADO
004710     END-SEARCH
004720     .
004730 2200-EXIT.
004740     EXIT.
004750*****************************************************************
004760* 2300-ACUMULA-MATERIA
004770* REPROVADO E REPROVADO-FREQ CONTAM COMO MATERIA REPROVADA (A
004780* FALTA MARCA O ALUNO PARA RETENCAO); INCOMPLETO E PENDENTE
004790* DEIXAM O RESULTADO DO ALUNO EM ABERTO. QUALQUER OUTRO STATUS
004800* (APROVADO, RECUPERACAO, APROV-CONSELHO) E MATERIA CUMPRIDA.
004810*****************************************************************
004820 2300-ACUMULA-MATERIA.
004830     ADD 1 TO TB-CAD-QTD-MATERIAS (TB-IDX-CAD)
004840     IF AN-STATUS-ANUAL = "INCOMPLETO" OR
004850        AN-STATUS-ANUAL = "PENDENTE"
004860         ADD 1 TO TB-CAD-QTD-PENDENTES (TB-IDX-CAD)
004870         GO TO 2300-EXIT
004880     END-IF
004890     IF AN-STATUS-ANUAL NOT = "REPROVADO" AND
004900        AN-STATUS-ANUAL NOT = "REPROVADO-FREQ"
004910         GO TO 2300-EXIT
004920     END-IF
004930     IF AN-STATUS-ANUAL = "REPROVADO-FREQ"
004940         MOVE "S" TO TB-CAD-REP-FREQ (TB-IDX-CAD)
004950     END-IF
004960     ADD 1 TO TB-CAD-QTD-REPROVADAS (TB-IDX-CAD)
004970     IF TB-CAD-QTD-REPROVADAS (TB-IDX-CAD) > 2
004980         GO TO 2300-EXIT
004990     END-IF
005000     MOVE TB-CAD-QTD-REPROVADAS (TB-IDX-CAD) TO WS-IDX-DEP
005010     MOVE AN-MATERIA
005020         TO TB-CAD-DEP-MATERIA (TB-IDX-CAD, WS-IDX-DEP)
005030     MOVE AN-NOTA-FINAL-ANUAL
005040         TO TB-CAD-DEP-NOTA-FINAL (TB-IDX-CAD, WS-IDX-DEP)
005050     MOVE AN-STATUS-ANUAL
005060         TO TB-CAD-DEP-STATUS (TB-IDX-CAD, WS-IDX-DEP)
005070     .
005080 2300-EXIT.
005090     EXIT.
005100*****************************************************************
005110* 3000-CLASSIFICA
005120* ROTINA DE ENTRADA DO SORT: APLICA AS REGRAS DE PROMOCAO A CADA
005130* ALUNO ATIVO (OU TRANSFERIDO NO ANO) E LIBERA UM REGISTRO POR
005140* ALUNO, NA TURMA QUE ELE CURSOU NO ANO.
005150*****************************************************************
005160 3000-CLASSIFICA.
005170     PERFORM 3100-CLASSIFICA-ALUNO THRU 3100-EXIT
005180         VARYING TB-IDX-CAD FROM 1 BY 1
005190             UNTIL TB-IDX-CAD > TB-CAD-QTD
005200     .
005210 3000-EXIT.
005220     EXIT.
005230 3100-CLASSIFICA-ALUNO.
005240     IF TB-CAD-SITUACAO (TB-IDX-CAD) NOT = "A" AND
005250        TB-CAD-SITUACAO (TB-IDX-CAD) NOT = "T"
005260         GO TO 3100-EXIT
005270     END-IF
005280     MOVE TB-CAD-MATRICULA (TB-IDX-CAD) TO WS-ENT-MATRICULA
005290     MOVE WS-ANO-ALVO TO WS-ENT-ANO-LETIVO
005300     MOVE 4 TO WS-ENT-BIMESTRE
005310     MOVE TB-CAD-TURMA (TB-IDX-CAD) TO WS-ENT-TURMA
005320     MOVE TB-CAD-SITUACAO (TB-IDX-CAD) TO WS-ENT-SITUACAO
005330     MOVE 0 TO WS-ENT-ANO-VIGENCIA
005340     PERFORM 7500-BUSCA-ENTURMACAO THRU 7500-EXIT
005350     IF WS88-ENT-NAO-ENTURMADO
005360         GO TO 3100-EXIT
005370     END-IF
005380     MOVE SPACES TO SW-REGISTRO
005390     MOVE WS-ENT-TURMA TO SW-TURMA
005400     MOVE TB-CAD-MATRICULA (TB-IDX-CAD) TO SW-MATRICULA
005410     MOVE TB-CAD-NOME (TB-IDX-CAD) TO SW-NOME
005420     MOVE TB-CAD-QTD-MATERIAS (TB-IDX-CAD) TO SW-QTD-MATERIAS
005430     MOVE TB-CAD-QTD-REPROVADAS (TB-IDX-CAD) TO SW-QTD-REPROVADAS
005440     MOVE 0 TO SW-QTD-DEPENDENCIAS
005450     MOVE 0 TO SW-DEP-NOTA-FINAL (1)
005460     MOVE 0 TO SW-DEP-NOTA-FINAL (2)
005470*--------------------------------------------------------------
005480* TRANSFERIDO: SO ENTRA NO RESULTADO DO ANO EM QUE SAIU (SEM A
005490* ENTURMACAO, QUANDO TEM FECHAMENTO NO ANO). NAO E MOVIMENTADO.
005500*--------------------------------------------------------------
005510     IF WS88-ENT-TRANSFERIDO
005520         IF WS-ENT-ANO-VIGENCIA = WS-ANO-ALVO OR
005530            (WS-ENT-ANO-VIGENCIA = 0 AND
005540             TB-CAD-QTD-MATERIAS (TB-IDX-CAD) > 0)
005550             MOVE "TRANSFERIDO" TO SW-RESULTADO
005560             MOVE "O" TO SW-CLASSE
005570             ADD 1 TO WS-CONT-TRANSFERIDOS
005580             PERFORM 3900-LIBERA THRU 3900-EXIT
005590         END-IF
005600         GO TO 3100-EXIT
005610     END-IF
005620     IF TB-CAD-QTD-MATERIAS (TB-IDX-CAD) = 0
005630         MOVE "SEM FECHAMENTO NO ANO" TO SW-RESULTADO
005640         MOVE "O" TO SW-CLASSE
005650         ADD 1 TO WS-CONT-PENDENTES
005660         PERFORM 3900-LIBERA THRU 3900-EXIT
005670         GO TO 3100-EXIT
005680     END-IF
005690     IF TB-CAD-QTD-PENDENTES (TB-IDX-CAD) > 0
005700         MOVE "FECHAMENTO PENDENTE" TO SW-RESULTADO
005710         MOVE "O" TO SW-CLASSE
005720         ADD 1 TO WS-CONT-PENDENTES
005730         PERFORM 3900-LIBERA THRU 3900-EXIT
005740         GO TO 3100-EXIT
005750     END-IF
005760     IF TB-CAD-REP-FREQ (TB-IDX-CAD) = "S"
005770         MOVE "RETIDO POR FREQUENCIA" TO SW-RESULTADO
005780         MOVE "R" TO SW-CLASSE
005790         ADD 1 TO WS-CONT-RETIDOS
005800         PERFORM 3900-LIBERA THRU 3900-EXIT
005810         GO TO 3100-EXIT
005820     END-IF
005830     IF TB-CAD-QTD-REPROVADAS (TB-IDX-CAD) > WS-MAX-DEPENDENCIAS
005840         MOVE "RETIDO" TO SW-RESULTADO
005850         MOVE "R" TO SW-CLASSE
005860         ADD 1 TO WS-CONT-RETIDOS
005870         PERFORM 3900-LIBERA THRU 3900-EXIT
005880         GO TO 3100-EXIT
005890     END-IF
005900     PERFORM 3200-SERIE-SEGUINTE THRU 3200-EXIT
005910     .
005920 3100-EXIT.
005930     EXIT.
005940*****************************************************************
005950* 3200-SERIE-SEGUINTE
005960* ALUNO APROVADO (COM OU SEM DEPENDENCIA): MONTA A TURMA DA SERIE
005970* SEGUINTE (MOVIMENTO A). NA ULTIMA SERIE O ALUNO E CONCLUINTE
005980* (MOVIMENTO E - INATIVACAO); COM MATERIA REPROVADA NA ULTIMA
005990* SERIE NAO HA DEPENDENCIA POSSIVEL E ELE FICA RETIDO. TURMA SEM
006000* NUMERO DE SERIE NO INICIO DO NOME NAO E MOVIMENTADA.
006010*****************************************************************
006020 3200-SERIE-SEGUINTE.
006030     MOVE 0 TO WS-TAM-SERIE
006040     IF SW-TURMA (1:1) IS NUMERIC
006050         MOVE 1 TO WS-TAM-SERIE
006060         IF SW-TURMA (2:1) IS NUMERIC
006070             MOVE 2 TO WS-TAM-SERIE
006080         END-IF
006090     END-IF
006100     IF WS-TAM-SERIE = 0
006110         MOVE "TURMA SEM SERIE" TO SW-RESULTADO
006120         MOVE "O" TO SW-CLASSE
006130         ADD 1 TO WS-CONT-PENDENTES
006140         PERFORM 3900-LIBERA THRU 3900-EXIT
006150         GO TO 3200-EXIT
006160     END-IF
006170     IF WS-TAM-SERIE = 1
006180         MOVE SW-TURMA (1:1) TO WS-SERIE-1
006190         MOVE WS-SERIE-1 TO WS-SERIE
006200     ELSE
006210         MOVE SW-TURMA (1:2) TO WS-SERIE-2
006220         MOVE WS-SERIE-2 TO WS-SERIE
006230     END-IF
006240     IF WS-SERIE NOT < WS-ULTIMA-SERIE
006250         IF TB-CAD-QTD-REPROVADAS (TB-IDX-CAD) > 0
006260             MOVE "RETIDO NA ULTIMA SERIE" TO SW-RESULTADO
006270             MOVE "R" TO SW-CLASSE
006280             ADD 1 TO WS-CONT-RETIDOS
006290         ELSE
006300             MOVE "CONCLUINTE" TO SW-RESULTADO
006310             MOVE "C" TO SW-CLASSE
006320             MOVE "E" TO SW-MOVIMENTO
006330             ADD 1 TO WS-CONT-CONCLUINTES
006340         END-IF
006350         PERFORM 3900-LIBERA THRU 3900-EXIT
006360         GO TO 3200-EXIT
006370     END-IF
006380     COMPUTE WS-SERIE-NOVA = WS-SERIE + 1
006390     COMPUTE WS-POS-SUFIXO = WS-TAM-SERIE + 1
006400     IF WS-SERIE-NOVA < 10
006410         MOVE WS-SERIE-NOVA-UNID TO SW-TURMA-NOVA (1:1)
006420         MOVE SW-TURMA (WS-POS-SUFIXO:) TO SW-TURMA-NOVA (2:)
006430     ELSE
006440         MOVE WS-SERIE-NOVA TO SW-TURMA-NOVA (1:2)
006450         MOVE SW-TURMA (WS-POS-SUFIXO:) TO SW-TURMA-NOVA (3:)
006460     END-IF
006470     MOVE "A" TO SW-MOVIMENTO
006480     IF TB-CAD-QTD-REPROVADAS (TB-IDX-CAD) = 0
006490         MOVE "PROMOVIDO" TO SW-RESULTADO
006500         MOVE "P" TO SW-CLASSE
006510         ADD 1 TO WS-CONT-PROMOVIDOS
006520     ELSE
006530         MOVE "PROMOVIDO C/ DEPENDENCIA" TO SW-RESULTADO
006540         MOVE "D" TO SW-CLASSE
006550         ADD 1 TO WS-CONT-DEPENDENCIA
006560         MOVE TB-CAD-QTD-REPROVADAS (TB-IDX-CAD)
006570             TO SW-QTD-DEPENDENCIAS
006580         MOVE TB-CAD-DEP-MATERIA (TB-IDX-CAD, 1)
006590             TO SW-DEP-MATERIA (1)
006600         MOVE TB-CAD-DEP-NOTA-FINAL (TB-IDX-CAD, 1)
006610             TO SW-DEP-NOTA-FINAL (1)
006620         MOVE TB-CAD-DEP-STATUS (TB-IDX-CAD, 1)
006630             TO SW-DEP-STATUS (1)
006640         MOVE TB-CAD-DEP-MATERIA (TB-IDX-CAD, 2)
006650             TO SW-DEP-MATERIA (2)
006660         MOVE TB-CAD-DEP-NOTA-FINAL (TB-IDX-CAD, 2)
006670             TO SW-DEP-NOTA-FINAL (2)
006680         MOVE TB-CAD-DEP-STATUS (TB-IDX-CAD, 2)
006690             TO SW-DEP-STATUS (2)
006700     END-IF
006710     PERFORM 3900-LIBERA THRU 3900-EXIT
006720     .
006730 3200-EXIT.
006740     EXIT.
006750 3900-LIBERA.
006760     ADD 1 TO WS-CONT-CLASSIFICADOS
006770     RELEASE SW-REGISTRO
006780     .
006790 3900-EXIT.
006800     EXIT.
006810*****************************************************************
006820* 4000-EMITE-RESULTADO
006830* ROTINA DE SAIDA DO SORT: RESULTADO POR TURMA COM TOTAIS NA
006840* QUEBRA. GRAVA O HEADER DO LOTE DE MOVIMENTACAO (VIGENCIA NO
006850* 1O BIMESTRE DO ANO SEGUINTE), UM DETALHE POR ALUNO A
006860* MOVIMENTAR E AS DEPENDENCIAS; O TRAILER SAI EM 5000.
006870*****************************************************************
006880 4000-EMITE-RESULTADO.
006890     MOVE "RESULTADO FINAL DO ANO LETIVO POR TURMA" TO RL-LINHA
006900     WRITE RL-LINHA
006910     MOVE SPACES TO RL-LINHA
006920     STRING "ANO LETIVO: " WS-ANO-ALVO
006930         "  REMATRICULA PARA: " WS-ANO-SEGUINTE
006940         "  RUN ID: " WS-RUN-ID
006950         DELIMITED BY SIZE INTO RL-LINHA
006960     END-STRING
006970     WRITE RL-LINHA
006980     MOVE SPACES TO CM-REGISTRO-MOVIMENTO
006990     MOVE "H" TO CM-TIPO-REGISTRO
007000     MOVE WS-DATA-HOJE TO CM-HDR-DATA-GERACAO
007010     MOVE "RESULTADO FINAL" TO CM-HDR-ORIGEM
007020     MOVE WS-ANO-SEGUINTE TO CM-HDR-ANO-VIGENCIA
007030     MOVE 1 TO CM-HDR-BIMESTRE-VIGENCIA
007040     WRITE CM-REGISTRO-MOVIMENTO
007050     RETURN ARQ-ORDENACAO
007060         AT END
007070             MOVE "S" TO WS-FIM-SORT
007080     END-RETURN
007090     PERFORM 4100-PROCESSA-ALUNO THRU 4100-EXIT
007100         UNTIL WS88-FIM-SORT
007110     PERFORM 4900-FECHA-TURMA THRU 4900-EXIT
007120     .
007130 4000-EXIT.
007140     EXIT.
007150 4100-PROCESSA-ALUNO.
007160     IF SW-TURMA NOT = WS-TURMA-ATUAL OR
007170        NOT WS88-TURMA-ABERTA
007180         PERFORM 4900-FECHA-TURMA THRU 4900-EXIT
007190         PERFORM 4200-ABRE-TURMA THRU 4200-EXIT
007200     END-IF
007210     ADD 1 TO WS-TUR-ALUNOS
007220     IF SW-CLASSE = "P"
007230         ADD 1 TO WS-TUR-PROMOVIDOS
007240     ELSE
007250         IF SW-CLASSE = "D"
007260             ADD 1 TO WS-TUR-DEPENDENCIA
007270         ELSE
007280             IF SW-CLASSE = "R"
007290                 ADD 1 TO WS-TUR-RETIDOS
007300             ELSE
007310                 ADD 1 TO WS-TUR-OUTROS
007320             END-IF
007330         END-IF
007340     END-IF
007350     MOVE SPACES TO RL-LINHA
007360     MOVE SW-MATRICULA TO RL-LINHA (1:8)
007370     MOVE SW-NOME TO RL-LINHA (11:25)
007380     MOVE SW-RESULTADO TO RL-LINHA (38:24)
007390     IF SW-MOVIMENTO = "A"
007400         MOVE "-> " TO RL-LINHA (63:3)
007410         MOVE SW-TURMA-NOVA TO RL-LINHA (66:10)
007420     END-IF
007430     WRITE RL-LINHA
007440     IF SW-MOVIMENTO NOT = SPACE
007450         PERFORM 4300-GRAVA-MOVIMENTO THRU 4300-EXIT
007460     END-IF
007470     PERFORM 4400-GRAVA-DEPENDENCIA THRU 4400-EXIT
007480         VARYING WS-IDX-DEP FROM 1 BY 1
007490             UNTIL WS-IDX-DEP > SW-QTD-DEPENDENCIAS
007500     RETURN ARQ-ORDENACAO
007510         AT END
007520             MOVE "S" TO WS-FIM-SORT
007530     END-RETURN
007540     .
007550 4100-EXIT.
007560     EXIT.
007570 4200-ABRE-TURMA.
007580     MOVE SW-TURMA TO WS-TURMA-ATUAL
007590     MOVE "S" TO WS-TURMA-ABERTA
007600     INITIALIZE WS-CONTADORES-TURMA
007610     MOVE SPACES TO RL-LINHA
007620     WRITE RL-LINHA
007630     MOVE SPACES TO RL-LINHA
007640     STRING "TURMA: " WS-TURMA-ATUAL
007650         DELIMITED BY SIZE INTO RL-LINHA
007660     END-STRING
007670     WRITE RL-LINHA
007680     MOVE "MATRICULA NOME" TO RL-LINHA
007690     MOVE "RESULTADO" TO RL-LINHA (38:9)
007700     MOVE "TURMA SEGUINTE" TO RL-LINHA (63:14)
007710     WRITE RL-LINHA
007720     .
007730 4200-EXIT.
007740     EXIT.
007750*****************************************************************
007760* 4300-GRAVA-MOVIMENTO
007770* DETALHE DO LOTE DE MOVIMENTACAO: ALTERACAO DE TURMA PARA O
007780* PROMOVIDO (NOME EM BRANCO MANTEM O DO CADASTRO) E INATIVACAO
007790* PARA O CONCLUINTE. A MATRICULA ENTRA NO HASH DO TRAILER.
007800*****************************************************************
007810 4300-GRAVA-MOVIMENTO.
007820     MOVE SPACES TO CM-REGISTRO-MOVIMENTO
007830     MOVE "D" TO CM-TIPO-REGISTRO
007840     MOVE SW-MOVIMENTO TO CM-CODIGO-MOVIMENTO
007850     MOVE SW-MATRICULA TO CM-MATRICULA
007860     MOVE SW-TURMA-NOVA TO CM-TURMA
007870     WRITE CM-REGISTRO-MOVIMENTO
007880     ADD 1 TO WS-CONT-MOVIMENTOS
007890     ADD SW-MATRICULA TO WS-HASH-MATRICULAS
007900     .
007910 4300-EXIT.
007920     EXIT.
007930*****************************************************************
007931* 4400-GRAVA-DEPENDENCIA
007932* GRAVA A DEPENDENCIA EM NOTASDEP COM A CHAVE DE MATERIA PROPRIA
007933* (16 PRIMEIROS CARACTERES DA MATERIA, "DP" E A SERIE DA TURMA DE
007934* ORIGEM), QUE O LEITOR ACEITA PARA O ALUNO NO ANO DE CURSO MESMO
007935* FORA DA GRADE DA TURMA NOVA. A LINHA DO RELATORIO MOSTRA A CHAVE
007936* A USAR NO LANCAMENTO DAS NOTAS.
007937*****************************************************************
007938 4400-GRAVA-DEPENDENCIA.
007939     MOVE SPACES TO DP-REGISTRO-DEPENDENCIA
007940     MOVE SW-MATRICULA TO DP-MATRICULA
007941     MOVE SW-NOME TO DP-NOME
007942     MOVE SW-DEP-MATERIA (WS-IDX-DEP) TO DP-MATERIA
007943     MOVE SW-DEP-MATERIA (WS-IDX-DEP) TO DP-MATERIA-BASE
007944     MOVE "DP" TO DP-MARCA-DEPENDENCIA
007945     IF SW-TURMA (2:1) IS NUMERIC
007946         MOVE SW-TURMA (1:2) TO WS-SERIE-2
007947         MOVE WS-SERIE-2 TO DP-SERIE-ORIGEM
007948     ELSE
007949         MOVE SW-TURMA (1:1) TO WS-SERIE-1
007950         MOVE WS-SERIE-1 TO DP-SERIE-ORIGEM
007951     END-IF
007952     MOVE WS-ANO-ALVO TO DP-ANO-ORIGEM
007953     MOVE SW-TURMA TO DP-TURMA-ORIGEM
007954     MOVE SW-DEP-NOTA-FINAL (WS-IDX-DEP) TO DP-NOTA-FINAL-ORIGEM
007955     MOVE SW-DEP-STATUS (WS-IDX-DEP) TO DP-STATUS-ORIGEM
007956     MOVE WS-ANO-SEGUINTE TO DP-ANO-CURSO
007957     MOVE SW-TURMA-NOVA TO DP-TURMA-CURSO
007958     MOVE "P" TO DP-SITUACAO
007959     MOVE WS-DATA-HOJE TO DP-DATA-GERACAO
007960     MOVE SW-DEP-NOTA-FINAL (WS-IDX-DEP) TO WS-REL-NOTA
007961     MOVE SPACES TO RL-LINHA
007962     STRING "  DEP.: " DP-MATERIA
007963         " NOTA FINAL " WS-REL-NOTA
007964         " CHAVE " DP-MATERIA-CURSO
007965         DELIMITED BY SIZE INTO RL-LINHA
007966     END-STRING
007967     WRITE RL-LINHA
007968     WRITE DP-REGISTRO-DEPENDENCIA
007969     ADD 1 TO WS-CONT-DEPENDENCIAS-GRAV
007970     .
008160 4400-EXIT.
008170     EXIT.
008180 4900-FECHA-TURMA.
008190     IF NOT WS88-TURMA-ABERTA
008200         GO TO 4900-EXIT
008210     END-IF
008220     MOVE WS-TUR-ALUNOS TO WS-REL-CONTADOR
008230     MOVE WS-TUR-PROMOVIDOS TO WS-REL-CONTADOR-2
008240     MOVE WS-TUR-DEPENDENCIA TO WS-REL-CONTADOR-3
008250     MOVE WS-TUR-RETIDOS TO WS-REL-CONTADOR-4
008260     MOVE SPACES TO RL-LINHA
008270     STRING "  ALUNOS " WS-REL-CONTADOR
008280         " PROMOV. " WS-REL-CONTADOR-2
008290         " C/ DEPEND. " WS-REL-CONTADOR-3
008300         " RETIDOS " WS-REL-CONTADOR-4
008310         DELIMITED BY SIZE INTO RL-LINHA
008320     END-STRING
008330     WRITE RL-LINHA
008340     MOVE "N" TO WS-TURMA-ABERTA
008350     .
008360 4900-EXIT.
008370     EXIT.
008380*****************************************************************
008390* 5000-IMPRIME-TOTAIS
008400* TRAILER DO LOTE DE MOVIMENTACAO (QUANTIDADE DE DETALHES E HASH
008410* DAS MATRICULAS, CONFERIDOS PELA CARGA DO CADASTRO) E TOTAIS
008420* GERAIS DO RELATORIO.
008430*****************************************************************
008440 5000-IMPRIME-TOTAIS.
008450     MOVE SPACES TO CM-REGISTRO-MOVIMENTO
008460     MOVE "T" TO CM-TIPO-REGISTRO
008470     MOVE WS-CONT-MOVIMENTOS TO CM-TRL-QTD-REGISTROS
008480     MOVE WS-HASH-MATRICULAS TO CM-TRL-HASH-MATRICULAS
008490     WRITE CM-REGISTRO-MOVIMENTO
008500     MOVE SPACES TO RL-LINHA
008510     WRITE RL-LINHA
008520     MOVE WS-CONT-CLASSIFICADOS TO WS-REL-CONTADOR
008530     MOVE SPACES TO RL-LINHA
008540     STRING "ALUNOS NO RESULTADO:     " WS-REL-CONTADOR
008550         DELIMITED BY SIZE INTO RL-LINHA
008560     END-STRING
008570     WRITE RL-LINHA
008580     MOVE WS-CONT-PROMOVIDOS TO WS-REL-CONTADOR
008590     MOVE SPACES TO RL-LINHA
008600     STRING "PROMOVIDOS:              " WS-REL-CONTADOR
008610         DELIMITED BY SIZE INTO RL-LINHA
008620     END-STRING
008630     WRITE RL-LINHA
008640     MOVE WS-CONT-DEPENDENCIA TO WS-REL-CONTADOR
008650     MOVE SPACES TO RL-LINHA
008660     STRING "PROMOVIDOS C/ DEPENDENCIA:" WS-REL-CONTADOR
008670         DELIMITED BY SIZE INTO RL-LINHA
008680     END-STRING
008690     WRITE RL-LINHA
008700     MOVE WS-CONT-RETIDOS TO WS-REL-CONTADOR
008710     MOVE SPACES TO RL-LINHA
008720     STRING "RETIDOS:                 " WS-REL-CONTADOR
008730         DELIMITED BY SIZE INTO RL-LINHA
008740     END-STRING
008750     WRITE RL-LINHA
008760     MOVE WS-CONT-CONCLUINTES TO WS-REL-CONTADOR
008770     MOVE SPACES TO RL-LINHA
008780     STRING "CONCLUINTES:             " WS-REL-CONTADOR
008790         DELIMITED BY SIZE INTO RL-LINHA
008800     END-STRING
008810     WRITE RL-LINHA
008820     MOVE WS-CONT-TRANSFERIDOS TO WS-REL-CONTADOR
008830     MOVE SPACES TO RL-LINHA
008840     STRING "TRANSFERIDOS NO ANO:     " WS-REL-CONTADOR
008850         DELIMITED BY SIZE INTO RL-LINHA
008860     END-STRING
008870     WRITE RL-LINHA
008880     MOVE WS-CONT-PENDENTES TO WS-REL-CONTADOR
008890     MOVE SPACES TO RL-LINHA
008900     STRING "SEM RESULTADO (PENDENTES):" WS-REL-CONTADOR
008910         DELIMITED BY SIZE INTO RL-LINHA
008920     END-STRING
008930     WRITE RL-LINHA
008940     MOVE WS-CONT-MOVIMENTOS TO WS-REL-CONTADOR
008950     MOVE SPACES TO RL-LINHA
008960     STRING "MOVIMENTOS EM NOTASCMV:  " WS-REL-CONTADOR
008970         DELIMITED BY SIZE INTO RL-LINHA
008980     END-STRING
008990     WRITE RL-LINHA
009000     MOVE WS-CONT-DEPENDENCIAS-GRAV TO WS-REL-CONTADOR
009010     MOVE SPACES TO RL-LINHA
009020     STRING "DEPENDENCIAS EM NOTASDEP:" WS-REL-CONTADOR
009030         DELIMITED BY SIZE INTO RL-LINHA
009040     END-STRING
009050     WRITE RL-LINHA
009060     .
009070 5000-EXIT.
009080     EXIT.
009090*****************************************************************
009100* 7500-BUSCA-ENTURMACAO
009110* POSICIONA NO PRIMEIRO REGISTRO DO ALUNO EM NOTASENT E FICA COM
009120* O ULTIMO CUJA CHAVE (ANO/BIMESTRE) NAO PASSA DO PERIODO PEDIDO.
009130*****************************************************************
009140 7500-BUSCA-ENTURMACAO.
009150     MOVE "N" TO WS-ENT-ACHADA
009160     IF NOT WS88-TEM-ENTURMACAO
009170         GO TO 7500-EXIT
009180     END-IF
009190     MOVE "N" TO WS-FIM-ENTURMACAO
009200     MOVE WS-ENT-MATRICULA TO EN-MATRICULA
009210     MOVE 0 TO EN-ANO-LETIVO
009220     MOVE 0 TO EN-BIMESTRE
009230     START ENTURMACAO-FILE
009240         KEY IS NOT LESS THAN EN-CHAVE-ENTURMACAO
009250         INVALID KEY
009260             MOVE "S" TO WS-FIM-ENTURMACAO
009270     END-START
009280     PERFORM 7510-LE-ENTURMACAO THRU 7510-EXIT
009290         UNTIL WS88-FIM-ENTURMACAO
009300     .
009310 7500-EXIT.
009320     EXIT.
009330 7510-LE-ENTURMACAO.
009340     READ ENTURMACAO-FILE NEXT RECORD
009350         AT END
009360             MOVE "S" TO WS-FIM-ENTURMACAO
009370             GO TO 7510-EXIT
009380     END-READ
009390     IF EN-MATRICULA NOT = WS-ENT-MATRICULA
009400         MOVE "S" TO WS-FIM-ENTURMACAO
009410         GO TO 7510-EXIT
009420     END-IF
009430     IF EN-ANO-LETIVO > WS-ENT-ANO-LETIVO OR
009440        (EN-ANO-LETIVO = WS-ENT-ANO-LETIVO AND
009450         EN-BIMESTRE > WS-ENT-BIMESTRE)
009460         IF NOT WS88-ENT-ACHADA
009470             MOVE "N" TO WS-ENT-SITUACAO
009480         END-IF
009490         MOVE "S" TO WS-FIM-ENTURMACAO
009500         GO TO 7510-EXIT
009510     END-IF
009520     MOVE "S" TO WS-ENT-ACHADA
009530     MOVE EN-TURMA TO WS-ENT-TURMA
009540     MOVE EN-SITUACAO TO WS-ENT-SITUACAO
009550     MOVE EN-ANO-LETIVO TO WS-ENT-ANO-VIGENCIA
009560     .
009570 7510-EXIT.
009580     EXIT.
009590*****************************************************************
009600* 9600-GRAVA-JORNAL
009610* ACRESCENTA AO DIARIO DE EXECUCOES (NOTASJRN) O REGISTRO DESTA
009620* EXECUCAO DA APURACAO DO RESULTADO FINAL.
009630*****************************************************************
009640 9600-GRAVA-JORNAL.
009650     OPEN EXTEND JORNAL-FILE
009660     IF WS-FS-JORNAL = "35"
009670         OPEN OUTPUT JORNAL-FILE
009680     END-IF
009690     IF WS-FS-JORNAL NOT = "00"
009700         DISPLAY "ERRO AO ABRIR DIARIO DE EXECUCOES: "
009710             WS-FS-JORNAL
009720         GO TO 9600-EXIT
009730     END-IF
009740     MOVE SPACES TO JR-REGISTRO-JORNAL
009750     MOVE WS-RUN-ID TO JR-RUN-ID
009760     MOVE "DESAFIO-RESULTADO-FINAL" TO JR-PROGRAMA
009770     MOVE WS-DATA-HOJE TO JR-DATA
009780     MOVE WS-HORA-AGORA (1:6) TO JR-HORA
009790     MOVE "B" TO JR-MODO-EXECUCAO
009800     MOVE WS-FS-ANUAL TO JR-FS-TRANS
009810     MOVE SPACES TO JR-FS-MESTRE
009820     MOVE WS-FS-DEPENDENCIA TO JR-FS-EXCECAO
009830     MOVE WS-FS-MOVIMENTO TO JR-FS-INTERFACE
009840     MOVE WS-FS-RELATORIO TO JR-FS-RELATORIO
009850     MOVE WS-CONT-CLASSIFICADOS TO JR-QTD-PROCESSADOS
009860     MOVE WS-CONT-PENDENTES TO JR-QTD-ERROS
009870     MOVE 0 TO JR-QTD-CHECKPOINTS
009880     MOVE WS-ENCERRAMENTO TO JR-ENCERRAMENTO
009890     WRITE JR-REGISTRO-JORNAL
009900     CLOSE JORNAL-FILE
009910     .
009920 9600-EXIT.
009930     EXIT.
009940*****************************************************************
009950* 9999-FIM
009960* TOTALIZA, REGISTRA NO DIARIO, FECHA OS ARQUIVOS E ENCERRA.
009970* ALUNO SEM RESULTADO (FECHAMENTO PENDENTE, SEM FECHAMENTO OU
009980* TURMA SEM SERIE) DEIXA O RETORNO EM 4 (A MENOS QUE JA ESTEJA EM
009990* 8): O LOTE GERADO NAO COBRE A TURMA INTEIRA.
010000*****************************************************************
010010 9999-FIM.
010020     DISPLAY "FECHAMENTOS LIDOS:        " WS-CONT-LIDOS
010030     DISPLAY "FECHAMENTOS DO ANO:       " WS-CONT-DO-ANO
010040     DISPLAY "FORA DO CADASTRO:         " WS-CONT-SEM-CADASTRO
010050     DISPLAY "ALUNOS NO RESULTADO:      " WS-CONT-CLASSIFICADOS
010060     DISPLAY "PROMOVIDOS:               " WS-CONT-PROMOVIDOS
010070     DISPLAY "PROMOVIDOS C/ DEPENDENCIA:" WS-CONT-DEPENDENCIA
010080     DISPLAY "RETIDOS:                  " WS-CONT-RETIDOS
010090     DISPLAY "CONCLUINTES:              " WS-CONT-CONCLUINTES
010100     DISPLAY "TRANSFERIDOS NO ANO:      " WS-CONT-TRANSFERIDOS
010110     DISPLAY "SEM RESULTADO:            " WS-CONT-PENDENTES
010120     DISPLAY "MOVIMENTOS GERADOS:       " WS-CONT-MOVIMENTOS
010130     DISPLAY "DEPENDENCIAS GRAVADAS:    "
010140         WS-CONT-DEPENDENCIAS-GRAV
010150     PERFORM 9600-GRAVA-JORNAL THRU 9600-EXIT
010160     IF WS88-ARQUIVOS-ABERTOS
010170         CLOSE RELATORIO-FILE
010180         CLOSE MOVIMENTO-FILE
010190         CLOSE DEPENDENCIA-FILE
010200     END-IF
010210     IF WS88-TEM-ENTURMACAO
010220         CLOSE ENTURMACAO-FILE
010230     END-IF
010240     IF WS-CONT-PENDENTES > 0 AND RETURN-CODE < 4
010250         DISPLAY "HA ALUNOS SEM RESULTADO - RETORNO 4."
010260         MOVE 4 TO RETURN-CODE
010270     END-IF
010280     IF WS88-ARQUIVOS-ABERTOS AND RETURN-CODE < 8
010290         DISPLAY "RESULTADO FINAL GRAVADO EM NOTASRFN."
010300         DISPLAY "LOTE DE REMATRICULA GRAVADO EM NOTASCMV."
010310         DISPLAY "DEPENDENCIAS GRAVADAS EM NOTASDEP."
010320     END-IF
010330     STOP RUN
010340     .
010350 9999-EXIT.
010360     EXIT.
010370
010380 END PROGRAM DESAFIO-RESULTADO-FINAL.
