000100*****************************************************************
000110* AUTHOR:       EQUIPE DE MANUTENCAO
000120* INSTALLATION: SETOR DE SISTEMAS ACADEMICOS
000130* DATE-WRITTEN: 10/14/2026
000140* PURPOSE:      EXPORTACAO ANUAL DO RENDIMENTO ESCOLAR PARA O
000150*               CENSO ESCOLAR (MODULO SITUACAO DO ALUNO DO
000160*               EDUCACENSO). LE O FECHAMENTO ANUAL (NOTASANO) DO
000170*               ANO INFORMADO E O CADASTRO DE ALUNOS (NOTASCAD) E
000180*               DETERMINA A SITUACAO DE CADA ALUNO NO ANO:
000190*               TRANSFERIDO (ENTURMACAO HISTORICA/CADASTRO),
000200*               FALECIDO OU ABANDONO (SITUACAO F OU I NO CADASTRO
000210*               COM AS ULTIMAS NOTAS NO MESTRE DE ANTES DO 4O
000220*               BIMESTRE), REPROVADO OU APROVADO
000230*               (MESMAS REGRAS DO RESULTADO FINAL: APROVADO COM
000240*               DEPENDENCIA CONTA COMO APROVADO). CONFERE OS
000250*               CAMPOS OBRIGATORIOS E GRAVA O ARQUIVO DE LAYOUT
000260*               FIXO NOTASCEN (REGCENSO), O RELATORIO DE
000270*               CONFERENCIA POR TURMA NOTASCCF COM OS TOTAIS A
000280*               DECLARAR E A LISTAGEM DE EXCECOES NOTASCEX COM OS
000290*               ALUNOS NAO EXPORTADOS (FECHAMENTO INCOMPLETO OU
000300*               AUSENTE, CAMPO OBRIGATORIO EM BRANCO). HAVENDO
000310*               ALUNO NAO EXPORTADO O RETORNO E 4.
000320* TECTONICS:    COBC
000330*----------------------------------------------------------------
000340* HISTORICO DE MANUTENCAO
000350* DATA       AUTOR  DESCRICAO
000360* ---------- ------ -----------------------------------------
000370* 10/14/2026 MNT    VERSAO ORIGINAL DA EXPORTACAO EDUCACENSO.
000380*****************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. DESAFIO-EXPORTA-EDUCACENSO.
000410 AUTHOR. EQUIPE DE MANUTENCAO.
000420 INSTALLATION. SETOR DE SISTEMAS ACADEMICOS.
000430 DATE-WRITTEN. 10/14/2026.
000440 DATE-COMPILED.
000450
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER. IBM-370.
000490 OBJECT-COMPUTER. IBM-370.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT ANUAL-FILE ASSIGN TO "NOTASANO"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-FS-ANUAL.
000550     SELECT CADASTRO-FILE ASSIGN TO "NOTASCAD"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS SEQUENTIAL
000580         RECORD KEY IS CA-MATRICULA
000590         FILE STATUS IS WS-FS-CADASTRO.
000600     SELECT ENTURMACAO-FILE ASSIGN TO "NOTASENT"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS EN-CHAVE-ENTURMACAO
000640         FILE STATUS IS WS-FS-ENTURMACAO.
000650     SELECT MESTRE-FILE ASSIGN TO "NOTASMST"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS RM-CHAVE-MESTRE
000690         FILE STATUS IS WS-FS-MESTRE.
000700     SELECT CENSO-FILE ASSIGN TO "NOTASCEN"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-FS-CENSO.
000730     SELECT RELATORIO-FILE ASSIGN TO "NOTASCCF"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-FS-RELATORIO.
000760     SELECT EXCECAO-FILE ASSIGN TO "NOTASCEX"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-FS-EXCECAO.
000790     SELECT JORNAL-FILE ASSIGN TO "NOTASJRN"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-FS-JORNAL.
000820     SELECT ARQ-ORDENACAO ASSIGN TO "NOTASOR8".
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  ANUAL-FILE
000870     LABEL RECORDS ARE STANDARD.
000880     COPY REGANUAL.
000890 FD  CADASTRO-FILE
000900     LABEL RECORDS ARE STANDARD.
000910     COPY REGCAD.
000920 FD  ENTURMACAO-FILE
000930     LABEL RECORDS ARE STANDARD.
000940     COPY REGENTUR.
000950 FD  MESTRE-FILE
000960     LABEL RECORDS ARE STANDARD.
000970     COPY REGMESTR.
000980 FD  CENSO-FILE
000990     LABEL RECORDS ARE STANDARD.
001000     COPY REGCENSO.
001010 FD  RELATORIO-FILE
001020     LABEL RECORDS ARE STANDARD.
001030 01  RL-LINHA                         PIC X(80).
001040 FD  EXCECAO-FILE
001050     LABEL RECORDS ARE STANDARD.
001060 01  EX-LINHA                         PIC X(80).
001070 FD  JORNAL-FILE
001080     LABEL RECORDS ARE STANDARD.
001090     COPY REGJRNL.
001100 SD  ARQ-ORDENACAO.
001110 01  SW-REGISTRO.
001120     03  SW-TURMA                     PIC X(10).
001130     03  SW-MATRICULA                 PIC 9(08).
001140     03  SW-NOME                      PIC X(30).
001150     03  SW-SITUACAO                  PIC 9(01).
001160     03  SW-RESULTADO                 PIC X(24).
001170     03  SW-MOTIVO                    PIC X(33).
001180     03  SW-ULT-DATA                  PIC 9(08).
001190     03  SW-ULT-BIMESTRE              PIC 9(01).
001200
001210 WORKING-STORAGE SECTION.
001220 01  WS-FILE-STATUS.
001230     03  WS-FS-ANUAL                  PIC X(02) VALUE "00".
001240     03  WS-FS-CADASTRO               PIC X(02) VALUE "00".
001250     03  WS-FS-ENTURMACAO             PIC X(02) VALUE "00".
001260     03  WS-FS-MESTRE                 PIC X(02) VALUE "00".
001270     03  WS-FS-CENSO                  PIC X(02) VALUE "00".
001280     03  WS-FS-RELATORIO              PIC X(02) VALUE "00".
001290     03  WS-FS-EXCECAO                PIC X(02) VALUE "00".
001300     03  WS-FS-JORNAL                 PIC X(02) VALUE "00".
001310 01  WS-SWITCHES.
001320     03  WS-FIM-ANUAL                 PIC X(01) VALUE "N".
001330         88  WS88-FIM-ANUAL               VALUE "S".
001340     03  WS-FIM-CADASTRO              PIC X(01) VALUE "N".
001350         88  WS88-FIM-CADASTRO            VALUE "S".
001360     03  WS-FIM-SORT                  PIC X(01) VALUE "N".
001370         88  WS88-FIM-SORT                VALUE "S".
001380     03  WS-FIM-MESTRE                PIC X(01) VALUE "N".
001390         88  WS88-FIM-MESTRE              VALUE "S".
001400     03  WS-TEM-MESTRE                PIC X(01) VALUE "N".
001410         88  WS88-TEM-MESTRE              VALUE "S".
001420     03  WS-ALUNO-ACHADO              PIC X(01) VALUE "N".
001430         88  WS88-ALUNO-ACHADO            VALUE "S".
001440     03  WS-ESTOURO-TABELA            PIC X(01) VALUE "N".
001450         88  WS88-ESTOURO-TABELA          VALUE "S".
001460     03  WS-ARQUIVOS-ABERTOS          PIC X(01) VALUE "N".
001470         88  WS88-ARQUIVOS-ABERTOS        VALUE "S".
001480     03  WS-TURMA-ABERTA              PIC X(01) VALUE "N".
001490         88  WS88-TURMA-ABERTA            VALUE "S".
001500     03  WS-CAMPOS-OK                 PIC X(01) VALUE "N".
001510         88  WS88-CAMPOS-OK               VALUE "S".
001520 01  WS-ANO-ALVO-ENT               PIC X(04) VALUE SPACES.
001530 01  WS-ANO-ALVO                   PIC 9(04) VALUE 0.
001540 01  WS-ESCOLA-ENT                 PIC X(08) VALUE SPACES.
001550 01  WS-CODIGO-ESCOLA              PIC 9(08) VALUE 0.
001560 01  WS-ULTIMA-SERIE-ENT           PIC X(02) VALUE SPACES.
001570 01  WS-ULTIMA-SERIE               PIC 9(02) VALUE 9.
001580*--------------------------------------------------------------
001590* REGRA DA ESCOLA (A MESMA DO RESULTADO FINAL): ATE DUAS MATERIAS
001600* REPROVADAS O ALUNO SOBE COM DEPENDENCIA E E DECLARADO APROVADO;
001610* ACIMA DISSO, POR FALTA OU NA ULTIMA SERIE, E REPROVADO.
001620*--------------------------------------------------------------
001630 01  WS-MAX-DEPENDENCIAS           PIC 9(01) VALUE 2.
001640 01  WS-TURMA-ATUAL                PIC X(10) VALUE SPACES.
001650 01  WS-RUN-ID                     PIC X(14) VALUE SPACES.
001660 01  WS-DATA-HOJE                  PIC 9(08) VALUE 0.
001670 01  WS-HORA-AGORA                 PIC 9(08) VALUE 0.
001680 01  WS-ENCERRAMENTO               PIC X(20) VALUE "NORMAL".
001690 01  WS-HASH-MATRICULAS            PIC 9(10) VALUE 0.
001700*--------------------------------------------------------------
001710* SERIE DA TURMA: O NUMERO (UM OU DOIS DIGITOS) NO INICIO DO NOME.
001720*--------------------------------------------------------------
001730 01  WS-SERIE-TRABALHO.
001740     03  WS-TAM-SERIE                 PIC 9(01) VALUE 0.
001750     03  WS-SERIE-1                   PIC 9(01) VALUE 0.
001760     03  WS-SERIE-2                   PIC 9(02) VALUE 0.
001770     03  WS-SERIE                     PIC 9(02) VALUE 0.
001780*--------------------------------------------------------------
001790* ULTIMAS NOTAS DO ALUNO NO ANO: MAIOR BIMESTRE LANCADO NO MESTRE
001800* E A DATA DO LOTE QUE O GRAVOU (INICIO DO RUN ID).
001810*--------------------------------------------------------------
001820 01  WS-ULT-BIMESTRE               PIC 9(01) VALUE 0.
001830 01  WS-ULT-DATA                   PIC 9(08) VALUE 0.
001840 01  WS-DATA-NOTA                  PIC 9(08) VALUE 0.
001850 01  WS-QTD-PENDENTES-ED           PIC 9(02) VALUE 0.
001860 01  WS-CONTADORES.
001870     03  WS-CONT-LIDOS                PIC 9(06) VALUE 0 COMP.
001880     03  WS-CONT-DO-ANO               PIC 9(06) VALUE 0 COMP.
001890     03  WS-CONT-SEM-CADASTRO         PIC 9(06) VALUE 0 COMP.
001900     03  WS-CONT-CLASSIFICADOS        PIC 9(06) VALUE 0 COMP.
001910     03  WS-CONT-EXPORTADOS           PIC 9(06) VALUE 0 COMP.
001920     03  WS-CONT-APROVADOS            PIC 9(06) VALUE 0 COMP.
001930     03  WS-CONT-REPROVADOS           PIC 9(06) VALUE 0 COMP.
001940     03  WS-CONT-TRANSFERIDOS         PIC 9(06) VALUE 0 COMP.
001950     03  WS-CONT-ABANDONOS            PIC 9(06) VALUE 0 COMP.
001960     03  WS-CONT-FALECIDOS            PIC 9(06) VALUE 0 COMP.
001970     03  WS-CONT-REJEITADOS           PIC 9(06) VALUE 0 COMP.
001980*--------------------------------------------------------------
001990* TOTAIS DA TURMA EM IMPRESSAO, ZERADOS A CADA QUEBRA.
002000*--------------------------------------------------------------
002010 01  WS-CONTADORES-TURMA.
002020     03  WS-TUR-ALUNOS                PIC 9(06) VALUE 0 COMP.
002030     03  WS-TUR-APROVADOS             PIC 9(06) VALUE 0 COMP.
002040     03  WS-TUR-REPROVADOS            PIC 9(06) VALUE 0 COMP.
002050     03  WS-TUR-TRANSFERIDOS          PIC 9(06) VALUE 0 COMP.
002060     03  WS-TUR-ABANDONOS             PIC 9(06) VALUE 0 COMP.
002070     03  WS-TUR-FALECIDOS             PIC 9(06) VALUE 0 COMP.
002080     03  WS-TUR-EXPORTADOS            PIC 9(06) VALUE 0 COMP.
002090     03  WS-TUR-REJEITADOS            PIC 9(06) VALUE 0 COMP.
002100 01  WS-REL-CONTADOR               PIC 9(06) VALUE 0.
002110 01  WS-REL-CONTADOR-2             PIC 9(06) VALUE 0.
002120 01  WS-REL-CONTADOR-3             PIC 9(06) VALUE 0.
002130 01  WS-REL-CONTADOR-4             PIC 9(06) VALUE 0.
002140 01  WS-REL-CONTADOR-5             PIC 9(06) VALUE 0.
002150*--------------------------------------------------------------
002160* CADASTRO DE ALUNOS, CARREGADO NA INICIALIZACAO, COM OS
002170* ACUMULADORES DO FECHAMENTO ANUAL DE CADA ALUNO: MATERIAS,
002180* REPROVADAS (POR NOTA), REPROVACAO POR FALTA, MATERIAS AINDA
002190* INCOMPLETAS/PENDENTES E O MAIOR NUMERO DE BIMESTRES LANCADOS.
002200*--------------------------------------------------------------
002210 01  TB-CADASTRO.
002220     03  TB-CAD-QTD                   PIC 9(04) VALUE 0 COMP.
002230     03  TB-CAD-ALUNO OCCURS 1 TO 5000 TIMES
002240             DEPENDING ON TB-CAD-QTD
002250             INDEXED BY TB-IDX-CAD.
002260         05  TB-CAD-MATRICULA             PIC 9(08).
002270         05  TB-CAD-NOME                  PIC X(30).
002280         05  TB-CAD-TURMA                 PIC X(10).
002290         05  TB-CAD-SITUACAO              PIC X(01).
002300         05  TB-CAD-QTD-MATERIAS          PIC 9(02).
002310         05  TB-CAD-QTD-REPROVADAS        PIC 9(02).
002320         05  TB-CAD-QTD-PENDENTES         PIC 9(02).
002330         05  TB-CAD-REP-FREQ              PIC X(01).
002340         05  TB-CAD-MAX-BIMESTRES         PIC 9(01).
002350*--------------------------------------------------------------
002360* TURMA DO ALUNO NO PERIODO PELA ENTURMACAO HISTORICA (NOTASENT).
002370* O CHAMADOR PREENCHE MATRICULA, ANO E BIMESTRE E, COMO DEFAULT,
002380* A TURMA E A SITUACAO (A OU T) DO CADASTRO; 7500 SUBSTITUI PELA
002390* ENTURMACAO VIGENTE NO PERIODO, OU DEVOLVE SITUACAO N QUANDO O
002400* ALUNO SO FOI ENTURMADO DEPOIS DELE. WS-ENT-ANO-VIGENCIA E O ANO
002410* DO REGISTRO QUE VALEU (ZERO QUANDO VALEU O CADASTRO).
002420*--------------------------------------------------------------
002430 01  WS-ENTURMACAO-VIGENTE.
002440     03  WS-ENT-MATRICULA             PIC 9(08) VALUE 0.
002450     03  WS-ENT-ANO-LETIVO            PIC 9(04) VALUE 0.
002460     03  WS-ENT-BIMESTRE              PIC 9(01) VALUE 0.
002470     03  WS-ENT-TURMA                 PIC X(10) VALUE SPACES.
002480     03  WS-ENT-SITUACAO              PIC X(01) VALUE SPACE.
002490         88  WS88-ENT-ENTURMADO           VALUE "A".
002500         88  WS88-ENT-TRANSFERIDO         VALUE "T".
002510         88  WS88-ENT-NAO-ENTURMADO       VALUE "N".
002520     03  WS-ENT-ANO-VIGENCIA          PIC 9(04) VALUE 0.
002530     03  WS-ENT-ACHADA                PIC X(01) VALUE "N".
002540         88  WS88-ENT-ACHADA              VALUE "S".
002550     03  WS-FIM-ENTURMACAO            PIC X(01) VALUE "N".
002560         88  WS88-FIM-ENTURMACAO          VALUE "S".
002570     03  WS-TEM-ENTURMACAO            PIC X(01) VALUE "N".
002580         88  WS88-TEM-ENTURMACAO          VALUE "S".
002590
002600 PROCEDURE DIVISION.
002610*****************************************************************
002620* 0000-MAINLINE
002630* ACUMULA O FECHAMENTO ANUAL POR ALUNO, CLASSIFICA CADA ALUNO DO
002640* CADASTRO NA SITUACAO DO CENSO E EXPORTA NA SAIDA DO SORT POR
002650* TURMA.
002660*****************************************************************
002670 0000-MAINLINE.
002680     PERFORM 1000-INICIALIZA THRU 1000-EXIT
002690     PERFORM 2000-ACUMULA-ANUAL THRU 2000-EXIT
002700     SORT ARQ-ORDENACAO
002710         ASCENDING KEY SW-TURMA
002720         ASCENDING KEY SW-MATRICULA
002730         INPUT PROCEDURE IS 3000-CLASSIFICA THRU 3000-EXIT
002740         OUTPUT PROCEDURE IS 4000-EMITE-EXPORTACAO THRU 4000-EXIT
002750     PERFORM 5000-IMPRIME-TOTAIS THRU 5000-EXIT
002760     PERFORM 9999-FIM THRU 9999-EXIT
002770     .
002780*****************************************************************
002790* 1000-INICIALIZA
002800* PEDE O ANO LETIVO, O CODIGO INEP DA ESCOLA E A ULTIMA SERIE,
002810* ABRE OS ARQUIVOS E CARREGA O CADASTRO. CADASTRO ACIMA DO LIMITE
002820* DA TABELA ENCERRA COM RETORNO 8 - O CENSO NAO PODE SAIR
002830* INCOMPLETO.
002840*****************************************************************
002850 1000-INICIALIZA.
002860     DISPLAY "***************************************"
002870     DISPLAY "* DESAFIO - EXPORTACAO EDUCACENSO     *"
002880     DISPLAY "***************************************"
002890     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002900     ACCEPT WS-HORA-AGORA FROM TIME
002910     MOVE SPACES TO WS-RUN-ID
002920     STRING WS-DATA-HOJE WS-HORA-AGORA (1:6)
002930         DELIMITED BY SIZE INTO WS-RUN-ID
002940     END-STRING
002950     DISPLAY "IDENTIFICADOR DA EXECUCAO (RUN ID): " WS-RUN-ID
002960     DISPLAY "ANO LETIVO DO CENSO (AAAA): "
002970     ACCEPT WS-ANO-ALVO-ENT
002980     IF WS-ANO-ALVO-ENT IS NUMERIC
002990         MOVE WS-ANO-ALVO-ENT TO WS-ANO-ALVO
003000     END-IF
003010     IF WS-ANO-ALVO = 0
003020         DISPLAY "ANO LETIVO INVALIDO - ENCERRANDO."
003030         MOVE "ANO INVALIDO" TO WS-ENCERRAMENTO
003040         MOVE 8 TO RETURN-CODE
003050         PERFORM 9999-FIM THRU 9999-EXIT
003060     END-IF
003070     DISPLAY "CODIGO INEP DA ESCOLA (8 DIGITOS): "
003080     ACCEPT WS-ESCOLA-ENT
003090     IF WS-ESCOLA-ENT IS NUMERIC
003100         MOVE WS-ESCOLA-ENT TO WS-CODIGO-ESCOLA
003110     END-IF
003120     IF WS-CODIGO-ESCOLA = 0
003130         DISPLAY "CODIGO INEP DA ESCOLA OBRIGATORIO (8 DIGITOS)"
003140             " - ENCERRANDO."
003150         MOVE "ESCOLA INVALIDA" TO WS-ENCERRAMENTO
003160         MOVE 8 TO RETURN-CODE
003170         PERFORM 9999-FIM THRU 9999-EXIT
003180     END-IF
003190     DISPLAY "ULTIMA SERIE DA ESCOLA (EM BRANCO = 9): "
003200     ACCEPT WS-ULTIMA-SERIE-ENT
003210     IF WS-ULTIMA-SERIE-ENT (2:1) = SPACE AND
003220        WS-ULTIMA-SERIE-ENT (1:1) IS NUMERIC
003230         MOVE WS-ULTIMA-SERIE-ENT (1:1) TO WS-SERIE-1
003240         MOVE WS-SERIE-1 TO WS-ULTIMA-SERIE
003250     ELSE
003260         IF WS-ULTIMA-SERIE-ENT IS NUMERIC
003270             MOVE WS-ULTIMA-SERIE-ENT TO WS-ULTIMA-SERIE
003280         END-IF
003290     END-IF
003300     IF WS-ULTIMA-SERIE = 0
003310         MOVE 9 TO WS-ULTIMA-SERIE
003320     END-IF
003330     DISPLAY "ULTIMA SERIE: " WS-ULTIMA-SERIE
003340     OPEN INPUT CADASTRO-FILE
003350     IF WS-FS-CADASTRO NOT = "00"
003360         DISPLAY "ERRO AO ABRIR ARQUIVO DE CADASTRO: "
003370             WS-FS-CADASTRO
003380         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
003390         MOVE 8 TO RETURN-CODE
003400         PERFORM 9999-FIM THRU 9999-EXIT
003410     END-IF
003420     PERFORM 1100-LE-CADASTRO THRU 1100-EXIT
003430         UNTIL WS88-FIM-CADASTRO
003440     CLOSE CADASTRO-FILE
003450     DISPLAY "ALUNOS NO CADASTRO: " TB-CAD-QTD
003460     IF WS88-ESTOURO-TABELA
003470         MOVE "LIMITE DE TABELA" TO WS-ENCERRAMENTO
003480         MOVE 8 TO RETURN-CODE
003490         PERFORM 9999-FIM THRU 9999-EXIT
003500     END-IF
003510     OPEN OUTPUT CENSO-FILE
003520     IF WS-FS-CENSO NOT = "00"
003530         DISPLAY "ERRO AO ABRIR ARQUIVO DE EXPORTACAO: "
003540             WS-FS-CENSO
003550         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
003560         MOVE 8 TO RETURN-CODE
003570         PERFORM 9999-FIM THRU 9999-EXIT
003580     END-IF
003590     OPEN OUTPUT RELATORIO-FILE
003600     IF WS-FS-RELATORIO NOT = "00"
003610         DISPLAY "ERRO AO ABRIR ARQUIVO DE RELATORIO: "
003620             WS-FS-RELATORIO
003630         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
003640         MOVE 8 TO RETURN-CODE
003650         CLOSE CENSO-FILE
003660         PERFORM 9999-FIM THRU 9999-EXIT
003670     END-IF
003680     OPEN OUTPUT EXCECAO-FILE
003690     IF WS-FS-EXCECAO NOT = "00"
003700         DISPLAY "ERRO AO ABRIR LISTAGEM DE EXCECOES: "
003710             WS-FS-EXCECAO
003720         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
003730         MOVE 8 TO RETURN-CODE
003740         CLOSE CENSO-FILE
003750         CLOSE RELATORIO-FILE
003760         PERFORM 9999-FIM THRU 9999-EXIT
003770     END-IF
003780     MOVE "S" TO WS-ARQUIVOS-ABERTOS
003790     PERFORM 1265-ABRE-ENTURMACAO THRU 1265-EXIT
003800     PERFORM 1270-ABRE-MESTRE THRU 1270-EXIT
003810     .
003820 1000-EXIT.
003830     EXIT.
003840 1100-LE-CADASTRO.
003850     READ CADASTRO-FILE
003860         AT END
003870             MOVE "S" TO WS-FIM-CADASTRO
003880         NOT AT END
003890             IF TB-CAD-QTD < 5000
003900                 ADD 1 TO TB-CAD-QTD
003910                 SET TB-IDX-CAD TO TB-CAD-QTD
003920                 MOVE CA-MATRICULA
003930                     TO TB-CAD-MATRICULA (TB-IDX-CAD)
003940                 MOVE CA-NOME TO TB-CAD-NOME (TB-IDX-CAD)
003950                 MOVE CA-TURMA TO TB-CAD-TURMA (TB-IDX-CAD)
003960                 MOVE CA-SITUACAO TO TB-CAD-SITUACAO (TB-IDX-CAD)
003970                 MOVE 0 TO TB-CAD-QTD-MATERIAS (TB-IDX-CAD)
003980                 MOVE 0 TO TB-CAD-QTD-REPROVADAS (TB-IDX-CAD)
003990                 MOVE 0 TO TB-CAD-QTD-PENDENTES (TB-IDX-CAD)
004000                 MOVE "N" TO TB-CAD-REP-FREQ (TB-IDX-CAD)
004010                 MOVE 0 TO TB-CAD-MAX-BIMESTRES (TB-IDX-CAD)
004020             ELSE
004030                 DISPLAY "ERRO: LIMITE DE ALUNOS NO CADASTRO "
004040                     "EXCEDIDO: " CA-MATRICULA
004050                 MOVE "S" TO WS-ESTOURO-TABELA
004060                 MOVE "S" TO WS-FIM-CADASTRO
004070             END-IF
004080     END-READ
004090     .
004100 1100-EXIT.
004110     EXIT.
004120*****************************************************************
004130* 1265-ABRE-ENTURMACAO
004140* A ENTURMACAO HISTORICA E OPCIONAL: SEM ELA VALE A TURMA ATUAL
004150* DO CADASTRO PARA TODOS OS PERIODOS.
004160*****************************************************************
004170 1265-ABRE-ENTURMACAO.
004180     MOVE "N" TO WS-TEM-ENTURMACAO
004190     OPEN INPUT ENTURMACAO-FILE
004200     IF WS-FS-ENTURMACAO = "00"
004210         MOVE "S" TO WS-TEM-ENTURMACAO
004220     ELSE
004230         DISPLAY "AVISO: ENTURMACAO HISTORICA (NOTASENT) "
004240             "INDISPONIVEL - STATUS " WS-FS-ENTURMACAO
004250         DISPLAY "       VALE A TURMA ATUAL DO CADASTRO."
004260     END-IF
004270     .
004280 1265-EXIT.
004290     EXIT.
004300*****************************************************************
004310* 1270-ABRE-MESTRE
004320* O MESTRE SO DA A DATA DAS ULTIMAS NOTAS DO ALUNO INATIVO. SEM
004330* ELE O ULTIMO BIMESTRE E O MAIOR NUMERO DE BIMESTRES LANCADOS NO
004340* FECHAMENTO ANUAL E A DATA FICA EM BRANCO.
004350*****************************************************************
004360 1270-ABRE-MESTRE.
004370     MOVE "N" TO WS-TEM-MESTRE
004380     OPEN INPUT MESTRE-FILE
004390     IF WS-FS-MESTRE = "00"
004400         MOVE "S" TO WS-TEM-MESTRE
004410     ELSE
004420         DISPLAY "AVISO: MESTRE DE NOTAS (NOTASMST) "
004430             "INDISPONIVEL - STATUS " WS-FS-MESTRE
004440         DISPLAY "       ULTIMO BIMESTRE TIRADO DO FECHAMENTO "
004450             "ANUAL."
004460     END-IF
004470     .
004480 1270-EXIT.
004490     EXIT.
004500*****************************************************************
004510* 2000-ACUMULA-ANUAL
004520* PASSADA NO FECHAMENTO ANUAL (NOTASANO) ACUMULANDO NA TABELA DO
004530* CADASTRO O RESULTADO DE CADA MATERIA DO ANO INFORMADO. SEM O
004540* FECHAMENTO NAO HA RENDIMENTO A EXPORTAR - O PROGRAMA ENCERRA.
004550*****************************************************************
004560 2000-ACUMULA-ANUAL.
004570     OPEN INPUT ANUAL-FILE
004580     IF WS-FS-ANUAL NOT = "00"
004590         DISPLAY "ERRO AO ABRIR FECHAMENTO ANUAL: " WS-FS-ANUAL
004600         DISPLAY "EXECUTE DESAFIO-CONSOLIDA-ANO PARA GERAR O "
004610             "FECHAMENTO ANTES DA EXPORTACAO."
004620         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
004630         MOVE 8 TO RETURN-CODE
004640         PERFORM 9999-FIM THRU 9999-EXIT
004650     END-IF
004660     PERFORM 2100-LE-ANUAL THRU 2100-EXIT
004670         UNTIL WS88-FIM-ANUAL
004680     CLOSE ANUAL-FILE
004690     DISPLAY "FECHAMENTOS DO ANO LIDOS: " WS-CONT-DO-ANO
004700     IF WS-CONT-DO-ANO = 0
004710         DISPLAY "NENHUM FECHAMENTO PARA O ANO " WS-ANO-ALVO
004720             " - ENCERRANDO."
004730         MOVE "SEM FECHAMENTO" TO WS-ENCERRAMENTO
004740         MOVE 8 TO RETURN-CODE
004750         PERFORM 9999-FIM THRU 9999-EXIT
004760     END-IF
004770     .
004780 2000-EXIT.
004790     EXIT.
004800 2100-LE-ANUAL.
004810     READ ANUAL-FILE
004820         AT END
004830             MOVE "S" TO WS-FIM-ANUAL
004840             GO TO 2100-EXIT
004850     END-READ
004860     ADD 1 TO WS-CONT-LIDOS
004870     IF AN-ANO-LETIVO NOT = WS-ANO-ALVO
004880         GO TO 2100-EXIT
004890     END-IF
004900     ADD 1 TO WS-CONT-DO-ANO
004910     PERFORM 2200-LOCALIZA-ALUNO THRU 2200-EXIT
004920     IF NOT WS88-ALUNO-ACHADO
004930         ADD 1 TO WS-CONT-SEM-CADASTRO
004940         DISPLAY "AVISO: FECHAMENTO DE MATRICULA FORA DO "
004950             "CADASTRO: " AN-MATRICULA " " AN-MATERIA
004960         GO TO 2100-EXIT
004970     END-IF
004980     PERFORM 2300-ACUMULA-MATERIA THRU 2300-EXIT
004990     .
005000 2100-EXIT.
005010     EXIT.
005020 2200-LOCALIZA-ALUNO.
005030     MOVE "N" TO WS-ALUNO-ACHADO
005040     IF TB-CAD-QTD = 0
005050         GO TO 2200-EXIT
005060     END-IF
005070     SET TB-IDX-CAD TO 1
005080     SEARCH TB-CAD-ALUNO VARYING TB-IDX-CAD
005090         AT END
005100             MOVE "N" TO WS-ALUNO-ACHADO
005110         WHEN TB-CAD-MATRICULA (TB-IDX-CAD) = AN-MATRICULA
005120             MOVE "S" TO WS-ALUNO-ACHADO
005130     END-SEARCH
005140     .
005150 2200-EXIT.
005160     EXIT.
005170*****************************************************************
005180* 2300-ACUMULA-MATERIA
005190* REPROVADO E REPROVADO-FREQ CONTAM COMO MATERIA REPROVADA;
005200* INCOMPLETO E PENDENTE DEIXAM O FECHAMENTO DO ALUNO INCOMPLETO.
005210* QUALQUER OUTRO STATUS (APROVADO, RECUPERACAO, APROV-CONSELHO) E
005220* MATERIA CUMPRIDA.
005230*****************************************************************
005240 2300-ACUMULA-MATERIA.
005250     ADD 1 TO TB-CAD-QTD-MATERIAS (TB-IDX-CAD)
005260     IF AN-QTD-BIMESTRES > TB-CAD-MAX-BIMESTRES (TB-IDX-CAD)
005270         MOVE AN-QTD-BIMESTRES
005280             TO TB-CAD-MAX-BIMESTRES (TB-IDX-CAD)
005290     END-IF
005300     IF AN-STATUS-ANUAL = "INCOMPLETO" OR
005310        AN-STATUS-ANUAL = "PENDENTE"
005320         ADD 1 TO TB-CAD-QTD-PENDENTES (TB-IDX-CAD)
005330         GO TO 2300-EXIT
005340     END-IF
005350     IF AN-STATUS-ANUAL = "REPROVADO-FREQ"
005360         MOVE "S" TO TB-CAD-REP-FREQ (TB-IDX-CAD)
005370     END-IF
005380     IF AN-STATUS-ANUAL = "REPROVADO" OR
005390        AN-STATUS-ANUAL = "REPROVADO-FREQ"
005400         ADD 1 TO TB-CAD-QTD-REPROVADAS (TB-IDX-CAD)
005410     END-IF
005420     .
005430 2300-EXIT.
005440     EXIT.
005450*****************************************************************
005460* 3000-CLASSIFICA
005470* ROTINA DE ENTRADA DO SORT: DETERMINA A SITUACAO DO CENSO DE CADA
005480* ALUNO QUE CURSOU O ANO E LIBERA UM REGISTRO POR ALUNO, NA TURMA
005490* DO 4O BIMESTRE (OU A QUE DEIXOU, NO TRANSFERIDO). ALUNO SEM
005500* SITUACAO SEGURA SAI COMO REJEITADO (SITUACAO 0) COM O MOTIVO.
005510*****************************************************************
005520 3000-CLASSIFICA.
005530     PERFORM 3100-CLASSIFICA-ALUNO THRU 3100-EXIT
005540         VARYING TB-IDX-CAD FROM 1 BY 1
005550             UNTIL TB-IDX-CAD > TB-CAD-QTD
005560     .
005570 3000-EXIT.
005580     EXIT.
005590 3100-CLASSIFICA-ALUNO.
005600     MOVE TB-CAD-MATRICULA (TB-IDX-CAD) TO WS-ENT-MATRICULA
005610     MOVE WS-ANO-ALVO TO WS-ENT-ANO-LETIVO
005620     MOVE 4 TO WS-ENT-BIMESTRE
005630     MOVE TB-CAD-TURMA (TB-IDX-CAD) TO WS-ENT-TURMA
005640     IF TB-CAD-SITUACAO (TB-IDX-CAD) = "T"
005650         MOVE "T" TO WS-ENT-SITUACAO
005660     ELSE
005670         MOVE "A" TO WS-ENT-SITUACAO
005680     END-IF
005690     MOVE 0 TO WS-ENT-ANO-VIGENCIA
005700     PERFORM 7500-BUSCA-ENTURMACAO THRU 7500-EXIT
005710     IF WS88-ENT-NAO-ENTURMADO
005720         GO TO 3100-EXIT
005730     END-IF
005740     MOVE SPACES TO SW-REGISTRO
005750     MOVE WS-ENT-TURMA TO SW-TURMA
005760     MOVE TB-CAD-MATRICULA (TB-IDX-CAD) TO SW-MATRICULA
005770     MOVE TB-CAD-NOME (TB-IDX-CAD) TO SW-NOME
005780     MOVE 0 TO SW-SITUACAO
005790     MOVE 0 TO SW-ULT-DATA
005800     MOVE 0 TO SW-ULT-BIMESTRE
005810*--------------------------------------------------------------
005820* TRANSFERIDO: SO ENTRA NO CENSO DO ANO EM QUE SAIU (SEM A
005830* ENTURMACAO, QUANDO TEM FECHAMENTO NO ANO).
005840*--------------------------------------------------------------
005850     IF WS88-ENT-TRANSFERIDO
005860         IF WS-ENT-ANO-VIGENCIA = WS-ANO-ALVO OR
005870            (WS-ENT-ANO-VIGENCIA = 0 AND
005880             TB-CAD-QTD-MATERIAS (TB-IDX-CAD) > 0)
005890             MOVE 1 TO SW-SITUACAO
005900             MOVE "TRANSFERIDO" TO SW-RESULTADO
005910             PERFORM 3900-LIBERA THRU 3900-EXIT
005920         END-IF
005930         GO TO 3100-EXIT
005940     END-IF
005950*--------------------------------------------------------------
005960* FALECIDO E INATIVO SO ENTRAM NO CENSO DO ANO EM QUE TEM NOTAS.
005961* SE AS ULTIMAS NOTAS SAO DE ANTES DO 4O BIMESTRE O ALUNO SAIU NO
005962* MEIO DO ANO: FALECIDO OU DEIXOU DE FREQUENTAR (ABANDONO). COM O
005963* 4O BIMESTRE LANCADO ELE CURSOU O ANO INTEIRO (CONCLUINTE
005964* INATIVADO NA REMATRICULA OU FALECIDO DEPOIS DO FECHAMENTO, POR
005965* EXEMPLO) E E CLASSIFICADO PELAS NOTAS COMO O ALUNO ATIVO.
006010*--------------------------------------------------------------
006020     IF TB-CAD-SITUACAO (TB-IDX-CAD) = "F" OR
006030        TB-CAD-SITUACAO (TB-IDX-CAD) = "I"
006040         IF TB-CAD-QTD-MATERIAS (TB-IDX-CAD) = 0
006050             GO TO 3100-EXIT
006060         END-IF
006070         PERFORM 3300-ULTIMAS-NOTAS THRU 3300-EXIT
006080         MOVE WS-ULT-DATA TO SW-ULT-DATA
006090         MOVE WS-ULT-BIMESTRE TO SW-ULT-BIMESTRE
006100         IF WS-ULT-BIMESTRE < 4
006101             IF TB-CAD-SITUACAO (TB-IDX-CAD) = "F"
006102                 MOVE 3 TO SW-SITUACAO
006103                 MOVE "FALECIDO" TO SW-RESULTADO
006104             ELSE
006105                 MOVE 2 TO SW-SITUACAO
006106                 MOVE "ABANDONO" TO SW-RESULTADO
006107             END-IF
006108             PERFORM 3900-LIBERA THRU 3900-EXIT
006109             GO TO 3100-EXIT
006110         END-IF
006220     END-IF
006230     IF TB-CAD-QTD-MATERIAS (TB-IDX-CAD) = 0
006240         MOVE "SEM FECHAMENTO NO ANO" TO SW-MOTIVO
006250         PERFORM 3800-REJEITA THRU 3800-EXIT
006260         GO TO 3100-EXIT
006270     END-IF
006280     IF TB-CAD-QTD-PENDENTES (TB-IDX-CAD) > 0
006290         MOVE TB-CAD-QTD-PENDENTES (TB-IDX-CAD)
006300             TO WS-QTD-PENDENTES-ED
006310         STRING "FECHAMENTO INCOMPLETO ("
006320             WS-QTD-PENDENTES-ED " MATERIAS)"
006330             DELIMITED BY SIZE INTO SW-MOTIVO
006340         END-STRING
006350         PERFORM 3800-REJEITA THRU 3800-EXIT
006360         GO TO 3100-EXIT
006370     END-IF
006380     IF TB-CAD-REP-FREQ (TB-IDX-CAD) = "S"
006390         MOVE 4 TO SW-SITUACAO
006400         MOVE "REPROVADO POR FREQUENCIA" TO SW-RESULTADO
006410         PERFORM 3900-LIBERA THRU 3900-EXIT
006420         GO TO 3100-EXIT
006430     END-IF
006440     IF TB-CAD-QTD-REPROVADAS (TB-IDX-CAD) > WS-MAX-DEPENDENCIAS
006450         MOVE 4 TO SW-SITUACAO
006460         MOVE "REPROVADO" TO SW-RESULTADO
006470         PERFORM 3900-LIBERA THRU 3900-EXIT
006480         GO TO 3100-EXIT
006490     END-IF
006500     IF TB-CAD-QTD-REPROVADAS (TB-IDX-CAD) = 0
006510         MOVE 5 TO SW-SITUACAO
006520         MOVE "APROVADO" TO SW-RESULTADO
006530         PERFORM 3900-LIBERA THRU 3900-EXIT
006540         GO TO 3100-EXIT
006550     END-IF
006560     PERFORM 3200-VERIFICA-SERIE THRU 3200-EXIT
006570     .
006580 3100-EXIT.
006590     EXIT.
006600*****************************************************************
006610* 3200-VERIFICA-SERIE
006620* ALUNO COM UMA OU DUAS MATERIAS REPROVADAS: FORA DA ULTIMA SERIE
006630* SOBE COM DEPENDENCIA (APROVADO NO CENSO); NA ULTIMA SERIE NAO HA
006640* DEPENDENCIA E ELE E REPROVADO. TURMA SEM NUMERO DE SERIE NO
006650* INICIO DO NOME NAO PERMITE DECIDIR - O ALUNO E REJEITADO.
006660*****************************************************************
006670 3200-VERIFICA-SERIE.
006680     MOVE 0 TO WS-TAM-SERIE
006690     IF SW-TURMA (1:1) IS NUMERIC
006700         MOVE 1 TO WS-TAM-SERIE
006710         IF SW-TURMA (2:1) IS NUMERIC
006720             MOVE 2 TO WS-TAM-SERIE
006730         END-IF
006740     END-IF
006750     IF WS-TAM-SERIE = 0
006760         MOVE "TURMA SEM SERIE" TO SW-MOTIVO
006770         PERFORM 3800-REJEITA THRU 3800-EXIT
006780         GO TO 3200-EXIT
006790     END-IF
006800     IF WS-TAM-SERIE = 1
006810         MOVE SW-TURMA (1:1) TO WS-SERIE-1
006820         MOVE WS-SERIE-1 TO WS-SERIE
006830     ELSE
006840         MOVE SW-TURMA (1:2) TO WS-SERIE-2
006850         MOVE WS-SERIE-2 TO WS-SERIE
006860     END-IF
006870     IF WS-SERIE NOT < WS-ULTIMA-SERIE
006880         MOVE 4 TO SW-SITUACAO
006890         MOVE "REPROVADO NA ULTIMA SERIE" TO SW-RESULTADO
006900     ELSE
006910         MOVE 5 TO SW-SITUACAO
006920         MOVE "APROVADO C/ DEPENDENCIA" TO SW-RESULTADO
006930     END-IF
006940     PERFORM 3900-LIBERA THRU 3900-EXIT
006950     .
006960 3200-EXIT.
006970     EXIT.
006980*****************************************************************
006990* 3300-ULTIMAS-NOTAS
007000* PERCORRE O MESTRE DO ALUNO (CHAVE MATRICULA/MATERIA/ANO/
007010* BIMESTRE) E FICA COM O MAIOR BIMESTRE DO ANO E A DATA DO LOTE
007020* MAIS RECENTE QUE GRAVOU NOTA DELE NO ANO. SEM MESTRE, OU SEM
007030* REGISTRO DO ANO NELE (EXPURGADO), VALE O FECHAMENTO ANUAL.
007040*****************************************************************
007050 3300-ULTIMAS-NOTAS.
007060     MOVE 0 TO WS-ULT-BIMESTRE
007070     MOVE 0 TO WS-ULT-DATA
007080     IF WS88-TEM-MESTRE
007090         MOVE "N" TO WS-FIM-MESTRE
007100         MOVE LOW-VALUES TO RM-CHAVE-MESTRE
007110         MOVE TB-CAD-MATRICULA (TB-IDX-CAD) TO RM-MATRICULA
007120         START MESTRE-FILE KEY IS NOT LESS THAN RM-CHAVE-MESTRE
007130             INVALID KEY
007140                 MOVE "S" TO WS-FIM-MESTRE
007150         END-START
007160         PERFORM 3310-LE-MESTRE THRU 3310-EXIT
007170             UNTIL WS88-FIM-MESTRE
007180     END-IF
007190     IF WS-ULT-BIMESTRE = 0
007200         MOVE TB-CAD-MAX-BIMESTRES (TB-IDX-CAD) TO WS-ULT-BIMESTRE
007210     END-IF
007220     .
007230 3300-EXIT.
007240     EXIT.
007250 3310-LE-MESTRE.
007260     READ MESTRE-FILE NEXT RECORD
007270         AT END
007280             MOVE "S" TO WS-FIM-MESTRE
007290             GO TO 3310-EXIT
007300     END-READ
007310     IF RM-MATRICULA NOT = TB-CAD-MATRICULA (TB-IDX-CAD)
007320         MOVE "S" TO WS-FIM-MESTRE
007330         GO TO 3310-EXIT
007340     END-IF
007350     IF RM-ANO-LETIVO NOT = WS-ANO-ALVO
007360         GO TO 3310-EXIT
007370     END-IF
007380     IF RM-BIMESTRE > WS-ULT-BIMESTRE
007390         MOVE RM-BIMESTRE TO WS-ULT-BIMESTRE
007400     END-IF
007410     IF RM-RUN-ID (1:8) IS NUMERIC
007420         MOVE RM-RUN-ID (1:8) TO WS-DATA-NOTA
007430         IF WS-DATA-NOTA > WS-ULT-DATA
007440             MOVE WS-DATA-NOTA TO WS-ULT-DATA
007450         END-IF
007460     END-IF
007470     .
007480 3310-EXIT.
007490     EXIT.
007500 3800-REJEITA.
007510     MOVE 0 TO SW-SITUACAO
007520     MOVE "REJEITADO - VER NOTASCEX" TO SW-RESULTADO
007530     PERFORM 3900-LIBERA THRU 3900-EXIT
007540     .
007550 3800-EXIT.
007560     EXIT.
007570 3900-LIBERA.
007580     ADD 1 TO WS-CONT-CLASSIFICADOS
007590     RELEASE SW-REGISTRO
007600     .
007610 3900-EXIT.
007620     EXIT.
007630*****************************************************************
007640* 4000-EMITE-EXPORTACAO
007650* ROTINA DE SAIDA DO SORT: GRAVA O CABECALHO DA ESCOLA NO ARQUIVO
007660* DO CENSO, UM REGISTRO POR ALUNO EXPORTADO, A CONFERENCIA POR
007670* TURMA COM TOTAIS NA QUEBRA E A LISTAGEM DE EXCECOES. O TRAILER
007680* SAI EM 5000.
007690*****************************************************************
007700 4000-EMITE-EXPORTACAO.
007710     MOVE SPACES TO CE-REGISTRO-CENSO
007720     MOVE "00" TO CE-TIPO-REGISTRO
007730     MOVE WS-CODIGO-ESCOLA TO CE-HDR-CODIGO-ESCOLA
007740     MOVE WS-ANO-ALVO TO CE-HDR-ANO-LETIVO
007750     MOVE WS-DATA-HOJE TO CE-HDR-DATA-GERACAO
007760     MOVE WS-RUN-ID TO CE-HDR-RUN-ID
007770     WRITE CE-REGISTRO-CENSO
007771     IF WS-FS-CENSO NOT = "00"
007772         DISPLAY "ERRO AO GRAVAR CABECALHO NO NOTASCEN: "
007773             WS-FS-CENSO
007774         MOVE "ERRO DE GRAVACAO" TO WS-ENCERRAMENTO
007775         MOVE 8 TO RETURN-CODE
007776         PERFORM 9999-FIM THRU 9999-EXIT
007777     END-IF
007780     MOVE "CONFERENCIA DO RENDIMENTO ESCOLAR - EDUCACENSO"
007790         TO RL-LINHA
007800     WRITE RL-LINHA
007810     MOVE SPACES TO RL-LINHA
007820     STRING "ANO LETIVO: " WS-ANO-ALVO
007830         "  ESCOLA (INEP): " WS-CODIGO-ESCOLA
007840         "  RUN ID: " WS-RUN-ID
007850         DELIMITED BY SIZE INTO RL-LINHA
007860     END-STRING
007870     WRITE RL-LINHA
007880     MOVE "EXCECOES DA EXPORTACAO EDUCACENSO - NAO EXPORTADOS"
007890         TO EX-LINHA
007900     WRITE EX-LINHA
007910     MOVE RL-LINHA TO EX-LINHA
007920     WRITE EX-LINHA
007930     MOVE SPACES TO EX-LINHA
007940     WRITE EX-LINHA
007950     MOVE "MATRICULA NOME" TO EX-LINHA
007960     MOVE "TURMA" TO EX-LINHA (37:5)
007970     MOVE "MOTIVO" TO EX-LINHA (48:6)
007980     WRITE EX-LINHA
007990     RETURN ARQ-ORDENACAO
008000         AT END
008010             MOVE "S" TO WS-FIM-SORT
008020     END-RETURN
008030     PERFORM 4100-PROCESSA-ALUNO THRU 4100-EXIT
008040         UNTIL WS88-FIM-SORT
008050     PERFORM 4900-FECHA-TURMA THRU 4900-EXIT
008060     .
008070 4000-EXIT.
008080     EXIT.
008090 4100-PROCESSA-ALUNO.
008100     IF SW-TURMA NOT = WS-TURMA-ATUAL OR
008110        NOT WS88-TURMA-ABERTA
008120         PERFORM 4900-FECHA-TURMA THRU 4900-EXIT
008130         PERFORM 4200-ABRE-TURMA THRU 4200-EXIT
008140     END-IF
008150     ADD 1 TO WS-TUR-ALUNOS
008160     IF SW-SITUACAO NOT = 0
008170         PERFORM 4300-MONTA-REGISTRO THRU 4300-EXIT
008180     END-IF
008190     IF SW-SITUACAO = 0
008200         PERFORM 4500-REGISTRA-EXCECAO THRU 4500-EXIT
008210     ELSE
008220         PERFORM 4400-GRAVA-CENSO THRU 4400-EXIT
008230     END-IF
008240     MOVE SPACES TO RL-LINHA
008250     MOVE SW-MATRICULA TO RL-LINHA (1:8)
008260     MOVE SW-NOME TO RL-LINHA (11:25)
008270     MOVE SW-RESULTADO TO RL-LINHA (38:24)
008280     IF SW-SITUACAO = 2 OR SW-SITUACAO = 3
008290         MOVE SW-ULT-BIMESTRE TO RL-LINHA (63:1)
008300         MOVE "O BIM" TO RL-LINHA (64:5)
008310         IF SW-ULT-DATA NOT = 0
008320             MOVE SW-ULT-DATA TO RL-LINHA (70:8)
008330         END-IF
008340     END-IF
008350     WRITE RL-LINHA
008360     RETURN ARQ-ORDENACAO
008370         AT END
008380             MOVE "S" TO WS-FIM-SORT
008390     END-RETURN
008400     .
008410 4100-EXIT.
008420     EXIT.
008430 4200-ABRE-TURMA.
008440     MOVE SW-TURMA TO WS-TURMA-ATUAL
008450     MOVE "S" TO WS-TURMA-ABERTA
008460     INITIALIZE WS-CONTADORES-TURMA
008470     MOVE SPACES TO RL-LINHA
008480     WRITE RL-LINHA
008490     MOVE SPACES TO RL-LINHA
008500     STRING "TURMA: " WS-TURMA-ATUAL
008510         DELIMITED BY SIZE INTO RL-LINHA
008520     END-STRING
008530     WRITE RL-LINHA
008540     MOVE "MATRICULA NOME" TO RL-LINHA
008550     MOVE "SITUACAO NO CENSO" TO RL-LINHA (38:17)
008560     MOVE "ULTIMAS NOTAS" TO RL-LINHA (63:13)
008570     WRITE RL-LINHA
008580     .
008590 4200-EXIT.
008600     EXIT.
008610*****************************************************************
008620* 4300-MONTA-REGISTRO
008630* MONTA O REGISTRO 90 DO ALUNO E CONFERE OS CAMPOS OBRIGATORIOS DO
008640* CENSO ANTES DA GRAVACAO. CAMPO EM BRANCO OU INVALIDO REJEITA O
008650* ALUNO PARA A LISTAGEM DE EXCECOES.
008660*****************************************************************
008670 4300-MONTA-REGISTRO.
008680     MOVE "N" TO WS-CAMPOS-OK
008690     MOVE SPACES TO CE-REGISTRO-CENSO
008700     MOVE "90" TO CE-TIPO-REGISTRO
008710     MOVE WS-CODIGO-ESCOLA TO CE-CODIGO-ESCOLA
008720     MOVE WS-ANO-ALVO TO CE-ANO-LETIVO
008730     MOVE SW-TURMA TO CE-CODIGO-TURMA
008740     MOVE SW-MATRICULA TO CE-CODIGO-ALUNO
008750     MOVE SW-NOME TO CE-NOME-ALUNO
008760     MOVE SW-SITUACAO TO CE-SITUACAO-ALUNO
008770     IF CE-CODIGO-ALUNO = 0
008780         MOVE "CODIGO DO ALUNO EM BRANCO" TO SW-MOTIVO
008790         GO TO 4300-REJEITA
008800     END-IF
008810     IF CE-NOME-ALUNO = SPACES
008820         MOVE "NOME DO ALUNO EM BRANCO" TO SW-MOTIVO
008830         GO TO 4300-REJEITA
008840     END-IF
008850     IF CE-CODIGO-TURMA = SPACES
008860         MOVE "CODIGO DA TURMA EM BRANCO" TO SW-MOTIVO
008870         GO TO 4300-REJEITA
008880     END-IF
008890     IF NOT CE88-SITUACAO-VALIDA
008900         MOVE "SITUACAO DO ALUNO INVALIDA" TO SW-MOTIVO
008910         GO TO 4300-REJEITA
008920     END-IF
008930     MOVE "S" TO WS-CAMPOS-OK
008940     GO TO 4300-EXIT
008950     .
008960 4300-REJEITA.
008970     MOVE 0 TO SW-SITUACAO
008980     MOVE "REJEITADO - VER NOTASCEX" TO SW-RESULTADO
008990     .
009000 4300-EXIT.
009010     EXIT.
009020 4400-GRAVA-CENSO.
009030     WRITE CE-REGISTRO-CENSO
009031     IF WS-FS-CENSO NOT = "00"
009032         DISPLAY "ERRO AO GRAVAR ALUNO NO NOTASCEN: "
009033             SW-MATRICULA " STATUS " WS-FS-CENSO
009034         MOVE "ERRO DE GRAVACAO" TO WS-ENCERRAMENTO
009035         MOVE 8 TO RETURN-CODE
009036         PERFORM 9999-FIM THRU 9999-EXIT
009037     END-IF
009040     ADD 1 TO WS-CONT-EXPORTADOS
009050     ADD 1 TO WS-TUR-EXPORTADOS
009060     ADD SW-MATRICULA TO WS-HASH-MATRICULAS
009070     IF CE88-APROVADO
009080         ADD 1 TO WS-CONT-APROVADOS
009090         ADD 1 TO WS-TUR-APROVADOS
009100     END-IF
009110     IF CE88-REPROVADO
009120         ADD 1 TO WS-CONT-REPROVADOS
009130         ADD 1 TO WS-TUR-REPROVADOS
009140     END-IF
009150     IF CE88-TRANSFERIDO
009160         ADD 1 TO WS-CONT-TRANSFERIDOS
009170         ADD 1 TO WS-TUR-TRANSFERIDOS
009180     END-IF
009190     IF CE88-ABANDONO
009200         ADD 1 TO WS-CONT-ABANDONOS
009210         ADD 1 TO WS-TUR-ABANDONOS
009220     END-IF
009230     IF CE88-FALECIDO
009240         ADD 1 TO WS-CONT-FALECIDOS
009250         ADD 1 TO WS-TUR-FALECIDOS
009260     END-IF
009270     .
009280 4400-EXIT.
009290     EXIT.
009300 4500-REGISTRA-EXCECAO.
009310     ADD 1 TO WS-CONT-REJEITADOS
009320     ADD 1 TO WS-TUR-REJEITADOS
009330     MOVE SPACES TO EX-LINHA
009340     MOVE SW-MATRICULA TO EX-LINHA (1:8)
009350     MOVE SW-NOME TO EX-LINHA (11:25)
009360     MOVE SW-TURMA TO EX-LINHA (37:10)
009370     MOVE SW-MOTIVO TO EX-LINHA (48:33)
009380     WRITE EX-LINHA
009390     .
009400 4500-EXIT.
009410     EXIT.
009420 4900-FECHA-TURMA.
009430     IF NOT WS88-TURMA-ABERTA
009440         GO TO 4900-EXIT
009450     END-IF
009460     MOVE WS-TUR-APROVADOS TO WS-REL-CONTADOR
009470     MOVE WS-TUR-REPROVADOS TO WS-REL-CONTADOR-2
009480     MOVE WS-TUR-TRANSFERIDOS TO WS-REL-CONTADOR-3
009490     MOVE WS-TUR-ABANDONOS TO WS-REL-CONTADOR-4
009500     MOVE WS-TUR-FALECIDOS TO WS-REL-CONTADOR-5
009510     MOVE SPACES TO RL-LINHA
009520     STRING "  APROV. " WS-REL-CONTADOR
009530         " REPROV. " WS-REL-CONTADOR-2
009540         " TRANSF. " WS-REL-CONTADOR-3
009550         " ABAND. " WS-REL-CONTADOR-4
009560         " FALEC. " WS-REL-CONTADOR-5
009570         DELIMITED BY SIZE INTO RL-LINHA
009580     END-STRING
009590     WRITE RL-LINHA
009600     MOVE WS-TUR-ALUNOS TO WS-REL-CONTADOR
009610     MOVE WS-TUR-EXPORTADOS TO WS-REL-CONTADOR-2
009620     MOVE WS-TUR-REJEITADOS TO WS-REL-CONTADOR-3
009630     MOVE SPACES TO RL-LINHA
009640     STRING "  ALUNOS " WS-REL-CONTADOR
009650         " DECLARADOS " WS-REL-CONTADOR-2
009660         " REJEITADOS " WS-REL-CONTADOR-3
009670         DELIMITED BY SIZE INTO RL-LINHA
009680     END-STRING
009690     WRITE RL-LINHA
009700     MOVE "N" TO WS-TURMA-ABERTA
009710     .
009720 4900-EXIT.
009730     EXIT.
009740*****************************************************************
009750* 5000-IMPRIME-TOTAIS
009760* TRAILER DO ARQUIVO DO CENSO (QUANTIDADE, TOTAIS POR SITUACAO E
009770* HASH DAS MATRICULAS) E TOTAIS GERAIS DA CONFERENCIA - OS MESMOS
009780* QUE A ESCOLA DECLARA.
009790*****************************************************************
009800 5000-IMPRIME-TOTAIS.
009810     MOVE SPACES TO CE-REGISTRO-CENSO
009820     MOVE "99" TO CE-TIPO-REGISTRO
009830     MOVE WS-CONT-EXPORTADOS TO CE-TRL-QTD-ALUNOS
009840     MOVE WS-CONT-APROVADOS TO CE-TRL-QTD-APROVADOS
009850     MOVE WS-CONT-REPROVADOS TO CE-TRL-QTD-REPROVADOS
009860     MOVE WS-CONT-TRANSFERIDOS TO CE-TRL-QTD-TRANSFERIDOS
009870     MOVE WS-CONT-ABANDONOS TO CE-TRL-QTD-ABANDONOS
009880     MOVE WS-CONT-FALECIDOS TO CE-TRL-QTD-FALECIDOS
009890     MOVE WS-HASH-MATRICULAS TO CE-TRL-HASH-MATRICULAS
009900     WRITE CE-REGISTRO-CENSO
009901     IF WS-FS-CENSO NOT = "00"
009902         DISPLAY "ERRO AO GRAVAR TRAILER NO NOTASCEN: "
009903             WS-FS-CENSO
009904         MOVE "ERRO DE GRAVACAO" TO WS-ENCERRAMENTO
009905         MOVE 8 TO RETURN-CODE
009906         PERFORM 9999-FIM THRU 9999-EXIT
009907     END-IF
009910     MOVE SPACES TO RL-LINHA
009920     WRITE RL-LINHA
009930     MOVE "TOTAIS A DECLARAR NO CENSO ESCOLAR" TO RL-LINHA
009940     WRITE RL-LINHA
009950     MOVE WS-CONT-APROVADOS TO WS-REL-CONTADOR
009960     MOVE SPACES TO RL-LINHA
009970     STRING "APROVADOS:                " WS-REL-CONTADOR
009980         DELIMITED BY SIZE INTO RL-LINHA
009990     END-STRING
010000     WRITE RL-LINHA
010010     MOVE WS-CONT-REPROVADOS TO WS-REL-CONTADOR
010020     MOVE SPACES TO RL-LINHA
010030     STRING "REPROVADOS:               " WS-REL-CONTADOR
010040         DELIMITED BY SIZE INTO RL-LINHA
010050     END-STRING
010060     WRITE RL-LINHA
010070     MOVE WS-CONT-TRANSFERIDOS TO WS-REL-CONTADOR
010080     MOVE SPACES TO RL-LINHA
010090     STRING "TRANSFERIDOS:             " WS-REL-CONTADOR
010100         DELIMITED BY SIZE INTO RL-LINHA
010110     END-STRING
010120     WRITE RL-LINHA
010130     MOVE WS-CONT-ABANDONOS TO WS-REL-CONTADOR
010140     MOVE SPACES TO RL-LINHA
010150     STRING "DEIXARAM DE FREQUENTAR:   " WS-REL-CONTADOR
010160         DELIMITED BY SIZE INTO RL-LINHA
010170     END-STRING
010180     WRITE RL-LINHA
010190     MOVE WS-CONT-FALECIDOS TO WS-REL-CONTADOR
010200     MOVE SPACES TO RL-LINHA
010210     STRING "FALECIDOS:                " WS-REL-CONTADOR
010220         DELIMITED BY SIZE INTO RL-LINHA
010230     END-STRING
010240     WRITE RL-LINHA
010250     MOVE WS-CONT-EXPORTADOS TO WS-REL-CONTADOR
010260     MOVE SPACES TO RL-LINHA
010270     STRING "ALUNOS EXPORTADOS:        " WS-REL-CONTADOR
010280         DELIMITED BY SIZE INTO RL-LINHA
010290     END-STRING
010300     WRITE RL-LINHA
010310     MOVE WS-CONT-REJEITADOS TO WS-REL-CONTADOR
010320     MOVE SPACES TO RL-LINHA
010330     STRING "NAO EXPORTADOS (NOTASCEX):" WS-REL-CONTADOR
010340         DELIMITED BY SIZE INTO RL-LINHA
010350     END-STRING
010360     WRITE RL-LINHA
010370     MOVE WS-CONT-SEM-CADASTRO TO WS-REL-CONTADOR
010380     MOVE SPACES TO RL-LINHA
010390     STRING "FECHAMENTOS SEM CADASTRO: " WS-REL-CONTADOR
010400         DELIMITED BY SIZE INTO RL-LINHA
010410     END-STRING
010420     WRITE RL-LINHA
010430     MOVE SPACES TO EX-LINHA
010440     WRITE EX-LINHA
010450     MOVE WS-CONT-REJEITADOS TO WS-REL-CONTADOR
010460     MOVE SPACES TO EX-LINHA
010470     STRING "ALUNOS NAO EXPORTADOS:    " WS-REL-CONTADOR
010480         DELIMITED BY SIZE INTO EX-LINHA
010490     END-STRING
010500     WRITE EX-LINHA
010510     .
010520 5000-EXIT.
010530     EXIT.
010540*****************************************************************
010550* 7500-BUSCA-ENTURMACAO
010560* POSICIONA NO PRIMEIRO REGISTRO DO ALUNO EM NOTASENT E FICA COM
010570* O ULTIMO CUJA CHAVE (ANO/BIMESTRE) NAO PASSA DO PERIODO PEDIDO.
010580*****************************************************************
010590 7500-BUSCA-ENTURMACAO.
010600     MOVE "N" TO WS-ENT-ACHADA
010610     IF NOT WS88-TEM-ENTURMACAO
010620         GO TO 7500-EXIT
010630     END-IF
010640     MOVE "N" TO WS-FIM-ENTURMACAO
010650     MOVE WS-ENT-MATRICULA TO EN-MATRICULA
010660     MOVE 0 TO EN-ANO-LETIVO
010670     MOVE 0 TO EN-BIMESTRE
010680     START ENTURMACAO-FILE
010690         KEY IS NOT LESS THAN EN-CHAVE-ENTURMACAO
010700         INVALID KEY
010710             MOVE "S" TO WS-FIM-ENTURMACAO
010720     END-START
010730     PERFORM 7510-LE-ENTURMACAO THRU 7510-EXIT
010740         UNTIL WS88-FIM-ENTURMACAO
010750     .
010760 7500-EXIT.
010770     EXIT.
010780 7510-LE-ENTURMACAO.
010790     READ ENTURMACAO-FILE NEXT RECORD
010800         AT END
010810             MOVE "S" TO WS-FIM-ENTURMACAO
010820             GO TO 7510-EXIT
010830     END-READ
010840     IF EN-MATRICULA NOT = WS-ENT-MATRICULA
010850         MOVE "S" TO WS-FIM-ENTURMACAO
010860         GO TO 7510-EXIT
010870     END-IF
010880     IF EN-ANO-LETIVO > WS-ENT-ANO-LETIVO OR
010890        (EN-ANO-LETIVO = WS-ENT-ANO-LETIVO AND
010900         EN-BIMESTRE > WS-ENT-BIMESTRE)
010910         IF NOT WS88-ENT-ACHADA
010920             MOVE "N" TO WS-ENT-SITUACAO
010930         END-IF
010940         MOVE "S" TO WS-FIM-ENTURMACAO
010950         GO TO 7510-EXIT
010960     END-IF
010970     MOVE "S" TO WS-ENT-ACHADA
010980     MOVE EN-TURMA TO WS-ENT-TURMA
010990     MOVE EN-SITUACAO TO WS-ENT-SITUACAO
011000     MOVE EN-ANO-LETIVO TO WS-ENT-ANO-VIGENCIA
011010     .
011020 7510-EXIT.
011030     EXIT.
011040*****************************************************************
011050* 9600-GRAVA-JORNAL
011060* ACRESCENTA AO DIARIO DE EXECUCOES (NOTASJRN) O REGISTRO DESTA
011070* EXECUCAO DA EXPORTACAO.
011080*****************************************************************
011090 9600-GRAVA-JORNAL.
011100     OPEN EXTEND JORNAL-FILE
011110     IF WS-FS-JORNAL = "35"
011120         OPEN OUTPUT JORNAL-FILE
011130     END-IF
011140     IF WS-FS-JORNAL NOT = "00"
011150         DISPLAY "ERRO AO ABRIR DIARIO DE EXECUCOES: "
011160             WS-FS-JORNAL
011170         GO TO 9600-EXIT
011180     END-IF
011190     MOVE SPACES TO JR-REGISTRO-JORNAL
011200     MOVE WS-RUN-ID TO JR-RUN-ID
011210     MOVE "DESAFIO-EXPORTA-CENSO" TO JR-PROGRAMA
011220     MOVE WS-DATA-HOJE TO JR-DATA
011230     MOVE WS-HORA-AGORA (1:6) TO JR-HORA
011240     MOVE "B" TO JR-MODO-EXECUCAO
011250     MOVE WS-FS-ANUAL TO JR-FS-TRANS
011260     MOVE WS-FS-MESTRE TO JR-FS-MESTRE
011270     MOVE WS-FS-EXCECAO TO JR-FS-EXCECAO
011280     MOVE WS-FS-CENSO TO JR-FS-INTERFACE
011290     MOVE WS-FS-RELATORIO TO JR-FS-RELATORIO
011300     MOVE WS-CONT-EXPORTADOS TO JR-QTD-PROCESSADOS
011310     MOVE WS-CONT-REJEITADOS TO JR-QTD-ERROS
011320     MOVE 0 TO JR-QTD-CHECKPOINTS
011330     MOVE WS-ENCERRAMENTO TO JR-ENCERRAMENTO
011340     WRITE JR-REGISTRO-JORNAL
011350     CLOSE JORNAL-FILE
011360     .
011370 9600-EXIT.
011380     EXIT.
011390*****************************************************************
011400* 9999-FIM
011410* TOTALIZA, REGISTRA NO DIARIO, FECHA OS ARQUIVOS E ENCERRA.
011420* ALUNO NAO EXPORTADO DEIXA O RETORNO EM 4 (A MENOS QUE JA ESTEJA
011430* EM 8): O ARQUIVO DO CENSO NAO COBRE A ESCOLA INTEIRA.
011440*****************************************************************
011450 9999-FIM.
011460     DISPLAY "FECHAMENTOS LIDOS:        " WS-CONT-LIDOS
011470     DISPLAY "FECHAMENTOS DO ANO:       " WS-CONT-DO-ANO
011480     DISPLAY "FORA DO CADASTRO:         " WS-CONT-SEM-CADASTRO
011490     DISPLAY "ALUNOS CLASSIFICADOS:     " WS-CONT-CLASSIFICADOS
011500     DISPLAY "APROVADOS:                " WS-CONT-APROVADOS
011510     DISPLAY "REPROVADOS:               " WS-CONT-REPROVADOS
011520     DISPLAY "TRANSFERIDOS:             " WS-CONT-TRANSFERIDOS
011530     DISPLAY "ABANDONOS:                " WS-CONT-ABANDONOS
011540     DISPLAY "FALECIDOS:                " WS-CONT-FALECIDOS
011550     DISPLAY "ALUNOS EXPORTADOS:        " WS-CONT-EXPORTADOS
011560     DISPLAY "ALUNOS NAO EXPORTADOS:    " WS-CONT-REJEITADOS
011570     PERFORM 9600-GRAVA-JORNAL THRU 9600-EXIT
011580     IF WS88-ARQUIVOS-ABERTOS
011590         CLOSE CENSO-FILE
011600         CLOSE RELATORIO-FILE
011610         CLOSE EXCECAO-FILE
011620     END-IF
011630     IF WS88-TEM-ENTURMACAO
011640         CLOSE ENTURMACAO-FILE
011650     END-IF
011660     IF WS88-TEM-MESTRE
011670         CLOSE MESTRE-FILE
011680     END-IF
011690     IF WS-CONT-REJEITADOS > 0 AND RETURN-CODE < 4
011700         DISPLAY "HA ALUNOS NAO EXPORTADOS (VER NOTASCEX) - "
011710             "RETORNO 4."
011720         MOVE 4 TO RETURN-CODE
011730     END-IF
011740     IF WS88-ARQUIVOS-ABERTOS AND RETURN-CODE < 8
011750         DISPLAY "EXPORTACAO EDUCACENSO GRAVADA EM NOTASCEN."
011760         DISPLAY "CONFERENCIA POR TURMA GRAVADA EM NOTASCCF."
011770         DISPLAY "EXCECOES GRAVADAS EM NOTASCEX."
011780     END-IF
011790     STOP RUN
011800     .
011810 9999-EXIT.
011820     EXIT.
011830
011840 END PROGRAM DESAFIO-EXPORTA-EDUCACENSO.
