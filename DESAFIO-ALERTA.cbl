000100*****************************************************************
000110* AUTHOR:       EQUIPE DE MANUTENCAO
000120* INSTALLATION: SETOR DE SISTEMAS ACADEMICOS
000130* DATE-WRITTEN: 10/02/2026
000140* PURPOSE:      ALERTA PEDAGOGICO APOS O FECHAMENTO DE CADA
000150*               BIMESTRE, PARA A COORDENACAO AGIR ANTES DA
000160*               RECUPERACAO FINAL. LE AS GERACOES BIMESTRAIS DO
000170*               MESTRE (NOTASMS1 ATE A DO BIMESTRE INFORMADO,
000180*               LAYOUT REGMESTR) E O CADASTRO (NOTASCAD) E
000190*               SINALIZA, POR ALUNO ATIVO: QUEDA DA NOTA FINAL DE
000200*               N PONTOS OU MAIS EM RELACAO AO BIMESTRE ANTERIOR
000210*               NA MESMA MATERIA; NOTA ABAIXO DE 5 EM VARIAS
000220*               MATERIAS NO BIMESTRE; E MEDIA ANUAL QUE NAO CHEGA
000230*               MAIS A 5 NEM COM NOTA MAXIMA NOS BIMESTRES QUE
000240*               FALTAM. O LIMITE DA QUEDA E O MINIMO DE MATERIAS
000250*               SAO INFORMADOS NA EXECUCAO. A TURMA E A DO
000260*               BIMESTRE NA ENTURMACAO HISTORICA (NOTASENT).
000270*               RELATORIO POR TURMA EM NOTASALR E UM REGISTRO POR
000280*               ALUNO EM ALERTA EM NOTASORI (LAYOUT REGALERT) PARA
000290*               A ORIENTACAO PEDAGOGICA AGENDAR AS REUNIOES.
000300* TECTONICS:    COBC
000310*----------------------------------------------------------------
000320* HISTORICO DE MANUTENCAO
000330* DATA       AUTOR  DESCRICAO
000340* ---------- ------ -----------------------------------------
000350* 10/02/2026 MNT    VERSAO ORIGINAL DO ALERTA PEDAGOGICO.
000360*****************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. DESAFIO-ALERTA-PEDAGOGICO.
000390 AUTHOR. EQUIPE DE MANUTENCAO.
000400 INSTALLATION. SETOR DE SISTEMAS ACADEMICOS.
000410 DATE-WRITTEN. 10/02/2026.
000420 DATE-COMPILED.
000430
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. IBM-370.
000470 OBJECT-COMPUTER. IBM-370.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT MESTRE-BIM1-FILE ASSIGN TO "NOTASMS1"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000530         RECORD KEY IS G1-CHAVE
000540         FILE STATUS IS WS-FS-BIM1.
000550     SELECT MESTRE-BIM2-FILE ASSIGN TO "NOTASMS2"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS SEQUENTIAL
000580         RECORD KEY IS G2-CHAVE
000590         FILE STATUS IS WS-FS-BIM2.
000600     SELECT MESTRE-BIM3-FILE ASSIGN TO "NOTASMS3"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS G3-CHAVE
000640         FILE STATUS IS WS-FS-BIM3.
000650     SELECT MESTRE-BIM4-FILE ASSIGN TO "NOTASMS4"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS SEQUENTIAL
000680         RECORD KEY IS G4-CHAVE
000690         FILE STATUS IS WS-FS-BIM4.
000700     SELECT CADASTRO-FILE ASSIGN TO "NOTASCAD"
000710         ORGANIZATION IS INDEXED
000711         ACCESS MODE IS SEQUENTIAL
000712         RECORD KEY IS CA-MATRICULA
000713         FILE STATUS IS WS-FS-CADASTRO.
000730     SELECT ENTURMACAO-FILE ASSIGN TO "NOTASENT"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS EN-CHAVE-ENTURMACAO
000770         FILE STATUS IS WS-FS-ENTURMACAO.
000780     SELECT RELATORIO-FILE ASSIGN TO "NOTASALR"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-FS-RELATORIO.
000810     SELECT ORIENTACAO-FILE ASSIGN TO "NOTASORI"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-FS-ORIENTACAO.
000840     SELECT JORNAL-FILE ASSIGN TO "NOTASJRN"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-FS-JORNAL.
000870     SELECT ARQ-ORDENACAO ASSIGN TO "NOTASOR5".
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  MESTRE-BIM1-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 01  G1-REGISTRO.
000940     03  G1-CHAVE                     PIC X(33).
000950     03  FILLER                       PIC X(68).
000960 FD  MESTRE-BIM2-FILE
000970     LABEL RECORDS ARE STANDARD.
000980 01  G2-REGISTRO.
000990     03  G2-CHAVE                     PIC X(33).
001000     03  FILLER                       PIC X(68).
001010 FD  MESTRE-BIM3-FILE
001020     LABEL RECORDS ARE STANDARD.
001030 01  G3-REGISTRO.
001040     03  G3-CHAVE                     PIC X(33).
001050     03  FILLER                       PIC X(68).
001060 FD  MESTRE-BIM4-FILE
001070     LABEL RECORDS ARE STANDARD.
001080 01  G4-REGISTRO.
001090     03  G4-CHAVE                     PIC X(33).
001100     03  FILLER                       PIC X(68).
001110 FD  CADASTRO-FILE
001120     LABEL RECORDS ARE STANDARD.
001130     COPY REGCAD.
001140 FD  ENTURMACAO-FILE
001150     LABEL RECORDS ARE STANDARD.
001160     COPY REGENTUR.
001170 FD  RELATORIO-FILE
001180     LABEL RECORDS ARE STANDARD.
001190 01  RL-LINHA                         PIC X(80).
001200 FD  ORIENTACAO-FILE
001210     LABEL RECORDS ARE STANDARD.
001220     COPY REGALERT.
001230 FD  JORNAL-FILE
001240     LABEL RECORDS ARE STANDARD.
001250     COPY REGJRNL.
001260*--------------------------------------------------------------
001270* UMA LINHA DE ALERTA POR ALUNO/MATERIA/TIPO. O TIPO ORDENA AS
001280* LINHAS DO ALUNO DA MAIS GRAVE PARA A MENOS GRAVE:
001290* 1 = MEDIA INALCANCAVEL, 2 = ABAIXO DE 5, 3 = QUEDA.
001300*--------------------------------------------------------------
001310 SD  ARQ-ORDENACAO.
001320 01  SW-REGISTRO.
001330     03  SW-TURMA                     PIC X(10).
001340     03  SW-MATRICULA                 PIC 9(08).
001350     03  SW-TIPO                      PIC 9(01).
001360     03  SW-MATERIA                   PIC X(20).
001370     03  SW-NOME                      PIC X(30).
001380     03  SW-NOTA-ANTERIOR             PIC 9(02)V99.
001390     03  SW-NOTA-ATUAL                PIC 9(02)V99.
001400     03  SW-MEDIA-MAXIMA              PIC 9(02)V99.
001410     03  SW-QTD-QUEDAS                PIC 9(02).
001420     03  SW-QTD-ABAIXO-5              PIC 9(02).
001430     03  SW-QTD-INALCANCAVEL          PIC 9(02).
001440
001450 WORKING-STORAGE SECTION.
001460*--------------------------------------------------------------
001470* IMAGEM DE UM REGISTRO DO MESTRE BIMESTRAL: AS GERACOES SAO
001480* LIDAS EM BUFFERS X(101) E MOVIDAS PARA ESTE LAYOUT UNICO.
001490*--------------------------------------------------------------
001500 COPY REGMESTR.
001510 01  WS-FILE-STATUS.
001520     03  WS-FS-BIM1                   PIC X(02) VALUE "00".
001530     03  WS-FS-BIM2                   PIC X(02) VALUE "00".
001540     03  WS-FS-BIM3                   PIC X(02) VALUE "00".
001550     03  WS-FS-BIM4                   PIC X(02) VALUE "00".
001560     03  WS-FS-CADASTRO               PIC X(02) VALUE "00".
001570     03  WS-FS-ENTURMACAO             PIC X(02) VALUE "00".
001580     03  WS-FS-RELATORIO              PIC X(02) VALUE "00".
001590     03  WS-FS-ORIENTACAO             PIC X(02) VALUE "00".
001600     03  WS-FS-JORNAL                 PIC X(02) VALUE "00".
001610 01  WS-SWITCHES.
001620     03  WS-FIM-GERACAO               PIC X(01) VALUE "N".
001630         88  WS88-FIM-GERACAO             VALUE "S".
001640     03  WS-FIM-CADASTRO              PIC X(01) VALUE "N".
001650         88  WS88-FIM-CADASTRO            VALUE "S".
001660     03  WS-FIM-SORT                  PIC X(01) VALUE "N".
001670         88  WS88-FIM-SORT                VALUE "S".
001680     03  WS-ALUNO-ACHADO              PIC X(01) VALUE "N".
001690         88  WS88-ALUNO-ACHADO            VALUE "S".
001700     03  WS-ESTOURO-TABELA            PIC X(01) VALUE "N".
001710         88  WS88-ESTOURO-TABELA          VALUE "S".
001720     03  WS-ARQUIVOS-ABERTOS          PIC X(01) VALUE "N".
001730         88  WS88-ARQUIVOS-ABERTOS        VALUE "S".
001740     03  WS-TURMA-ABERTA              PIC X(01) VALUE "N".
001750         88  WS88-TURMA-ABERTA            VALUE "S".
001760     03  WS-ALUNO-ABERTO              PIC X(01) VALUE "N".
001770         88  WS88-ALUNO-ABERTO            VALUE "S".
001780     03  WS-BIMESTRES-COMPLETOS       PIC X(01) VALUE "N".
001790         88  WS88-BIMESTRES-COMPLETOS     VALUE "S".
001800 01  WS-ANO-ALVO-ENT               PIC X(04) VALUE SPACES.
001810 01  WS-ANO-ALVO                   PIC 9(04) VALUE 0.
001820 01  WS-BIMESTRE-ENT               PIC X(01) VALUE SPACE.
001830 01  WS-BIMESTRE-ALVO              PIC 9(01) VALUE 0.
001840 01  WS-BIMESTRE-ANTERIOR          PIC 9(01) VALUE 0.
001850 01  WS-BIMESTRE-SUB               PIC 9(01) VALUE 0 COMP.
001860*--------------------------------------------------------------
001870* PARAMETROS DO ALERTA, INFORMADOS NA EXECUCAO: QUEDA MINIMA EM
001880* PONTOS DE NOTA FINAL E QUANTIDADE MINIMA DE MATERIAS ABAIXO DE
001890* 5 NO BIMESTRE PARA O ALUNO ENTRAR NO ALERTA.
001900*--------------------------------------------------------------
001910 01  WS-QUEDA-MINIMA-ENT           PIC X(01) VALUE SPACE.
001920 01  WS-QUEDA-MINIMA               PIC 9(02)V99 VALUE 2.
001930 01  WS-MIN-MATERIAS-ENT           PIC X(01) VALUE SPACE.
001940 01  WS-MIN-MATERIAS               PIC 9(02) VALUE 2.
001950 01  WS-PARAMETRO-1                PIC 9(01) VALUE 0.
001960 01  WS-NOTA-ANTERIOR              PIC 9(02)V99 VALUE 0.
001970 01  WS-NOTA-ATUAL                 PIC 9(02)V99 VALUE 0.
001980 01  WS-QUEDA                      PIC 9(02)V99 VALUE 0.
001990 01  WS-SOMA-PARCIAL               PIC 9(03)V99 VALUE 0.
002000 01  WS-MEDIA-MAXIMA               PIC 9(02)V99 VALUE 0.
002010 01  WS-TURMA-ATUAL                PIC X(10) VALUE SPACES.
002020 01  WS-MATRICULA-ATUAL            PIC 9(08) VALUE 0.
002030 01  WS-RUN-ID                     PIC X(14) VALUE SPACES.
002040 01  WS-DATA-HOJE                  PIC 9(08) VALUE 0.
002050 01  WS-HORA-AGORA                 PIC 9(08) VALUE 0.
002060 01  WS-ENCERRAMENTO               PIC X(20) VALUE "NORMAL".
002070 01  WS-CONTADORES.
002080     03  WS-CONT-LIDOS                PIC 9(06) VALUE 0 COMP.
002090     03  WS-CONT-OUTRO-ANO            PIC 9(06) VALUE 0 COMP.
002100     03  WS-CONT-DO-BIMESTRE          PIC 9(06) VALUE 0 COMP.
002110     03  WS-CONT-SEM-CADASTRO         PIC 9(06) VALUE 0 COMP.
002120     03  WS-CONT-ALUNOS-ALERTA        PIC 9(06) VALUE 0 COMP.
002130     03  WS-CONT-QUEDAS               PIC 9(06) VALUE 0 COMP.
002140     03  WS-CONT-ABAIXO-5             PIC 9(06) VALUE 0 COMP.
002150     03  WS-CONT-INALCANCAVEIS        PIC 9(06) VALUE 0 COMP.
002160     03  WS-CONT-ORIENTACAO           PIC 9(06) VALUE 0 COMP.
002170     03  WS-TUR-ALUNOS-ALERTA         PIC 9(06) VALUE 0 COMP.
002180 01  WS-REL-CONTADOR               PIC 9(06) VALUE 0.
002190*--------------------------------------------------------------
002200* CAMPOS EDITADOS PARA IMPRESSAO COM PONTO DECIMAL VISIVEL.
002210*--------------------------------------------------------------
002220 01  WS-NOTA-ANTERIOR-ED           PIC Z9.99.
002230 01  WS-NOTA-ATUAL-ED              PIC Z9.99.
002240 01  WS-MEDIA-MAXIMA-ED            PIC Z9.99.
002250 01  WS-QUEDA-MINIMA-ED            PIC Z9.99.
002260*--------------------------------------------------------------
002270* NOTAS FINAIS DO ANO POR ALUNO/MATERIA, NOS MESMOS MOLDES DO
002280* DESAFIO-CONVOCA-RECUP, SO ATE O BIMESTRE INFORMADO. TABELA
002281* DIMENSIONADA PARA O LIMITE DO CADASTRO (5000 ALUNOS) VEZES O DO
002282* CATALOGO (100 MATERIAS).
002290*--------------------------------------------------------------
002300 01  TB-ANUAL.
002310     03  TB-ANO-QTD                   PIC 9(06) VALUE 0 COMP.
002320     03  TB-ANO-REG OCCURS 1 TO 500000 TIMES
002330             DEPENDING ON TB-ANO-QTD
002340             INDEXED BY TB-IDX-ANO.
002350         05  TB-ANO-MATRICULA             PIC 9(08).
002360         05  TB-ANO-MATERIA               PIC X(20).
002370         05  TB-ANO-NOTA-BIM OCCURS 4 TIMES
002380                                          PIC 9(02)V99.
002390         05  TB-ANO-TEM-BIM OCCURS 4 TIMES
002400                                          PIC X(01).
002410*--------------------------------------------------------------
002420* CADASTRO DE ALUNOS COM A TURMA DO BIMESTRE (ENTURMACAO), A
002430* MARCA DE ALUNO APURADO (ATIVO E ENTURMADO NO PERIODO) E OS
002440* ACUMULADORES DE ALERTA DO ALUNO.
002450*--------------------------------------------------------------
002460 01  TB-CADASTRO.
002470     03  TB-CAD-QTD                   PIC 9(04) VALUE 0 COMP.
002480     03  TB-CAD-ALUNO OCCURS 1 TO 5000 TIMES
002490             DEPENDING ON TB-CAD-QTD
002500             INDEXED BY TB-IDX-CAD.
002510         05  TB-CAD-MATRICULA             PIC 9(08).
002520         05  TB-CAD-NOME                  PIC X(30).
002530         05  TB-CAD-TURMA                 PIC X(10).
002540         05  TB-CAD-SITUACAO              PIC X(01).
002550         05  TB-CAD-TURMA-PERIODO         PIC X(10).
002560         05  TB-CAD-APURADO               PIC X(01).
002570             88  TB88-CAD-APURADO             VALUE "S".
002580         05  TB-CAD-QTD-QUEDAS            PIC 9(02).
002590         05  TB-CAD-QTD-ABAIXO-5          PIC 9(02).
002600         05  TB-CAD-QTD-INALCANCAVEL      PIC 9(02).
002610*--------------------------------------------------------------
002620* TURMA DO ALUNO NO PERIODO PELA ENTURMACAO HISTORICA (NOTASENT).
002630* O CHAMADOR PREENCHE MATRICULA, ANO E BIMESTRE E, COMO DEFAULT,
002640* A TURMA E A SITUACAO (A OU T) DO CADASTRO; 7500 SUBSTITUI PELA
002650* ENTURMACAO VIGENTE NO PERIODO, OU DEVOLVE SITUACAO N QUANDO O
002660* ALUNO SO FOI ENTURMADO DEPOIS DELE. WS-ENT-ANO-VIGENCIA E O ANO
002670* DO REGISTRO QUE VALEU (ZERO QUANDO VALEU O CADASTRO).
002680*--------------------------------------------------------------
002690 01  WS-ENTURMACAO-VIGENTE.
002700     03  WS-ENT-MATRICULA             PIC 9(08) VALUE 0.
002710     03  WS-ENT-ANO-LETIVO            PIC 9(04) VALUE 0.
002720     03  WS-ENT-BIMESTRE              PIC 9(01) VALUE 0.
002730     03  WS-ENT-TURMA                 PIC X(10) VALUE SPACES.
002740     03  WS-ENT-SITUACAO              PIC X(01) VALUE SPACE.
002750         88  WS88-ENT-ENTURMADO           VALUE "A".
002760         88  WS88-ENT-TRANSFERIDO         VALUE "T".
002770         88  WS88-ENT-NAO-ENTURMADO       VALUE "N".
002780     03  WS-ENT-ANO-VIGENCIA          PIC 9(04) VALUE 0.
002790     03  WS-ENT-ACHADA                PIC X(01) VALUE "N".
002800         88  WS88-ENT-ACHADA              VALUE "S".
002810     03  WS-FIM-ENTURMACAO            PIC X(01) VALUE "N".
002820         88  WS88-FIM-ENTURMACAO          VALUE "S".
002830     03  WS-TEM-ENTURMACAO            PIC X(01) VALUE "N".
002840         88  WS88-TEM-ENTURMACAO          VALUE "S".
002850
002860 PROCEDURE DIVISION.
002870*****************************************************************
002880* 0000-MAINLINE
002890* ACUMULA AS NOTAS DO ANO, APURA OS ALERTAS POR ALUNO E EMITE O
002900* RELATORIO E O ARQUIVO DA ORIENTACAO NA SAIDA DO SORT POR TURMA.
002910*****************************************************************
002920 0000-MAINLINE.
002930     PERFORM 1000-INICIALIZA THRU 1000-EXIT
002940     PERFORM 2000-PROCESSA-GERACOES THRU 2000-EXIT
002950     PERFORM 3000-APURA-ALERTAS THRU 3000-EXIT
002960     SORT ARQ-ORDENACAO
002970         ASCENDING KEY SW-TURMA
002980         ASCENDING KEY SW-MATRICULA
002990         ASCENDING KEY SW-TIPO
003000         ASCENDING KEY SW-MATERIA
003010         INPUT PROCEDURE IS 4000-SELECIONA-ALERTAS THRU 4000-EXIT
003020         OUTPUT PROCEDURE IS 5000-EMITE-ALERTAS THRU 5000-EXIT
003030     PERFORM 6000-IMPRIME-TOTAIS THRU 6000-EXIT
003040     PERFORM 9999-FIM THRU 9999-EXIT
003050     .
003060*****************************************************************
003070* 1000-INICIALIZA
003080* PEDE ANO, BIMESTRE E OS PARAMETROS DO ALERTA, ABRE AS SAIDAS E
003090* CARREGA O CADASTRO. CADASTRO ACIMA DO LIMITE DA TABELA ENCERRA
003100* COM RETORNO 8 PARA NENHUM ALUNO FICAR FORA DO ALERTA.
003110*****************************************************************
003120 1000-INICIALIZA.
003130     DISPLAY "***************************************"
003140     DISPLAY "* DESAFIO - ALERTA PEDAGOGICO         *"
003150     DISPLAY "***************************************"
003160     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
003170     ACCEPT WS-HORA-AGORA FROM TIME
003180     MOVE SPACES TO WS-RUN-ID
003190     STRING WS-DATA-HOJE WS-HORA-AGORA (1:6)
003200         DELIMITED BY SIZE INTO WS-RUN-ID
003210     END-STRING
003220     DISPLAY "IDENTIFICADOR DA EXECUCAO (RUN ID): " WS-RUN-ID
003230     DISPLAY "ANO LETIVO DO ALERTA (AAAA): "
003240     ACCEPT WS-ANO-ALVO-ENT
003250     IF WS-ANO-ALVO-ENT IS NUMERIC
003260         MOVE WS-ANO-ALVO-ENT TO WS-ANO-ALVO
003270     END-IF
003280     IF WS-ANO-ALVO = 0
003290         DISPLAY "ANO LETIVO INVALIDO - ENCERRANDO."
003300         MOVE "ANO INVALIDO" TO WS-ENCERRAMENTO
003310         MOVE 8 TO RETURN-CODE
003320         PERFORM 9999-FIM THRU 9999-EXIT
003330     END-IF
003340     DISPLAY "BIMESTRE ENCERRADO (1-4): "
003350     ACCEPT WS-BIMESTRE-ENT
003360     IF WS-BIMESTRE-ENT = "1" OR WS-BIMESTRE-ENT = "2"
003370        OR WS-BIMESTRE-ENT = "3" OR WS-BIMESTRE-ENT = "4"
003380         MOVE WS-BIMESTRE-ENT TO WS-BIMESTRE-ALVO
003390     ELSE
003400         DISPLAY "BIMESTRE INVALIDO - ENCERRANDO."
003410         MOVE "BIMESTRE INVALIDO" TO WS-ENCERRAMENTO
003420         MOVE 8 TO RETURN-CODE
003430         PERFORM 9999-FIM THRU 9999-EXIT
003440     END-IF
003450     COMPUTE WS-BIMESTRE-ANTERIOR = WS-BIMESTRE-ALVO - 1
003460     DISPLAY "QUEDA MINIMA EM PONTOS (1-9, EM BRANCO = 2): "
003470     ACCEPT WS-QUEDA-MINIMA-ENT
003480     IF WS-QUEDA-MINIMA-ENT IS NUMERIC AND
003490        WS-QUEDA-MINIMA-ENT NOT = "0"
003500         MOVE WS-QUEDA-MINIMA-ENT TO WS-PARAMETRO-1
003510         MOVE WS-PARAMETRO-1 TO WS-QUEDA-MINIMA
003520     END-IF
003530     DISPLAY "MINIMO DE MATERIAS ABAIXO DE 5 "
003540         "(2-9, EM BRANCO = 2): "
003550     ACCEPT WS-MIN-MATERIAS-ENT
003560     IF WS-MIN-MATERIAS-ENT IS NUMERIC AND
003570        WS-MIN-MATERIAS-ENT NOT = "0" AND
003580        WS-MIN-MATERIAS-ENT NOT = "1"
003590         MOVE WS-MIN-MATERIAS-ENT TO WS-PARAMETRO-1
003600         MOVE WS-PARAMETRO-1 TO WS-MIN-MATERIAS
003610     END-IF
003620     MOVE WS-QUEDA-MINIMA TO WS-QUEDA-MINIMA-ED
003630     DISPLAY "QUEDA MINIMA: " WS-QUEDA-MINIMA-ED
003640         "  MINIMO DE MATERIAS ABAIXO DE 5: " WS-MIN-MATERIAS
003650     OPEN INPUT CADASTRO-FILE
003660     IF WS-FS-CADASTRO NOT = "00"
003670         DISPLAY "ERRO AO ABRIR ARQUIVO DE CADASTRO: "
003680             WS-FS-CADASTRO
003690         DISPLAY "EXECUTE DESAFIO-CADASTRO-ALUNOS PARA CRIAR "
003700             "O CADASTRO ANTES DO ALERTA."
003710         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
003720         MOVE 8 TO RETURN-CODE
003730         PERFORM 9999-FIM THRU 9999-EXIT
003740     END-IF
003750     PERFORM 1100-LE-CADASTRO THRU 1100-EXIT
003760         UNTIL WS88-FIM-CADASTRO
003770     CLOSE CADASTRO-FILE
003780     DISPLAY "ALUNOS NO CADASTRO: " TB-CAD-QTD
003790     IF WS88-ESTOURO-TABELA
003800         MOVE "LIMITE DE TABELA" TO WS-ENCERRAMENTO
003810         MOVE 8 TO RETURN-CODE
003820         PERFORM 9999-FIM THRU 9999-EXIT
003830     END-IF
003840     PERFORM 1265-ABRE-ENTURMACAO THRU 1265-EXIT
003850     PERFORM 1150-RESOLVE-TURMA THRU 1150-EXIT
003860         VARYING TB-IDX-CAD FROM 1 BY 1
003870             UNTIL TB-IDX-CAD > TB-CAD-QTD
003880     IF WS88-TEM-ENTURMACAO
003890         CLOSE ENTURMACAO-FILE
003900     END-IF
003910     OPEN OUTPUT RELATORIO-FILE
003920     IF WS-FS-RELATORIO NOT = "00"
003930         DISPLAY "ERRO AO ABRIR ARQUIVO DE RELATORIO: "
003940             WS-FS-RELATORIO
003950         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
003960         MOVE 8 TO RETURN-CODE
003970         PERFORM 9999-FIM THRU 9999-EXIT
003980     END-IF
003990     OPEN OUTPUT ORIENTACAO-FILE
004000     IF WS-FS-ORIENTACAO NOT = "00"
004010         DISPLAY "ERRO AO ABRIR ARQUIVO DA ORIENTACAO: "
004020             WS-FS-ORIENTACAO
004030         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
004040         MOVE 8 TO RETURN-CODE
004050         CLOSE RELATORIO-FILE
004060         PERFORM 9999-FIM THRU 9999-EXIT
004070     END-IF
004080     MOVE "S" TO WS-ARQUIVOS-ABERTOS
004090     .
004100 1000-EXIT.
004110     EXIT.
004120 1100-LE-CADASTRO.
004130     READ CADASTRO-FILE
004140         AT END
004150             MOVE "S" TO WS-FIM-CADASTRO
004160         NOT AT END
004170             IF TB-CAD-QTD < 5000
004180                 ADD 1 TO TB-CAD-QTD
004190                 SET TB-IDX-CAD TO TB-CAD-QTD
004200                 MOVE CA-MATRICULA
004210                     TO TB-CAD-MATRICULA (TB-IDX-CAD)
004220                 MOVE CA-NOME TO TB-CAD-NOME (TB-IDX-CAD)
004230                 MOVE CA-TURMA TO TB-CAD-TURMA (TB-IDX-CAD)
004240                 MOVE CA-SITUACAO TO TB-CAD-SITUACAO (TB-IDX-CAD)
004250                 MOVE CA-TURMA
004260                     TO TB-CAD-TURMA-PERIODO (TB-IDX-CAD)
004270                 MOVE "N" TO TB-CAD-APURADO (TB-IDX-CAD)
004280                 MOVE 0 TO TB-CAD-QTD-QUEDAS (TB-IDX-CAD)
004290                 MOVE 0 TO TB-CAD-QTD-ABAIXO-5 (TB-IDX-CAD)
004300                 MOVE 0 TO TB-CAD-QTD-INALCANCAVEL (TB-IDX-CAD)
004310             ELSE
004320                 DISPLAY "ERRO: LIMITE DE ALUNOS NO CADASTRO "
004330                     "EXCEDIDO: " CA-MATRICULA
004340                 MOVE "S" TO WS-ESTOURO-TABELA
004350                 MOVE "S" TO WS-FIM-CADASTRO
004360             END-IF
004370     END-READ
004380     .
004390 1100-EXIT.
004400     EXIT.
004410*****************************************************************
004420* 1150-RESOLVE-TURMA
004430* SO ENTRA NO ALERTA O ALUNO ATIVO E ENTURMADO NO BIMESTRE: O
004440* TRANSFERIDO (NO CADASTRO OU NA ENTURMACAO DO PERIODO), O
004450* INATIVO E O AINDA NAO ENTURMADO FICAM DE FORA.
004460*****************************************************************
004470 1150-RESOLVE-TURMA.
004480     IF TB-CAD-SITUACAO (TB-IDX-CAD) NOT = "A"
004490         GO TO 1150-EXIT
004500     END-IF
004510     MOVE TB-CAD-MATRICULA (TB-IDX-CAD) TO WS-ENT-MATRICULA
004520     MOVE WS-ANO-ALVO TO WS-ENT-ANO-LETIVO
004530     MOVE WS-BIMESTRE-ALVO TO WS-ENT-BIMESTRE
004540     MOVE TB-CAD-TURMA (TB-IDX-CAD) TO WS-ENT-TURMA
004550     MOVE TB-CAD-SITUACAO (TB-IDX-CAD) TO WS-ENT-SITUACAO
004560     MOVE 0 TO WS-ENT-ANO-VIGENCIA
004570     PERFORM 7500-BUSCA-ENTURMACAO THRU 7500-EXIT
004580     IF NOT WS88-ENT-ENTURMADO
004590         GO TO 1150-EXIT
004600     END-IF
004610     MOVE WS-ENT-TURMA TO TB-CAD-TURMA-PERIODO (TB-IDX-CAD)
004620     MOVE "S" TO TB-CAD-APURADO (TB-IDX-CAD)
004630     .
004640 1150-EXIT.
004650     EXIT.
004660*****************************************************************
004670* 1265-ABRE-ENTURMACAO
004680* A ENTURMACAO HISTORICA E OPCIONAL: SEM ELA VALE A TURMA ATUAL
004690* DO CADASTRO PARA TODOS OS PERIODOS.
004700*****************************************************************
004710 1265-ABRE-ENTURMACAO.
004720     MOVE "N" TO WS-TEM-ENTURMACAO
004730     OPEN INPUT ENTURMACAO-FILE
004740     IF WS-FS-ENTURMACAO = "00"
004750         MOVE "S" TO WS-TEM-ENTURMACAO
004760     ELSE
004770         DISPLAY "AVISO: ENTURMACAO HISTORICA (NOTASENT) "
004780             "INDISPONIVEL - STATUS " WS-FS-ENTURMACAO
004790         DISPLAY "       VALE A TURMA ATUAL DO CADASTRO."
004800     END-IF
004810     .
004820 1265-EXIT.
004830     EXIT.
004840*****************************************************************
004850* 2000-PROCESSA-GERACOES
004860* LE AS GERACOES BIMESTRAIS ATE A DO BIMESTRE INFORMADO E
004870* ACUMULA AS NOTAS FINAIS POR ALUNO/MATERIA. GERACAO ANTERIOR
004880* AUSENTE E APENAS AVISADA; SEM NENHUMA NOTA DO BIMESTRE
004890* INFORMADO NAO HA O QUE ALERTAR E O PROGRAMA ENCERRA.
004900*****************************************************************
004910 2000-PROCESSA-GERACOES.
004920     OPEN INPUT MESTRE-BIM1-FILE
004930     IF WS-FS-BIM1 = "00"
004940         MOVE "N" TO WS-FIM-GERACAO
004950         PERFORM 2110-LE-GERACAO-1 THRU 2110-EXIT
004960             UNTIL WS88-FIM-GERACAO
004970         CLOSE MESTRE-BIM1-FILE
004980     ELSE
004990         DISPLAY "GERACAO DO BIMESTRE 1 AUSENTE: " WS-FS-BIM1
005000     END-IF
005010     IF WS-BIMESTRE-ALVO > 1
005020         OPEN INPUT MESTRE-BIM2-FILE
005030         IF WS-FS-BIM2 = "00"
005040             MOVE "N" TO WS-FIM-GERACAO
005050             PERFORM 2120-LE-GERACAO-2 THRU 2120-EXIT
005060                 UNTIL WS88-FIM-GERACAO
005070             CLOSE MESTRE-BIM2-FILE
005080         ELSE
005090             DISPLAY "GERACAO DO BIMESTRE 2 AUSENTE: " WS-FS-BIM2
005100         END-IF
005110     END-IF
005120     IF WS-BIMESTRE-ALVO > 2
005130         OPEN INPUT MESTRE-BIM3-FILE
005140         IF WS-FS-BIM3 = "00"
005150             MOVE "N" TO WS-FIM-GERACAO
005160             PERFORM 2130-LE-GERACAO-3 THRU 2130-EXIT
005170                 UNTIL WS88-FIM-GERACAO
005180             CLOSE MESTRE-BIM3-FILE
005190         ELSE
005200             DISPLAY "GERACAO DO BIMESTRE 3 AUSENTE: " WS-FS-BIM3
005210         END-IF
005220     END-IF
005230     IF WS-BIMESTRE-ALVO > 3
005240         OPEN INPUT MESTRE-BIM4-FILE
005250         IF WS-FS-BIM4 = "00"
005260             MOVE "N" TO WS-FIM-GERACAO
005270             PERFORM 2140-LE-GERACAO-4 THRU 2140-EXIT
005280                 UNTIL WS88-FIM-GERACAO
005290             CLOSE MESTRE-BIM4-FILE
005300         ELSE
005310             DISPLAY "GERACAO DO BIMESTRE 4 AUSENTE: " WS-FS-BIM4
005320         END-IF
005330     END-IF
005340     IF WS88-ESTOURO-TABELA
005350         MOVE "LIMITE DE TABELA" TO WS-ENCERRAMENTO
005360         MOVE 8 TO RETURN-CODE
005370         PERFORM 9999-FIM THRU 9999-EXIT
005380     END-IF
005390     DISPLAY "NOTAS DO BIMESTRE INFORMADO: " WS-CONT-DO-BIMESTRE
005400     IF WS-CONT-DO-BIMESTRE = 0
005410         DISPLAY "NENHUMA NOTA DO BIMESTRE " WS-BIMESTRE-ALVO
005420             "/" WS-ANO-ALVO " NAS GERACOES - ENCERRANDO."
005430         MOVE "SEM NOTAS DO PERIODO" TO WS-ENCERRAMENTO
005440         MOVE 8 TO RETURN-CODE
005450         PERFORM 9999-FIM THRU 9999-EXIT
005460     END-IF
005470     .
005480 2000-EXIT.
005490     EXIT.
005500 2110-LE-GERACAO-1.
005510     READ MESTRE-BIM1-FILE
005520         AT END
005530             MOVE "S" TO WS-FIM-GERACAO
005540         NOT AT END
005550             MOVE G1-REGISTRO TO RM-REGISTRO-MESTRE
005560             PERFORM 2500-ACUMULA-NOTA THRU 2500-EXIT
005570     END-READ
005580     .
005590 2110-EXIT.
005600     EXIT.
005610 2120-LE-GERACAO-2.
005620     READ MESTRE-BIM2-FILE
005630         AT END
005640             MOVE "S" TO WS-FIM-GERACAO
005650         NOT AT END
005660             MOVE G2-REGISTRO TO RM-REGISTRO-MESTRE
005670             PERFORM 2500-ACUMULA-NOTA THRU 2500-EXIT
005680     END-READ
005690     .
005700 2120-EXIT.
005710     EXIT.
005720 2130-LE-GERACAO-3.
005730     READ MESTRE-BIM3-FILE
005740         AT END
005750             MOVE "S" TO WS-FIM-GERACAO
005760         NOT AT END
005770             MOVE G3-REGISTRO TO RM-REGISTRO-MESTRE
005780             PERFORM 2500-ACUMULA-NOTA THRU 2500-EXIT
005790     END-READ
005800     .
005810 2130-EXIT.
005820     EXIT.
005830 2140-LE-GERACAO-4.
005840     READ MESTRE-BIM4-FILE
005850         AT END
005860             MOVE "S" TO WS-FIM-GERACAO
005870         NOT AT END
005880             MOVE G4-REGISTRO TO RM-REGISTRO-MESTRE
005890             PERFORM 2500-ACUMULA-NOTA THRU 2500-EXIT
005900     END-READ
005910     .
005920 2140-EXIT.
005930     EXIT.
005940*****************************************************************
005950* 2500-ACUMULA-NOTA
005960* GUARDA A NOTA FINAL DE UM REGISTRO BIMESTRAL NA ENTRADA DO
005970* ALUNO/MATERIA. REGISTRO DE OUTRO ANO OU DE BIMESTRE POSTERIOR
005980* AO INFORMADO E IGNORADO (CONTADO PARA CONFERENCIA). TABELA
005990* CHEIA ENCERRA O PROGRAMA.
006000*****************************************************************
006010 2500-ACUMULA-NOTA.
006020     ADD 1 TO WS-CONT-LIDOS
006030     IF WS88-ESTOURO-TABELA
006040         GO TO 2500-EXIT
006050     END-IF
006060     IF RM-ANO-LETIVO NOT = WS-ANO-ALVO
006070         ADD 1 TO WS-CONT-OUTRO-ANO
006080         GO TO 2500-EXIT
006090     END-IF
006100     IF RM-BIMESTRE < 1 OR RM-BIMESTRE > WS-BIMESTRE-ALVO
006110         ADD 1 TO WS-CONT-OUTRO-ANO
006120         GO TO 2500-EXIT
006130     END-IF
006140     IF RM-BIMESTRE = WS-BIMESTRE-ALVO
006150         ADD 1 TO WS-CONT-DO-BIMESTRE
006160     END-IF
006170     MOVE RM-BIMESTRE TO WS-BIMESTRE-SUB
006180     PERFORM 2600-LOCALIZA-PAR THRU 2600-EXIT
006190     IF NOT WS88-ALUNO-ACHADO
006200         IF TB-ANO-QTD NOT < 500000
006210             DISPLAY "ERRO: LIMITE DA TABELA ANUAL EXCEDIDO - "
006220                 RM-MATRICULA " " RM-MATERIA
006230             MOVE "S" TO WS-ESTOURO-TABELA
006240             GO TO 2500-EXIT
006250         END-IF
006260         ADD 1 TO TB-ANO-QTD
006270         SET TB-IDX-ANO TO TB-ANO-QTD
006280         MOVE RM-MATRICULA TO TB-ANO-MATRICULA (TB-IDX-ANO)
006290         MOVE RM-MATERIA TO TB-ANO-MATERIA (TB-IDX-ANO)
006300         MOVE ZEROS TO TB-ANO-NOTA-BIM (TB-IDX-ANO, 1)
006310         MOVE ZEROS TO TB-ANO-NOTA-BIM (TB-IDX-ANO, 2)
006320         MOVE ZEROS TO TB-ANO-NOTA-BIM (TB-IDX-ANO, 3)
006330         MOVE ZEROS TO TB-ANO-NOTA-BIM (TB-IDX-ANO, 4)
006340         MOVE "N" TO TB-ANO-TEM-BIM (TB-IDX-ANO, 1)
006350         MOVE "N" TO TB-ANO-TEM-BIM (TB-IDX-ANO, 2)
006360         MOVE "N" TO TB-ANO-TEM-BIM (TB-IDX-ANO, 3)
006370         MOVE "N" TO TB-ANO-TEM-BIM (TB-IDX-ANO, 4)
006380     END-IF
006390     MOVE RM-NOTAFINAL
006400         TO TB-ANO-NOTA-BIM (TB-IDX-ANO, WS-BIMESTRE-SUB)
006410     MOVE "S" TO TB-ANO-TEM-BIM (TB-IDX-ANO, WS-BIMESTRE-SUB)
006420     .
006430 2500-EXIT.
006440     EXIT.
006450 2600-LOCALIZA-PAR.
006460     MOVE "N" TO WS-ALUNO-ACHADO
006470     IF TB-ANO-QTD = 0
006480         GO TO 2600-EXIT
006490     END-IF
006500     SET TB-IDX-ANO TO 1
006510     SEARCH TB-ANO-REG VARYING TB-IDX-ANO
006520         AT END
006530             MOVE "N" TO WS-ALUNO-ACHADO
006540         WHEN TB-ANO-MATRICULA (TB-IDX-ANO) = RM-MATRICULA AND
006550              TB-ANO-MATERIA (TB-IDX-ANO) = RM-MATERIA
006560             MOVE "S" TO WS-ALUNO-ACHADO
006570     END-SEARCH
006580     .
006590 2600-EXIT.
006600     EXIT.
006610*****************************************************************
006620* 3000-APURA-ALERTAS
006630* PRIMEIRA PASSADA NA TABELA ANUAL: CONTA, POR ALUNO APURADO, AS
006640* MATERIAS EM CADA TIPO DE ALERTA. O ALERTA DE NOTA ABAIXO DE 5
006650* SO VALE QUANDO O ALUNO CHEGA AO MINIMO DE MATERIAS, O QUE SO
006660* SE SABE DEPOIS DE PASSAR POR TODAS ELAS.
006670*****************************************************************
006680 3000-APURA-ALERTAS.
006690     PERFORM 3100-APURA-UM-PAR THRU 3100-EXIT
006700         VARYING TB-IDX-ANO FROM 1 BY 1
006710             UNTIL TB-IDX-ANO > TB-ANO-QTD
006720     .
006730 3000-EXIT.
006740     EXIT.
006750 3100-APURA-UM-PAR.
006760     PERFORM 3200-LOCALIZA-CADASTRO THRU 3200-EXIT
006770     IF NOT WS88-ALUNO-ACHADO
006780         ADD 1 TO WS-CONT-SEM-CADASTRO
006790         GO TO 3100-EXIT
006800     END-IF
006810     IF NOT TB88-CAD-APURADO (TB-IDX-CAD)
006820         GO TO 3100-EXIT
006830     END-IF
006840     PERFORM 3300-TESTA-PAR THRU 3300-EXIT
006850     IF WS-QUEDA NOT < WS-QUEDA-MINIMA
006860         ADD 1 TO TB-CAD-QTD-QUEDAS (TB-IDX-CAD)
006870     END-IF
006880     IF TB-ANO-TEM-BIM (TB-IDX-ANO, WS-BIMESTRE-ALVO) = "S" AND
006890        WS-NOTA-ATUAL < 5
006900         ADD 1 TO TB-CAD-QTD-ABAIXO-5 (TB-IDX-CAD)
006910     END-IF
006920     IF WS88-BIMESTRES-COMPLETOS AND WS-MEDIA-MAXIMA < 5
006930         ADD 1 TO TB-CAD-QTD-INALCANCAVEL (TB-IDX-CAD)
006940     END-IF
006950     .
006960 3100-EXIT.
006970     EXIT.
006980 3200-LOCALIZA-CADASTRO.
006990     MOVE "N" TO WS-ALUNO-ACHADO
007000     IF TB-CAD-QTD = 0
007010         GO TO 3200-EXIT
007020     END-IF
007030     SET TB-IDX-CAD TO 1
007040     SEARCH TB-CAD-ALUNO VARYING TB-IDX-CAD
007050         AT END
007060             MOVE "N" TO WS-ALUNO-ACHADO
007070         WHEN TB-CAD-MATRICULA (TB-IDX-CAD) =
007080              TB-ANO-MATRICULA (TB-IDX-ANO)
007090             MOVE "S" TO WS-ALUNO-ACHADO
007100     END-SEARCH
007110     .
007120 3200-EXIT.
007130     EXIT.
007140*****************************************************************
007150* 3300-TESTA-PAR
007160* CALCULA PARA O ALUNO/MATERIA CORRENTE A QUEDA EM RELACAO AO
007170* BIMESTRE ANTERIOR (ZERO SE NAO HOUVE QUEDA OU FALTA UMA DAS
007180* NOTAS) E A MEDIA ANUAL MAXIMA AINDA ALCANCAVEL: NOTAS JA
007190* LANCADAS MAIS 10 EM CADA BIMESTRE QUE FALTA, SOBRE 4. A MEDIA
007200* MAXIMA SO E AVALIADA COM TODOS OS BIMESTRES ATE O INFORMADO
007210* LANCADOS (NOTA FALTANTE E PENDENCIA, NAO ZERO).
007220*****************************************************************
007230 3300-TESTA-PAR.
007240     MOVE 0 TO WS-QUEDA
007250     MOVE 0 TO WS-NOTA-ANTERIOR
007260     MOVE TB-ANO-NOTA-BIM (TB-IDX-ANO, WS-BIMESTRE-ALVO)
007270         TO WS-NOTA-ATUAL
007280     IF WS-BIMESTRE-ANTERIOR > 0
007290         MOVE TB-ANO-NOTA-BIM (TB-IDX-ANO, WS-BIMESTRE-ANTERIOR)
007300             TO WS-NOTA-ANTERIOR
007310         IF TB-ANO-TEM-BIM (TB-IDX-ANO, WS-BIMESTRE-ALVO) = "S"
007320            AND TB-ANO-TEM-BIM (TB-IDX-ANO, WS-BIMESTRE-ANTERIOR)
007330                = "S"
007340            AND WS-NOTA-ANTERIOR > WS-NOTA-ATUAL
007350             COMPUTE WS-QUEDA = WS-NOTA-ANTERIOR - WS-NOTA-ATUAL
007360         END-IF
007370     END-IF
007380     MOVE "S" TO WS-BIMESTRES-COMPLETOS
007390     MOVE 0 TO WS-SOMA-PARCIAL
007400     PERFORM 3310-SOMA-BIMESTRE THRU 3310-EXIT
007410         VARYING WS-BIMESTRE-SUB FROM 1 BY 1
007420             UNTIL WS-BIMESTRE-SUB > 4
007430     COMPUTE WS-MEDIA-MAXIMA ROUNDED = WS-SOMA-PARCIAL / 4
007440         ON SIZE ERROR
007450             MOVE 0 TO WS-MEDIA-MAXIMA
007460     END-COMPUTE
007470     .
007480 3300-EXIT.
007490     EXIT.
007500 3310-SOMA-BIMESTRE.
007510     IF WS-BIMESTRE-SUB > WS-BIMESTRE-ALVO
007520         ADD 10 TO WS-SOMA-PARCIAL
007530         GO TO 3310-EXIT
007540     END-IF
007550     IF TB-ANO-TEM-BIM (TB-IDX-ANO, WS-BIMESTRE-SUB) NOT = "S"
007560         MOVE "N" TO WS-BIMESTRES-COMPLETOS
007570     END-IF
007580     ADD TB-ANO-NOTA-BIM (TB-IDX-ANO, WS-BIMESTRE-SUB)
007590         TO WS-SOMA-PARCIAL
007600     .
007610 3310-EXIT.
007620     EXIT.
007630*****************************************************************
007640* 4000-SELECIONA-ALERTAS
007650* ROTINA DE ENTRADA DO SORT: SEGUNDA PASSADA NA TABELA ANUAL,
007660* LIBERANDO UMA LINHA POR ALUNO/MATERIA/TIPO DE ALERTA, JA COM OS
007670* TOTAIS DO ALUNO APURADOS EM 3000.
007680*****************************************************************
007690 4000-SELECIONA-ALERTAS.
007700     PERFORM 4100-SELECIONA-UM-PAR THRU 4100-EXIT
007710         VARYING TB-IDX-ANO FROM 1 BY 1
007720             UNTIL TB-IDX-ANO > TB-ANO-QTD
007730     .
007740 4000-EXIT.
007750     EXIT.
007760 4100-SELECIONA-UM-PAR.
007770     PERFORM 3200-LOCALIZA-CADASTRO THRU 3200-EXIT
007780     IF NOT WS88-ALUNO-ACHADO
007790         GO TO 4100-EXIT
007800     END-IF
007810     IF NOT TB88-CAD-APURADO (TB-IDX-CAD)
007820         GO TO 4100-EXIT
007830     END-IF
007840     PERFORM 3300-TESTA-PAR THRU 3300-EXIT
007850     MOVE SPACES TO SW-REGISTRO
007860     MOVE TB-CAD-TURMA-PERIODO (TB-IDX-CAD) TO SW-TURMA
007870     MOVE TB-CAD-MATRICULA (TB-IDX-CAD) TO SW-MATRICULA
007880     MOVE TB-ANO-MATERIA (TB-IDX-ANO) TO SW-MATERIA
007890     MOVE TB-CAD-NOME (TB-IDX-CAD) TO SW-NOME
007900     MOVE WS-NOTA-ANTERIOR TO SW-NOTA-ANTERIOR
007910     MOVE WS-NOTA-ATUAL TO SW-NOTA-ATUAL
007920     MOVE WS-MEDIA-MAXIMA TO SW-MEDIA-MAXIMA
007930     MOVE TB-CAD-QTD-QUEDAS (TB-IDX-CAD) TO SW-QTD-QUEDAS
007940     MOVE TB-CAD-QTD-INALCANCAVEL (TB-IDX-CAD)
007950         TO SW-QTD-INALCANCAVEL
007960     MOVE 0 TO SW-QTD-ABAIXO-5
007970     IF TB-CAD-QTD-ABAIXO-5 (TB-IDX-CAD) NOT < WS-MIN-MATERIAS
007980         MOVE TB-CAD-QTD-ABAIXO-5 (TB-IDX-CAD) TO SW-QTD-ABAIXO-5
007990     END-IF
008000     IF WS88-BIMESTRES-COMPLETOS AND WS-MEDIA-MAXIMA < 5
008010         MOVE 1 TO SW-TIPO
008020         ADD 1 TO WS-CONT-INALCANCAVEIS
008030         RELEASE SW-REGISTRO
008040     END-IF
008050     IF SW-QTD-ABAIXO-5 > 0 AND
008060        TB-ANO-TEM-BIM (TB-IDX-ANO, WS-BIMESTRE-ALVO) = "S" AND
008070        WS-NOTA-ATUAL < 5
008080         MOVE 2 TO SW-TIPO
008090         ADD 1 TO WS-CONT-ABAIXO-5
008100         RELEASE SW-REGISTRO
008110     END-IF
008120     IF WS-QUEDA NOT < WS-QUEDA-MINIMA
008130         MOVE 3 TO SW-TIPO
008140         ADD 1 TO WS-CONT-QUEDAS
008150         RELEASE SW-REGISTRO
008160     END-IF
008170     .
008180 4100-EXIT.
008190     EXIT.
008200*****************************************************************
008210* 5000-EMITE-ALERTAS
008220* ROTINA DE SAIDA DO SORT: RELATORIO POR TURMA E ALUNO, UMA LINHA
008230* POR MATERIA EM ALERTA, E UM REGISTRO POR ALUNO NO ARQUIVO DA
008240* ORIENTACAO. A PRIMEIRA LINHA DO ALUNO (A DE TIPO MAIS GRAVE)
008250* DA A PRIORIDADE E A MATERIA CRITICA.
008260*****************************************************************
008270 5000-EMITE-ALERTAS.
008280     MOVE "ALERTA PEDAGOGICO POR TURMA" TO RL-LINHA
008290     WRITE RL-LINHA
008300     MOVE WS-QUEDA-MINIMA TO WS-QUEDA-MINIMA-ED
008310     MOVE SPACES TO RL-LINHA
008320     STRING "ANO LETIVO: " WS-ANO-ALVO
008330         "  BIMESTRE: " WS-BIMESTRE-ALVO
008340         "  QUEDA MINIMA: " WS-QUEDA-MINIMA-ED
008350         "  MIN. MATERIAS < 5: " WS-MIN-MATERIAS
008360         DELIMITED BY SIZE INTO RL-LINHA
008370     END-STRING
008380     WRITE RL-LINHA
008390     RETURN ARQ-ORDENACAO
008400         AT END
008410             MOVE "S" TO WS-FIM-SORT
008420     END-RETURN
008430     PERFORM 5100-PROCESSA-LINHA THRU 5100-EXIT
008440         UNTIL WS88-FIM-SORT
008450     PERFORM 5900-FECHA-TURMA THRU 5900-EXIT
008460     IF WS-CONT-ALUNOS-ALERTA = 0
008470         MOVE SPACES TO RL-LINHA
008480         WRITE RL-LINHA
008490         MOVE "NENHUM ALUNO EM ALERTA NO BIMESTRE." TO RL-LINHA
008500         WRITE RL-LINHA
008510     END-IF
008520     .
008530 5000-EXIT.
008540     EXIT.
008550 5100-PROCESSA-LINHA.
008560     IF SW-TURMA NOT = WS-TURMA-ATUAL OR
008570        NOT WS88-TURMA-ABERTA
008580         PERFORM 5900-FECHA-TURMA THRU 5900-EXIT
008590         PERFORM 5200-ABRE-TURMA THRU 5200-EXIT
008600     END-IF
008610     IF SW-MATRICULA NOT = WS-MATRICULA-ATUAL OR
008620        NOT WS88-ALUNO-ABERTO
008630         PERFORM 5300-ABRE-ALUNO THRU 5300-EXIT
008640     END-IF
008650     MOVE SW-NOTA-ANTERIOR TO WS-NOTA-ANTERIOR-ED
008660     MOVE SW-NOTA-ATUAL TO WS-NOTA-ATUAL-ED
008670     MOVE SW-MEDIA-MAXIMA TO WS-MEDIA-MAXIMA-ED
008680     MOVE SPACES TO RL-LINHA
008690     IF SW-TIPO = 1
008700         STRING "      MEDIA INALCANCAVEL " SW-MATERIA
008710             " MEDIA MAXIMA " WS-MEDIA-MAXIMA-ED
008720             DELIMITED BY SIZE INTO RL-LINHA
008730         END-STRING
008740     ELSE
008750         IF SW-TIPO = 2
008760             STRING "      ABAIXO DE 5        " SW-MATERIA
008770                 " NOTA " WS-NOTA-ATUAL-ED
008780                 DELIMITED BY SIZE INTO RL-LINHA
008790             END-STRING
008800         ELSE
008810             STRING "      QUEDA              " SW-MATERIA
008820                 " " WS-NOTA-ANTERIOR-ED " -> " WS-NOTA-ATUAL-ED
008830                 DELIMITED BY SIZE INTO RL-LINHA
008840             END-STRING
008850         END-IF
008860     END-IF
008870     WRITE RL-LINHA
008880     RETURN ARQ-ORDENACAO
008890         AT END
008900             MOVE "S" TO WS-FIM-SORT
008910     END-RETURN
008920     .
008930 5100-EXIT.
008940     EXIT.
008950 5200-ABRE-TURMA.
008960     MOVE SW-TURMA TO WS-TURMA-ATUAL
008970     MOVE "S" TO WS-TURMA-ABERTA
008980     MOVE "N" TO WS-ALUNO-ABERTO
008990     MOVE 0 TO WS-TUR-ALUNOS-ALERTA
009000     MOVE SPACES TO RL-LINHA
009010     WRITE RL-LINHA
009020     MOVE SPACES TO RL-LINHA
009030     STRING "TURMA: " WS-TURMA-ATUAL
009040         DELIMITED BY SIZE INTO RL-LINHA
009050     END-STRING
009060     WRITE RL-LINHA
009070     .
009080 5200-EXIT.
009090     EXIT.
009100*****************************************************************
009110* 5300-ABRE-ALUNO
009120* CABECALHO DO ALUNO NO RELATORIO E REGISTRO DA ORIENTACAO.
009130*****************************************************************
009140 5300-ABRE-ALUNO.
009150     MOVE SW-MATRICULA TO WS-MATRICULA-ATUAL
009160     MOVE "S" TO WS-ALUNO-ABERTO
009170     ADD 1 TO WS-CONT-ALUNOS-ALERTA
009180     ADD 1 TO WS-TUR-ALUNOS-ALERTA
009190     MOVE SPACES TO RL-LINHA
009200     STRING "  " SW-MATRICULA "  " SW-NOME
009210         DELIMITED BY SIZE INTO RL-LINHA
009220     END-STRING
009230     WRITE RL-LINHA
009240     MOVE SPACES TO AL-REGISTRO-ALERTA
009250     MOVE SW-MATRICULA TO AL-MATRICULA
009260     MOVE SW-NOME TO AL-NOME
009270     MOVE SW-TURMA TO AL-TURMA
009280     MOVE WS-ANO-ALVO TO AL-ANO-LETIVO
009290     MOVE WS-BIMESTRE-ALVO TO AL-BIMESTRE
009300     MOVE SW-QTD-QUEDAS TO AL-QTD-QUEDAS
009310     MOVE SW-QTD-ABAIXO-5 TO AL-QTD-ABAIXO-5
009320     MOVE SW-QTD-INALCANCAVEL TO AL-QTD-INALCANCAVEL
009330     MOVE SW-TIPO TO AL-PRIORIDADE
009340     MOVE SW-MATERIA TO AL-MATERIA-CRITICA
009350     MOVE "P" TO AL-SITUACAO-REUNIAO
009360     MOVE WS-DATA-HOJE TO AL-DATA-GERACAO
009370     WRITE AL-REGISTRO-ALERTA
009380     ADD 1 TO WS-CONT-ORIENTACAO
009390     .
009400 5300-EXIT.
009410     EXIT.
009420 5900-FECHA-TURMA.
009430     IF NOT WS88-TURMA-ABERTA
009440         GO TO 5900-EXIT
009450     END-IF
009460     MOVE WS-TUR-ALUNOS-ALERTA TO WS-REL-CONTADOR
009470     MOVE SPACES TO RL-LINHA
009480     STRING "  ALUNOS EM ALERTA NA TURMA: " WS-REL-CONTADOR
009490         DELIMITED BY SIZE INTO RL-LINHA
009500     END-STRING
009510     WRITE RL-LINHA
009520     MOVE "N" TO WS-TURMA-ABERTA
009530     .
009540 5900-EXIT.
009550     EXIT.
009560*****************************************************************
009570* 6000-IMPRIME-TOTAIS
009580* TOTAIS GERAIS DO ALERTA.
009590*****************************************************************
009600 6000-IMPRIME-TOTAIS.
009610     MOVE SPACES TO RL-LINHA
009620     WRITE RL-LINHA
009630     MOVE WS-CONT-ALUNOS-ALERTA TO WS-REL-CONTADOR
009640     MOVE SPACES TO RL-LINHA
009650     STRING "ALUNOS EM ALERTA:        " WS-REL-CONTADOR
009660         DELIMITED BY SIZE INTO RL-LINHA
009670     END-STRING
009680     WRITE RL-LINHA
009690     MOVE WS-CONT-INALCANCAVEIS TO WS-REL-CONTADOR
009700     MOVE SPACES TO RL-LINHA
009710     STRING "MEDIAS INALCANCAVEIS:    " WS-REL-CONTADOR
009720         DELIMITED BY SIZE INTO RL-LINHA
009730     END-STRING
009740     WRITE RL-LINHA
009750     MOVE WS-CONT-ABAIXO-5 TO WS-REL-CONTADOR
009760     MOVE SPACES TO RL-LINHA
009770     STRING "NOTAS ABAIXO DE 5:       " WS-REL-CONTADOR
009780         DELIMITED BY SIZE INTO RL-LINHA
009790     END-STRING
009800     WRITE RL-LINHA
009810     MOVE WS-CONT-QUEDAS TO WS-REL-CONTADOR
009820     MOVE SPACES TO RL-LINHA
009830     STRING "QUEDAS DE DESEMPENHO:    " WS-REL-CONTADOR
009840         DELIMITED BY SIZE INTO RL-LINHA
009850     END-STRING
009860     WRITE RL-LINHA
009870     .
009880 6000-EXIT.
009890     EXIT.
009900*****************************************************************
009910* 7500-BUSCA-ENTURMACAO
009920* POSICIONA NO PRIMEIRO REGISTRO DO ALUNO EM NOTASENT E FICA COM
009930* O ULTIMO CUJA CHAVE (ANO/BIMESTRE) NAO PASSA DO PERIODO PEDIDO.
009940*****************************************************************
009950 7500-BUSCA-ENTURMACAO.
009960     MOVE "N" TO WS-ENT-ACHADA
009970     IF NOT WS88-TEM-ENTURMACAO
009980         GO TO 7500-EXIT
009990     END-IF
010000     MOVE "N" TO WS-FIM-ENTURMACAO
010010     MOVE WS-ENT-MATRICULA TO EN-MATRICULA
010020     MOVE 0 TO EN-ANO-LETIVO
010030     MOVE 0 TO EN-BIMESTRE
010040     START ENTURMACAO-FILE
010050         KEY IS NOT LESS THAN EN-CHAVE-ENTURMACAO
010060         INVALID KEY
010070             MOVE "S" TO WS-FIM-ENTURMACAO
010080     END-START
010090     PERFORM 7510-LE-ENTURMACAO THRU 7510-EXIT
010100         UNTIL WS88-FIM-ENTURMACAO
010110     .
010120 7500-EXIT.
010130     EXIT.
010140 7510-LE-ENTURMACAO.
010150     READ ENTURMACAO-FILE NEXT RECORD
010160         AT END
010170             MOVE "S" TO WS-FIM-ENTURMACAO
010180             GO TO 7510-EXIT
010190     END-READ
010200     IF EN-MATRICULA NOT = WS-ENT-MATRICULA
010210         MOVE "S" TO WS-FIM-ENTURMACAO
010220         GO TO 7510-EXIT
010230     END-IF
010240     IF EN-ANO-LETIVO > WS-ENT-ANO-LETIVO OR
010250        (EN-ANO-LETIVO = WS-ENT-ANO-LETIVO AND
010260         EN-BIMESTRE > WS-ENT-BIMESTRE)
010270         IF NOT WS88-ENT-ACHADA
010280             MOVE "N" TO WS-ENT-SITUACAO
010290         END-IF
010300         MOVE "S" TO WS-FIM-ENTURMACAO
010310         GO TO 7510-EXIT
010320     END-IF
010330     MOVE "S" TO WS-ENT-ACHADA
010340     MOVE EN-TURMA TO WS-ENT-TURMA
010350     MOVE EN-SITUACAO TO WS-ENT-SITUACAO
010360     MOVE EN-ANO-LETIVO TO WS-ENT-ANO-VIGENCIA
010370     .
010380 7510-EXIT.
010390     EXIT.
010400*****************************************************************
010410* 9600-GRAVA-JORNAL
010420* ACRESCENTA AO DIARIO DE EXECUCOES (NOTASJRN) O REGISTRO DESTA
010430* EXECUCAO DO ALERTA PEDAGOGICO.
010440*****************************************************************
010450 9600-GRAVA-JORNAL.
010460     OPEN EXTEND JORNAL-FILE
010470     IF WS-FS-JORNAL = "35"
010480         OPEN OUTPUT JORNAL-FILE
010490     END-IF
010500     IF WS-FS-JORNAL NOT = "00"
010510         DISPLAY "ERRO AO ABRIR DIARIO DE EXECUCOES: "
010520             WS-FS-JORNAL
010530         GO TO 9600-EXIT
010540     END-IF
010550     MOVE SPACES TO JR-REGISTRO-JORNAL
010560     MOVE WS-RUN-ID TO JR-RUN-ID
010570     MOVE "DESAFIO-ALERTA-PEDAGOGICO" TO JR-PROGRAMA
010580     MOVE WS-DATA-HOJE TO JR-DATA
010590     MOVE WS-HORA-AGORA (1:6) TO JR-HORA
010600     MOVE "B" TO JR-MODO-EXECUCAO
010610     MOVE SPACES TO JR-FS-TRANS
010620     MOVE WS-FS-BIM1 TO JR-FS-MESTRE
010630     MOVE SPACES TO JR-FS-EXCECAO
010640     MOVE WS-FS-ORIENTACAO TO JR-FS-INTERFACE
010650     MOVE WS-FS-RELATORIO TO JR-FS-RELATORIO
010660     MOVE WS-CONT-LIDOS TO JR-QTD-PROCESSADOS
010670     MOVE WS-CONT-ALUNOS-ALERTA TO JR-QTD-ERROS
010680     MOVE 0 TO JR-QTD-CHECKPOINTS
010690     MOVE WS-ENCERRAMENTO TO JR-ENCERRAMENTO
010700     WRITE JR-REGISTRO-JORNAL
010710     CLOSE JORNAL-FILE
010720     .
010730 9600-EXIT.
010740     EXIT.
010750*****************************************************************
010760* 9999-FIM
010770* TOTALIZA, REGISTRA NO DIARIO, FECHA OS ARQUIVOS E ENCERRA.
010780* ALUNO EM ALERTA NAO E ERRO: O RETORNO SO SOBE EM FALHA DE
010790* ABERTURA, PARAMETRO INVALIDO OU TABELA ESTOURADA.
010800*****************************************************************
010810 9999-FIM.
010820     DISPLAY "REGISTROS BIMESTRAIS LIDOS: " WS-CONT-LIDOS
010830     DISPLAY "FORA DO ANO/PERIODO:        " WS-CONT-OUTRO-ANO
010840     DISPLAY "PARES FORA DO CADASTRO:     " WS-CONT-SEM-CADASTRO
010850     DISPLAY "ALUNOS EM ALERTA:           " WS-CONT-ALUNOS-ALERTA
010860     DISPLAY "MEDIAS INALCANCAVEIS:       " WS-CONT-INALCANCAVEIS
010870     DISPLAY "NOTAS ABAIXO DE 5:          " WS-CONT-ABAIXO-5
010880     DISPLAY "QUEDAS DE DESEMPENHO:       " WS-CONT-QUEDAS
010890     DISPLAY "REGISTROS PARA ORIENTACAO:  " WS-CONT-ORIENTACAO
010900     PERFORM 9600-GRAVA-JORNAL THRU 9600-EXIT
010910     IF WS88-ARQUIVOS-ABERTOS
010920         CLOSE RELATORIO-FILE
010930         CLOSE ORIENTACAO-FILE
010940         IF RETURN-CODE < 8
010950             DISPLAY "ALERTA GRAVADO EM NOTASALR."
010960             DISPLAY "ALUNOS PARA A ORIENTACAO GRAVADOS EM "
010970                 "NOTASORI."
010980         END-IF
010990     END-IF
011000     STOP RUN
011010     .
011020 9999-EXIT.
011030     EXIT.
011040
011050 END PROGRAM DESAFIO-ALERTA-PEDAGOGICO.
