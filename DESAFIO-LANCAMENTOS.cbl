000100*****************************************************************
000110* AUTHOR:       EQUIPE DE MANUTENCAO
000120* INSTALLATION: SETOR DE SISTEMAS ACADEMICOS
000130* DATE-WRITTEN: 09/15/2026
000140* PURPOSE:      RELATORIO DE LANCAMENTOS POR PROFESSOR NO
000150*               FECHAMENTO DO BIMESTRE. PARA CADA PROFESSOR DO
000160*               CADASTRO (NOTASPRF) PERCORRE AS SUAS ATRIBUICOES
000170*               ATIVAS NO ANO (NOTASATR) E, PARA CADA ALUNO ATIVO
000180*               DA TURMA ATRIBUIDA (NOTASCAD), LE O MESTRE
000190*               (NOTASMST) PELA CHAVE ALUNO/MATERIA/ANO/BIMESTRE:
000200*               NOTA LANCADA PELO PROFESSOR, LANCADA POR OUTRO
000210*               PROFESSOR OU PENDENTE. LISTA TAMBEM AS
000220*               RETIFICACOES (NOTASRTF) FEITAS PELO PROFESSOR NO
000230*               PERIODO. RELATORIO EM NOTASLPR. HAVENDO PENDENCIA
000240*               O RETORNO DO PROGRAMA E 4. A TURMA DO ALUNO
000241*               E A DO PERIODO NA ENTURMACAO HISTORICA (NOTASENT).
000250* TECTONICS:    COBC
000260*----------------------------------------------------------------
000270* HISTORICO DE MANUTENCAO
000280* DATA       AUTOR  DESCRICAO
000290* ---------- ------ -----------------------------------------
000300* 09/15/2026 MNT    VERSAO ORIGINAL DO RELATORIO POR PROFESSOR.
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. DESAFIO-LANCAMENTOS-PROFESSOR.
000340 AUTHOR. EQUIPE DE MANUTENCAO.
000350 INSTALLATION. SETOR DE SISTEMAS ACADEMICOS.
000360 DATE-WRITTEN. 09/15/2026.
000370 DATE-COMPILED.
000380
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-370.
000420 OBJECT-COMPUTER. IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT MESTRE-FILE ASSIGN TO "NOTASMST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS RM-CHAVE-MESTRE
000490         FILE STATUS IS WS-FS-MESTRE.
000500     SELECT CADASTRO-FILE ASSIGN TO "NOTASCAD"
000510         ORGANIZATION IS INDEXED
000511         ACCESS MODE IS SEQUENTIAL
000512         RECORD KEY IS CA-MATRICULA
000513         FILE STATUS IS WS-FS-CADASTRO.
000530     SELECT PROFESSORES-FILE ASSIGN TO "NOTASPRF"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-FS-PROFESSORES.
000560     SELECT ATRIBUICAO-FILE ASSIGN TO "NOTASATR"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-FS-ATRIBUICAO.
000590     SELECT RETIFICA-FILE ASSIGN TO "NOTASRTF"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-FS-RETIFICA.
000620     SELECT RELATORIO-FILE ASSIGN TO "NOTASLPR"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-FS-RELATORIO.
000650     SELECT JORNAL-FILE ASSIGN TO "NOTASJRN"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-FS-JORNAL.
000671     SELECT ENTURMACAO-FILE ASSIGN TO "NOTASENT"
000672         ORGANIZATION IS INDEXED
000673         ACCESS MODE IS DYNAMIC
000674         RECORD KEY IS EN-CHAVE-ENTURMACAO
000675         FILE STATUS IS WS-FS-ENTURMACAO.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  MESTRE-FILE
000720     LABEL RECORDS ARE STANDARD.
000730     COPY REGMESTR.
000740 FD  CADASTRO-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY REGCAD.
000770 FD  PROFESSORES-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY REGPROF.
000800 FD  ATRIBUICAO-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY REGATRIB.
000830 FD  RETIFICA-FILE
000840     LABEL RECORDS ARE STANDARD.
000850     COPY REGRETIF.
000860 FD  RELATORIO-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 01  RL-LINHA                         PIC X(80).
000890 FD  JORNAL-FILE
000900     LABEL RECORDS ARE STANDARD.
000910     COPY REGJRNL.
000911 FD  ENTURMACAO-FILE
000912     LABEL RECORDS ARE STANDARD.
000913     COPY REGENTUR.
000920
000930 WORKING-STORAGE SECTION.
000940 01  WS-FILE-STATUS.
000950     03  WS-FS-MESTRE                 PIC X(02) VALUE "00".
000960     03  WS-FS-CADASTRO               PIC X(02) VALUE "00".
000970     03  WS-FS-PROFESSORES            PIC X(02) VALUE "00".
000980     03  WS-FS-ATRIBUICAO             PIC X(02) VALUE "00".
000990     03  WS-FS-RETIFICA               PIC X(02) VALUE "00".
001000     03  WS-FS-RELATORIO              PIC X(02) VALUE "00".
001010     03  WS-FS-JORNAL                 PIC X(02) VALUE "00".
001011     03  WS-FS-ENTURMACAO             PIC X(02) VALUE "00".
001020 01  WS-SWITCHES.
001030     03  WS-FIM-CADASTRO              PIC X(01) VALUE "N".
001040         88  WS88-FIM-CADASTRO            VALUE "S".
001050     03  WS-FIM-PROFESSORES           PIC X(01) VALUE "N".
001060         88  WS88-FIM-PROFESSORES         VALUE "S".
001070     03  WS-FIM-ATRIBUICAO            PIC X(01) VALUE "N".
001080         88  WS88-FIM-ATRIBUICAO          VALUE "S".
001090     03  WS-FIM-RETIFICA              PIC X(01) VALUE "N".
001100         88  WS88-FIM-RETIFICA            VALUE "S".
001110     03  WS-TEM-RETIFICA              PIC X(01) VALUE "S".
001120         88  WS88-TEM-RETIFICA            VALUE "S".
001130     03  WS-ESTOURO-TABELA            PIC X(01) VALUE "N".
001140         88  WS88-ESTOURO-TABELA          VALUE "S".
001150 01  WS-ANO-ALVO-ENT               PIC X(04) VALUE SPACES.
001160 01  WS-ANO-ALVO                   PIC 9(04) VALUE 0.
001170 01  WS-BIMESTRE-ENT               PIC X(01) VALUE SPACE.
001180 01  WS-BIMESTRE-ALVO              PIC 9(01) VALUE 0.
001190 01  WS-PROFESSOR-FILTRO           PIC X(08) VALUE SPACES.
001200 01  WS-PROFESSOR-ATUAL            PIC X(08) VALUE SPACES.
001210 01  WS-CONTADORES.
001220     03  WS-CONT-PROFESSORES          PIC 9(06) VALUE 0 COMP.
001230     03  WS-CONT-ATRIBUICOES          PIC 9(06) VALUE 0 COMP.
001240     03  WS-CONT-VERIFICADOS          PIC 9(06) VALUE 0 COMP.
001250     03  WS-CONT-LANCADOS             PIC 9(06) VALUE 0 COMP.
001260     03  WS-CONT-OUTRO-PROF           PIC 9(06) VALUE 0 COMP.
001270     03  WS-CONT-PENDENCIAS           PIC 9(06) VALUE 0 COMP.
001280     03  WS-CONT-RETIFICACOES         PIC 9(06) VALUE 0 COMP.
001281     03  WS-CONT-TRANSFERIDOS         PIC 9(06) VALUE 0 COMP.
001290*--------------------------------------------------------------
001300* ACUMULADORES DO PROFESSOR E DA ATRIBUICAO EM IMPRESSAO.
001310*--------------------------------------------------------------
001320 01  WS-CONTADORES-PROFESSOR.
001330     03  WS-PRF-ATRIBUICOES           PIC 9(06) VALUE 0 COMP.
001340     03  WS-PRF-LANCADOS              PIC 9(06) VALUE 0 COMP.
001350     03  WS-PRF-OUTRO-PROF            PIC 9(06) VALUE 0 COMP.
001360     03  WS-PRF-PENDENCIAS            PIC 9(06) VALUE 0 COMP.
001370     03  WS-PRF-RETIFICACOES          PIC 9(06) VALUE 0 COMP.
001380 01  WS-CONTADORES-ATRIBUICAO.
001390     03  WS-ATR-ALUNOS                PIC 9(06) VALUE 0 COMP.
001400     03  WS-ATR-LANCADOS              PIC 9(06) VALUE 0 COMP.
001410     03  WS-ATR-OUTRO-PROF            PIC 9(06) VALUE 0 COMP.
001420     03  WS-ATR-PENDENCIAS            PIC 9(06) VALUE 0 COMP.
001430 01  WS-REL-CONTADOR               PIC 9(06) VALUE 0.
001440 01  WS-REL-CONTADOR-2             PIC 9(06) VALUE 0.
001450 01  WS-REL-CONTADOR-3             PIC 9(06) VALUE 0.
001460 01  WS-REL-CONTADOR-4             PIC 9(06) VALUE 0.
001470 01  WS-REL-NOTA-ANTIGA            PIC Z9.99.
001480 01  WS-REL-NOTA-NOVA              PIC Z9.99.
001490 01  WS-RUN-ID                     PIC X(14) VALUE SPACES.
001500 01  WS-DATA-HOJE                  PIC 9(08) VALUE 0.
001510 01  WS-HORA-AGORA                 PIC 9(08) VALUE 0.
001520 01  WS-ENCERRAMENTO               PIC X(20) VALUE "NORMAL".
001530*--------------------------------------------------------------
001540* CADASTRO DE ALUNOS, CARREGADO NA INICIALIZACAO. SO OS ALUNOS
001550* COM SITUACAO ATIVA SAO COBRADOS DO PROFESSOR.
001560*--------------------------------------------------------------
001570 01  TB-CADASTRO.
001580     03  TB-CAD-QTD                   PIC 9(04) VALUE 0 COMP.
001590     03  TB-CAD-ALUNO OCCURS 1 TO 5000 TIMES
001600             DEPENDING ON TB-CAD-QTD
001610             INDEXED BY TB-IDX-CAD.
001620         05  TB-CAD-MATRICULA             PIC 9(08).
001630         05  TB-CAD-NOME                  PIC X(30).
001640         05  TB-CAD-TURMA                 PIC X(10).
001650         05  TB-CAD-SITUACAO              PIC X(01).
001651         05  TB-CAD-TURMA-PERIODO         PIC X(10).
001652         05  TB-CAD-SITUACAO-PERIODO      PIC X(01).
001653             88  TB88-CAD-ATIVO-PERIODO       VALUE "A".
001654             88  TB88-CAD-TRANSFERIDO-ANO     VALUE "T".
001655*--------------------------------------------------------------
001656* TURMA DO ALUNO NO PERIODO PELA ENTURMACAO HISTORICA (NOTASENT).
001657* O CHAMADOR PREENCHE MATRICULA, ANO E BIMESTRE E, COMO DEFAULT,
001658* A TURMA E A SITUACAO (A OU T) DO CADASTRO; 7500 SUBSTITUI PELA
001659* ENTURMACAO VIGENTE NO PERIODO, OU DEVOLVE SITUACAO N QUANDO O
001660* ALUNO SO FOI ENTURMADO DEPOIS DELE. WS-ENT-ANO-VIGENCIA E O ANO
001661* DO REGISTRO QUE VALEU (ZERO QUANDO VALEU O CADASTRO).
001662*--------------------------------------------------------------
001663 01  WS-ENTURMACAO-VIGENTE.
001664     03  WS-ENT-MATRICULA             PIC 9(08) VALUE 0.
001665     03  WS-ENT-ANO-LETIVO            PIC 9(04) VALUE 0.
001666     03  WS-ENT-BIMESTRE              PIC 9(01) VALUE 0.
001667     03  WS-ENT-TURMA                 PIC X(10) VALUE SPACES.
001668     03  WS-ENT-SITUACAO              PIC X(01) VALUE SPACE.
001669         88  WS88-ENT-ENTURMADO           VALUE "A".
001670         88  WS88-ENT-TRANSFERIDO         VALUE "T".
001671         88  WS88-ENT-NAO-ENTURMADO       VALUE "N".
001672     03  WS-ENT-ANO-VIGENCIA          PIC 9(04) VALUE 0.
001673     03  WS-ENT-ACHADA                PIC X(01) VALUE "N".
001674         88  WS88-ENT-ACHADA              VALUE "S".
001675     03  WS-FIM-ENTURMACAO            PIC X(01) VALUE "N".
001676         88  WS88-FIM-ENTURMACAO          VALUE "S".
001677     03  WS-TEM-ENTURMACAO            PIC X(01) VALUE "N".
001678         88  WS88-TEM-ENTURMACAO          VALUE "S".
001679*--------------------------------------------------------------
001680* CADASTRO DE PROFESSORES, NA ORDEM DO ARQUIVO, QUE E A ORDEM
001681* DE IMPRESSAO DO RELATORIO.
001690*--------------------------------------------------------------
001700 01  TB-PROFESSORES.
001710     03  TB-PRF-QTD                   PIC 9(04) VALUE 0 COMP.
001720     03  TB-PRF-REG OCCURS 1 TO 300 TIMES
001730             DEPENDING ON TB-PRF-QTD
001740             INDEXED BY TB-IDX-PRF.
001750         05  TB-PRF-CODIGO                PIC X(08).
001760         05  TB-PRF-NOME                  PIC X(30).
001770         05  TB-PRF-SITUACAO              PIC X(01).
001780*--------------------------------------------------------------
001790* ATRIBUICOES DE AULAS. SO AS ATIVAS DO ANO INFORMADO ENTRAM
001800* NA COBRANCA DE LANCAMENTOS.
001810*--------------------------------------------------------------
001820 01  TB-ATRIBUICOES.
001830     03  TB-ATR-QTD                   PIC 9(04) VALUE 0 COMP.
001840     03  TB-ATR-REG OCCURS 1 TO 2000 TIMES
001850             DEPENDING ON TB-ATR-QTD
001860             INDEXED BY TB-IDX-ATR.
001870         05  TB-ATR-PROFESSOR             PIC X(08).
001880         05  TB-ATR-MATERIA               PIC X(20).
001890         05  TB-ATR-TURMA                 PIC X(10).
001900         05  TB-ATR-ANO-LETIVO            PIC 9(04).
001910         05  TB-ATR-SITUACAO              PIC X(01).
001920
001930 PROCEDURE DIVISION.
001940*****************************************************************
001950* 0000-MAINLINE
001960* CONDUZ O RELATORIO DE LANCAMENTOS POR PROFESSOR ATE O
001970* ENCERRAMENTO.
001980*****************************************************************
001990 0000-MAINLINE.
002000     PERFORM 1000-INICIALIZA THRU 1000-EXIT
002010     PERFORM 2000-PROCESSA-PROFESSORES THRU 2000-EXIT
002020     PERFORM 5000-IMPRIME-TOTAIS THRU 5000-EXIT
002030     PERFORM 9999-FIM THRU 9999-EXIT
002040     .
002050*****************************************************************
002060* 1000-INICIALIZA
002070* PEDE O PERIODO E O PROFESSOR (EM BRANCO = TODOS), ABRE OS
002080* ARQUIVOS E CARREGA CADASTRO, PROFESSORES E ATRIBUICOES. SEM
002090* QUALQUER UM DELES NAO HA COBRANCA POSSIVEL - O PROGRAMA
002100* ENCERRA. TABELA ESTOURADA TAMBEM ENCERRA, COM RETORNO 8, PARA
002110* O RELATORIO NAO SAIR INCOMPLETO.
002120*****************************************************************
002130 1000-INICIALIZA.
002140     DISPLAY "***************************************"
002150     DISPLAY "* DESAFIO - LANCAMENTOS POR PROFESSOR *"
002160     DISPLAY "***************************************"
002170     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002180     ACCEPT WS-HORA-AGORA FROM TIME
002190     MOVE SPACES TO WS-RUN-ID
002200     STRING WS-DATA-HOJE WS-HORA-AGORA (1:6)
002210         DELIMITED BY SIZE INTO WS-RUN-ID
002220     END-STRING
002230     DISPLAY "IDENTIFICADOR DA EXECUCAO (RUN ID): " WS-RUN-ID
002240     DISPLAY "ANO LETIVO DO RELATORIO (AAAA): "
002250     ACCEPT WS-ANO-ALVO-ENT
002260     IF WS-ANO-ALVO-ENT IS NUMERIC
002270         MOVE WS-ANO-ALVO-ENT TO WS-ANO-ALVO
002280     END-IF
002290     IF WS-ANO-ALVO = 0
002300         DISPLAY "ANO LETIVO INVALIDO - ENCERRANDO."
002310         MOVE "ANO INVALIDO" TO WS-ENCERRAMENTO
002320         PERFORM 9999-FIM THRU 9999-EXIT
002330     END-IF
002340     DISPLAY "BIMESTRE DO RELATORIO (1-4): "
002350     ACCEPT WS-BIMESTRE-ENT
002360     IF WS-BIMESTRE-ENT = "1" OR WS-BIMESTRE-ENT = "2"
002370        OR WS-BIMESTRE-ENT = "3" OR WS-BIMESTRE-ENT = "4"
002380         MOVE WS-BIMESTRE-ENT TO WS-BIMESTRE-ALVO
002390     ELSE
002400         DISPLAY "BIMESTRE INVALIDO - ENCERRANDO."
002410         MOVE "BIMESTRE INVALIDO" TO WS-ENCERRAMENTO
002420         PERFORM 9999-FIM THRU 9999-EXIT
002430     END-IF
002440     DISPLAY "CODIGO DO PROFESSOR (EM BRANCO = TODOS): "
002450     ACCEPT WS-PROFESSOR-FILTRO
002460     OPEN INPUT MESTRE-FILE
002470     IF WS-FS-MESTRE NOT = "00"
002480         DISPLAY "ERRO AO ABRIR ARQUIVO MESTRE: " WS-FS-MESTRE
002490         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
002500         PERFORM 9999-FIM THRU 9999-EXIT
002510     END-IF
002520     OPEN OUTPUT RELATORIO-FILE
002530     IF WS-FS-RELATORIO NOT = "00"
002540         DISPLAY "ERRO AO ABRIR ARQUIVO DE RELATORIO: "
002550             WS-FS-RELATORIO
002560         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
002570         PERFORM 9999-FIM THRU 9999-EXIT
002580     END-IF
002590     OPEN INPUT CADASTRO-FILE
002600     IF WS-FS-CADASTRO NOT = "00"
002610         DISPLAY "ERRO AO ABRIR ARQUIVO DE CADASTRO: "
002620             WS-FS-CADASTRO
002630         DISPLAY "EXECUTE DESAFIO-CADASTRO-ALUNOS PARA CRIAR "
002640             "O CADASTRO ANTES DO RELATORIO."
002650         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
002660         PERFORM 9999-FIM THRU 9999-EXIT
002670     END-IF
002680     PERFORM 1100-LE-CADASTRO THRU 1100-EXIT
002690         UNTIL WS88-FIM-CADASTRO
002700     CLOSE CADASTRO-FILE
002710     DISPLAY "ALUNOS NO CADASTRO: " TB-CAD-QTD
002711     PERFORM 1265-ABRE-ENTURMACAO THRU 1265-EXIT
002712     IF WS88-TEM-ENTURMACAO
002713         PERFORM 1150-RESOLVE-TURMA THRU 1150-EXIT
002714             VARYING TB-IDX-CAD FROM 1 BY 1
002715                 UNTIL TB-IDX-CAD > TB-CAD-QTD
002716         CLOSE ENTURMACAO-FILE
002717     END-IF
002720     OPEN INPUT PROFESSORES-FILE
002730     IF WS-FS-PROFESSORES NOT = "00"
002740         DISPLAY "ERRO AO ABRIR CADASTRO DE PROFESSORES: "
002750             WS-FS-PROFESSORES
002760         DISPLAY "EXECUTE DESAFIO-CADASTRO-PROFESSORES "
002770             "PARA CRIAR O CADASTRO ANTES DO RELATORIO."
002780         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
002790         PERFORM 9999-FIM THRU 9999-EXIT
002800     END-IF
002810     PERFORM 1200-LE-PROFESSOR THRU 1200-EXIT
002820         UNTIL WS88-FIM-PROFESSORES
002830     CLOSE PROFESSORES-FILE
002840     DISPLAY "PROFESSORES NO CADASTRO: " TB-PRF-QTD
002850     OPEN INPUT ATRIBUICAO-FILE
002860     IF WS-FS-ATRIBUICAO NOT = "00"
002870         DISPLAY "ERRO AO ABRIR ARQUIVO DE ATRIBUICOES: "
002880             WS-FS-ATRIBUICAO
002890         DISPLAY "EXECUTE DESAFIO-CADASTRO-ATRIBUICAO PARA CRIAR "
002900             "AS ATRIBUICOES ANTES DO RELATORIO."
002910         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
002920         PERFORM 9999-FIM THRU 9999-EXIT
002930     END-IF
002940     PERFORM 1300-LE-ATRIBUICAO THRU 1300-EXIT
002950         UNTIL WS88-FIM-ATRIBUICAO
002960     CLOSE ATRIBUICAO-FILE
002970     DISPLAY "ATRIBUICOES CARREGADAS: " TB-ATR-QTD
002980     IF WS88-ESTOURO-TABELA
002990         MOVE "LIMITE DE TABELA" TO WS-ENCERRAMENTO
003000         MOVE 8 TO RETURN-CODE
003010         PERFORM 9999-FIM THRU 9999-EXIT
003020     END-IF
003030     .
003040 1000-EXIT.
003050     EXIT.
003060 1100-LE-CADASTRO.
003070     READ CADASTRO-FILE
003080         AT END
003090             MOVE "S" TO WS-FIM-CADASTRO
003100         NOT AT END
003110             IF TB-CAD-QTD < 5000
003120                 ADD 1 TO TB-CAD-QTD
003130                 SET TB-IDX-CAD TO TB-CAD-QTD
003140                 MOVE CA-MATRICULA
003150                     TO TB-CAD-MATRICULA (TB-IDX-CAD)
003160                 MOVE CA-NOME TO TB-CAD-NOME (TB-IDX-CAD)
003170                 MOVE CA-TURMA TO TB-CAD-TURMA (TB-IDX-CAD)
003180                 MOVE CA-SITUACAO TO TB-CAD-SITUACAO (TB-IDX-CAD)
003181                 MOVE CA-TURMA
003182                     TO TB-CAD-TURMA-PERIODO (TB-IDX-CAD)
003183                 MOVE CA-SITUACAO
003184                     TO TB-CAD-SITUACAO-PERIODO (TB-IDX-CAD)
003185                 IF CA-SITUACAO = "T"
003186                     MOVE "X"
003187                         TO TB-CAD-SITUACAO-PERIODO (TB-IDX-CAD)
003188                 END-IF
003190             ELSE
003200                 DISPLAY "ERRO: LIMITE DE ALUNOS NO CADASTRO "
003210                     "EXCEDIDO: " CA-MATRICULA
003220                 MOVE "S" TO WS-ESTOURO-TABELA
003230                 MOVE "S" TO WS-FIM-CADASTRO
003240             END-IF
003250     END-READ
003260     .
003270 1100-EXIT.
003280     EXIT.
003281*****************************************************************
003282* 1150-RESOLVE-TURMA
003283* TURMA E SITUACAO DO ALUNO NO ANO/BIMESTRE DO RELATORIO PELA
003284* ENTURMACAO HISTORICA, RESOLVIDAS UMA VEZ NA CARGA PARA NAO
003285* REPETIR A BUSCA EM CADA ATRIBUICAO. TRANSFERENCIA DE ANO
003286* ANTERIOR E ALUNO AINDA NAO ENTURMADO FICAM FORA DA COBRANCA.
003287*****************************************************************
003288 1150-RESOLVE-TURMA.
003289     IF TB-CAD-SITUACAO (TB-IDX-CAD) NOT = "A"
003290        AND TB-CAD-SITUACAO (TB-IDX-CAD) NOT = "T"
003291         GO TO 1150-EXIT
003292     END-IF
003293     MOVE TB-CAD-MATRICULA (TB-IDX-CAD) TO WS-ENT-MATRICULA
003294     MOVE WS-ANO-ALVO TO WS-ENT-ANO-LETIVO
003295     MOVE WS-BIMESTRE-ALVO TO WS-ENT-BIMESTRE
003296     MOVE TB-CAD-TURMA (TB-IDX-CAD) TO WS-ENT-TURMA
003297     MOVE TB-CAD-SITUACAO (TB-IDX-CAD) TO WS-ENT-SITUACAO
003298     MOVE 0 TO WS-ENT-ANO-VIGENCIA
003299     PERFORM 7500-BUSCA-ENTURMACAO THRU 7500-EXIT
003300     MOVE WS-ENT-TURMA TO TB-CAD-TURMA-PERIODO (TB-IDX-CAD)
003301     MOVE WS-ENT-SITUACAO TO TB-CAD-SITUACAO-PERIODO (TB-IDX-CAD)
003302     IF WS88-ENT-TRANSFERIDO
003303        AND WS-ENT-ANO-VIGENCIA NOT = WS-ANO-ALVO
003304         MOVE "X" TO TB-CAD-SITUACAO-PERIODO (TB-IDX-CAD)
003305     END-IF
003306     .
003307 1150-EXIT.
003308     EXIT.
003327 1200-LE-PROFESSOR.
003328     READ PROFESSORES-FILE
003329         AT END
003330             MOVE "S" TO WS-FIM-PROFESSORES
003331         NOT AT END
003340             IF TB-PRF-QTD < 300
003350                 ADD 1 TO TB-PRF-QTD
003360                 SET TB-IDX-PRF TO TB-PRF-QTD
003370                 MOVE PF-CODIGO-PROFESSOR
003380                     TO TB-PRF-CODIGO (TB-IDX-PRF)
003390                 MOVE PF-NOME TO TB-PRF-NOME (TB-IDX-PRF)
003400                 MOVE PF-SITUACAO TO TB-PRF-SITUACAO (TB-IDX-PRF)
003410             ELSE
003420                 DISPLAY "ERRO: LIMITE DE PROFESSORES EXCEDIDO: "
003430                     PF-CODIGO-PROFESSOR
003440                 MOVE "S" TO WS-ESTOURO-TABELA
003450                 MOVE "S" TO WS-FIM-PROFESSORES
003460             END-IF
003470     END-READ
003480     .
003490 1200-EXIT.
003500     EXIT.
003501*****************************************************************
003502* 1265-ABRE-ENTURMACAO
003503* A ENTURMACAO HISTORICA E OPCIONAL: SEM ELA VALE A TURMA ATUAL
003504* DO CADASTRO PARA TODOS OS PERIODOS.
003505*****************************************************************
003506 1265-ABRE-ENTURMACAO.
003507     MOVE "N" TO WS-TEM-ENTURMACAO
003508     OPEN INPUT ENTURMACAO-FILE
003509     IF WS-FS-ENTURMACAO = "00"
003510         MOVE "S" TO WS-TEM-ENTURMACAO
003511     ELSE
003512         DISPLAY "AVISO: ENTURMACAO HISTORICA (NOTASENT) "
003513             "INDISPONIVEL - STATUS " WS-FS-ENTURMACAO
003514         DISPLAY "       VALE A TURMA ATUAL DO CADASTRO."
003515     END-IF
003516     .
003517 1265-EXIT.
003518     EXIT.
003519 1300-LE-ATRIBUICAO.
003520     READ ATRIBUICAO-FILE
003530         AT END
003540             MOVE "S" TO WS-FIM-ATRIBUICAO
003550         NOT AT END
003560             IF TB-ATR-QTD < 2000
003570                 ADD 1 TO TB-ATR-QTD
003580                 SET TB-IDX-ATR TO TB-ATR-QTD
003590                 MOVE AT-CODIGO-PROFESSOR
003600                     TO TB-ATR-PROFESSOR (TB-IDX-ATR)
003610                 MOVE AT-MATERIA TO TB-ATR-MATERIA (TB-IDX-ATR)
003620                 MOVE AT-TURMA TO TB-ATR-TURMA (TB-IDX-ATR)
003630                 MOVE AT-ANO-LETIVO
003640                     TO TB-ATR-ANO-LETIVO (TB-IDX-ATR)
003650                 MOVE AT-SITUACAO TO TB-ATR-SITUACAO (TB-IDX-ATR)
003660             ELSE
003670                 DISPLAY "ERRO: LIMITE DE ATRIBUICOES EXCEDIDO: "
003680                     AT-CODIGO-PROFESSOR " " AT-MATERIA
003690                 MOVE "S" TO WS-ESTOURO-TABELA
003700                 MOVE "S" TO WS-FIM-ATRIBUICAO
003710             END-IF
003720     END-READ
003730     .
003740 1300-EXIT.
003750     EXIT.
003760*****************************************************************
003770* 2000-PROCESSA-PROFESSORES
003780* IMPRIME O CABECALHO E UM BLOCO POR PROFESSOR DO CADASTRO (OU
003790* SO O PROFESSOR INFORMADO).
003800*****************************************************************
003810 2000-PROCESSA-PROFESSORES.
003820     MOVE SPACES TO RL-LINHA
003830     STRING "LANCAMENTOS POR PROFESSOR - ANO " WS-ANO-ALVO
003840         " BIMESTRE " WS-BIMESTRE-ALVO
003850         DELIMITED BY SIZE INTO RL-LINHA
003860     END-STRING
003870     WRITE RL-LINHA
003880     DISPLAY RL-LINHA
003890     PERFORM 2100-PROCESSA-UM-PROFESSOR THRU 2100-EXIT
003900         VARYING TB-IDX-PRF FROM 1 BY 1
003910             UNTIL TB-IDX-PRF > TB-PRF-QTD
003920     IF WS-CONT-PROFESSORES = 0
003930         MOVE SPACES TO RL-LINHA
003940         WRITE RL-LINHA
003950         MOVE SPACES TO RL-LINHA
003960         STRING "NENHUM PROFESSOR ENCONTRADO: "
003970             WS-PROFESSOR-FILTRO
003980             DELIMITED BY SIZE INTO RL-LINHA
003990         END-STRING
004000         WRITE RL-LINHA
004010         DISPLAY RL-LINHA
004020     END-IF
004030     .
004040 2000-EXIT.
004050     EXIT.
004060 2100-PROCESSA-UM-PROFESSOR.
004070     IF WS-PROFESSOR-FILTRO NOT = SPACES
004080        AND WS-PROFESSOR-FILTRO NOT = TB-PRF-CODIGO (TB-IDX-PRF)
004090         GO TO 2100-EXIT
004100     END-IF
004110     ADD 1 TO WS-CONT-PROFESSORES
004120     MOVE TB-PRF-CODIGO (TB-IDX-PRF) TO WS-PROFESSOR-ATUAL
004130     INITIALIZE WS-CONTADORES-PROFESSOR
004140     MOVE SPACES TO RL-LINHA
004150     WRITE RL-LINHA
004160     MOVE SPACES TO RL-LINHA
004170     STRING "PROFESSOR: " WS-PROFESSOR-ATUAL
004180         "  " TB-PRF-NOME (TB-IDX-PRF)
004190         "  SITUACAO: " TB-PRF-SITUACAO (TB-IDX-PRF)
004200         DELIMITED BY SIZE INTO RL-LINHA
004210     END-STRING
004220     WRITE RL-LINHA
004230     DISPLAY RL-LINHA
004240     PERFORM 2200-PROCESSA-UMA-ATRIBUICAO THRU 2200-EXIT
004250         VARYING TB-IDX-ATR FROM 1 BY 1
004260             UNTIL TB-IDX-ATR > TB-ATR-QTD
004270     IF WS-PRF-ATRIBUICOES = 0
004280         MOVE "  SEM ATRIBUICAO ATIVA NO ANO." TO RL-LINHA
004290         WRITE RL-LINHA
004300     END-IF
004310     PERFORM 2400-LISTA-RETIFICACOES THRU 2400-EXIT
004320     MOVE WS-PRF-LANCADOS TO WS-REL-CONTADOR
004330     MOVE WS-PRF-OUTRO-PROF TO WS-REL-CONTADOR-2
004340     MOVE WS-PRF-PENDENCIAS TO WS-REL-CONTADOR-3
004350     MOVE WS-PRF-RETIFICACOES TO WS-REL-CONTADOR-4
004360     MOVE SPACES TO RL-LINHA
004370     STRING "  TOTAL: LANCADOS " WS-REL-CONTADOR
004380         " OUTRO PROF. " WS-REL-CONTADOR-2
004390         " PENDENTES " WS-REL-CONTADOR-3
004400         " RETIFICACOES " WS-REL-CONTADOR-4
004410         DELIMITED BY SIZE INTO RL-LINHA
004420     END-STRING
004430     WRITE RL-LINHA
004440     DISPLAY RL-LINHA
004450     .
004460 2100-EXIT.
004470     EXIT.
004480*****************************************************************
004490* 2200-PROCESSA-UMA-ATRIBUICAO
004500* PARA UMA ATRIBUICAO ATIVA DO PROFESSOR NO ANO, COBRA A NOTA DE
004510* CADA ALUNO ATIVO DA TURMA E IMPRIME A LINHA DA ATRIBUICAO COM
004520* OS ALUNOS PENDENTES LOGO ABAIXO.
004530*****************************************************************
004540 2200-PROCESSA-UMA-ATRIBUICAO.
004550     IF TB-ATR-PROFESSOR (TB-IDX-ATR) NOT = WS-PROFESSOR-ATUAL
004560        OR TB-ATR-ANO-LETIVO (TB-IDX-ATR) NOT = WS-ANO-ALVO
004570        OR TB-ATR-SITUACAO (TB-IDX-ATR) NOT = "A"
004580         GO TO 2200-EXIT
004590     END-IF
004600     ADD 1 TO WS-PRF-ATRIBUICOES
004610     ADD 1 TO WS-CONT-ATRIBUICOES
004620     INITIALIZE WS-CONTADORES-ATRIBUICAO
004630     MOVE SPACES TO RL-LINHA
004640     STRING "  MATERIA: " TB-ATR-MATERIA (TB-IDX-ATR)
004650         "  TURMA: " TB-ATR-TURMA (TB-IDX-ATR)
004660         DELIMITED BY SIZE INTO RL-LINHA
004670     END-STRING
004680     WRITE RL-LINHA
004690     PERFORM 2300-VERIFICA-UM-ALUNO THRU 2300-EXIT
004700         VARYING TB-IDX-CAD FROM 1 BY 1
004710             UNTIL TB-IDX-CAD > TB-CAD-QTD
004720     MOVE WS-ATR-ALUNOS TO WS-REL-CONTADOR
004730     MOVE WS-ATR-LANCADOS TO WS-REL-CONTADOR-2
004740     MOVE WS-ATR-OUTRO-PROF TO WS-REL-CONTADOR-3
004750     MOVE WS-ATR-PENDENCIAS TO WS-REL-CONTADOR-4
004760     MOVE SPACES TO RL-LINHA
004770     STRING "    ALUNOS " WS-REL-CONTADOR
004780         " LANCADOS " WS-REL-CONTADOR-2
004790         " OUTRO PROF. " WS-REL-CONTADOR-3
004800         " PENDENTES " WS-REL-CONTADOR-4
004810         DELIMITED BY SIZE INTO RL-LINHA
004820     END-STRING
004830     WRITE RL-LINHA
004840     ADD WS-ATR-LANCADOS TO WS-PRF-LANCADOS
004850     ADD WS-ATR-OUTRO-PROF TO WS-PRF-OUTRO-PROF
004860     ADD WS-ATR-PENDENCIAS TO WS-PRF-PENDENCIAS
004870     .
004880 2200-EXIT.
004890     EXIT.
004900*****************************************************************
004910* 2300-VERIFICA-UM-ALUNO
004920* ALUNO ATIVO DA TURMA ATRIBUIDA: LEITURA DIRETA DO MESTRE. NOTA
004930* PRESENTE CONTA COMO LANCADA PELO PROFESSOR OU POR OUTRO
004940* (REGISTROS ANTERIORES AO CONTROLE DE ATRIBUICAO FICAM COM O
004950* PROFESSOR EM BRANCO); AUSENTE E PENDENCIA E SAI LISTADA. A
004951* TURMA E A DO ALUNO NO PERIODO; TRANSFERIDO NO ANO SO E LISTADO.
004960*****************************************************************
004970 2300-VERIFICA-UM-ALUNO.
005020     IF TB-CAD-TURMA-PERIODO (TB-IDX-CAD) NOT =
005021        TB-ATR-TURMA (TB-IDX-ATR)
005022         GO TO 2300-EXIT
005023     END-IF
005024     IF TB88-CAD-TRANSFERIDO-ANO (TB-IDX-CAD)
005025         PERFORM 2320-REGISTRA-TRANSFERIDO THRU 2320-EXIT
005026         GO TO 2300-EXIT
005027     END-IF
005028     IF NOT TB88-CAD-ATIVO-PERIODO (TB-IDX-CAD)
005029         GO TO 2300-EXIT
005030     END-IF
005031     ADD 1 TO WS-ATR-ALUNOS
005040     ADD 1 TO WS-CONT-VERIFICADOS
005050     MOVE TB-CAD-MATRICULA (TB-IDX-CAD) TO RM-MATRICULA
005060     MOVE TB-ATR-MATERIA (TB-IDX-ATR) TO RM-MATERIA
005070     MOVE WS-ANO-ALVO TO RM-ANO-LETIVO
005080     MOVE WS-BIMESTRE-ALVO TO RM-BIMESTRE
005090     READ MESTRE-FILE
005100         INVALID KEY
005110             PERFORM 2310-REGISTRA-PENDENCIA THRU 2310-EXIT
005120         NOT INVALID KEY
005130             IF RM-CODIGO-PROFESSOR = WS-PROFESSOR-ATUAL
005140                 ADD 1 TO WS-ATR-LANCADOS
005150                 ADD 1 TO WS-CONT-LANCADOS
005160             ELSE
005170                 ADD 1 TO WS-ATR-OUTRO-PROF
005180                 ADD 1 TO WS-CONT-OUTRO-PROF
005190             END-IF
005200     END-READ
005210     .
005220 2300-EXIT.
005230     EXIT.
005240 2310-REGISTRA-PENDENCIA.
005250     ADD 1 TO WS-ATR-PENDENCIAS
005260     ADD 1 TO WS-CONT-PENDENCIAS
005270     MOVE SPACES TO RL-LINHA
005280     STRING "      PENDENTE: " TB-CAD-MATRICULA (TB-IDX-CAD)
005290         "  " TB-CAD-NOME (TB-IDX-CAD)
005300         DELIMITED BY SIZE INTO RL-LINHA
005310     END-STRING
005320     WRITE RL-LINHA
005330     .
005340 2310-EXIT.
005350     EXIT.
005351 2320-REGISTRA-TRANSFERIDO.
005352     ADD 1 TO WS-CONT-TRANSFERIDOS
005353     MOVE SPACES TO RL-LINHA
005354     STRING "   TRANSFERIDO: " TB-CAD-MATRICULA (TB-IDX-CAD)
005355         "  " TB-CAD-NOME (TB-IDX-CAD)
005356         DELIMITED BY SIZE INTO RL-LINHA
005357     END-STRING
005358     WRITE RL-LINHA
005359     .
005360 2320-EXIT.
005361     EXIT.
005412*****************************************************************
005413* 2400-LISTA-RETIFICACOES
005414* PASSADA NA TRILHA DE RETIFICACAO (NOTASRTF) LISTANDO AS
005415* MUDANCAS DE NOTA FEITAS PELO PROFESSOR NO ANO/BIMESTRE. SEM A
005416* TRILHA NAO HA RETIFICACAO A LISTAR.
005417*****************************************************************
005420 2400-LISTA-RETIFICACOES.
005430     IF NOT WS88-TEM-RETIFICA
005440         GO TO 2400-EXIT
005450     END-IF
005460     OPEN INPUT RETIFICA-FILE
005470     IF WS-FS-RETIFICA NOT = "00"
005480         DISPLAY "TRILHA DE RETIFICACAO INDISPONIVEL (NOTASRTF): "
005490             WS-FS-RETIFICA
005500         MOVE "N" TO WS-TEM-RETIFICA
005510         GO TO 2400-EXIT
005520     END-IF
005530     MOVE "N" TO WS-FIM-RETIFICA
005540     PERFORM 2410-LE-RETIFICACAO THRU 2410-EXIT
005550         UNTIL WS88-FIM-RETIFICA
005560     CLOSE RETIFICA-FILE
005570     .
005580 2400-EXIT.
005590     EXIT.
005600 2410-LE-RETIFICACAO.
005610     READ RETIFICA-FILE
005620         AT END
005630             MOVE "S" TO WS-FIM-RETIFICA
005640             GO TO 2410-EXIT
005650     END-READ
005660     IF RT-CODIGO-PROFESSOR NOT = WS-PROFESSOR-ATUAL
005670        OR RT-ANO-LETIVO NOT = WS-ANO-ALVO
005680        OR RT-BIMESTRE NOT = WS-BIMESTRE-ALVO
005690         GO TO 2410-EXIT
005700     END-IF
005710     ADD 1 TO WS-PRF-RETIFICACOES
005720     ADD 1 TO WS-CONT-RETIFICACOES
005730     MOVE RT-NOTA-ANTIGA TO WS-REL-NOTA-ANTIGA
005740     MOVE RT-NOTA-NOVA TO WS-REL-NOTA-NOVA
005750     MOVE SPACES TO RL-LINHA
005760     STRING "  RETIFICACAO " RT-DATA " " RT-CODIGO-TRANSACAO
005770         " " RT-MATRICULA " " RT-MATERIA
005780         " " WS-REL-NOTA-ANTIGA " -> " WS-REL-NOTA-NOVA
005790         DELIMITED BY SIZE INTO RL-LINHA
005800     END-STRING
005810     WRITE RL-LINHA
005820     .
005830 2410-EXIT.
005840     EXIT.
005850*****************************************************************
005860* 5000-IMPRIME-TOTAIS
005870* TOTAIS GERAIS DO RELATORIO.
005880*****************************************************************
005890 5000-IMPRIME-TOTAIS.
005900     MOVE SPACES TO RL-LINHA
005910     WRITE RL-LINHA
005920     MOVE WS-CONT-ATRIBUICOES TO WS-REL-CONTADOR
005930     MOVE SPACES TO RL-LINHA
005940     STRING "ATRIBUICOES COBRADAS:    " WS-REL-CONTADOR
005950         DELIMITED BY SIZE INTO RL-LINHA
005960     END-STRING
005970     WRITE RL-LINHA
005980     MOVE WS-CONT-VERIFICADOS TO WS-REL-CONTADOR
005990     MOVE SPACES TO RL-LINHA
006000     STRING "COMBINACOES VERIFICADAS: " WS-REL-CONTADOR
006010         DELIMITED BY SIZE INTO RL-LINHA
006020     END-STRING
006030     WRITE RL-LINHA
006040     MOVE WS-CONT-LANCADOS TO WS-REL-CONTADOR
006050     MOVE SPACES TO RL-LINHA
006060     STRING "LANCADOS PELO PROFESSOR: " WS-REL-CONTADOR
006070         DELIMITED BY SIZE INTO RL-LINHA
006080     END-STRING
006090     WRITE RL-LINHA
006100     MOVE WS-CONT-OUTRO-PROF TO WS-REL-CONTADOR
006110     MOVE SPACES TO RL-LINHA
006120     STRING "LANCADOS POR OUTRO:      " WS-REL-CONTADOR
006130         DELIMITED BY SIZE INTO RL-LINHA
006140     END-STRING
006150     WRITE RL-LINHA
006160     MOVE WS-CONT-PENDENCIAS TO WS-REL-CONTADOR
006170     MOVE SPACES TO RL-LINHA
006180     STRING "PENDENCIAS ENCONTRADAS:  " WS-REL-CONTADOR
006190         DELIMITED BY SIZE INTO RL-LINHA
006200     END-STRING
006210     WRITE RL-LINHA
006220     MOVE WS-CONT-RETIFICACOES TO WS-REL-CONTADOR
006230     MOVE SPACES TO RL-LINHA
006240     STRING "RETIFICACOES NO PERIODO: " WS-REL-CONTADOR
006250         DELIMITED BY SIZE INTO RL-LINHA
006260     END-STRING
006270     WRITE RL-LINHA
006271     MOVE WS-CONT-TRANSFERIDOS TO WS-REL-CONTADOR
006272     MOVE SPACES TO RL-LINHA
006273     STRING "LINHAS DE TRANSFERIDOS:  " WS-REL-CONTADOR
006274         DELIMITED BY SIZE INTO RL-LINHA
006275     END-STRING
006276     WRITE RL-LINHA
006280     .
006290 5000-EXIT.
006300     EXIT.
006301*****************************************************************
006302* 7500-BUSCA-ENTURMACAO
006303* POSICIONA NO PRIMEIRO REGISTRO DO ALUNO EM NOTASENT E FICA COM
006304* O ULTIMO CUJA CHAVE (ANO/BIMESTRE) NAO PASSA DO PERIODO PEDIDO.
006305*****************************************************************
006306 7500-BUSCA-ENTURMACAO.
006307     MOVE "N" TO WS-ENT-ACHADA
006308     IF NOT WS88-TEM-ENTURMACAO
006309         GO TO 7500-EXIT
006310     END-IF
006311     MOVE "N" TO WS-FIM-ENTURMACAO
006312     MOVE WS-ENT-MATRICULA TO EN-MATRICULA
006313     MOVE 0 TO EN-ANO-LETIVO
006314     MOVE 0 TO EN-BIMESTRE
006315     START ENTURMACAO-FILE
006316         KEY IS NOT LESS THAN EN-CHAVE-ENTURMACAO
006317         INVALID KEY
006318             MOVE "S" TO WS-FIM-ENTURMACAO
006319     END-START
006320     PERFORM 7510-LE-ENTURMACAO THRU 7510-EXIT
006321         UNTIL WS88-FIM-ENTURMACAO
006322     .
006323 7500-EXIT.
006324     EXIT.
006325 7510-LE-ENTURMACAO.
006326     READ ENTURMACAO-FILE NEXT RECORD
006327         AT END
006328             MOVE "S" TO WS-FIM-ENTURMACAO
006329             GO TO 7510-EXIT
006330     END-READ
006331     IF EN-MATRICULA NOT = WS-ENT-MATRICULA
006332         MOVE "S" TO WS-FIM-ENTURMACAO
006333         GO TO 7510-EXIT
006334     END-IF
006335     IF EN-ANO-LETIVO > WS-ENT-ANO-LETIVO OR
006336        (EN-ANO-LETIVO = WS-ENT-ANO-LETIVO AND
006337         EN-BIMESTRE > WS-ENT-BIMESTRE)
006338         IF NOT WS88-ENT-ACHADA
006339             MOVE "N" TO WS-ENT-SITUACAO
006340         END-IF
006341         MOVE "S" TO WS-FIM-ENTURMACAO
006342         GO TO 7510-EXIT
006343     END-IF
006344     MOVE "S" TO WS-ENT-ACHADA
006345     MOVE EN-TURMA TO WS-ENT-TURMA
006346     MOVE EN-SITUACAO TO WS-ENT-SITUACAO
006347     MOVE EN-ANO-LETIVO TO WS-ENT-ANO-VIGENCIA
006348     .
006349 7510-EXIT.
006350     EXIT.
006351*****************************************************************
006352* 9600-GRAVA-JORNAL
006353* ACRESCENTA AO DIARIO DE EXECUCOES (NOTASJRN) O REGISTRO DESTA
006354* EXECUCAO DO RELATORIO POR PROFESSOR.
006355*****************************************************************
006360 9600-GRAVA-JORNAL.
006370     OPEN EXTEND JORNAL-FILE
006380     IF WS-FS-JORNAL = "35"
006390         OPEN OUTPUT JORNAL-FILE
006400     END-IF
006410     IF WS-FS-JORNAL NOT = "00"
006420         DISPLAY "ERRO AO ABRIR DIARIO DE EXECUCOES: "
006430             WS-FS-JORNAL
006440         GO TO 9600-EXIT
006450     END-IF
006460     MOVE SPACES TO JR-REGISTRO-JORNAL
006470     MOVE WS-RUN-ID TO JR-RUN-ID
006480     MOVE "DESAFIO-LANCAMENTOS-PROF" TO JR-PROGRAMA
006490     MOVE WS-DATA-HOJE TO JR-DATA
006500     MOVE WS-HORA-AGORA (1:6) TO JR-HORA
006510     MOVE "B" TO JR-MODO-EXECUCAO
006520     MOVE SPACES TO JR-FS-TRANS
006530     MOVE WS-FS-MESTRE TO JR-FS-MESTRE
006540     MOVE SPACES TO JR-FS-EXCECAO
006550     MOVE SPACES TO JR-FS-INTERFACE
006560     MOVE WS-FS-RELATORIO TO JR-FS-RELATORIO
006570     MOVE WS-CONT-VERIFICADOS TO JR-QTD-PROCESSADOS
006580     MOVE WS-CONT-PENDENCIAS TO JR-QTD-ERROS
006590     MOVE 0 TO JR-QTD-CHECKPOINTS
006600     MOVE WS-ENCERRAMENTO TO JR-ENCERRAMENTO
006610     WRITE JR-REGISTRO-JORNAL
006620     CLOSE JORNAL-FILE
006630     .
006640 9600-EXIT.
006650     EXIT.
006660*****************************************************************
006670* 9999-FIM
006680* TOTALIZA, REGISTRA NO DIARIO, FECHA OS ARQUIVOS E ENCERRA.
006690* HAVENDO PENDENCIA O RETORNO DO PROGRAMA E 4 (A MENOS QUE JA
006700* ESTEJA EM 8 POR ESTOURO DE TABELA).
006710*****************************************************************
006720 9999-FIM.
006730     DISPLAY "PROFESSORES LISTADOS:     " WS-CONT-PROFESSORES
006740     DISPLAY "ATRIBUICOES COBRADAS:     " WS-CONT-ATRIBUICOES
006750     DISPLAY "COMBINACOES VERIFICADAS:  " WS-CONT-VERIFICADOS
006760     DISPLAY "LANCADOS PELO PROFESSOR:  " WS-CONT-LANCADOS
006770     DISPLAY "LANCADOS POR OUTRO:       " WS-CONT-OUTRO-PROF
006780     DISPLAY "PENDENCIAS ENCONTRADAS:   " WS-CONT-PENDENCIAS
006790     DISPLAY "RETIFICACOES NO PERIODO:  " WS-CONT-RETIFICACOES
006791     DISPLAY "LINHAS DE TRANSFERIDOS:   " WS-CONT-TRANSFERIDOS
006800     PERFORM 9600-GRAVA-JORNAL THRU 9600-EXIT
006810     CLOSE MESTRE-FILE
006820     CLOSE RELATORIO-FILE
006830     IF WS-CONT-PENDENCIAS > 0 AND RETURN-CODE < 4
006840         DISPLAY "HA PENDENCIAS DE LANCAMENTO - RETORNO 4."
006850         MOVE 4 TO RETURN-CODE
006860     END-IF
006870     DISPLAY "RELATORIO POR PROFESSOR GRAVADO EM NOTASLPR."
006880     STOP RUN
006890     .
006900 9999-EXIT.
006910     EXIT.
006920
006930 END PROGRAM DESAFIO-LANCAMENTOS-PROFESSOR.
