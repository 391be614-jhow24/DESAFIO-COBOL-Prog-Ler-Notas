000100*****************************************************************
000110* AUTHOR:       EQUIPE DE MANUTENCAO
000120* INSTALLATION: SETOR DE SISTEMAS ACADEMICOS
000130* DATE-WRITTEN: 10/08/2026
000140* PURPOSE:      AUDITORIA DE INTEGRIDADE CRUZADA PARA A JANELA DO
000150*               FIM DE SEMANA. SOMENTE LEITURA: NENHUM ARQUIVO E
000160*               ALTERADO. CADA ARQUIVO JA E CRITICADO NA ENTRADA;
000170*               AQUI ELES SAO CONFERIDOS UNS CONTRA OS OUTROS:
000180*               O MESTRE DE NOTAS (NOTASMST) CONTRA O CADASTRO
000190*               (NOTASCAD - MATRICULA INEXISTENTE, ALUNO INATIVO,
000200*               NOME DIVERGENTE), CONTRA O CATALOGO DE MATERIAS
000210*               (NOTASMAT - MATERIA FORA DO CATALOGO OU INATIVA
000220*               COM NOTA EM PERIODO AINDA ABERTO NO CALENDARIO
000230*               NOTASPER) E CONTRA OS PESOS ATUAIS DA PESOMAT
000240*               (NOTA FINAL QUE NAO FECHA COM NOTA1 A NOTA4); E O
000250*               FECHAMENTO ANUAL (NOTASANO) DO ANO INFORMADO
000260*               CONTRA AS GERACOES BIMESTRAIS DE QUE VEIO
000270*               (NOTASMS1 A NOTASMS4). LISTA EM NOTASAUD CADA
000280*               INCONSISTENCIA POR CATEGORIA, COM A QUANTIDADE DE
000290*               CADA UMA.
000300*               HAVENDO INCONSISTENCIA O RETORNO E 4.
000310* TECTONICS:    COBC
000320*----------------------------------------------------------------
000330* HISTORICO DE MANUTENCAO
000340* DATA       AUTOR  DESCRICAO
000350* ---------- ------ -----------------------------------------
000360* 10/08/2026 MNT    VERSAO ORIGINAL DA AUDITORIA DE INTEGRIDADE.
000370*****************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. DESAFIO-AUDITORIA-CRUZADA.
000400 AUTHOR. EQUIPE DE MANUTENCAO.
000410 INSTALLATION. SETOR DE SISTEMAS ACADEMICOS.
000420 DATE-WRITTEN. 10/08/2026.
000430 DATE-COMPILED.
000440
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. IBM-370.
000480 OBJECT-COMPUTER. IBM-370.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT MESTRE-FILE ASSIGN TO "NOTASMST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS SEQUENTIAL
000540         RECORD KEY IS RM-CHAVE-MESTRE
000550         FILE STATUS IS WS-FS-MESTRE.
000560     SELECT CADASTRO-FILE ASSIGN TO "NOTASCAD"
000570         ORGANIZATION IS INDEXED
000571         ACCESS MODE IS RANDOM
000572         RECORD KEY IS CA-MATRICULA
000573         FILE STATUS IS WS-FS-CADASTRO.
000590     SELECT MATERIAS-FILE ASSIGN TO "NOTASMAT"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-FS-MATERIAS.
000620     SELECT PERIODOS-FILE ASSIGN TO "NOTASPER"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-FS-PERIODOS.
000650     SELECT MESTRE-BIM1-FILE ASSIGN TO "NOTASMS1"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS SEQUENTIAL
000680         RECORD KEY IS G1-CHAVE
000690         FILE STATUS IS WS-FS-BIM1.
000700     SELECT MESTRE-BIM2-FILE ASSIGN TO "NOTASMS2"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS SEQUENTIAL
000730         RECORD KEY IS G2-CHAVE
000740         FILE STATUS IS WS-FS-BIM2.
000750     SELECT MESTRE-BIM3-FILE ASSIGN TO "NOTASMS3"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS SEQUENTIAL
000780         RECORD KEY IS G3-CHAVE
000790         FILE STATUS IS WS-FS-BIM3.
000800     SELECT MESTRE-BIM4-FILE ASSIGN TO "NOTASMS4"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS SEQUENTIAL
000830         RECORD KEY IS G4-CHAVE
000840         FILE STATUS IS WS-FS-BIM4.
000850     SELECT ANUAL-FILE ASSIGN TO "NOTASANO"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-FS-ANUAL.
000880     SELECT RELATORIO-FILE ASSIGN TO "NOTASAUD"
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-FS-RELATORIO.
000910     SELECT JORNAL-FILE ASSIGN TO "NOTASJRN"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WS-FS-JORNAL.
000940     SELECT ARQ-ORDENACAO ASSIGN TO "NOTASOR7".
000950
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  MESTRE-FILE
000990     LABEL RECORDS ARE STANDARD.
001000     COPY REGMESTR.
001010 FD  CADASTRO-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY REGCAD.
001040 FD  MATERIAS-FILE
001050     LABEL RECORDS ARE STANDARD.
001060     COPY REGMATC.
001070 FD  PERIODOS-FILE
001080     LABEL RECORDS ARE STANDARD.
001090     COPY REGPERIO.
001100 FD  MESTRE-BIM1-FILE
001110     LABEL RECORDS ARE STANDARD.
001120 01  G1-REGISTRO.
001130     03  G1-CHAVE                     PIC X(33).
001140     03  FILLER                       PIC X(68).
001150 FD  MESTRE-BIM2-FILE
001160     LABEL RECORDS ARE STANDARD.
001170 01  G2-REGISTRO.
001180     03  G2-CHAVE                     PIC X(33).
001190     03  FILLER                       PIC X(68).
001200 FD  MESTRE-BIM3-FILE
001210     LABEL RECORDS ARE STANDARD.
001220 01  G3-REGISTRO.
001230     03  G3-CHAVE                     PIC X(33).
001240     03  FILLER                       PIC X(68).
001250 FD  MESTRE-BIM4-FILE
001260     LABEL RECORDS ARE STANDARD.
001270 01  G4-REGISTRO.
001280     03  G4-CHAVE                     PIC X(33).
001290     03  FILLER                       PIC X(68).
001300 FD  ANUAL-FILE
001310     LABEL RECORDS ARE STANDARD.
001320     COPY REGANUAL.
001330 FD  RELATORIO-FILE
001340     LABEL RECORDS ARE STANDARD.
001350 01  RL-LINHA                         PIC X(100).
001360 FD  JORNAL-FILE
001370     LABEL RECORDS ARE STANDARD.
001380     COPY REGJRNL.
001390 SD  ARQ-ORDENACAO.
001400 01  SW-REGISTRO.
001410     03  SW-CATEGORIA                 PIC 9(02).
001420     03  SW-SEQUENCIA                 PIC 9(06).
001430     03  SW-DETALHE                   PIC X(90).
001440
001450 WORKING-STORAGE SECTION.
001460*--------------------------------------------------------------
001470* IMAGEM DE UM REGISTRO DAS GERACOES BIMESTRAIS: AS QUATRO SAO
001480* LIDAS EM BUFFERS X(101) E MOVIDAS PARA ESTE LAYOUT UNICO.
001490*--------------------------------------------------------------
001500 01  WS-GERACAO.
001510     03  GR-CHAVE.
001520         05  GR-MATRICULA                 PIC 9(08).
001530         05  GR-MATERIA                   PIC X(20).
001540         05  GR-ANO-LETIVO                PIC 9(04).
001550         05  GR-BIMESTRE                  PIC 9(01).
001560     03  GR-NOME                      PIC X(20).
001570     03  GR-NOTA1                     PIC 9(02).
001580     03  GR-NOTA2                     PIC 9(02).
001590     03  GR-NOTA3                     PIC 9(02).
001600     03  GR-NOTA4                     PIC 9(02).
001610     03  GR-NOTAFINAL                 PIC 9(02)V99.
001620     03  GR-STATUS                    PIC X(14).
001630     03  GR-RUN-ID                    PIC X(14).
001640     03  GR-CODIGO-PROFESSOR          PIC X(08).
001650 01  WS-FILE-STATUS.
001660     03  WS-FS-MESTRE                 PIC X(02) VALUE "00".
001670     03  WS-FS-CADASTRO               PIC X(02) VALUE "00".
001680     03  WS-FS-MATERIAS               PIC X(02) VALUE "00".
001690     03  WS-FS-PERIODOS               PIC X(02) VALUE "00".
001700     03  WS-FS-BIM1                   PIC X(02) VALUE "00".
001710     03  WS-FS-BIM2                   PIC X(02) VALUE "00".
001720     03  WS-FS-BIM3                   PIC X(02) VALUE "00".
001730     03  WS-FS-BIM4                   PIC X(02) VALUE "00".
001740     03  WS-FS-ANUAL                  PIC X(02) VALUE "00".
001750     03  WS-FS-RELATORIO              PIC X(02) VALUE "00".
001760     03  WS-FS-JORNAL                 PIC X(02) VALUE "00".
001770 01  WS-SWITCHES.
001780     03  WS-FIM-MESTRE                PIC X(01) VALUE "N".
001790         88  WS88-FIM-MESTRE              VALUE "S".
001800     03  WS-TEM-CADASTRO              PIC X(01) VALUE "N".
001801         88  WS88-TEM-CADASTRO            VALUE "S".
001820     03  WS-FIM-MATERIAS              PIC X(01) VALUE "N".
001830         88  WS88-FIM-MATERIAS            VALUE "S".
001840     03  WS-FIM-PERIODOS              PIC X(01) VALUE "N".
001850         88  WS88-FIM-PERIODOS            VALUE "S".
001860     03  WS-FIM-GERACAO               PIC X(01) VALUE "N".
001870         88  WS88-FIM-GERACAO             VALUE "S".
001880     03  WS-FIM-ANUAL                 PIC X(01) VALUE "N".
001890         88  WS88-FIM-ANUAL               VALUE "S".
001900     03  WS-FIM-SORT                  PIC X(01) VALUE "N".
001910         88  WS88-FIM-SORT                VALUE "S".
001920     03  WS-ALUNO-ACHADO              PIC X(01) VALUE "N".
001930         88  WS88-ALUNO-ACHADO            VALUE "S".
001940     03  WS-MATERIA-ACHADA            PIC X(01) VALUE "N".
001950         88  WS88-MATERIA-ACHADA          VALUE "S".
001960     03  WS-PERIODO-ACHADO            PIC X(01) VALUE "N".
001970         88  WS88-PERIODO-ACHADO          VALUE "S".
001980     03  WS-PAR-ACHADO                PIC X(01) VALUE "N".
001990         88  WS88-PAR-ACHADO              VALUE "S".
002000     03  WS-CATALOGO-CARREGADO        PIC X(01) VALUE "N".
002010         88  WS88-CATALOGO-CARREGADO      VALUE "S".
002020     03  WS-ANUAL-CARREGADO           PIC X(01) VALUE "N".
002030         88  WS88-ANUAL-CARREGADO         VALUE "S".
002040     03  WS-ESTOURO-TABELA            PIC X(01) VALUE "N".
002050         88  WS88-ESTOURO-TABELA          VALUE "S".
002060     03  WS-RELATORIO-ABERTO          PIC X(01) VALUE "N".
002070         88  WS88-RELATORIO-ABERTO        VALUE "S".
002080     03  WS-ANUAL-DIVERGE             PIC X(01) VALUE "N".
002090         88  WS88-ANUAL-DIVERGE           VALUE "S".
002091     03  WS-CHAVE-DEPENDENCIA         PIC X(01) VALUE "N".
002092         88  WS88-CHAVE-DEPENDENCIA       VALUE "S".
002100 01  WS-ANO-ALVO-ENT               PIC X(04) VALUE SPACES.
002110 01  WS-ANO-ALVO                   PIC 9(04) VALUE 0.
002120 01  WS-CATEGORIA-ATUAL            PIC 9(02) VALUE 0.
002130 01  WS-SEQUENCIA                  PIC 9(06) VALUE 0.
002140 01  WS-DETALHE                    PIC X(90) VALUE SPACES.
002150 01  WS-BIMESTRE-SUB               PIC 9(01) VALUE 0 COMP.
002160 01  WS-SUB-CAT                    PIC 9(02) VALUE 0 COMP.
002170 01  WS-NOTA-PESOS                 PIC 9(02)V99 VALUE 0.
002180 01  WS-NOTA-MINIMA                PIC 9(02)V99 VALUE 0.
002190 01  WS-NOTA-MAXIMA                PIC 9(02)V99 VALUE 0.
002200 01  WS-SOMA-ANUAL                 PIC 9(03)V99 VALUE 0.
002210 01  WS-MEDIA-ANUAL                PIC 9(02)V99 VALUE 0.
002220 01  WS-NOTA-GERACAO               PIC 9(02)V99 VALUE 0.
002230 01  WS-NOTA-ANUAL                 PIC 9(02)V99 VALUE 0.
002240 01  WS-RUN-ID                     PIC X(14) VALUE SPACES.
002250 01  WS-DATA-HOJE                  PIC 9(08) VALUE 0.
002260 01  WS-HORA-AGORA                 PIC 9(08) VALUE 0.
002270 01  WS-ENCERRAMENTO               PIC X(20) VALUE "NORMAL".
002280 01  WS-REL-CONTADOR               PIC 9(06) VALUE 0.
002290 01  WS-CONTADORES.
002300     03  WS-CONT-MESTRE               PIC 9(06) VALUE 0 COMP.
002310     03  WS-CONT-GERACOES             PIC 9(06) VALUE 0 COMP.
002320     03  WS-CONT-ANUAL                PIC 9(06) VALUE 0 COMP.
002330     03  WS-CONT-INCONSISTENCIAS      PIC 9(06) VALUE 0 COMP.
002340*--------------------------------------------------------------
002350* CAMPOS EDITADOS PARA IMPRESSAO COM PONTO DECIMAL VISIVEL.
002360*--------------------------------------------------------------
002370 01  WS-NOTA-GRAVADA-ED            PIC Z9.99.
002380 01  WS-NOTA-CALCULADA-ED          PIC Z9.99.
002390*--------------------------------------------------------------
002400* CATEGORIAS DE INCONSISTENCIA, NA ORDEM DO RELATORIO, COM A
002410* QUANTIDADE ENCONTRADA EM CADA UMA.
002420*--------------------------------------------------------------
002430 01  TB-CATEGORIAS-CARGA.
002440     05  FILLER  PIC X(45) VALUE
002450         "MATRICULA DO MESTRE FORA DO CADASTRO".
002460     05  FILLER  PIC X(45) VALUE
002470         "NOTA DE ALUNO INATIVO NO CADASTRO".
002480     05  FILLER  PIC X(45) VALUE
002490         "NOME DO MESTRE DIFERENTE DO CADASTRO".
002500     05  FILLER  PIC X(45) VALUE
002510         "MATERIA DO MESTRE FORA DO CATALOGO".
002520     05  FILLER  PIC X(45) VALUE
002530         "MATERIA INATIVA COM NOTA EM PERIODO ABERTO".
002540     05  FILLER  PIC X(45) VALUE
002550         "NOTA FINAL DIFERENTE DOS PESOS DA MATERIA".
002560     05  FILLER  PIC X(45) VALUE
002570         "FECHAMENTO ANUAL DIFERENTE DAS GERACOES".
002580     05  FILLER  PIC X(45) VALUE
002590         "PAR DAS GERACOES SEM FECHAMENTO ANUAL".
002600     05  FILLER  PIC X(45) VALUE
002610         "FECHAMENTO ANUAL SEM AS GERACOES BIMESTRAIS".
002620 01  TB-CATEGORIAS REDEFINES TB-CATEGORIAS-CARGA.
002630     05  TB-CAT-DESCRICAO OCCURS 9 TIMES PIC X(45).
002640 01  TB-CATEGORIAS-QTD.
002650     05  TB-CAT-QTD OCCURS 9 TIMES    PIC 9(06) COMP.
002660 77  TB-CAT-TOTAL                  PIC 9(02) VALUE 09.
002670     COPY PESOMAT.
002790*--------------------------------------------------------------
002800* CATALOGO OFICIAL DE MATERIAS (NOTASMAT) COM A SITUACAO.
002810*--------------------------------------------------------------
002820 01  TB-MATERIAS.
002830     03  TB-MTC-QTD                   PIC 9(03) VALUE 0 COMP.
002840     03  TB-MTC-REG OCCURS 1 TO 100 TIMES
002850             DEPENDING ON TB-MTC-QTD
002860             INDEXED BY TB-IDX-MTC.
002870         05  TB-MTC-MATERIA               PIC X(20).
002880         05  TB-MTC-SITUACAO              PIC X(01).
002890*--------------------------------------------------------------
002900* CALENDARIO DE PERIODOS (NOTASPER). PERIODO AUSENTE DO
002910* CALENDARIO E TRATADO COMO ABERTO, COMO NO LEITOR DE NOTAS.
002920*--------------------------------------------------------------
002930 01  TB-PERIODOS.
002940     03  TB-PER-QTD                   PIC 9(03) VALUE 0 COMP.
002950     03  TB-PER-REG OCCURS 1 TO 100 TIMES
002960             DEPENDING ON TB-PER-QTD
002970             INDEXED BY TB-IDX-PER.
002980         05  TB-PER-ANO-LETIVO            PIC 9(04).
002990         05  TB-PER-BIMESTRE              PIC 9(01).
003000         05  TB-PER-SITUACAO              PIC X(08).
003010*--------------------------------------------------------------
003020* NOTAS FINAIS DO ANO ALVO POR ALUNO/MATERIA, MONTADAS DAS
003030* GERACOES BIMESTRAIS DO MESMO MODO QUE O DESAFIO-CONSOLIDA-ANO,
003031* COM A MARCA DO PAR ENCONTRADO NO FECHAMENTO ANUAL. TABELA
003032* DIMENSIONADA PARA O LIMITE DO CADASTRO (5000 ALUNOS) VEZES O DO
003033* CATALOGO (100 MATERIAS); ESTOURO ENCERRA COM RETORNO 8.
003050*--------------------------------------------------------------
003060 01  TB-ANUAL.
003070     03  TB-ANO-QTD                   PIC 9(06) VALUE 0 COMP.
003080     03  TB-ANO-REG OCCURS 1 TO 500000 TIMES
003090             DEPENDING ON TB-ANO-QTD
003100             INDEXED BY TB-IDX-ANO.
003110         05  TB-ANO-MATRICULA             PIC 9(08).
003120         05  TB-ANO-MATERIA               PIC X(20).
003130         05  TB-ANO-NOTA-BIM OCCURS 4 TIMES
003140                                          PIC 9(02)V99.
003150         05  TB-ANO-TEM-BIM OCCURS 4 TIMES
003160                                          PIC X(01).
003170         05  TB-ANO-QTD-BIM               PIC 9(01).
003180         05  TB-ANO-FECHADO               PIC X(01).
003190
003200 PROCEDURE DIVISION.
003210*****************************************************************
003220* 0000-MAINLINE
003230* CARREGA AS TABELAS DE REFERENCIA, FAZ AS CONFERENCIAS NA
003240* ENTRADA DO SORT E LISTA AS INCONSISTENCIAS POR CATEGORIA NA
003250* SAIDA DO SORT.
003260*****************************************************************
003270 0000-MAINLINE.
003280     PERFORM 1000-INICIALIZA THRU 1000-EXIT
003290     SORT ARQ-ORDENACAO
003300         ASCENDING KEY SW-CATEGORIA
003310         ASCENDING KEY SW-SEQUENCIA
003320         INPUT PROCEDURE IS 2000-CONFERE THRU 2000-EXIT
003330         OUTPUT PROCEDURE IS 5000-IMPRIME-RELATORIO THRU 5000-EXIT
003340     PERFORM 9999-FIM THRU 9999-EXIT
003350     .
003360*****************************************************************
003370* 1000-INICIALIZA
003380* PEDE O ANO DO FECHAMENTO A CONFERIR, ABRE O CADASTRO E CARREGA O
003390* CATALOGO E O CALENDARIO. SEM CADASTRO NAO HA AUDITORIA; SEM
003400* CATALOGO AS CATEGORIAS DE MATERIA NAO SAO APURADAS. TABELA
003410* ESTOURADA ENCERRA COM RETORNO 8 - AUDITORIA PARCIAL NAO SERVE.
003420*****************************************************************
003430 1000-INICIALIZA.
003440     DISPLAY "***************************************"
003450     DISPLAY "* DESAFIO - AUDITORIA DE INTEGRIDADE  *"
003460     DISPLAY "***************************************"
003470     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
003480     ACCEPT WS-HORA-AGORA FROM TIME
003490     MOVE SPACES TO WS-RUN-ID
003500     STRING WS-DATA-HOJE WS-HORA-AGORA (1:6)
003510         DELIMITED BY SIZE INTO WS-RUN-ID
003520     END-STRING
003530     DISPLAY "IDENTIFICADOR DA EXECUCAO (RUN ID): " WS-RUN-ID
003540     DISPLAY "ANO LETIVO DO FECHAMENTO A CONFERIR (AAAA): "
003550     ACCEPT WS-ANO-ALVO-ENT
003560     IF WS-ANO-ALVO-ENT IS NUMERIC
003570         MOVE WS-ANO-ALVO-ENT TO WS-ANO-ALVO
003580     END-IF
003590     IF WS-ANO-ALVO = 0
003600         DISPLAY "ANO LETIVO INVALIDO - ENCERRANDO."
003610         MOVE "ANO INVALIDO" TO WS-ENCERRAMENTO
003620         MOVE 8 TO RETURN-CODE
003630         PERFORM 9999-FIM THRU 9999-EXIT
003640     END-IF
003650     OPEN INPUT CADASTRO-FILE
003660     IF WS-FS-CADASTRO NOT = "00"
003670         DISPLAY "ERRO AO ABRIR ARQUIVO DE CADASTRO: "
003680             WS-FS-CADASTRO
003690         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
003700         MOVE 8 TO RETURN-CODE
003710         PERFORM 9999-FIM THRU 9999-EXIT
003720     END-IF
003730     MOVE "S" TO WS-TEM-CADASTRO
003770     OPEN INPUT MATERIAS-FILE
003780     IF WS-FS-MATERIAS = "00"
003790         MOVE "S" TO WS-CATALOGO-CARREGADO
003800         PERFORM 1200-LE-MATERIA THRU 1200-EXIT
003810             UNTIL WS88-FIM-MATERIAS
003820         CLOSE MATERIAS-FILE
003830         DISPLAY "MATERIAS NO CATALOGO: " TB-MTC-QTD
003840     ELSE
003850         DISPLAY "AVISO: CATALOGO DE MATERIAS (NOTASMAT) "
003860             "INDISPONIVEL (" WS-FS-MATERIAS ")."
003870         DISPLAY "       CATEGORIAS DE MATERIA NAO APURADAS."
003880     END-IF
003890     OPEN INPUT PERIODOS-FILE
003900     IF WS-FS-PERIODOS = "00"
003910         PERFORM 1300-LE-PERIODO THRU 1300-EXIT
003920             UNTIL WS88-FIM-PERIODOS
003930         CLOSE PERIODOS-FILE
003940     ELSE
003950         DISPLAY "AVISO: SEM CALENDARIO (NOTASPER) - TODOS OS "
003960             "PERIODOS TRATADOS COMO ABERTOS."
003970     END-IF
003980     IF WS88-ESTOURO-TABELA
003990         MOVE "LIMITE DE TABELA" TO WS-ENCERRAMENTO
004000         MOVE 8 TO RETURN-CODE
004010         PERFORM 9999-FIM THRU 9999-EXIT
004020     END-IF
004030     OPEN OUTPUT RELATORIO-FILE
004040     IF WS-FS-RELATORIO NOT = "00"
004050         DISPLAY "ERRO AO ABRIR RELATORIO DA AUDITORIA: "
004060             WS-FS-RELATORIO
004070         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
004080         MOVE 8 TO RETURN-CODE
004090         PERFORM 9999-FIM THRU 9999-EXIT
004100     END-IF
004110     MOVE "S" TO WS-RELATORIO-ABERTO
004120     PERFORM 1400-ZERA-CATEGORIA THRU 1400-EXIT
004130         VARYING WS-SUB-CAT FROM 1 BY 1
004140             UNTIL WS-SUB-CAT > TB-CAT-TOTAL
004150     .
004160 1000-EXIT.
004170     EXIT.
004390 1200-LE-MATERIA.
004400     READ MATERIAS-FILE
004410         AT END
004420             MOVE "S" TO WS-FIM-MATERIAS
004430             GO TO 1200-EXIT
004440     END-READ
004450     IF TB-MTC-QTD NOT < 100
004460         DISPLAY "ERRO: LIMITE DE MATERIAS NO CATALOGO EXCEDIDO: "
004470             MC-MATERIA
004480         MOVE "S" TO WS-ESTOURO-TABELA
004490         MOVE "S" TO WS-FIM-MATERIAS
004500         GO TO 1200-EXIT
004510     END-IF
004520     ADD 1 TO TB-MTC-QTD
004530     SET TB-IDX-MTC TO TB-MTC-QTD
004540     MOVE MC-MATERIA TO TB-MTC-MATERIA (TB-IDX-MTC)
004550     MOVE MC-SITUACAO TO TB-MTC-SITUACAO (TB-IDX-MTC)
004560     .
004570 1200-EXIT.
004580     EXIT.
004590 1300-LE-PERIODO.
004600     READ PERIODOS-FILE
004610         AT END
004620             MOVE "S" TO WS-FIM-PERIODOS
004630             GO TO 1300-EXIT
004640     END-READ
004650     IF TB-PER-QTD NOT < 100
004660         DISPLAY "ERRO: LIMITE DE PERIODOS NO CALENDARIO "
004670             "EXCEDIDO: "
004680             PE-ANO-LETIVO "/" PE-BIMESTRE
004690         MOVE "S" TO WS-ESTOURO-TABELA
004700         MOVE "S" TO WS-FIM-PERIODOS
004710         GO TO 1300-EXIT
004720     END-IF
004730     ADD 1 TO TB-PER-QTD
004740     SET TB-IDX-PER TO TB-PER-QTD
004750     MOVE PE-ANO-LETIVO TO TB-PER-ANO-LETIVO (TB-IDX-PER)
004760     MOVE PE-BIMESTRE TO TB-PER-BIMESTRE (TB-IDX-PER)
004770     MOVE PE-SITUACAO TO TB-PER-SITUACAO (TB-IDX-PER)
004780     .
004790 1300-EXIT.
004800     EXIT.
004810 1400-ZERA-CATEGORIA.
004820     MOVE 0 TO TB-CAT-QTD (WS-SUB-CAT)
004830     .
004840 1400-EXIT.
004850     EXIT.
004860*****************************************************************
004870* 2000-CONFERE
004880* ROTINA DE ENTRADA DO SORT: CONFERE O MESTRE REGISTRO A
004890* REGISTRO E DEPOIS O FECHAMENTO ANUAL CONTRA AS GERACOES.
004900*****************************************************************
004910 2000-CONFERE.
004920     PERFORM 2100-CONFERE-MESTRE THRU 2100-EXIT
004930     IF RETURN-CODE NOT < 8
004940         GO TO 2000-EXIT
004950     END-IF
004960     PERFORM 3000-CONFERE-ANUAL THRU 3000-EXIT
004970     .
004980 2000-EXIT.
004990     EXIT.
005000*****************************************************************
005010* 2100-CONFERE-MESTRE
005020* LEITURA SEQUENCIAL DO MESTRE INDEXADO, SEM ATUALIZACAO.
005030*****************************************************************
005040 2100-CONFERE-MESTRE.
005050     OPEN INPUT MESTRE-FILE
005060     IF WS-FS-MESTRE NOT = "00"
005070         DISPLAY "ERRO AO ABRIR ARQUIVO MESTRE: " WS-FS-MESTRE
005080         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
005090         MOVE 8 TO RETURN-CODE
005100         GO TO 2100-EXIT
005110     END-IF
005120     PERFORM 2200-LE-MESTRE THRU 2200-EXIT
005130         UNTIL WS88-FIM-MESTRE
005140     CLOSE MESTRE-FILE
005150     DISPLAY "REGISTROS DO MESTRE CONFERIDOS: " WS-CONT-MESTRE
005160     .
005170 2100-EXIT.
005180     EXIT.
005190 2200-LE-MESTRE.
005200     READ MESTRE-FILE
005210         AT END
005220             MOVE "S" TO WS-FIM-MESTRE
005230             GO TO 2200-EXIT
005240     END-READ
005250     ADD 1 TO WS-CONT-MESTRE
005251     MOVE "N" TO WS-CHAVE-DEPENDENCIA
005252     IF RM-MATERIA (17:2) = "DP" AND RM-MATERIA (19:2) IS NUMERIC
005253         MOVE "S" TO WS-CHAVE-DEPENDENCIA
005254     END-IF
005260     PERFORM 2300-CONFERE-CADASTRO THRU 2300-EXIT
005270     IF WS88-CATALOGO-CARREGADO
005280         PERFORM 2400-CONFERE-CATALOGO THRU 2400-EXIT
005290     END-IF
005300     PERFORM 2500-CONFERE-PESOS THRU 2500-EXIT
005310     .
005320 2200-EXIT.
005330     EXIT.
005340*****************************************************************
005350* 2300-CONFERE-CADASTRO
005360* CATEGORIAS 1 A 3: MATRICULA INEXISTENTE NO CADASTRO, ALUNO
005370* INATIVADO DEPOIS DO LANCAMENTO E NOME GRAVADO NO MESTRE QUE NAO
005380* BATE COM O CADASTRO (O MESTRE GUARDA SO 20 POSICOES DO NOME).
005390*****************************************************************
005400 2300-CONFERE-CADASTRO.
005410     MOVE "N" TO WS-ALUNO-ACHADO
005420     MOVE RM-MATRICULA TO CA-MATRICULA
005421     READ CADASTRO-FILE
005422         INVALID KEY
005423             CONTINUE
005424         NOT INVALID KEY
005425             MOVE "S" TO WS-ALUNO-ACHADO
005426     END-READ
005510     IF NOT WS88-ALUNO-ACHADO
005520         MOVE 1 TO WS-CATEGORIA-ATUAL
005530         MOVE SPACES TO WS-DETALHE
005540         STRING RM-MATRICULA " " RM-MATERIA " " RM-ANO-LETIVO "/"
005550             RM-BIMESTRE "  NOME NO MESTRE: " RM-NOME
005560             DELIMITED BY SIZE INTO WS-DETALHE
005570         END-STRING
005580         PERFORM 8000-REGISTRA THRU 8000-EXIT
005590         GO TO 2300-EXIT
005600     END-IF
005610     IF CA-SITUACAO = "I"
005620         MOVE 2 TO WS-CATEGORIA-ATUAL
005630         MOVE SPACES TO WS-DETALHE
005640         STRING RM-MATRICULA " " RM-MATERIA " " RM-ANO-LETIVO "/"
005650             RM-BIMESTRE "  " CA-NOME
005660             DELIMITED BY SIZE INTO WS-DETALHE
005670         END-STRING
005680         PERFORM 8000-REGISTRA THRU 8000-EXIT
005690     END-IF
005700     IF RM-NOME NOT = CA-NOME (1:20)
005710         MOVE 3 TO WS-CATEGORIA-ATUAL
005720         MOVE SPACES TO WS-DETALHE
005730         STRING RM-MATRICULA " " RM-MATERIA " " RM-ANO-LETIVO "/"
005740             RM-BIMESTRE "  MESTRE: " RM-NOME
005750             " CADASTRO: " CA-NOME (1:20)
005760             DELIMITED BY SIZE INTO WS-DETALHE
005770         END-STRING
005780         PERFORM 8000-REGISTRA THRU 8000-EXIT
005790     END-IF
005800     .
005810 2300-EXIT.
005820     EXIT.
005830*****************************************************************
005840* 2400-CONFERE-CATALOGO
005850* CATEGORIAS 4 E 5: MATERIA QUE NAO CONSTA DO CATALOGO E MATERIA
005860* INATIVADA QUE AINDA TEM NOTA EM PERIODO NAO FECHADO.
005861* A CHAVE DE DEPENDENCIA (16 CARACTERES DA MATERIA + "DP" + SERIE
005862* DE ORIGEM) E CONFERIDA PELA MATERIA ORIGINAL.
005870*****************************************************************
005880 2400-CONFERE-CATALOGO.
005890     MOVE "N" TO WS-MATERIA-ACHADA
005900     IF TB-MTC-QTD > 0
005910         SET TB-IDX-MTC TO 1
005920         SEARCH TB-MTC-REG VARYING TB-IDX-MTC
005930             AT END
005940                 MOVE "N" TO WS-MATERIA-ACHADA
005950             WHEN TB-MTC-MATERIA (TB-IDX-MTC) = RM-MATERIA OR
005951                 (WS88-CHAVE-DEPENDENCIA AND
005952                  TB-MTC-MATERIA (TB-IDX-MTC) (1:16) =
005953                  RM-MATERIA (1:16))
005960                 MOVE "S" TO WS-MATERIA-ACHADA
005970         END-SEARCH
005980     END-IF
005990     IF NOT WS88-MATERIA-ACHADA
006000         MOVE 4 TO WS-CATEGORIA-ATUAL
006010         MOVE SPACES TO WS-DETALHE
006020         STRING RM-MATRICULA " " RM-MATERIA " " RM-ANO-LETIVO "/"
006030             RM-BIMESTRE
006040             DELIMITED BY SIZE INTO WS-DETALHE
006050         END-STRING
006060         PERFORM 8000-REGISTRA THRU 8000-EXIT
006070         GO TO 2400-EXIT
006080     END-IF
006090     IF TB-MTC-SITUACAO (TB-IDX-MTC) NOT = "I"
006100         GO TO 2400-EXIT
006110     END-IF
006120     PERFORM 2450-LOCALIZA-PERIODO THRU 2450-EXIT
006130     IF WS88-PERIODO-ACHADO
006140         IF TB-PER-SITUACAO (TB-IDX-PER) = "FECHADO"
006150             GO TO 2400-EXIT
006160         END-IF
006170     END-IF
006180     MOVE 5 TO WS-CATEGORIA-ATUAL
006190     MOVE SPACES TO WS-DETALHE
006200     STRING RM-MATRICULA " " RM-MATERIA " " RM-ANO-LETIVO "/"
006210         RM-BIMESTRE "  STATUS " RM-STATUS
006220         DELIMITED BY SIZE INTO WS-DETALHE
006230     END-STRING
006240     PERFORM 8000-REGISTRA THRU 8000-EXIT
006250     .
006260 2400-EXIT.
006270     EXIT.
006280 2450-LOCALIZA-PERIODO.
006290     MOVE "N" TO WS-PERIODO-ACHADO
006300     IF TB-PER-QTD = 0
006310         GO TO 2450-EXIT
006320     END-IF
006330     SET TB-IDX-PER TO 1
006340     SEARCH TB-PER-REG VARYING TB-IDX-PER
006350         AT END
006360             MOVE "N" TO WS-PERIODO-ACHADO
006370         WHEN TB-PER-ANO-LETIVO (TB-IDX-PER) = RM-ANO-LETIVO AND
006380              TB-PER-BIMESTRE (TB-IDX-PER) = RM-BIMESTRE
006390             MOVE "S" TO WS-PERIODO-ACHADO
006400     END-SEARCH
006410     .
006420 2450-EXIT.
006430     EXIT.
006440*****************************************************************
006450* 2500-CONFERE-PESOS
006460* CATEGORIA 6: RECALCULA A MEDIA PONDERADA DE NOTA1 A NOTA4 COM
006470* OS PESOS ATUAIS DA PESOMAT (MESMA CONTA DO 5000-CALC-NOTA DO
006480* LEITOR). MEDIA ACIMA DE 7 OU ABAIXO DE 5 E A PROPRIA NOTA
006490* FINAL. NA FAIXA DE RECUPERACAO A NOTA FINAL E A MEDIA COM A
006500* PROVA (0 A 10), QUE O MESTRE NAO GUARDA: SO SE CONFERE QUE ELA
006510* CAIBA ENTRE A MEDIA COM PROVA ZERO E A MEDIA COM PROVA DEZ.
006511* NA CHAVE DE DEPENDENCIA VALEM OS PESOS DA MATERIA ORIGINAL, COMO
006512* NO LEITOR.
006520*****************************************************************
006530 2500-CONFERE-PESOS.
006540     IF RM-NOTA1 IS NOT NUMERIC OR RM-NOTA2 IS NOT NUMERIC OR
006550        RM-NOTA3 IS NOT NUMERIC OR RM-NOTA4 IS NOT NUMERIC OR
006560        RM-NOTAFINAL IS NOT NUMERIC
006570         GO TO 2500-EXIT
006580     END-IF
006590     SET TB-IDX-PESO TO 1
006600     SEARCH TB-PESO-ENTRADA VARYING TB-IDX-PESO
006610         AT END
006620             SET TB-IDX-PESO TO TB-PESO-QTD
006630         WHEN TB-PESO-MATERIA (TB-IDX-PESO) = RM-MATERIA OR
006631             (WS88-CHAVE-DEPENDENCIA AND
006632              TB-PESO-MATERIA (TB-IDX-PESO) (1:16) =
006633              RM-MATERIA (1:16))
006640             CONTINUE
006650     END-SEARCH
006660     COMPUTE WS-NOTA-PESOS ROUNDED =
006670         (RM-NOTA1 * TB-PESO-NOTA1 (TB-IDX-PESO) +
006680          RM-NOTA2 * TB-PESO-NOTA2 (TB-IDX-PESO) +
006690          RM-NOTA3 * TB-PESO-NOTA3 (TB-IDX-PESO) +
006700          RM-NOTA4 * TB-PESO-NOTA4 (TB-IDX-PESO)) / 100
006710         ON SIZE ERROR
006720             MOVE 0 TO WS-NOTA-PESOS
006730     END-COMPUTE
006740     IF RM-NOTAFINAL = WS-NOTA-PESOS
006750         GO TO 2500-EXIT
006760     END-IF
006770     IF WS-NOTA-PESOS NOT > 7 AND WS-NOTA-PESOS NOT < 5
006780         COMPUTE WS-NOTA-MINIMA ROUNDED = WS-NOTA-PESOS / 2
006790         COMPUTE WS-NOTA-MAXIMA ROUNDED =
006800             (WS-NOTA-PESOS + 10) / 2
006810         IF RM-NOTAFINAL NOT < WS-NOTA-MINIMA AND
006820            RM-NOTAFINAL NOT > WS-NOTA-MAXIMA
006830             GO TO 2500-EXIT
006840         END-IF
006850     END-IF
006860     MOVE RM-NOTAFINAL TO WS-NOTA-GRAVADA-ED
006870     MOVE WS-NOTA-PESOS TO WS-NOTA-CALCULADA-ED
006880     MOVE 6 TO WS-CATEGORIA-ATUAL
006890     MOVE SPACES TO WS-DETALHE
006900     STRING RM-MATRICULA " " RM-MATERIA " " RM-ANO-LETIVO "/"
006910         RM-BIMESTRE "  GRAVADA " WS-NOTA-GRAVADA-ED
006920         " PELOS PESOS " WS-NOTA-CALCULADA-ED
006930         DELIMITED BY SIZE INTO WS-DETALHE
006940     END-STRING
006950     PERFORM 8000-REGISTRA THRU 8000-EXIT
006960     .
006970 2500-EXIT.
006980     EXIT.
006990*****************************************************************
007000* 3000-CONFERE-ANUAL
007010* CATEGORIAS 7 A 9: REMONTA AS NOTAS DO ANO ALVO A PARTIR DAS
007020* GERACOES BIMESTRAIS E CONFRONTA COM O FECHAMENTO ANUAL. ANO
007030* AINDA NAO CONSOLIDADO (SEM NENHUM REGISTRO EM NOTASANO) NAO E
007040* CONFERIDO.
007050*****************************************************************
007060 3000-CONFERE-ANUAL.
007070     OPEN INPUT MESTRE-BIM1-FILE
007080     IF WS-FS-BIM1 = "00"
007090         MOVE "N" TO WS-FIM-GERACAO
007100         PERFORM 3110-LE-GERACAO-1 THRU 3110-EXIT
007110             UNTIL WS88-FIM-GERACAO
007120         CLOSE MESTRE-BIM1-FILE
007130     ELSE
007140         DISPLAY "GERACAO DO BIMESTRE 1 AUSENTE: " WS-FS-BIM1
007150     END-IF
007160     OPEN INPUT MESTRE-BIM2-FILE
007170     IF WS-FS-BIM2 = "00"
007180         MOVE "N" TO WS-FIM-GERACAO
007190         PERFORM 3120-LE-GERACAO-2 THRU 3120-EXIT
007200             UNTIL WS88-FIM-GERACAO
007210         CLOSE MESTRE-BIM2-FILE
007220     ELSE
007230         DISPLAY "GERACAO DO BIMESTRE 2 AUSENTE: " WS-FS-BIM2
007240     END-IF
007250     OPEN INPUT MESTRE-BIM3-FILE
007260     IF WS-FS-BIM3 = "00"
007270         MOVE "N" TO WS-FIM-GERACAO
007280         PERFORM 3130-LE-GERACAO-3 THRU 3130-EXIT
007290             UNTIL WS88-FIM-GERACAO
007300         CLOSE MESTRE-BIM3-FILE
007310     ELSE
007320         DISPLAY "GERACAO DO BIMESTRE 3 AUSENTE: " WS-FS-BIM3
007330     END-IF
007340     OPEN INPUT MESTRE-BIM4-FILE
007350     IF WS-FS-BIM4 = "00"
007360         MOVE "N" TO WS-FIM-GERACAO
007370         PERFORM 3140-LE-GERACAO-4 THRU 3140-EXIT
007380             UNTIL WS88-FIM-GERACAO
007390         CLOSE MESTRE-BIM4-FILE
007400     ELSE
007410         DISPLAY "GERACAO DO BIMESTRE 4 AUSENTE: " WS-FS-BIM4
007420     END-IF
007430     IF WS88-ESTOURO-TABELA
007440         MOVE "LIMITE DE TABELA" TO WS-ENCERRAMENTO
007450         MOVE 8 TO RETURN-CODE
007460         GO TO 3000-EXIT
007470     END-IF
007480     OPEN INPUT ANUAL-FILE
007490     IF WS-FS-ANUAL NOT = "00"
007500         DISPLAY "AVISO: FECHAMENTO ANUAL (NOTASANO) "
007510             "INDISPONIVEL ("
007520             WS-FS-ANUAL ") - ANO NAO CONFERIDO."
007530         GO TO 3000-EXIT
007540     END-IF
007550     PERFORM 3300-LE-ANUAL THRU 3300-EXIT
007560         UNTIL WS88-FIM-ANUAL
007570     CLOSE ANUAL-FILE
007580     IF NOT WS88-ANUAL-CARREGADO
007590         DISPLAY "AVISO: ANO " WS-ANO-ALVO
007600             " AINDA NAO CONSOLIDADO "
007610             "EM NOTASANO - ANO NAO CONFERIDO."
007620         GO TO 3000-EXIT
007630     END-IF
007640     PERFORM 3500-PAR-SEM-FECHAMENTO THRU 3500-EXIT
007650         VARYING TB-IDX-ANO FROM 1 BY 1
007660             UNTIL TB-IDX-ANO > TB-ANO-QTD
007670     DISPLAY "PARES DAS GERACOES: " TB-ANO-QTD
007680         "  FECHAMENTOS DO ANO: " WS-CONT-ANUAL
007690     .
007700 3000-EXIT.
007710     EXIT.
007720 3110-LE-GERACAO-1.
007730     READ MESTRE-BIM1-FILE
007740         AT END
007750             MOVE "S" TO WS-FIM-GERACAO
007760         NOT AT END
007770             MOVE G1-REGISTRO TO WS-GERACAO
007780             PERFORM 3200-ACUMULA-GERACAO THRU 3200-EXIT
007790     END-READ
007800     .
007810 3110-EXIT.
007820     EXIT.
007830 3120-LE-GERACAO-2.
007840     READ MESTRE-BIM2-FILE
007850         AT END
007860             MOVE "S" TO WS-FIM-GERACAO
007870         NOT AT END
007880             MOVE G2-REGISTRO TO WS-GERACAO
007890             PERFORM 3200-ACUMULA-GERACAO THRU 3200-EXIT
007900     END-READ
007910     .
007920 3120-EXIT.
007930     EXIT.
007940 3130-LE-GERACAO-3.
007950     READ MESTRE-BIM3-FILE
007960         AT END
007970             MOVE "S" TO WS-FIM-GERACAO
007980         NOT AT END
007990             MOVE G3-REGISTRO TO WS-GERACAO
008000             PERFORM 3200-ACUMULA-GERACAO THRU 3200-EXIT
008010     END-READ
008020     .
008030 3130-EXIT.
008040     EXIT.
008050 3140-LE-GERACAO-4.
008060     READ MESTRE-BIM4-FILE
008070         AT END
008080             MOVE "S" TO WS-FIM-GERACAO
008090         NOT AT END
008100             MOVE G4-REGISTRO TO WS-GERACAO
008110             PERFORM 3200-ACUMULA-GERACAO THRU 3200-EXIT
008120     END-READ
008130     .
008140 3140-EXIT.
008150     EXIT.
008160*****************************************************************
008170* 3200-ACUMULA-GERACAO
008180* MESMA ACUMULACAO DO DESAFIO-CONSOLIDA-ANO: NOTA FINAL DE CADA
008190* BIMESTRE DO ANO ALVO NA ENTRADA DO ALUNO/MATERIA.
008200*****************************************************************
008210 3200-ACUMULA-GERACAO.
008220     IF WS88-ESTOURO-TABELA
008230         MOVE "S" TO WS-FIM-GERACAO
008240         GO TO 3200-EXIT
008250     END-IF
008260     ADD 1 TO WS-CONT-GERACOES
008270     IF GR-ANO-LETIVO NOT = WS-ANO-ALVO
008280         GO TO 3200-EXIT
008290     END-IF
008300     IF GR-BIMESTRE < 1 OR GR-BIMESTRE > 4
008310         GO TO 3200-EXIT
008320     END-IF
008330     MOVE GR-BIMESTRE TO WS-BIMESTRE-SUB
008340     MOVE GR-MATRICULA TO AN-MATRICULA
008350     MOVE GR-MATERIA TO AN-MATERIA
008360     PERFORM 3400-LOCALIZA-PAR THRU 3400-EXIT
008370     IF NOT WS88-PAR-ACHADO
008380         IF TB-ANO-QTD NOT < 500000
008390             DISPLAY "ERRO: LIMITE DA TABELA ANUAL EXCEDIDO: "
008400                 GR-MATRICULA " " GR-MATERIA
008410             MOVE "S" TO WS-ESTOURO-TABELA
008420             MOVE "S" TO WS-FIM-GERACAO
008430             GO TO 3200-EXIT
008440         END-IF
008450         ADD 1 TO TB-ANO-QTD
008460         SET TB-IDX-ANO TO TB-ANO-QTD
008470         MOVE GR-MATRICULA TO TB-ANO-MATRICULA (TB-IDX-ANO)
008480         MOVE GR-MATERIA TO TB-ANO-MATERIA (TB-IDX-ANO)
008490         MOVE ZEROS TO TB-ANO-NOTA-BIM (TB-IDX-ANO, 1)
008500         MOVE ZEROS TO TB-ANO-NOTA-BIM (TB-IDX-ANO, 2)
008510         MOVE ZEROS TO TB-ANO-NOTA-BIM (TB-IDX-ANO, 3)
008520         MOVE ZEROS TO TB-ANO-NOTA-BIM (TB-IDX-ANO, 4)
008530         MOVE "N" TO TB-ANO-TEM-BIM (TB-IDX-ANO, 1)
008540         MOVE "N" TO TB-ANO-TEM-BIM (TB-IDX-ANO, 2)
008550         MOVE "N" TO TB-ANO-TEM-BIM (TB-IDX-ANO, 3)
008560         MOVE "N" TO TB-ANO-TEM-BIM (TB-IDX-ANO, 4)
008570         MOVE 0 TO TB-ANO-QTD-BIM (TB-IDX-ANO)
008580         MOVE "N" TO TB-ANO-FECHADO (TB-IDX-ANO)
008590     END-IF
008600     IF TB-ANO-TEM-BIM (TB-IDX-ANO, WS-BIMESTRE-SUB) NOT = "S"
008610         ADD 1 TO TB-ANO-QTD-BIM (TB-IDX-ANO)
008620     END-IF
008630     MOVE GR-NOTAFINAL
008640         TO TB-ANO-NOTA-BIM (TB-IDX-ANO, WS-BIMESTRE-SUB)
008650     MOVE "S" TO TB-ANO-TEM-BIM (TB-IDX-ANO, WS-BIMESTRE-SUB)
008660     .
008670 3200-EXIT.
008680     EXIT.
008690*****************************************************************
008700* 3300-LE-ANUAL
008710* CONFRONTA CADA FECHAMENTO DO ANO ALVO COM O PAR REMONTADO DAS
008720* GERACOES: NOTAS DOS QUATRO BIMESTRES, QUANTIDADE DE BIMESTRES E
008730* MEDIA ANUAL. NOTA FINAL E STATUS DEPENDEM DA RECUPERACAO FINAL
008740* E DO CONSELHO DE CLASSE E NAO ENTRAM NA CONFERENCIA.
008750*****************************************************************
008760 3300-LE-ANUAL.
008770     READ ANUAL-FILE
008780         AT END
008790             MOVE "S" TO WS-FIM-ANUAL
008800             GO TO 3300-EXIT
008810     END-READ
008820     IF AN-ANO-LETIVO NOT = WS-ANO-ALVO
008830         GO TO 3300-EXIT
008840     END-IF
008850     MOVE "S" TO WS-ANUAL-CARREGADO
008860     ADD 1 TO WS-CONT-ANUAL
008870     PERFORM 3400-LOCALIZA-PAR THRU 3400-EXIT
008880     IF NOT WS88-PAR-ACHADO
008890         MOVE 9 TO WS-CATEGORIA-ATUAL
008900         MOVE SPACES TO WS-DETALHE
008910         STRING AN-MATRICULA " " AN-MATERIA " " AN-ANO-LETIVO
008920             "  STATUS " AN-STATUS-ANUAL
008930             DELIMITED BY SIZE INTO WS-DETALHE
008940         END-STRING
008950         PERFORM 8000-REGISTRA THRU 8000-EXIT
008960         GO TO 3300-EXIT
008970     END-IF
008980     MOVE "S" TO TB-ANO-FECHADO (TB-IDX-ANO)
008990     MOVE "N" TO WS-ANUAL-DIVERGE
009000     IF AN-NOTA-BIM1 NOT = TB-ANO-NOTA-BIM (TB-IDX-ANO, 1) OR
009010        AN-NOTA-BIM2 NOT = TB-ANO-NOTA-BIM (TB-IDX-ANO, 2) OR
009020        AN-NOTA-BIM3 NOT = TB-ANO-NOTA-BIM (TB-IDX-ANO, 3) OR
009030        AN-NOTA-BIM4 NOT = TB-ANO-NOTA-BIM (TB-IDX-ANO, 4)
009040         MOVE "S" TO WS-ANUAL-DIVERGE
009050     END-IF
009060     IF AN-QTD-BIMESTRES NOT = TB-ANO-QTD-BIM (TB-IDX-ANO)
009070         MOVE "S" TO WS-ANUAL-DIVERGE
009080     END-IF
009090     COMPUTE WS-SOMA-ANUAL =
009100         TB-ANO-NOTA-BIM (TB-IDX-ANO, 1) +
009110         TB-ANO-NOTA-BIM (TB-IDX-ANO, 2) +
009120         TB-ANO-NOTA-BIM (TB-IDX-ANO, 3) +
009130         TB-ANO-NOTA-BIM (TB-IDX-ANO, 4)
009140     COMPUTE WS-MEDIA-ANUAL ROUNDED =
009150         WS-SOMA-ANUAL / TB-ANO-QTD-BIM (TB-IDX-ANO)
009160         ON SIZE ERROR
009170             MOVE 0 TO WS-MEDIA-ANUAL
009180     END-COMPUTE
009190     IF AN-MEDIA-ANUAL NOT = WS-MEDIA-ANUAL
009200         MOVE "S" TO WS-ANUAL-DIVERGE
009210     END-IF
009220     IF NOT WS88-ANUAL-DIVERGE
009230         GO TO 3300-EXIT
009240     END-IF
009250     MOVE AN-MEDIA-ANUAL TO WS-NOTA-GRAVADA-ED
009260     MOVE WS-MEDIA-ANUAL TO WS-NOTA-CALCULADA-ED
009270     MOVE 7 TO WS-CATEGORIA-ATUAL
009280     MOVE SPACES TO WS-DETALHE
009290     STRING AN-MATRICULA " " AN-MATERIA " " AN-ANO-LETIVO
009300         "  BIM " AN-QTD-BIMESTRES "/" TB-ANO-QTD-BIM (TB-IDX-ANO)
009310         "  MEDIA " WS-NOTA-GRAVADA-ED "/" WS-NOTA-CALCULADA-ED
009320         "  (FECHAMENTO/GERACOES)"
009330         DELIMITED BY SIZE INTO WS-DETALHE
009340     END-STRING
009350     PERFORM 8000-REGISTRA THRU 8000-EXIT
009360     .
009370 3300-EXIT.
009380     EXIT.
009390 3400-LOCALIZA-PAR.
009400     MOVE "N" TO WS-PAR-ACHADO
009410     IF TB-ANO-QTD = 0
009420         GO TO 3400-EXIT
009430     END-IF
009440     SET TB-IDX-ANO TO 1
009450     SEARCH TB-ANO-REG VARYING TB-IDX-ANO
009460         AT END
009470             MOVE "N" TO WS-PAR-ACHADO
009480         WHEN TB-ANO-MATRICULA (TB-IDX-ANO) = AN-MATRICULA AND
009490              TB-ANO-MATERIA (TB-IDX-ANO) = AN-MATERIA
009500             MOVE "S" TO WS-PAR-ACHADO
009510     END-SEARCH
009520     .
009530 3400-EXIT.
009540     EXIT.
009550 3500-PAR-SEM-FECHAMENTO.
009560     IF TB-ANO-FECHADO (TB-IDX-ANO) = "S"
009570         GO TO 3500-EXIT
009580     END-IF
009590     MOVE 8 TO WS-CATEGORIA-ATUAL
009600     MOVE SPACES TO WS-DETALHE
009610     STRING TB-ANO-MATRICULA (TB-IDX-ANO) " "
009620         TB-ANO-MATERIA (TB-IDX-ANO) " " WS-ANO-ALVO
009630         "  BIMESTRES NAS GERACOES: " TB-ANO-QTD-BIM (TB-IDX-ANO)
009640         DELIMITED BY SIZE INTO WS-DETALHE
009650     END-STRING
009660     PERFORM 8000-REGISTRA THRU 8000-EXIT
009670     .
009680 3500-EXIT.
009690     EXIT.
009700*****************************************************************
009710* 5000-IMPRIME-RELATORIO
009720* ROTINA DE SAIDA DO SORT: CABECALHO, UMA SECAO POR CATEGORIA COM
009730* AS INCONSISTENCIAS ENCONTRADAS E O QUADRO DE QUANTIDADES.
009740*****************************************************************
009750 5000-IMPRIME-RELATORIO.
009760     MOVE "AUDITORIA DE INTEGRIDADE CRUZADA DOS ARQUIVOS DE NOTAS"
009770         TO RL-LINHA
009780     WRITE RL-LINHA
009790     MOVE SPACES TO RL-LINHA
009800     STRING "GERADA EM " WS-DATA-HOJE " RUN ID " WS-RUN-ID
009810         "  FECHAMENTO CONFERIDO: " WS-ANO-ALVO
009820         DELIMITED BY SIZE INTO RL-LINHA
009830     END-STRING
009840     WRITE RL-LINHA
009850     MOVE 0 TO WS-CATEGORIA-ATUAL
009860     RETURN ARQ-ORDENACAO
009870         AT END
009880             MOVE "S" TO WS-FIM-SORT
009890     END-RETURN
009900     PERFORM 5100-IMPRIME-DETALHE THRU 5100-EXIT
009910         UNTIL WS88-FIM-SORT
009920     MOVE SPACES TO RL-LINHA
009930     WRITE RL-LINHA
009940     MOVE "QUANTIDADE POR CATEGORIA" TO RL-LINHA
009950     WRITE RL-LINHA
009960     MOVE ALL "-" TO RL-LINHA
009970     WRITE RL-LINHA
009980     PERFORM 5200-IMPRIME-QUANTIDADE THRU 5200-EXIT
009990         VARYING WS-SUB-CAT FROM 1 BY 1
010000             UNTIL WS-SUB-CAT > TB-CAT-TOTAL
010010     MOVE WS-CONT-INCONSISTENCIAS TO WS-REL-CONTADOR
010020     MOVE SPACES TO RL-LINHA
010030     STRING "TOTAL DE INCONSISTENCIAS:" "                       "
010040         WS-REL-CONTADOR
010050         DELIMITED BY SIZE INTO RL-LINHA
010060     END-STRING
010070     WRITE RL-LINHA
010080     IF WS-CONT-INCONSISTENCIAS = 0
010090         MOVE "NENHUMA INCONSISTENCIA ENCONTRADA." TO RL-LINHA
010100         WRITE RL-LINHA
010110     END-IF
010120     .
010130 5000-EXIT.
010140     EXIT.
010150 5100-IMPRIME-DETALHE.
010160     IF SW-CATEGORIA NOT = WS-CATEGORIA-ATUAL
010170         MOVE SW-CATEGORIA TO WS-CATEGORIA-ATUAL
010180         MOVE SPACES TO RL-LINHA
010190         WRITE RL-LINHA
010200         MOVE SPACES TO RL-LINHA
010210         STRING SW-CATEGORIA " - "
010220             TB-CAT-DESCRICAO (SW-CATEGORIA)
010230             DELIMITED BY SIZE INTO RL-LINHA
010240         END-STRING
010250         WRITE RL-LINHA
010260     END-IF
010270     MOVE SPACES TO RL-LINHA
010280     STRING "     " SW-DETALHE
010290         DELIMITED BY SIZE INTO RL-LINHA
010300     END-STRING
010310     WRITE RL-LINHA
010320     RETURN ARQ-ORDENACAO
010330         AT END
010340             MOVE "S" TO WS-FIM-SORT
010350     END-RETURN
010360     .
010370 5100-EXIT.
010380     EXIT.
010390 5200-IMPRIME-QUANTIDADE.
010400     MOVE TB-CAT-QTD (WS-SUB-CAT) TO WS-REL-CONTADOR
010410     MOVE SPACES TO RL-LINHA
010420     MOVE WS-SUB-CAT TO RL-LINHA (1:2)
010430     MOVE TB-CAT-DESCRICAO (WS-SUB-CAT) TO RL-LINHA (4:45)
010440     MOVE WS-REL-CONTADOR TO RL-LINHA (50:6)
010450     WRITE RL-LINHA
010460     .
010470 5200-EXIT.
010480     EXIT.
010490*****************************************************************
010500* 8000-REGISTRA
010510* LIBERA PARA O SORT A INCONSISTENCIA MONTADA EM WS-DETALHE NA
010520* CATEGORIA WS-CATEGORIA-ATUAL E SOMA NAS QUANTIDADES.
010530*****************************************************************
010540 8000-REGISTRA.
010550     ADD 1 TO WS-SEQUENCIA
010560     ADD 1 TO WS-CONT-INCONSISTENCIAS
010570     ADD 1 TO TB-CAT-QTD (WS-CATEGORIA-ATUAL)
010580     MOVE WS-CATEGORIA-ATUAL TO SW-CATEGORIA
010590     MOVE WS-SEQUENCIA TO SW-SEQUENCIA
010600     MOVE WS-DETALHE TO SW-DETALHE
010610     RELEASE SW-REGISTRO
010620     .
010630 8000-EXIT.
010640     EXIT.
010650*****************************************************************
010660* 9600-GRAVA-JORNAL
010670* ACRESCENTA AO DIARIO DE EXECUCOES (NOTASJRN) O REGISTRO DESTA
010680* AUDITORIA.
010690*****************************************************************
010700 9600-GRAVA-JORNAL.
010710     OPEN EXTEND JORNAL-FILE
010720     IF WS-FS-JORNAL = "35"
010730         OPEN OUTPUT JORNAL-FILE
010740     END-IF
010750     IF WS-FS-JORNAL NOT = "00"
010760         DISPLAY "ERRO AO ABRIR DIARIO DE EXECUCOES: "
010770             WS-FS-JORNAL
010780         GO TO 9600-EXIT
010790     END-IF
010800     MOVE SPACES TO JR-REGISTRO-JORNAL
010810     MOVE WS-RUN-ID TO JR-RUN-ID
010820     MOVE "DESAFIO-AUDITORIA-CRUZADA" TO JR-PROGRAMA
010830     MOVE WS-DATA-HOJE TO JR-DATA
010840     MOVE WS-HORA-AGORA (1:6) TO JR-HORA
010850     MOVE "B" TO JR-MODO-EXECUCAO
010860     MOVE WS-FS-ANUAL TO JR-FS-TRANS
010870     MOVE WS-FS-MESTRE TO JR-FS-MESTRE
010880     MOVE SPACES TO JR-FS-EXCECAO
010890     MOVE SPACES TO JR-FS-INTERFACE
010900     MOVE WS-FS-RELATORIO TO JR-FS-RELATORIO
010910     MOVE WS-CONT-MESTRE TO JR-QTD-PROCESSADOS
010920     MOVE WS-CONT-INCONSISTENCIAS TO JR-QTD-ERROS
010930     MOVE 0 TO JR-QTD-CHECKPOINTS
010940     MOVE WS-ENCERRAMENTO TO JR-ENCERRAMENTO
010950     WRITE JR-REGISTRO-JORNAL
010960     CLOSE JORNAL-FILE
010970     .
010980 9600-EXIT.
010990     EXIT.
011000*****************************************************************
011010* 9999-FIM
011020* TOTALIZA, REGISTRA NO DIARIO E ENCERRA. QUALQUER INCONSISTENCIA
011030* DEVOLVE RETORNO 4 (ERRO DE ABERTURA OU DE TABELA, RETORNO 8).
011040*****************************************************************
011050 9999-FIM.
011060     IF RETURN-CODE < 8 AND WS-CONT-INCONSISTENCIAS > 0
011070         MOVE "INCONSISTENCIAS" TO WS-ENCERRAMENTO
011080         MOVE 4 TO RETURN-CODE
011090     END-IF
011100     DISPLAY "REGISTROS DO MESTRE LIDOS:  " WS-CONT-MESTRE
011110     DISPLAY "REGISTROS DAS GERACOES:     " WS-CONT-GERACOES
011120     DISPLAY "FECHAMENTOS DO ANO LIDOS:   " WS-CONT-ANUAL
011130     DISPLAY "INCONSISTENCIAS:            "
011140         WS-CONT-INCONSISTENCIAS
011150     PERFORM 9600-GRAVA-JORNAL THRU 9600-EXIT
011160     IF WS88-RELATORIO-ABERTO
011170         CLOSE RELATORIO-FILE
011180         DISPLAY "AUDITORIA GRAVADA EM NOTASAUD."
011190     END-IF
011191     IF WS88-TEM-CADASTRO
011192         CLOSE CADASTRO-FILE
011193     END-IF
011200     STOP RUN
011210     .
011220 9999-EXIT.
011230     EXIT.
011240
011250 END PROGRAM DESAFIO-AUDITORIA-CRUZADA.
