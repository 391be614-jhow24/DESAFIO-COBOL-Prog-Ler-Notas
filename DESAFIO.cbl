000465*                    ACABA A REDIGITACAO DAS TRES NOTAS QUE NAO
000466*                    MUDARAM. O HASH DO TRAILER PASSA A SOMAR
000467*                    TAMBEM A NOTA DE SEGUNDA CHAMADA.
000467* 09/08/2026 MNT    TRILHA DE RETIFICACAO GUARDA O RUN ID DO
000467*                    LOTE E A IMAGEM ANTERIOR DO MESTRE (NOME,
000467*                    NOTA1-NOTA4, STATUS E RUN ID ANTERIOR) PARA
000467*                    O ESTORNO DE LOTE (DESAFIO-ESTORNO-LOTE).
000467* 09/10/2026 MNT    CALENDARIO DE PERIODOS (NOTASPER): DETALHE
000467*                    DE ANO LETIVO/BIMESTRE FECHADO E REJEITADO
000467*                    PARA NOTASEXC COM MOTIVO PROPRIO E REGISTRADO
000467*                    NO LOG DE BLOQUEIOS NOTASBLQ. PERIODO FORA DO
000467*                    CALENDARIO CONTINUA ACEITO.
000467* 09/15/2026 MNT    PROFESSOR RESPONSAVEL PELO LOTE (HEADER DO
000467*                    NOTASTRN, OU INFORMADO NO MODO INTERATIVO)
000467*                    VALIDADO CONTRA O CADASTRO NOTASPRF E A
000467*                    ATRIBUICAO DE AULAS NOTASATR - DETALHE DE
000467*                    MATERIA/TURMA NAO ATRIBUIDA AO PROFESSOR E
000467*                    REJEITADO PARA NOTASEXC COM MOTIVO PROPRIO. O
000467*                    PROFESSOR FICA GRAVADO NO MESTRE, NA TRILHA
000467*                    NOTASRTF E NO LOG DE EXCECOES.
000467* 09/22/2026 MNT    TURMA DO ALUNO NA VALIDACAO DA ATRIBUICAO
000467*                    PASSA A SER A DO PERIODO DA TRANSACAO NA
000467*                    ENTURMACAO HISTORICA (NOTASENT). ALUNO
000467*                    TRANSFERIDO OU AINDA NAO ENTURMADO NO PERIODO
000467*                    E REJEITADO PARA NOTASEXC.
000467* 10/12/2026 MNT    CADASTRO DE ALUNOS (NOTASCAD) E FREQUENCIA
000467*                    (NOTASFRQ) CONVERTIDOS PARA ARQUIVOS
000467*                    INDEXADOS E LIDOS PELA CHAVE A CADA
000467*                    TRANSACAO - ACABAM AS TABELAS DE 500 ALUNOS
000467*                    E 2000 FREQUENCIAS, QUE IGNORAVAM EM
000467*                    SILENCIO O QUE PASSAVA DO LIMITE.
000467* 10/15/2026 MNT    EXCECOES DE LIMITE DE TRANSCRICAO E DE
000467*                    MATERIAS GRAVAM O PROFESSOR DO LOTE, E O
000467*                    CATALOGO DE MATERIAS MAIOR QUE A TABELA
000467*                    ENCERRA O LOTE COM RETORNO 8 EM VEZ DE
000467*                    IGNORAR A MATERIA EXCEDENTE.
000467* 10/15/2026 MNT    DEPENDENCIAS DO ANO (NOTASDEP) CARREGADAS
000467*                    NA INICIALIZACAO: A CHAVE DA DEPENDENCIA
000467*                    (MATERIA + "DP" + SERIE DE ORIGEM) E ACEITA
000467*                    PARA O ALUNO FORA DA GRADE DA TURMA E DA
000467*                    ATRIBUICAO, COM O PESO DA MATERIA ORIGINAL.
000468*****************************************************************
000469 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. DESAFIO-LEITOR-DE-NOTAS.
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-FS-TRANSCRICAO.
000750     SELECT CADASTRO-FILE ASSIGN TO "NOTASCAD"
000760         ORGANIZATION IS INDEXED
000761         ACCESS MODE IS RANDOM
000762         RECORD KEY IS CA-MATRICULA
000770         FILE STATUS IS WS-FS-CADASTRO.
000772     SELECT BALANCETE-FILE ASSIGN TO "NOTASBAL"
000774         ORGANIZATION IS SEQUENTIAL
000780         ORGANIZATION IS SEQUENTIAL
000782         FILE STATUS IS WS-FS-RETIF.
000783     SELECT FREQUENCIA-FILE ASSIGN TO "NOTASFRQ"
000784         ORGANIZATION IS INDEXED
000784         ACCESS MODE IS RANDOM
000784         RECORD KEY IS FQ-CHAVE-FREQUENCIA
000785         FILE STATUS IS WS-FS-FREQUENCIA.
000786     SELECT JORNAL-FILE ASSIGN TO "NOTASJRN"
000787         ORGANIZATION IS SEQUENTIAL
000789     SELECT MATERIAS-FILE ASSIGN TO "NOTASMAT"
000790         ORGANIZATION IS SEQUENTIAL
000791         FILE STATUS IS WS-FS-MATERIAS.
000791     SELECT PERIODOS-FILE ASSIGN TO "NOTASPER"
000791         ORGANIZATION IS SEQUENTIAL
000791         FILE STATUS IS WS-FS-PERIODOS.
000791     SELECT BLOQUEIO-FILE ASSIGN TO "NOTASBLQ"
000791         ORGANIZATION IS SEQUENTIAL
000791         FILE STATUS IS WS-FS-BLOQUEIO.
000791     SELECT PROFESSORES-FILE ASSIGN TO "NOTASPRF"
000791         ORGANIZATION IS SEQUENTIAL
000791         FILE STATUS IS WS-FS-PROFESSORES.
000791     SELECT ATRIBUICAO-FILE ASSIGN TO "NOTASATR"
000791         ORGANIZATION IS SEQUENTIAL
000791         FILE STATUS IS WS-FS-ATRIBUICAO.
000791     SELECT ENTURMACAO-FILE ASSIGN TO "NOTASENT"
000791         ORGANIZATION IS INDEXED
000791         ACCESS MODE IS DYNAMIC
000791         RECORD KEY IS EN-CHAVE-ENTURMACAO
000791         FILE STATUS IS WS-FS-ENTURMACAO.
000791     SELECT DEPENDENCIA-FILE ASSIGN TO "NOTASDEP"
000791         ORGANIZATION IS SEQUENTIAL
000791         FILE STATUS IS WS-FS-DEPENDENCIA.
000792
000793 DATA DIVISION.
000800 FILE SECTION.
001026 FD  MATERIAS-FILE
001027     LABEL RECORDS ARE STANDARD.
001028     COPY REGMATC.
001028 FD  PERIODOS-FILE
001028     LABEL RECORDS ARE STANDARD.
001028     COPY REGPERIO.
001028 FD  BLOQUEIO-FILE
001028     LABEL RECORDS ARE STANDARD.
001028     COPY REGBLOQ.
001028 FD  PROFESSORES-FILE
001028     LABEL RECORDS ARE STANDARD.
001028     COPY REGPROF.
001028 FD  ATRIBUICAO-FILE
001028     LABEL RECORDS ARE STANDARD.
001028     COPY REGATRIB.
001028 FD  ENTURMACAO-FILE
001028     LABEL RECORDS ARE STANDARD.
001028     COPY REGENTUR.
001028 FD  DEPENDENCIA-FILE
001028     LABEL RECORDS ARE STANDARD.
001028     COPY REGDEPEN.
001029
001030 WORKING-STORAGE SECTION.
001040*--------------------------------------------------------------
001400         88  WS88-POSICIONANDO            VALUE "S".
001410     03  WS-TRANSCRICAO-CHEIA          PIC X(01) VALUE "N".
001420         88  WS88-TRANSCRICAO-CHEIA       VALUE "S".
001450     03  WS-ALUNO-ACHADO               PIC X(01) VALUE "N".
001460         88  WS88-ALUNO-ACHADO            VALUE "S".
001462     03  WS-HEADER-LIDO                PIC X(01) VALUE "N".
001473         88  WS88-MESTRE-ACHADO           VALUE "S".
001474     03  WS-APLICACAO-OK               PIC X(01) VALUE "S".
001475         88  WS88-APLICACAO-OK            VALUE "S".
001476     03  WS-TEM-FREQUENCIA             PIC X(01) VALUE "N".
001477         88  WS88-TEM-FREQUENCIA          VALUE "S".
001478     03  WS-FREQ-ACHADA                PIC X(01) VALUE "N".
001479         88  WS88-FREQ-ACHADA             VALUE "S".
001480     03  WS-FIM-MATERIAS               PIC X(01) VALUE "N".
001481         88  WS88-FIM-MATERIAS            VALUE "S".
001482     03  WS-MATERIA-ACHADA             PIC X(01) VALUE "N".
001483         88  WS88-MATERIA-ACHADA          VALUE "S".
001483     03  WS-FIM-PERIODOS               PIC X(01) VALUE "N".
001483         88  WS88-FIM-PERIODOS            VALUE "S".
001483     03  WS-PERIODO-FECHADO            PIC X(01) VALUE "N".
001483         88  WS88-PERIODO-FECHADO         VALUE "S".
001483     03  WS-FIM-PROFESSORES            PIC X(01) VALUE "N".
001483         88  WS88-FIM-PROFESSORES         VALUE "S".
001483     03  WS-PROFESSOR-ACHADO           PIC X(01) VALUE "N".
001483         88  WS88-PROFESSOR-ACHADO        VALUE "S".
001483     03  WS-FIM-ATRIBUICAO             PIC X(01) VALUE "N".
001483         88  WS88-FIM-ATRIBUICAO          VALUE "S".
001483     03  WS-ATRIBUICAO-ACHADA          PIC X(01) VALUE "N".
001483         88  WS88-ATRIBUICAO-ACHADA       VALUE "S".
001483     03  WS-FIM-DEPENDENCIAS           PIC X(01) VALUE "N".
001483         88  WS88-FIM-DEPENDENCIAS        VALUE "S".
001483     03  WS-DEPENDENCIA-ACHADA         PIC X(01) VALUE "N".
001483         88  WS88-DEPENDENCIA-ACHADA      VALUE "S".
001484 01  WS-CAMPO-INVALIDO             PIC X(10) VALUE SPACES.
001485 01  WS-VALOR-INVALIDO             PIC X(20) VALUE SPACES.
001486*--------------------------------------------------------------
001487* MATERIA CUJO PESO VALE NO CALCULO: A PROPRIA MATERIA DA
001488* TRANSACAO OU, NA DEPENDENCIA, A MATERIA ORIGINAL.
001489*--------------------------------------------------------------
001489 01  WS-MATERIA-PESO               PIC X(20) VALUE SPACES.
001489*--------------------------------------------------------------
001489* TURMA DO ALUNO NO PERIODO PELA ENTURMACAO HISTORICA (NOTASENT).
001489* O CHAMADOR PREENCHE MATRICULA, ANO E BIMESTRE E, COMO DEFAULT,
001489* A TURMA E A SITUACAO (A OU T) DO CADASTRO; 7500 SUBSTITUI PELA
001489* ENTURMACAO VIGENTE NO PERIODO, OU DEVOLVE SITUACAO N QUANDO O
001489* ALUNO SO FOI ENTURMADO DEPOIS DELE. WS-ENT-ANO-VIGENCIA E O ANO
001489* DO REGISTRO QUE VALEU (ZERO QUANDO VALEU O CADASTRO).
001489*--------------------------------------------------------------
001489 01  WS-ENTURMACAO-VIGENTE.
001489     03  WS-ENT-MATRICULA             PIC 9(08) VALUE 0.
001489     03  WS-ENT-ANO-LETIVO            PIC 9(04) VALUE 0.
001489     03  WS-ENT-BIMESTRE              PIC 9(01) VALUE 0.
001489     03  WS-ENT-TURMA                 PIC X(10) VALUE SPACES.
001489     03  WS-ENT-SITUACAO              PIC X(01) VALUE SPACE.
001489         88  WS88-ENT-ENTURMADO           VALUE "A".
001489         88  WS88-ENT-TRANSFERIDO         VALUE "T".
001489         88  WS88-ENT-NAO-ENTURMADO       VALUE "N".
001489     03  WS-ENT-ANO-VIGENCIA          PIC 9(04) VALUE 0.
001489     03  WS-ENT-ACHADA                PIC X(01) VALUE "N".
001489         88  WS88-ENT-ACHADA              VALUE "S".
001489     03  WS-FIM-ENTURMACAO            PIC X(01) VALUE "N".
001489         88  WS88-FIM-ENTURMACAO          VALUE "S".
001489     03  WS-TEM-ENTURMACAO            PIC X(01) VALUE "N".
001489         88  WS88-TEM-ENTURMACAO          VALUE "S".
001490 01  WS-MOTIVO-EXCECAO             PIC X(40) VALUE SPACES.
001500 01  WS-CONTADORES.
001510     03  WS-CONT-REGISTROS            PIC 9(06) VALUE 0 COMP.
001550     03  WS-CKPT-QUOCIENTE            PIC 9(06) VALUE 0 COMP.
001560     03  WS-CKPT-RESTO                PIC 9(06) VALUE 0 COMP.
001561     03  WS-CONT-CHECKPOINTS          PIC 9(04) VALUE 0 COMP.
001561     03  WS-CONT-BLOQUEADOS           PIC 9(06) VALUE 0 COMP.
001561     03  WS-CONT-NAO-ATRIBUIDOS       PIC 9(06) VALUE 0 COMP.
001562*--------------------------------------------------------------
001563* DADOS DO HEADER E DO TRAILER DO LOTE, GUARDADOS PARA O
001564* BALANCETE GRAVADO EM NOTASBAL POR 9500-GERA-BALANCETE.
001566 01  WS-CONTROLE-LOTE.
001567     03  WS-HDR-DATA-GERACAO          PIC X(08) VALUE SPACES.
001568     03  WS-HDR-ORIGEM                PIC X(20) VALUE SPACES.
001568     03  WS-HDR-CODIGO-PROFESSOR      PIC X(08) VALUE SPACES.
001569     03  WS-TRL-QTD-REGISTROS         PIC 9(06) VALUE 0.
001570     03  WS-TRL-HASH-NOTAS            PIC 9(10) VALUE 0.
001571     03  WS-BAL-CONTADOR              PIC 9(06) VALUE 0.
001576 01  WS-PCT-FREQUENCIA             PIC 9(03)V99 VALUE 0.
001577 01  WS-PCT-FREQUENCIA-ED          PIC ZZ9.99.
001578 01  WS-RUN-ID                     PIC X(14) VALUE SPACES.
001578*--------------------------------------------------------------
001578* PROFESSOR RESPONSAVEL PELAS TRANSACOES: O DO HEADER NO MODO
001578* LOTE, O INFORMADO NO TERMINAL NO MODO INTERATIVO.
001578*--------------------------------------------------------------
001578 01  WS-CODIGO-PROFESSOR           PIC X(08) VALUE SPACES.
001579 01  WS-HORA-AGORA                 PIC 9(08) VALUE 0.
001580 01  WS-ENCERRAMENTO               PIC X(20) VALUE "NORMAL".
001581 01  WS-STATUS-FINAL               PIC X(14) VALUE SPACES.
001825     03  WS-FS-FREQUENCIA             PIC X(02) VALUE "00".
001826     03  WS-FS-JORNAL                 PIC X(02) VALUE "00".
001827     03  WS-FS-MATERIAS               PIC X(02) VALUE "00".
001830     03  WS-FS-PERIODOS               PIC X(02) VALUE "00".
001840     03  WS-FS-BLOQUEIO               PIC X(02) VALUE "00".
001850     03  WS-FS-PROFESSORES            PIC X(02) VALUE "00".
001860     03  WS-FS-ATRIBUICAO             PIC X(02) VALUE "00".
001870     03  WS-FS-ENTURMACAO             PIC X(02) VALUE "00".
001880     03  WS-FS-DEPENDENCIA            PIC X(02) VALUE "00".
001961*--------------------------------------------------------------
001962* CATALOGO OFICIAL DE MATERIAS (NOTASMAT) CARREGADO NA
001963* INICIALIZACAO E USADO PARA VALIDAR A MATERIA DE CADA
001971         05  TB-MTC-MATERIA               PIC X(20).
001972         05  TB-MTC-SITUACAO              PIC X(01).
001986*--------------------------------------------------------------
001987* CALENDARIO DE PERIODOS LETIVOS (NOTASPER) CARREGADO NA
001988* INICIALIZACAO. MANTIDO PELO PROGRAMA DESAFIO-CADASTRO-PERIODOS.
001989* SO A SITUACAO FECHADO IMPEDE O LANCAMENTO NO PERIODO.
001990*--------------------------------------------------------------
001991 01  TB-PERIODOS.
001992     03  TB-PER-QTD                   PIC 9(03) VALUE 0 COMP.
001993     03  TB-PER-REG OCCURS 1 TO 100 TIMES
001994             DEPENDING ON TB-PER-QTD
001995             INDEXED BY TB-IDX-PER.
001996         05  TB-PER-ANO-LETIVO            PIC 9(04).
001997         05  TB-PER-BIMESTRE              PIC 9(01).
001998         05  TB-PER-SITUACAO              PIC X(08).
001999*--------------------------------------------------------------
002000* CADASTRO DE PROFESSORES (NOTASPRF) E ATRIBUICAO DE AULAS
002001* (NOTASATR) CARREGADOS NA INICIALIZACAO. MANTIDOS PELOS
002001* PROGRAMAS DESAFIO-CADASTRO-PROFESSORES E
002001* DESAFIO-CADASTRO-ATRIBUICAO.
002001*--------------------------------------------------------------
002001 01  TB-PROFESSORES.
002001     03  TB-PRF-QTD                   PIC 9(03) VALUE 0 COMP.
002001     03  TB-PRF-REG OCCURS 1 TO 300 TIMES
002001             DEPENDING ON TB-PRF-QTD
002001             INDEXED BY TB-IDX-PRF.
002001         05  TB-PRF-CODIGO                PIC X(08).
002001         05  TB-PRF-SITUACAO              PIC X(01).
002001 01  TB-ATRIBUICOES.
002001     03  TB-ATR-QTD                   PIC 9(04) VALUE 0 COMP.
002001     03  TB-ATR-REG OCCURS 1 TO 2000 TIMES
002001             DEPENDING ON TB-ATR-QTD
002001             INDEXED BY TB-IDX-ATR.
002001         05  TB-ATR-PROFESSOR             PIC X(08).
002001         05  TB-ATR-MATERIA               PIC X(20).
002001         05  TB-ATR-TURMA                 PIC X(10).
002001         05  TB-ATR-ANO-LETIVO            PIC 9(04).
002001         05  TB-ATR-SITUACAO              PIC X(01).
002001*--------------------------------------------------------------
002001* DEPENDENCIAS PENDENTES (NOTASDEP) GERADAS PELO
002001* DESAFIO-RESULTADO-FINAL. A NOTA DA DEPENDENCIA E LANCADA SOB
002001* TB-DEP-MATERIA-CURSO NO ANO TB-DEP-ANO-CURSO; TB-DEP-MATERIA E A
002001* MATERIA ORIGINAL, QUE DA O PESO DO CALCULO.
002001*--------------------------------------------------------------
002001 01  TB-DEPENDENCIAS.
002001     03  TB-DEP-QTD                   PIC 9(04) VALUE 0 COMP.
002001     03  TB-DEP-REG OCCURS 1 TO 5000 TIMES
002001             DEPENDING ON TB-DEP-QTD
002001             INDEXED BY TB-IDX-DEP.
002001         05  TB-DEP-MATRICULA             PIC 9(08).
002001         05  TB-DEP-MATERIA-CURSO         PIC X(20).
002001         05  TB-DEP-MATERIA               PIC X(20).
002001         05  TB-DEP-ANO-CURSO             PIC 9(04).
002002*--------------------------------------------------------------
002003* HISTORICO ESCOLAR (TRANSCRIPT) ACUMULADO NA EXECUCAO ATUAL,
002004* UM ALUNO PODE TER VARIAS MATERIAS LANCADAS NO MESMO RUN.
002500     PERFORM 1200-ABRE-ARQUIVOS THRU 1200-EXIT
002510     PERFORM 1250-CARREGA-CADASTRO THRU 1250-EXIT
002513     PERFORM 1270-CARREGA-MATERIAS THRU 1270-EXIT
002514     PERFORM 1275-CARREGA-PERIODOS THRU 1275-EXIT
002515     PERFORM 1296-CARREGA-PROFESSORES THRU 1296-EXIT
002515     PERFORM 1298-CARREGA-ATRIBUICOES THRU 1298-EXIT
002515     PERFORM 1300-CARREGA-DEPENDENCIAS THRU 1300-EXIT
002515     PERFORM 1265-ABRE-ENTURMACAO THRU 1265-EXIT
002516     PERFORM 1290-CARREGA-FREQUENCIA THRU 1290-EXIT
002520     IF WS88-MODO-LOTE AND WS88-CHECKPOINT-EXISTE
002530         PERFORM 1310-PULA-PROCESSADOS THRU 1310-EXIT
002710         ELSE
002720             MOVE WS-CKPT-INTERVALO-ENT TO WS-CKPT-INTERVALO
002730         END-IF
002732     END-IF
002734     IF WS88-MODO-INTERATIVO
002736         DISPLAY "CODIGO DO PROFESSOR RESPONSAVEL: "
002738         ACCEPT WS-CODIGO-PROFESSOR
002740     END-IF
002750     .
002760 1100-EXIT.
003529         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
003530         PERFORM 9999-FIM THRU 9999-EXIT
003531     END-IF
003531     OPEN EXTEND BLOQUEIO-FILE
003531     IF WS-FS-BLOQUEIO = "35"
003531         OPEN OUTPUT BLOQUEIO-FILE
003531     END-IF
003531     IF WS-FS-BLOQUEIO NOT = "00"
003531         DISPLAY "ERRO AO ABRIR LOG DE BLOQUEIOS (NOTASBLQ): "
003531             WS-FS-BLOQUEIO
003531         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
003531         PERFORM 9999-FIM THRU 9999-EXIT
003531     END-IF
003532     IF WS88-MODO-LOTE
003540         OPEN INPUT TRANS-FILE
003550         IF WS-FS-TRANS NOT = "00"
003630     EXIT.
003640*****************************************************************
003650* 1250-CARREGA-CADASTRO
003660* ABRE O CADASTRO DE ALUNOS (INDEXADO POR MATRICULA) PARA A
003670* CONSULTA DIRETA DE CADA TRANSACAO. SEM CADASTRO NAO HA COMO
003680* VALIDAR MATRICULA, ENTAO A AUSENCIA DO ARQUIVO ENCERRA O
003685* PROGRAMA.
003690*****************************************************************
003700 1250-CARREGA-CADASTRO.
003710     OPEN INPUT CADASTRO-FILE
003761         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
003770         PERFORM 9999-FIM THRU 9999-EXIT
003780     END-IF
003830     .
003840 1250-EXIT.
003850     EXIT.
003860*****************************************************************
003870* 1265-ABRE-ENTURMACAO
003880* A ENTURMACAO HISTORICA E OPCIONAL: SEM ELA VALE A TURMA ATUAL
003890* DO CADASTRO PARA TODOS OS PERIODOS.
003900*****************************************************************
003910 1265-ABRE-ENTURMACAO.
003920     MOVE "N" TO WS-TEM-ENTURMACAO
003930     OPEN INPUT ENTURMACAO-FILE
003940     IF WS-FS-ENTURMACAO = "00"
003950         MOVE "S" TO WS-TEM-ENTURMACAO
003960     ELSE
003970         DISPLAY "AVISO: ENTURMACAO HISTORICA (NOTASENT) "
003980             "INDISPONIVEL - STATUS " WS-FS-ENTURMACAO
003990         DISPLAY "       VALE A TURMA ATUAL DO CADASTRO."
004000     END-IF
004040     .
004050 1265-EXIT.
004060     EXIT.
004061*****************************************************************
004062* 1270-CARREGA-MATERIAS
004063* CARREGA O CATALOGO OFICIAL DE MATERIAS PARA A TABELA
004064* TB-MATERIAS. SEM CATALOGO NAO HA COMO VALIDAR A MATERIA,
004065* ENTAO A AUSENCIA DO ARQUIVO ENCERRA O PROGRAMA.
004065* CATALOGO MAIOR QUE A TABELA ENCERRA O LOTE COM RETORNO 8:
004065* MATERIA IGNORADA SERIA REJEITADA COMO FORA DO CATALOGO.
004066*****************************************************************
004067 1270-CARREGA-MATERIAS.
004068     OPEN INPUT MATERIAS-FILE
004081     .
004082 1270-EXIT.
004083     EXIT.
004083*****************************************************************
004083* 1275-CARREGA-PERIODOS
004083* CARREGA O CALENDARIO DE PERIODOS PARA A TABELA TB-PERIODOS.
004083* SEM CALENDARIO TODOS OS PERIODOS SAO ACEITOS (APENAS AVISA).
004083* CALENDARIO MAIOR QUE A TABELA ENCERRA O LOTE COM RETORNO 8:
004083* IGNORAR UM PERIODO PODERIA DEIXAR PASSAR NOTA DE PERIODO
004083* FECHADO.
004083*****************************************************************
004083 1275-CARREGA-PERIODOS.
004083     OPEN INPUT PERIODOS-FILE
004083     IF WS-FS-PERIODOS = "35"
004083         DISPLAY "AVISO: SEM CALENDARIO DE PERIODOS (NOTASPER) - "
004083             "TODOS OS PERIODOS ACEITOS."
004083         GO TO 1275-EXIT
004083     END-IF
004083     IF WS-FS-PERIODOS NOT = "00"
004083         DISPLAY "ERRO AO ABRIR CALENDARIO DE PERIODOS: "
004083             WS-FS-PERIODOS
004083         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
004083         PERFORM 9999-FIM THRU 9999-EXIT
004083     END-IF
004083     PERFORM 1276-LE-PERIODO THRU 1276-EXIT
004083         UNTIL WS88-FIM-PERIODOS
004083     CLOSE PERIODOS-FILE
004083     DISPLAY "PERIODOS NO CALENDARIO: " TB-PER-QTD
004083     .
004083 1275-EXIT.
004083     EXIT.
004083 1276-LE-PERIODO.
004083     READ PERIODOS-FILE
004083         AT END
004083             MOVE "S" TO WS-FIM-PERIODOS
004083             GO TO 1276-EXIT
004083     END-READ
004083     IF TB-PER-QTD NOT < 100
004083         DISPLAY "ERRO: LIMITE DE PERIODOS NO CALENDARIO "
004083             "EXCEDIDO - LOTE ENCERRADO."
004083         CLOSE PERIODOS-FILE
004083         MOVE "LIMITE DE TABELA" TO WS-ENCERRAMENTO
004083         MOVE 8 TO RETURN-CODE
004083         PERFORM 9999-FIM THRU 9999-EXIT
004083     END-IF
004083     ADD 1 TO TB-PER-QTD
004083     SET TB-IDX-PER TO TB-PER-QTD
004083     MOVE PE-ANO-LETIVO TO TB-PER-ANO-LETIVO (TB-IDX-PER)
004083     MOVE PE-BIMESTRE TO TB-PER-BIMESTRE (TB-IDX-PER)
004083     MOVE PE-SITUACAO TO TB-PER-SITUACAO (TB-IDX-PER)
004083     .
004083 1276-EXIT.
004083     EXIT.
004084 1280-LE-MATERIA.
004085     READ MATERIAS-FILE
004086         AT END
004087             MOVE "S" TO WS-FIM-MATERIAS
004088             GO TO 1280-EXIT
004099     END-READ
004099     IF TB-MTC-QTD NOT < 100
004099         DISPLAY "ERRO: LIMITE DE MATERIAS NO CATALOGO "
004099             "EXCEDIDO - LOTE ENCERRADO."
004099         CLOSE MATERIAS-FILE
004099         MOVE "LIMITE DE TABELA" TO WS-ENCERRAMENTO
004099         MOVE 8 TO RETURN-CODE
004099         PERFORM 9999-FIM THRU 9999-EXIT
004099     END-IF
004099     ADD 1 TO TB-MTC-QTD
004099     SET TB-IDX-MTC TO TB-MTC-QTD
004099     MOVE MC-MATERIA TO TB-MTC-MATERIA (TB-IDX-MTC)
004099     MOVE MC-SITUACAO TO TB-MTC-SITUACAO (TB-IDX-MTC)
004100     .
004101 1280-EXIT.
004102     EXIT.
004117*****************************************************************
004118* 1290-CARREGA-FREQUENCIA
004119* ABRE O ARQUIVO DE FREQUENCIA (INDEXADO POR ALUNO/MATERIA/ANO/
004120* BIMESTRE) PARA A CONSULTA DIRETA. ARQUIVO AUSENTE NAO IMPEDE O
004121* LOTE: SEM REGISTRO DE FREQUENCIA A PRESENCA E ASSUMIDA COMO
004121* 100% E O OPERADOR E AVISADO.
004122*****************************************************************
004123 1290-CARREGA-FREQUENCIA.
004124     OPEN INPUT FREQUENCIA-FILE
004133         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
004134         PERFORM 9999-FIM THRU 9999-EXIT
004135     END-IF
004136     MOVE "S" TO WS-TEM-FREQUENCIA
004140     .
004141 1290-EXIT.
004142     EXIT.
004143*****************************************************************
004144* 1296-CARREGA-PROFESSORES
004144* CARREGA O CADASTRO DE PROFESSORES PARA A TABELA
004144* TB-PROFESSORES. SEM CADASTRO NAO HA COMO AUTORIZAR O
004144* LANCAMENTO, ENTAO A AUSENCIA DO ARQUIVO ENCERRA O PROGRAMA.
004144* CADASTRO MAIOR QUE A TABELA ENCERRA O LOTE COM RETORNO 8.
004144*****************************************************************
004144 1296-CARREGA-PROFESSORES.
004144     OPEN INPUT PROFESSORES-FILE
004144     IF WS-FS-PROFESSORES NOT = "00"
004144         DISPLAY "ERRO AO ABRIR CADASTRO DE PROFESSORES: "
004144             WS-FS-PROFESSORES
004144         DISPLAY "EXECUTE DESAFIO-CADASTRO-PROFESSORES "
004144             "PARA CRIAR "
004144             "O CADASTRO ANTES DO PROCESSAMENTO DE NOTAS."
004144         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
004144         PERFORM 9999-FIM THRU 9999-EXIT
004144     END-IF
004144     PERFORM 1297-LE-PROFESSOR THRU 1297-EXIT
004144         UNTIL WS88-FIM-PROFESSORES
004144     CLOSE PROFESSORES-FILE
004144     DISPLAY "PROFESSORES NO CADASTRO: " TB-PRF-QTD
004144     .
004144 1296-EXIT.
004144     EXIT.
004144 1297-LE-PROFESSOR.
004144     READ PROFESSORES-FILE
004145         AT END
004146             MOVE "S" TO WS-FIM-PROFESSORES
004147             GO TO 1297-EXIT
004165     END-READ
004165     IF TB-PRF-QTD NOT < 300
004165         DISPLAY "ERRO: LIMITE DE PROFESSORES NO CADASTRO "
004165             "EXCEDIDO - LOTE ENCERRADO."
004165         CLOSE PROFESSORES-FILE
004165         MOVE "LIMITE DE TABELA" TO WS-ENCERRAMENTO
004165         MOVE 8 TO RETURN-CODE
004165         PERFORM 9999-FIM THRU 9999-EXIT
004165     END-IF
004165     ADD 1 TO TB-PRF-QTD
004165     SET TB-IDX-PRF TO TB-PRF-QTD
004165     MOVE PF-CODIGO-PROFESSOR TO TB-PRF-CODIGO (TB-IDX-PRF)
004165     MOVE PF-SITUACAO TO TB-PRF-SITUACAO (TB-IDX-PRF)
004166     .
004167 1297-EXIT.
004167     EXIT.
004167*****************************************************************
004167* 1298-CARREGA-ATRIBUICOES
004167* CARREGA A ATRIBUICAO DE AULAS PARA A TABELA TB-ATRIBUICOES.
004167* SEM ATRIBUICAO NENHUM LANCAMENTO SERIA AUTORIZADO, ENTAO A
004167* AUSENCIA DO ARQUIVO ENCERRA O PROGRAMA. ATRIBUICAO MAIOR QUE A
004167* TABELA ENCERRA O LOTE COM RETORNO 8.
004167*****************************************************************
004167 1298-CARREGA-ATRIBUICOES.
004167     OPEN INPUT ATRIBUICAO-FILE
004167     IF WS-FS-ATRIBUICAO NOT = "00"
004167         DISPLAY "ERRO AO ABRIR ATRIBUICAO DE AULAS: "
004167             WS-FS-ATRIBUICAO
004167         DISPLAY "EXECUTE DESAFIO-CADASTRO-ATRIBUICAO PARA CRIAR "
004167             "A ATRIBUICAO ANTES DO PROCESSAMENTO DE NOTAS."
004167         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
004167         PERFORM 9999-FIM THRU 9999-EXIT
004167     END-IF
004167     PERFORM 1299-LE-ATRIBUICAO THRU 1299-EXIT
004167         UNTIL WS88-FIM-ATRIBUICAO
004167     CLOSE ATRIBUICAO-FILE
004167     DISPLAY "ATRIBUICOES DE AULAS: " TB-ATR-QTD
004167     .
004167 1298-EXIT.
004167     EXIT.
004167 1299-LE-ATRIBUICAO.
004167     READ ATRIBUICAO-FILE
004167         AT END
004167             MOVE "S" TO WS-FIM-ATRIBUICAO
004167             GO TO 1299-EXIT
004167     END-READ
004167     IF TB-ATR-QTD NOT < 2000
004167         DISPLAY "ERRO: LIMITE DE ATRIBUICOES NA TABELA "
004167             "EXCEDIDO - LOTE ENCERRADO."
004167         CLOSE ATRIBUICAO-FILE
004167         MOVE "LIMITE DE TABELA" TO WS-ENCERRAMENTO
004167         MOVE 8 TO RETURN-CODE
004167         PERFORM 9999-FIM THRU 9999-EXIT
004167     END-IF
004167     ADD 1 TO TB-ATR-QTD
004167     SET TB-IDX-ATR TO TB-ATR-QTD
004167     MOVE AT-CODIGO-PROFESSOR TO TB-ATR-PROFESSOR (TB-IDX-ATR)
004167     MOVE AT-MATERIA TO TB-ATR-MATERIA (TB-IDX-ATR)
004167     MOVE AT-TURMA TO TB-ATR-TURMA (TB-IDX-ATR)
004167     MOVE AT-ANO-LETIVO TO TB-ATR-ANO-LETIVO (TB-IDX-ATR)
004167     MOVE AT-SITUACAO TO TB-ATR-SITUACAO (TB-IDX-ATR)
004167     .
004167 1299-EXIT.
004167     EXIT.
004167*****************************************************************
004167* 1300-CARREGA-DEPENDENCIAS
004167* CARREGA AS DEPENDENCIAS PENDENTES (NOTASDEP) PARA A TABELA
004167* TB-DEPENDENCIAS. SEM O ARQUIVO (RESULTADO FINAL AINDA NAO
004167* APURADO) NAO HA DEPENDENCIA A LANCAR E O LOTE SEGUE. ARQUIVO
004167* MAIOR QUE A TABELA ENCERRA O LOTE COM RETORNO 8.
004167*****************************************************************
004167 1300-CARREGA-DEPENDENCIAS.
004167     OPEN INPUT DEPENDENCIA-FILE
004167     IF WS-FS-DEPENDENCIA = "35"
004167         DISPLAY "AVISO: SEM ARQUIVO DE DEPENDENCIAS (NOTASDEP)."
004167         GO TO 1300-EXIT
004167     END-IF
004167     IF WS-FS-DEPENDENCIA NOT = "00"
004167         DISPLAY "ERRO AO ABRIR ARQUIVO DE DEPENDENCIAS: "
004167             WS-FS-DEPENDENCIA
004167         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
004167         PERFORM 9999-FIM THRU 9999-EXIT
004167     END-IF
004167     PERFORM 1305-LE-DEPENDENCIA THRU 1305-EXIT
004167         UNTIL WS88-FIM-DEPENDENCIAS
004167     CLOSE DEPENDENCIA-FILE
004167     DISPLAY "DEPENDENCIAS PENDENTES: " TB-DEP-QTD
004167     .
004167 1300-EXIT.
004167     EXIT.
004167 1305-LE-DEPENDENCIA.
004167     READ DEPENDENCIA-FILE
004167         AT END
004167             MOVE "S" TO WS-FIM-DEPENDENCIAS
004167             GO TO 1305-EXIT
004167     END-READ
004167     IF NOT DP88-PENDENTE
004167         GO TO 1305-EXIT
004167     END-IF
004167     IF TB-DEP-QTD NOT < 5000
004167         DISPLAY "ERRO: LIMITE DE DEPENDENCIAS NA TABELA "
004167             "EXCEDIDO - LOTE ENCERRADO."
004167         CLOSE DEPENDENCIA-FILE
004167         MOVE "LIMITE DE TABELA" TO WS-ENCERRAMENTO
004167         MOVE 8 TO RETURN-CODE
004167         PERFORM 9999-FIM THRU 9999-EXIT
004167     END-IF
004167     ADD 1 TO TB-DEP-QTD
004167     SET TB-IDX-DEP TO TB-DEP-QTD
004167     MOVE DP-MATRICULA TO TB-DEP-MATRICULA (TB-IDX-DEP)
004167     MOVE DP-MATERIA-CURSO TO TB-DEP-MATERIA-CURSO (TB-IDX-DEP)
004167     MOVE DP-MATERIA TO TB-DEP-MATERIA (TB-IDX-DEP)
004167     MOVE DP-ANO-CURSO TO TB-DEP-ANO-CURSO (TB-IDX-DEP)
004167     .
004167 1305-EXIT.
004168     EXIT.
004169*****************************************************************
004170* 1310-PULA-PROCESSADOS
004590     EXIT.
004591*****************************************************************
004592* 2010-TRATA-HEADER
004593* GUARDA A DATA DE GERACAO, A ORIGEM E O PROFESSOR DO LOTE PARA
004593* O BALANCETE E PARA A AUTORIZACAO DOS DETALHES (3170).
004594*****************************************************************
004595 2010-TRATA-HEADER.
004596     MOVE "S" TO WS-HEADER-LIDO
004597     MOVE TR-HDR-DATA-GERACAO TO WS-HDR-DATA-GERACAO
004598     MOVE TR-HDR-ORIGEM TO WS-HDR-ORIGEM
004598     MOVE TR-HDR-CODIGO-PROFESSOR TO WS-HDR-CODIGO-PROFESSOR
004598     MOVE TR-HDR-CODIGO-PROFESSOR TO WS-CODIGO-PROFESSOR
004599     DISPLAY "LOTE GERADO EM " WS-HDR-DATA-GERACAO
004600         " ORIGEM: " WS-HDR-ORIGEM
004600         " PROFESSOR: " WS-HDR-CODIGO-PROFESSOR
004601     .
004602 2010-EXIT.
004603     EXIT.
005040* VALIDA A MATRICULA CONTRA O CADASTRO DE ALUNOS, A MATERIA
005045* CONTRA O CATALOGO OFICIAL E AS QUATRO NOTAS DIGITADAS/LIDAS:
005050* DEVEM SER NUMERICAS E ESTAR NA FAIXA REAL DE 0 A 10.
005051* O PROFESSOR DO LOTE PRECISA TER A MATERIA/TURMA ATRIBUIDA.
005070*****************************************************************
005080 3000-VALIDA-NOTAS.
005090     MOVE "S" TO WS-REG-VALIDO
005100     MOVE SPACES TO WS-CAMPO-INVALIDO
005110     MOVE SPACES TO WS-VALOR-INVALIDO
005120     MOVE SPACES TO WS-MOTIVO-EXCECAO
005123     MOVE "N" TO WS-DEPENDENCIA-ACHADA
005126     MOVE WS-MATERIA TO WS-MATERIA-PESO
005130     PERFORM 3100-VALIDA-MATRICULA THRU 3100-EXIT
005131     IF WS88-REG-VALIDO
005132         PERFORM 3120-VALIDA-MATERIA THRU 3120-EXIT
005158         MOVE WS-BIMESTRE TO WS-VALOR-INVALIDO
005159         MOVE "BIMESTRE FORA DA FAIXA 1-4"
005160             TO WS-MOTIVO-EXCECAO
005160     END-IF
005160     IF WS88-REG-VALIDO
005160         PERFORM 3160-VALIDA-PERIODO THRU 3160-EXIT
005160     END-IF
005160     IF WS88-REG-VALIDO
005160         PERFORM 3165-VALIDA-ENTURMACAO THRU 3165-EXIT
005160     END-IF
005160     IF WS88-REG-VALIDO
005160         PERFORM 3170-VALIDA-ATRIBUICAO THRU 3170-EXIT
005161     END-IF
005162*--------------------------------------------------------------
005163* EXCLUSAO NAO CRITICA AS NOTAS: ELAS NAO SAO USADAS E O
005690             TO WS-MOTIVO-EXCECAO
005700         GO TO 3100-EXIT
005710     END-IF
005720     IF CA-SITUACAO NOT = "A" AND
005721        CA-SITUACAO NOT = "T"
005730         MOVE "N" TO WS-REG-VALIDO
005740         MOVE "MATRICULA" TO WS-CAMPO-INVALIDO
005750         MOVE WS-MATRICULA TO WS-VALOR-INVALIDO
005813* A MATERIA DEVE CONSTAR NO CATALOGO OFICIAL (NOTASMAT) E ESTAR
005814* COM SITUACAO ATIVA - A MATERIA ENTRA NA CHAVE DO MESTRE E UM
005815* TYPO VIRARIA UM REGISTRO PROPRIO COM OS PESOS DEFAULT.
005815* A CHAVE DE UMA DEPENDENCIA PENDENTE DO ALUNO NO ANO (3190) NAO
005815* CONSTA DO CATALOGO E E ACEITA SEM ESTA CRITICA.
005816*****************************************************************
005817 3120-VALIDA-MATERIA.
005817     PERFORM 3190-PESQUISA-DEPENDENCIA THRU 3190-EXIT
005817     IF WS88-DEPENDENCIA-ACHADA
005817         GO TO 3120-EXIT
005817     END-IF
005818     PERFORM 3130-PESQUISA-CATALOGO THRU 3130-EXIT
005819     IF NOT WS88-MATERIA-ACHADA
005820         MOVE "N" TO WS-REG-VALIDO
005851     EXIT.
005852 3150-PESQUISA-CADASTRO.
005853     MOVE "N" TO WS-ALUNO-ACHADO
005854     MOVE WS-MATRICULA TO CA-MATRICULA
005855     READ CADASTRO-FILE
005856         INVALID KEY
005857             CONTINUE
005858         NOT INVALID KEY
005859             MOVE "S" TO WS-ALUNO-ACHADO
005859     END-READ
005859     .
005859 3150-EXIT.
005859     EXIT.
005859*****************************************************************
005859* 3160-VALIDA-PERIODO
005859* O ANO LETIVO/BIMESTRE DA TRANSACAO NAO PODE ESTAR FECHADO NO
005859* CALENDARIO. A TRANSACAO BLOQUEADA VAI PARA NOTASEXC E FICA
005859* REGISTRADA NO LOG NOTASBLQ PARA A LISTAGEM DO CALENDARIO.
005859*****************************************************************
005859 3160-VALIDA-PERIODO.
005859     MOVE "N" TO WS-PERIODO-FECHADO
005859     IF TB-PER-QTD = 0
005859         GO TO 3160-EXIT
005860     END-IF
005870     SET TB-IDX-PER TO 1
005880     SEARCH TB-PER-REG VARYING TB-IDX-PER
005890         AT END
005900             MOVE "N" TO WS-PERIODO-FECHADO
005910         WHEN TB-PER-ANO-LETIVO (TB-IDX-PER) = WS-ANO-LETIVO AND
005920              TB-PER-BIMESTRE (TB-IDX-PER) = WS-BIMESTRE
005921             IF TB-PER-SITUACAO (TB-IDX-PER) = "FECHADO"
005922                 MOVE "S" TO WS-PERIODO-FECHADO
005923             END-IF
005924     END-SEARCH
005925     IF NOT WS88-PERIODO-FECHADO
005926         GO TO 3160-EXIT
005927     END-IF
005928     MOVE "N" TO WS-REG-VALIDO
005929     MOVE "PERIODO" TO WS-CAMPO-INVALIDO
005929     MOVE SPACES TO WS-VALOR-INVALIDO
005929     STRING WS-ANO-LETIVO "/" WS-BIMESTRE
005929         DELIMITED BY SIZE INTO WS-VALOR-INVALIDO
005929     END-STRING
005929     MOVE "PERIODO FECHADO NO CALENDARIO (NOTASPER)"
005929         TO WS-MOTIVO-EXCECAO
005929     MOVE WS-DATA-HOJE TO BQ-DATA
005929     MOVE WS-RUN-ID TO BQ-RUN-ID
005929     MOVE "DESAFIO-LEITOR" TO BQ-ORIGEM
005929     MOVE WS-ANO-LETIVO TO BQ-ANO-LETIVO
005929     MOVE WS-BIMESTRE TO BQ-BIMESTRE
005929     MOVE WS-CODIGO-TRANSACAO TO BQ-CODIGO-TRANSACAO
005929     MOVE WS-MATRICULA TO BQ-MATRICULA
005929     MOVE WS-MATERIA TO BQ-MATERIA
005929     WRITE BQ-REGISTRO-BLOQUEIO
005929     ADD 1 TO WS-CONT-BLOQUEADOS
005929     .
005929 3160-EXIT.
005929     EXIT.
005929*****************************************************************
005929* 3165-VALIDA-ENTURMACAO
005929* A TURMA DO ALUNO E A DO PERIODO DA TRANSACAO NA ENTURMACAO
005929* HISTORICA (OU A DO CADASTRO, SEM HISTORICO). ALUNO JA
005929* TRANSFERIDO OU AINDA NAO ENTURMADO NO PERIODO NAO RECEBE NOTA.
005929*****************************************************************
005929 3165-VALIDA-ENTURMACAO.
005929     MOVE WS-MATRICULA TO WS-ENT-MATRICULA
005929     MOVE WS-ANO-LETIVO TO WS-ENT-ANO-LETIVO
005929     MOVE WS-BIMESTRE TO WS-ENT-BIMESTRE
005929     MOVE CA-TURMA TO WS-ENT-TURMA
005929     MOVE CA-SITUACAO TO WS-ENT-SITUACAO
005929     MOVE 0 TO WS-ENT-ANO-VIGENCIA
005929     PERFORM 7500-BUSCA-ENTURMACAO THRU 7500-EXIT
005929     IF WS88-ENT-TRANSFERIDO
005929         MOVE "N" TO WS-REG-VALIDO
005929         MOVE "MATRICULA" TO WS-CAMPO-INVALIDO
005929         MOVE WS-ENT-TURMA TO WS-VALOR-INVALIDO
005929         MOVE "ALUNO TRANSFERIDO NO PERIODO"
005929             TO WS-MOTIVO-EXCECAO
005929         GO TO 3165-EXIT
005929     END-IF
005929     IF WS88-ENT-NAO-ENTURMADO
005929         MOVE "N" TO WS-REG-VALIDO
005929         MOVE "MATRICULA" TO WS-CAMPO-INVALIDO
005929         MOVE WS-MATRICULA TO WS-VALOR-INVALIDO
005929         MOVE "ALUNO NAO ENTURMADO NO PERIODO"
005929             TO WS-MOTIVO-EXCECAO
005929     END-IF
005929     .
005929 3165-EXIT.
005929     EXIT.
005929*****************************************************************
005929* 3170-VALIDA-ATRIBUICAO
005929* O PROFESSOR DO LOTE (HEADER DO NOTASTRN, OU O INFORMADO NO
005929* MODO INTERATIVO) DEVE ESTAR ATIVO NO CADASTRO NOTASPRF E TER
005929* ATRIBUICAO ATIVA EM NOTASATR PARA A MATERIA, A TURMA DO ALUNO
005929* NO PERIODO (3165) E O ANO LETIVO DA TRANSACAO.
005929* A DEPENDENCIA NAO FAZ PARTE DA GRADE DA TURMA E DISPENSA A
005929* ATRIBUICAO; SO O PROFESSOR E CONFERIDO.
005929*****************************************************************
005929 3170-VALIDA-ATRIBUICAO.
005929     IF WS-CODIGO-PROFESSOR = SPACES
005929         MOVE "N" TO WS-REG-VALIDO
005929         MOVE "PROFESSOR" TO WS-CAMPO-INVALIDO
005929         MOVE SPACES TO WS-VALOR-INVALIDO
005929         MOVE "PROFESSOR NAO INFORMADO NO LOTE"
005929             TO WS-MOTIVO-EXCECAO
005929         ADD 1 TO WS-CONT-NAO-ATRIBUIDOS
005929         GO TO 3170-EXIT
005929     END-IF
005929     PERFORM 3175-PESQUISA-PROFESSOR THRU 3175-EXIT
005929     IF NOT WS88-PROFESSOR-ACHADO
005929         MOVE "N" TO WS-REG-VALIDO
005929         MOVE "PROFESSOR" TO WS-CAMPO-INVALIDO
005929         MOVE WS-CODIGO-PROFESSOR TO WS-VALOR-INVALIDO
005929         MOVE "PROFESSOR NAO CADASTRADO OU INATIVO"
005929             TO WS-MOTIVO-EXCECAO
005929         ADD 1 TO WS-CONT-NAO-ATRIBUIDOS
005929         GO TO 3170-EXIT
005929     END-IF
005929     IF WS88-DEPENDENCIA-ACHADA
005929         GO TO 3170-EXIT
005929     END-IF
005929     PERFORM 3180-PESQUISA-ATRIBUICAO THRU 3180-EXIT
005929     IF NOT WS88-ATRIBUICAO-ACHADA
005929         MOVE "N" TO WS-REG-VALIDO
005929         MOVE "ATRIBUICAO" TO WS-CAMPO-INVALIDO
005929         MOVE WS-ENT-TURMA TO WS-VALOR-INVALIDO
005929         MOVE "MATERIA/TURMA NAO ATRIBUIDA AO PROFESSOR"
005929             TO WS-MOTIVO-EXCECAO
005929         ADD 1 TO WS-CONT-NAO-ATRIBUIDOS
005929     END-IF
005929     .
005929 3170-EXIT.
005929     EXIT.
005929 3175-PESQUISA-PROFESSOR.
005929     MOVE "N" TO WS-PROFESSOR-ACHADO
005929     IF TB-PRF-QTD = 0
005929         GO TO 3175-EXIT
005929     END-IF
005929     SET TB-IDX-PRF TO 1
005929     SEARCH TB-PRF-REG VARYING TB-IDX-PRF
005929         AT END
005929             MOVE "N" TO WS-PROFESSOR-ACHADO
005929         WHEN TB-PRF-CODIGO (TB-IDX-PRF) = WS-CODIGO-PROFESSOR
005929             IF TB-PRF-SITUACAO (TB-IDX-PRF) = "A"
005929                 MOVE "S" TO WS-PROFESSOR-ACHADO
005929             END-IF
005930     END-SEARCH
005940     .
005950 3175-EXIT.
005951     EXIT.
005952 3180-PESQUISA-ATRIBUICAO.
005953     MOVE "N" TO WS-ATRIBUICAO-ACHADA
005954     IF TB-ATR-QTD = 0
005955         GO TO 3180-EXIT
005956     END-IF
005957     SET TB-IDX-ATR TO 1
005958     SEARCH TB-ATR-REG VARYING TB-IDX-ATR
005959         AT END
005959             MOVE "N" TO WS-ATRIBUICAO-ACHADA
005959         WHEN TB-ATR-PROFESSOR (TB-IDX-ATR) = WS-CODIGO-PROFESSOR
005959          AND TB-ATR-MATERIA (TB-IDX-ATR) = WS-MATERIA
005959          AND TB-ATR-TURMA (TB-IDX-ATR) =
005959             WS-ENT-TURMA
005959          AND TB-ATR-ANO-LETIVO (TB-IDX-ATR) = WS-ANO-LETIVO
005959          AND TB-ATR-SITUACAO (TB-IDX-ATR) = "A"
005959             MOVE "S" TO WS-ATRIBUICAO-ACHADA
005959     END-SEARCH
005959     .
005959 3180-EXIT.
005959     EXIT.
005959*****************************************************************
005959* 3190-PESQUISA-DEPENDENCIA
005959* PROCURA A MATERIA DA TRANSACAO ENTRE AS DEPENDENCIAS PENDENTES
005959* DO ALUNO NO ANO LETIVO. ACHANDO, O PESO DO CALCULO PASSA A SER O
005959* DA MATERIA ORIGINAL.
005959*****************************************************************
005959 3190-PESQUISA-DEPENDENCIA.
005959     MOVE "N" TO WS-DEPENDENCIA-ACHADA
005959     MOVE WS-MATERIA TO WS-MATERIA-PESO
005959     IF TB-DEP-QTD = 0
005959         GO TO 3190-EXIT
005959     END-IF
005959     SET TB-IDX-DEP TO 1
005959     SEARCH TB-DEP-REG VARYING TB-IDX-DEP
005959         AT END
005959             MOVE "N" TO WS-DEPENDENCIA-ACHADA
005959         WHEN TB-DEP-MATRICULA (TB-IDX-DEP) = WS-MATRICULA
005959          AND TB-DEP-MATERIA-CURSO (TB-IDX-DEP) = WS-MATERIA
005959          AND TB-DEP-ANO-CURSO (TB-IDX-DEP) = WS-ANO-LETIVO
005959             MOVE "S" TO WS-DEPENDENCIA-ACHADA
005959             MOVE TB-DEP-MATERIA (TB-IDX-DEP) TO WS-MATERIA-PESO
005959     END-SEARCH
005959     .
005959 3190-EXIT.
005960     EXIT.
005970*****************************************************************
005980* 4000-TRATA-EXCECAO
006111     MOVE WS-RUN-ID TO EX-RUN-ID
006112     MOVE WS-NUM-NOTA-SUBST TO EX-NUM-NOTA-SUBST
006113     MOVE WS-NOTA-SUBST TO EX-NOTA-SUBST
006116     MOVE WS-CODIGO-PROFESSOR TO EX-CODIGO-PROFESSOR
006120     WRITE EX-REGISTRO-EXCECAO
006130     .
006140 4000-EXIT.
007159     SEARCH TB-PESO-ENTRADA VARYING TB-IDX-PESO
007160         AT END
007170             SET TB-IDX-PESO TO TB-PESO-QTD
007180         WHEN TB-PESO-MATERIA (TB-IDX-PESO) = WS-MATERIA-PESO
007190             CONTINUE
007200     END-SEARCH
007210     .
007241     IF NOT WS88-FREQ-ACHADA
007242         GO TO 5300-EXIT
007243     END-IF
007244     IF FQ-AULAS-DADAS = 0
007245         GO TO 5300-EXIT
007246     END-IF
007247*--------------------------------------------------------------
007249* COMO PRESENCA ZERO (REPROVA POR FALTA) E AVISADA, PARA NAO
007250* VIRAR 100% DE PRESENCA NO CAMPO SEM SINAL.
007251*--------------------------------------------------------------
007252     IF FQ-FALTAS > FQ-AULAS-DADAS
007254         DISPLAY "AVISO: FALTAS MAIORES QUE AULAS DADAS PARA "
007255             WS-MATRICULA " " WS-MATERIA
007256             " - PRESENCA CONSIDERADA ZERO"
007258         GO TO 5300-CRITICA
007259     END-IF
007260     COMPUTE WS-PCT-FREQUENCIA ROUNDED =
007261         ((FQ-AULAS-DADAS - FQ-FALTAS) * 100) /
007262         FQ-AULAS-DADAS
007264         ON SIZE ERROR
007265             MOVE 100 TO WS-PCT-FREQUENCIA
007266     END-COMPUTE
007278     EXIT.
007279 5350-LOCALIZA-FREQUENCIA.
007280     MOVE "N" TO WS-FREQ-ACHADA
007281     IF NOT WS88-TEM-FREQUENCIA
007282         GO TO 5350-EXIT
007283     END-IF
007284     MOVE WS-MATRICULA TO FQ-MATRICULA
007285     MOVE WS-MATERIA TO FQ-MATERIA
007286     MOVE WS-ANO-LETIVO TO FQ-ANO-LETIVO
007287     MOVE WS-BIMESTRE TO FQ-BIMESTRE
007288     READ FREQUENCIA-FILE
007289         INVALID KEY
007290             CONTINUE
007291         NOT INVALID KEY
007292             MOVE "S" TO WS-FREQ-ACHADA
007293     END-READ
007294     .
007295 5350-EXIT.
007296     EXIT.
007452     MOVE WS-NOTAFINAL TO RM-NOTAFINAL
007453     MOVE WS-STATUS-FINAL TO RM-STATUS
007454     MOVE WS-RUN-ID TO RM-RUN-ID
007454     MOVE WS-CODIGO-PROFESSOR TO RM-CODIGO-PROFESSOR
007455     .
007456 6250-EXIT.
007457     EXIT.
007482* 6400-GRAVA-RETIFICACAO
007483* GRAVA A TRILHA DE RETIFICACAO (NOTA ANTIGA E NOVA, DATA E
007484* ORIGEM DO LOTE) PARA ALTERACOES E EXCLUSOES NO MESTRE.
007484* CHAMADA ANTES DO REWRITE/DELETE: O REGISTRO DO MESTRE AINDA
007484* TEM A IMAGEM ANTERIOR, GUARDADA PARA O ESTORNO DO LOTE.
007485*****************************************************************
007486 6400-GRAVA-RETIFICACAO.
007487     MOVE WS-DATA-HOJE TO RT-DATA
007497     ELSE
007498         MOVE "INTERATIVO" TO RT-ORIGEM
007499     END-IF
007499     MOVE WS-RUN-ID TO RT-RUN-ID
007499     MOVE WS-CODIGO-PROFESSOR TO RT-CODIGO-PROFESSOR
007499     MOVE RM-NOME TO RT-ANT-NOME
007499     MOVE RM-NOTA1 TO RT-ANT-NOTA1
007499     MOVE RM-NOTA2 TO RT-ANT-NOTA2
007499     MOVE RM-NOTA3 TO RT-ANT-NOTA3
007499     MOVE RM-NOTA4 TO RT-ANT-NOTA4
007499     MOVE RM-STATUS TO RT-ANT-STATUS
007499     MOVE RM-RUN-ID TO RT-ANT-RUN-ID
007499     MOVE RM-CODIGO-PROFESSOR TO RT-ANT-CODIGO-PROFESSOR
007500     WRITE RT-REGISTRO-RETIFICACAO
007501     .
007502 6400-EXIT.
007911     MOVE WS-RUN-ID TO EX-RUN-ID
007912     MOVE WS-NUM-NOTA-SUBST TO EX-NUM-NOTA-SUBST
007913     MOVE WS-NOTA-SUBST TO EX-NOTA-SUBST
007914     MOVE WS-CODIGO-PROFESSOR TO EX-CODIGO-PROFESSOR
007920     WRITE EX-REGISTRO-EXCECAO
007930     .
007940 7050-EXIT.
008101     MOVE WS-RUN-ID TO EX-RUN-ID
008102     MOVE WS-NUM-NOTA-SUBST TO EX-NUM-NOTA-SUBST
008103     MOVE WS-NOTA-SUBST TO EX-NOTA-SUBST
008104     MOVE WS-CODIGO-PROFESSOR TO EX-CODIGO-PROFESSOR
008110     WRITE EX-REGISTRO-EXCECAO
008120     .
008130 7060-EXIT.
008340     END-SEARCH
008350     .
008360 7100-EXIT.
008361     EXIT.
008362*****************************************************************
008363* 7500-BUSCA-ENTURMACAO
008364* POSICIONA NO PRIMEIRO REGISTRO DO ALUNO EM NOTASENT E FICA COM
008365* O ULTIMO CUJA CHAVE (ANO/BIMESTRE) NAO PASSA DO PERIODO PEDIDO.
008366*****************************************************************
008367 7500-BUSCA-ENTURMACAO.
008368     MOVE "N" TO WS-ENT-ACHADA
008369     IF NOT WS88-TEM-ENTURMACAO
008369         GO TO 7500-EXIT
008369     END-IF
008369     MOVE "N" TO WS-FIM-ENTURMACAO
008369     MOVE WS-ENT-MATRICULA TO EN-MATRICULA
008369     MOVE 0 TO EN-ANO-LETIVO
008369     MOVE 0 TO EN-BIMESTRE
008369     START ENTURMACAO-FILE
008369         KEY IS NOT LESS THAN EN-CHAVE-ENTURMACAO
008369         INVALID KEY
008369             MOVE "S" TO WS-FIM-ENTURMACAO
008369     END-START
008369     PERFORM 7510-LE-ENTURMACAO THRU 7510-EXIT
008369         UNTIL WS88-FIM-ENTURMACAO
008369     .
008369 7500-EXIT.
008369     EXIT.
008369 7510-LE-ENTURMACAO.
008369     READ ENTURMACAO-FILE NEXT RECORD
008369         AT END
008369             MOVE "S" TO WS-FIM-ENTURMACAO
008369             GO TO 7510-EXIT
008369     END-READ
008369     IF EN-MATRICULA NOT = WS-ENT-MATRICULA
008369         MOVE "S" TO WS-FIM-ENTURMACAO
008369         GO TO 7510-EXIT
008369     END-IF
008369     IF EN-ANO-LETIVO > WS-ENT-ANO-LETIVO OR
008369        (EN-ANO-LETIVO = WS-ENT-ANO-LETIVO AND
008369         EN-BIMESTRE > WS-ENT-BIMESTRE)
008369         IF NOT WS88-ENT-ACHADA
008369             MOVE "N" TO WS-ENT-SITUACAO
008369         END-IF
008369         MOVE "S" TO WS-FIM-ENTURMACAO
008369         GO TO 7510-EXIT
008369     END-IF
008369     MOVE "S" TO WS-ENT-ACHADA
008369     MOVE EN-TURMA TO WS-ENT-TURMA
008369     MOVE EN-SITUACAO TO WS-ENT-SITUACAO
008369     MOVE EN-ANO-LETIVO TO WS-ENT-ANO-VIGENCIA
008369     .
008369 7510-EXIT.
008370     EXIT.
008380*****************************************************************
008390* 8000-IMPRIME-TRANSCRICOES
008982     MOVE SPACES TO BA-LINHA-BALANCETE
008984     STRING "DATA DE GERACAO: " WS-HDR-DATA-GERACAO
008986         "  ORIGEM: " WS-HDR-ORIGEM
008987         "  PROFESSOR: " WS-HDR-CODIGO-PROFESSOR
008988         DELIMITED BY SIZE INTO BA-LINHA-BALANCETE
008990     END-STRING
008992     WRITE BA-LINHA-BALANCETE
009018     MOVE WS-CONT-REJEITADOS TO WS-BAL-CONTADOR
009020     MOVE SPACES TO BA-LINHA-BALANCETE
009022     STRING "REJEITADOS PARA NOTASEXC:    " WS-BAL-CONTADOR
009023         DELIMITED BY SIZE INTO BA-LINHA-BALANCETE
009023     END-STRING
009023     WRITE BA-LINHA-BALANCETE
009023     MOVE WS-CONT-BLOQUEADOS TO WS-BAL-CONTADOR
009023     MOVE SPACES TO BA-LINHA-BALANCETE
009023     STRING "BLOQUEADOS POR PERIODO:      " WS-BAL-CONTADOR
009023         DELIMITED BY SIZE INTO BA-LINHA-BALANCETE
009023     END-STRING
009023     WRITE BA-LINHA-BALANCETE
009023     MOVE WS-CONT-NAO-ATRIBUIDOS TO WS-BAL-CONTADOR
009023     MOVE SPACES TO BA-LINHA-BALANCETE
009023     STRING "REJEITADOS POR ATRIBUICAO:   " WS-BAL-CONTADOR
009024         DELIMITED BY SIZE INTO BA-LINHA-BALANCETE
009026     END-STRING
009028     WRITE BA-LINHA-BALANCETE
009200     END-IF
009201     DISPLAY "REGISTROS PROCESSADOS: " WS-CONT-REGISTROS
009202     DISPLAY "REGISTROS COM ERRO: "    WS-CONT-ERROS
009202     DISPLAY "BLOQUEADOS POR PERIODO FECHADO: " WS-CONT-BLOQUEADOS
009202     DISPLAY "REJEITADOS POR ATRIBUICAO: " WS-CONT-NAO-ATRIBUIDOS
009203     IF WS88-MODO-LOTE
009204         PERFORM 9500-GERA-BALANCETE THRU 9500-EXIT
009205         IF NOT WS88-LOTE-BALANCEADO
009215     PERFORM 9600-GRAVA-JORNAL THRU 9600-EXIT
009216     CLOSE MESTRE-FILE
009217     CLOSE RETIF-FILE
009217     CLOSE BLOQUEIO-FILE
009218     CLOSE EXCECAO-FILE
009219     CLOSE INTERFACE-FILE
009220     CLOSE TRANSCRICAO-FILE
009220     CLOSE CADASTRO-FILE
009220     IF WS88-TEM-FREQUENCIA
009220         CLOSE FREQUENCIA-FILE
009220     END-IF
009220     IF WS88-TEM-ENTURMACAO
009220         CLOSE ENTURMACAO-FILE
009220     END-IF
009221     IF WS88-MODO-LOTE
009222         CLOSE TRANS-FILE
009223     END-IF
