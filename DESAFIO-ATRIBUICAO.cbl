000100*****************************************************************
000110* AUTHOR:       EQUIPE DE MANUTENCAO
000120* INSTALLATION: SETOR DE SISTEMAS ACADEMICOS
000130* DATE-WRITTEN: 09/15/2026
000140* PURPOSE:      MANUTENCAO DA ATRIBUICAO DE AULAS (NOTASATR):
000150*               LIGA O PROFESSOR A MATERIA E A TURMA QUE ELE
000160*               LECIONA NO ANO LETIVO. INCLUSAO, ATIVACAO E
000170*               INATIVACAO E LISTAGEM, NOS MOLDES DO
000180*               DESAFIO-CADASTRO-MATERIAS. SO ACEITA PROFESSOR
000190*               ATIVO EM NOTASPRF E MATERIA ATIVA NO CATALOGO
000200*               (NOTASMAT). O LEITOR DE NOTAS REJEITA TODO
000210*               LANCAMENTO QUE NAO TENHA ATRIBUICAO ATIVA AQUI.
000220* TECTONICS:    COBC
000230*----------------------------------------------------------------
000240* HISTORICO DE MANUTENCAO
000250* DATA       AUTOR  DESCRICAO
000260* ---------- ------ -----------------------------------------
000270* 09/15/2026 MNT    VERSAO ORIGINAL DA ATRIBUICAO DE AULAS.
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. DESAFIO-CADASTRO-ATRIBUICAO.
000310 AUTHOR. EQUIPE DE MANUTENCAO.
000320 INSTALLATION. SETOR DE SISTEMAS ACADEMICOS.
000330 DATE-WRITTEN. 09/15/2026.
000340 DATE-COMPILED.
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-370.
000390 OBJECT-COMPUTER. IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT ATRIBUICAO-FILE ASSIGN TO "NOTASATR"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-FS-ATRIBUICAO.
000450     SELECT PROFESSORES-FILE ASSIGN TO "NOTASPRF"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-FS-PROFESSORES.
000480     SELECT MATERIAS-FILE ASSIGN TO "NOTASMAT"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-FS-MATERIAS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  ATRIBUICAO-FILE
000550     LABEL RECORDS ARE STANDARD.
000560     COPY REGATRIB.
000570 FD  PROFESSORES-FILE
000580     LABEL RECORDS ARE STANDARD.
000590     COPY REGPROF.
000600 FD  MATERIAS-FILE
000610     LABEL RECORDS ARE STANDARD.
000620     COPY REGMATC.
000630
000640 WORKING-STORAGE SECTION.
000650 01  WS-FILE-STATUS.
000660     03  WS-FS-ATRIBUICAO             PIC X(02) VALUE "00".
000670     03  WS-FS-PROFESSORES            PIC X(02) VALUE "00".
000680     03  WS-FS-MATERIAS               PIC X(02) VALUE "00".
000690 01  WS-SWITCHES.
000700     03  WS-FIM-MENU                  PIC X(01) VALUE "N".
000710         88  WS88-FIM-MENU                VALUE "S".
000720     03  WS-FIM-ATRIBUICAO            PIC X(01) VALUE "N".
000730         88  WS88-FIM-ATRIBUICAO          VALUE "S".
000740     03  WS-FIM-PROFESSORES           PIC X(01) VALUE "N".
000750         88  WS88-FIM-PROFESSORES         VALUE "S".
000760     03  WS-FIM-MATERIAS              PIC X(01) VALUE "N".
000770         88  WS88-FIM-MATERIAS            VALUE "S".
000780     03  WS-ERRO-ABERTURA             PIC X(01) VALUE "N".
000790         88  WS88-ERRO-ABERTURA           VALUE "S".
000800     03  WS-ATRIBUICAO-ACHADA         PIC X(01) VALUE "N".
000810         88  WS88-ATRIBUICAO-ACHADA       VALUE "S".
000820     03  WS-PROFESSOR-ACHADO          PIC X(01) VALUE "N".
000830         88  WS88-PROFESSOR-ACHADO        VALUE "S".
000840     03  WS-MATERIA-ACHADA            PIC X(01) VALUE "N".
000850         88  WS88-MATERIA-ACHADA          VALUE "S".
000860     03  WS-CHAVE-VALIDA              PIC X(01) VALUE "N".
000870         88  WS88-CHAVE-VALIDA            VALUE "S".
000880 01  WS-OPCAO                      PIC X(01) VALUE SPACE.
000890 01  WS-SITUACAO-ENT               PIC X(01) VALUE SPACE.
000900 01  WS-FILTRO-PROFESSOR           PIC X(08) VALUE SPACES.
000910 01  WS-ANO-ENT                    PIC X(04) VALUE SPACES.
000920 01  WS-CHAVE-ENT.
000930     03  WS-PROFESSOR-ENT             PIC X(08) VALUE SPACES.
000940     03  WS-MATERIA-ENT               PIC X(20) VALUE SPACES.
000950     03  WS-TURMA-ENT                 PIC X(10) VALUE SPACES.
000960     03  WS-ANO-LETIVO-ENT            PIC 9(04) VALUE 0.
000970 01  WS-CONTADORES.
000980     03  WS-CONT-INCLUSOES            PIC 9(04) VALUE 0 COMP.
000990     03  WS-CONT-ALTERACOES           PIC 9(04) VALUE 0 COMP.
001000     03  WS-CONT-LISTADAS             PIC 9(04) VALUE 0 COMP.
001010*--------------------------------------------------------------
001020* TABELA DAS ATRIBUICOES CARREGADA NA MEMORIA DURANTE A SESSAO
001030* E REGRAVADA INTEGRALMENTE EM NOTASATR NO ENCERRAMENTO.
001040*--------------------------------------------------------------
001050 01  TB-ATRIBUICOES.
001060     03  TB-ATR-QTD                   PIC 9(04) VALUE 0 COMP.
001070     03  TB-ATR-REG OCCURS 1 TO 2000 TIMES
001080             DEPENDING ON TB-ATR-QTD
001090             INDEXED BY TB-IDX-ATR.
001100         05  TB-ATR-CHAVE.
001110             07  TB-ATR-PROFESSOR             PIC X(08).
001120             07  TB-ATR-MATERIA               PIC X(20).
001130             07  TB-ATR-TURMA                 PIC X(10).
001140             07  TB-ATR-ANO-LETIVO            PIC 9(04).
001150         05  TB-ATR-SITUACAO              PIC X(01).
001160*--------------------------------------------------------------
001170* CADASTRO DE PROFESSORES E CATALOGO DE MATERIAS, SO PARA
001180* CRITICA DA INCLUSAO (NAO SAO REGRAVADOS AQUI).
001190*--------------------------------------------------------------
001200 01  TB-PROFESSORES.
001210     03  TB-PRF-QTD                   PIC 9(03) VALUE 0 COMP.
001220     03  TB-PRF-REG OCCURS 1 TO 300 TIMES
001230             DEPENDING ON TB-PRF-QTD
001240             INDEXED BY TB-IDX-PRF.
001250         05  TB-PRF-CODIGO                PIC X(08).
001260         05  TB-PRF-NOME                  PIC X(30).
001270         05  TB-PRF-SITUACAO              PIC X(01).
001280 01  TB-MATERIAS.
001290     03  TB-MAT-QTD                   PIC 9(03) VALUE 0 COMP.
001300     03  TB-MAT-REG OCCURS 1 TO 100 TIMES
001310             DEPENDING ON TB-MAT-QTD
001320             INDEXED BY TB-IDX-MAT.
001330         05  TB-MAT-NOME                  PIC X(20).
001340         05  TB-MAT-SITUACAO              PIC X(01).
001350
001360 PROCEDURE DIVISION.
001370*****************************************************************
001380* 0000-MAINLINE
001390* CONDUZ A SESSAO DE MANUTENCAO ATE O ENCERRAMENTO.
001400*****************************************************************
001410 0000-MAINLINE.
001420     PERFORM 1000-INICIALIZA THRU 1000-EXIT
001430     PERFORM 2000-PROCESSA-MENU THRU 2000-EXIT
001440         UNTIL WS88-FIM-MENU
001450     PERFORM 9999-FIM THRU 9999-EXIT
001460     .
001470*****************************************************************
001480* 1000-INICIALIZA
001490* CARREGA AS TABELAS DE CRITICA E AS ATRIBUICOES EXISTENTES.
001500* SEM CADASTRO DE PROFESSORES OU SEM CATALOGO DE MATERIAS NAO
001510* HA O QUE ATRIBUIR: A SESSAO E ENCERRADA SEM REGRAVACAO.
001520*****************************************************************
001530 1000-INICIALIZA.
001540     DISPLAY "***************************************"
001550     DISPLAY "* DESAFIO - ATRIBUICAO DE AULAS       *"
001560     DISPLAY "***************************************"
001570     PERFORM 1200-CARREGA-PROFESSORES THRU 1200-EXIT
001580     IF WS88-ERRO-ABERTURA
001590         GO TO 1000-EXIT
001600     END-IF
001610     PERFORM 1300-CARREGA-MATERIAS THRU 1300-EXIT
001620     IF WS88-ERRO-ABERTURA
001630         GO TO 1000-EXIT
001640     END-IF
001650     OPEN INPUT ATRIBUICAO-FILE
001660     IF WS-FS-ATRIBUICAO = "00"
001670         PERFORM 1100-CARREGA-ATRIBUICOES THRU 1100-EXIT
001680             UNTIL WS88-FIM-ATRIBUICAO
001690         CLOSE ATRIBUICAO-FILE
001700         DISPLAY "ATRIBUICOES CARREGADAS: " TB-ATR-QTD
001710     ELSE
001720         IF WS-FS-ATRIBUICAO = "35"
001730             DISPLAY "ATRIBUICAO INEXISTENTE - SERA CRIADA."
001740         ELSE
001750             DISPLAY "ERRO AO ABRIR ATRIBUICAO DE AULAS: "
001760                 WS-FS-ATRIBUICAO
001770             MOVE "S" TO WS-ERRO-ABERTURA
001780             MOVE "S" TO WS-FIM-MENU
001790         END-IF
001800     END-IF
001810     .
001820 1000-EXIT.
001830     EXIT.
001840 1100-CARREGA-ATRIBUICOES.
001850     READ ATRIBUICAO-FILE
001860         AT END
001870             MOVE "S" TO WS-FIM-ATRIBUICAO
001880             GO TO 1100-EXIT
001890     END-READ
001900     IF TB-ATR-QTD NOT < 2000
001910         DISPLAY "ERRO: LIMITE DE ATRIBUICOES NA TABELA "
001920             "EXCEDIDO - MANUTENCAO CANCELADA SEM ALTERACOES."
001930         MOVE "S" TO WS-FIM-ATRIBUICAO
001940         MOVE "S" TO WS-ERRO-ABERTURA
001950         MOVE "S" TO WS-FIM-MENU
001960         GO TO 1100-EXIT
001970     END-IF
001980     ADD 1 TO TB-ATR-QTD
001990     SET TB-IDX-ATR TO TB-ATR-QTD
002000     MOVE AT-CHAVE-ATRIBUICAO TO TB-ATR-CHAVE (TB-IDX-ATR)
002010     MOVE AT-SITUACAO TO TB-ATR-SITUACAO (TB-IDX-ATR)
002020     .
002030 1100-EXIT.
002040     EXIT.
002050 1200-CARREGA-PROFESSORES.
002060     OPEN INPUT PROFESSORES-FILE
002070     IF WS-FS-PROFESSORES NOT = "00"
002080         DISPLAY "ERRO AO ABRIR CADASTRO DE PROFESSORES: "
002090             WS-FS-PROFESSORES
002100         MOVE "S" TO WS-ERRO-ABERTURA
002110         MOVE "S" TO WS-FIM-MENU
002120         GO TO 1200-EXIT
002130     END-IF
002140     PERFORM 1210-LE-PROFESSOR THRU 1210-EXIT
002150         UNTIL WS88-FIM-PROFESSORES
002160     CLOSE PROFESSORES-FILE
002170     .
002180 1200-EXIT.
002190     EXIT.
002200 1210-LE-PROFESSOR.
002210     READ PROFESSORES-FILE
002220         AT END
002230             MOVE "S" TO WS-FIM-PROFESSORES
002240             GO TO 1210-EXIT
002250     END-READ
002260     IF TB-PRF-QTD NOT < 300
002270         DISPLAY "ERRO: LIMITE DE PROFESSORES NA TABELA "
002280             "EXCEDIDO - MANUTENCAO CANCELADA SEM ALTERACOES."
002290         MOVE "S" TO WS-FIM-PROFESSORES
002300         MOVE "S" TO WS-ERRO-ABERTURA
002310         MOVE "S" TO WS-FIM-MENU
002320         GO TO 1210-EXIT
002330     END-IF
002340     ADD 1 TO TB-PRF-QTD
002350     SET TB-IDX-PRF TO TB-PRF-QTD
002360     MOVE PF-CODIGO-PROFESSOR TO TB-PRF-CODIGO (TB-IDX-PRF)
002370     MOVE PF-NOME TO TB-PRF-NOME (TB-IDX-PRF)
002380     MOVE PF-SITUACAO TO TB-PRF-SITUACAO (TB-IDX-PRF)
002390     .
002400 1210-EXIT.
002410     EXIT.
002420 1300-CARREGA-MATERIAS.
002430     OPEN INPUT MATERIAS-FILE
002440     IF WS-FS-MATERIAS NOT = "00"
002450         DISPLAY "ERRO AO ABRIR CATALOGO DE MATERIAS: "
002460             WS-FS-MATERIAS
002470         MOVE "S" TO WS-ERRO-ABERTURA
002480         MOVE "S" TO WS-FIM-MENU
002490         GO TO 1300-EXIT
002500     END-IF
002510     PERFORM 1310-LE-MATERIA THRU 1310-EXIT
002520         UNTIL WS88-FIM-MATERIAS
002530     CLOSE MATERIAS-FILE
002540     .
002550 1300-EXIT.
002560     EXIT.
002570 1310-LE-MATERIA.
002580     READ MATERIAS-FILE
002590         AT END
002600             MOVE "S" TO WS-FIM-MATERIAS
002610             GO TO 1310-EXIT
002620     END-READ
002630     IF TB-MAT-QTD NOT < 100
002640         DISPLAY "ERRO: LIMITE DE MATERIAS NA TABELA "
002650             "EXCEDIDO - MANUTENCAO CANCELADA SEM ALTERACOES."
002660         MOVE "S" TO WS-FIM-MATERIAS
002670         MOVE "S" TO WS-ERRO-ABERTURA
002680         MOVE "S" TO WS-FIM-MENU
002690         GO TO 1310-EXIT
002700     END-IF
002710     ADD 1 TO TB-MAT-QTD
002720     SET TB-IDX-MAT TO TB-MAT-QTD
002730     MOVE MC-MATERIA TO TB-MAT-NOME (TB-IDX-MAT)
002740     MOVE MC-SITUACAO TO TB-MAT-SITUACAO (TB-IDX-MAT)
002750     .
002760 1310-EXIT.
002770     EXIT.
002780*****************************************************************
002790* 2000-PROCESSA-MENU
002800* EXIBE O MENU DE OPERACOES E EXECUTA A OPCAO ESCOLHIDA.
002810*****************************************************************
002820 2000-PROCESSA-MENU.
002830     DISPLAY " "
002840     DISPLAY "OPCOES: (I)NCLUIR (A)LTERAR (L)ISTAR (F)IM"
002850     ACCEPT WS-OPCAO
002860     IF WS-OPCAO = "I"
002870         PERFORM 2100-INCLUI-ATRIBUICAO THRU 2100-EXIT
002880     ELSE
002890         IF WS-OPCAO = "A"
002900             PERFORM 2200-ALTERA-SITUACAO THRU 2200-EXIT
002910         ELSE
002920             IF WS-OPCAO = "L"
002930                 PERFORM 2300-LISTA-ATRIBUICOES THRU 2300-EXIT
002940             ELSE
002950                 IF WS-OPCAO = "F"
002960                     MOVE "S" TO WS-FIM-MENU
002970                 ELSE
002980                     DISPLAY "OPCAO INVALIDA."
002990                 END-IF
003000             END-IF
003010         END-IF
003020     END-IF
003030     .
003040 2000-EXIT.
003050     EXIT.
003060*****************************************************************
003070* 2100-INCLUI-ATRIBUICAO
003080* INCLUI A ATRIBUICAO PROFESSOR/MATERIA/TURMA/ANO COM SITUACAO
003090* ATIVA, CRITICANDO PROFESSOR E MATERIA CONTRA OS CADASTROS.
003100*****************************************************************
003110 2100-INCLUI-ATRIBUICAO.
003120     PERFORM 2900-ACEITA-CHAVE THRU 2900-EXIT
003130     IF NOT WS88-CHAVE-VALIDA
003140         GO TO 2100-EXIT
003150     END-IF
003160     PERFORM 3000-LOCALIZA-ATRIBUICAO THRU 3000-EXIT
003170     IF WS88-ATRIBUICAO-ACHADA
003180         DISPLAY "ATRIBUICAO JA CADASTRADA - SITUACAO: "
003190             TB-ATR-SITUACAO (TB-IDX-ATR)
003200         GO TO 2100-EXIT
003210     END-IF
003220     PERFORM 3100-LOCALIZA-PROFESSOR THRU 3100-EXIT
003230     IF NOT WS88-PROFESSOR-ACHADO
003240         DISPLAY "PROFESSOR NAO CADASTRADO: " WS-PROFESSOR-ENT
003250         GO TO 2100-EXIT
003260     END-IF
003270     IF TB-PRF-SITUACAO (TB-IDX-PRF) NOT = "A"
003280         DISPLAY "PROFESSOR INATIVO: " WS-PROFESSOR-ENT
003290         GO TO 2100-EXIT
003300     END-IF
003310     PERFORM 3200-LOCALIZA-MATERIA THRU 3200-EXIT
003320     IF NOT WS88-MATERIA-ACHADA
003330         DISPLAY "MATERIA NAO CONSTA DO CATALOGO: "
003340             WS-MATERIA-ENT
003350         GO TO 2100-EXIT
003360     END-IF
003370     IF TB-MAT-SITUACAO (TB-IDX-MAT) NOT = "A"
003380         DISPLAY "MATERIA INATIVA NO CATALOGO: " WS-MATERIA-ENT
003390         GO TO 2100-EXIT
003400     END-IF
003410     IF TB-ATR-QTD NOT < 2000
003420         DISPLAY "ERRO: LIMITE DE ATRIBUICOES NA TABELA "
003430             "EXCEDIDO."
003440         GO TO 2100-EXIT
003450     END-IF
003460     ADD 1 TO TB-ATR-QTD
003470     SET TB-IDX-ATR TO TB-ATR-QTD
003480     MOVE WS-CHAVE-ENT TO TB-ATR-CHAVE (TB-IDX-ATR)
003490     MOVE "A" TO TB-ATR-SITUACAO (TB-IDX-ATR)
003500     ADD 1 TO WS-CONT-INCLUSOES
003510     DISPLAY "ATRIBUICAO INCLUIDA COM SITUACAO ATIVA."
003520     .
003530 2100-EXIT.
003540     EXIT.
003550*****************************************************************
003560* 2200-ALTERA-SITUACAO
003570* ATIVA OU INATIVA UMA ATRIBUICAO EXISTENTE. A ATRIBUICAO NAO E
003580* EXCLUIDA PARA QUE O RELATORIO DO PROFESSOR CONTINUE
003590* RECONHECENDO OS LANCAMENTOS JA FEITOS NELA.
003600*****************************************************************
003610 2200-ALTERA-SITUACAO.
003620     PERFORM 2900-ACEITA-CHAVE THRU 2900-EXIT
003630     IF NOT WS88-CHAVE-VALIDA
003640         GO TO 2200-EXIT
003650     END-IF
003660     PERFORM 3000-LOCALIZA-ATRIBUICAO THRU 3000-EXIT
003670     IF NOT WS88-ATRIBUICAO-ACHADA
003680         DISPLAY "ATRIBUICAO NAO CADASTRADA."
003690         GO TO 2200-EXIT
003700     END-IF
003710     DISPLAY "SITUACAO ATUAL: " TB-ATR-SITUACAO (TB-IDX-ATR)
003720     MOVE SPACE TO WS-SITUACAO-ENT
003730     DISPLAY "NOVA SITUACAO (A/I): "
003740     ACCEPT WS-SITUACAO-ENT
003750     IF WS-SITUACAO-ENT NOT = "A" AND WS-SITUACAO-ENT NOT = "I"
003760         DISPLAY "SITUACAO INVALIDA - USE A OU I."
003770         GO TO 2200-EXIT
003780     END-IF
003790     MOVE WS-SITUACAO-ENT TO TB-ATR-SITUACAO (TB-IDX-ATR)
003800     ADD 1 TO WS-CONT-ALTERACOES
003810     DISPLAY "SITUACAO ALTERADA."
003820     .
003830 2200-EXIT.
003840     EXIT.
003850*****************************************************************
003860* 2300-LISTA-ATRIBUICOES
003870* LISTA AS ATRIBUICOES NO TERMINAL, DE UM PROFESSOR OU DE TODOS
003880* (CODIGO EM BRANCO).
003890*****************************************************************
003900 2300-LISTA-ATRIBUICOES.
003910     IF TB-ATR-QTD = 0
003920         DISPLAY "ATRIBUICAO VAZIA."
003930         GO TO 2300-EXIT
003940     END-IF
003950     MOVE SPACES TO WS-FILTRO-PROFESSOR
003960     DISPLAY "CODIGO DO PROFESSOR (BRANCO = TODOS): "
003970     ACCEPT WS-FILTRO-PROFESSOR
003980     MOVE 0 TO WS-CONT-LISTADAS
003990     DISPLAY "PROFESSOR MATERIA              TURMA      ANO  SIT"
004000     PERFORM 2310-LISTA-UMA-ATRIBUICAO THRU 2310-EXIT
004010         VARYING TB-IDX-ATR FROM 1 BY 1
004020             UNTIL TB-IDX-ATR > TB-ATR-QTD
004030     DISPLAY "ATRIBUICOES LISTADAS: " WS-CONT-LISTADAS
004040     .
004050 2300-EXIT.
004060     EXIT.
004070 2310-LISTA-UMA-ATRIBUICAO.
004080     IF WS-FILTRO-PROFESSOR NOT = SPACES
004090        AND TB-ATR-PROFESSOR (TB-IDX-ATR)
004091            NOT = WS-FILTRO-PROFESSOR
004100         GO TO 2310-EXIT
004110     END-IF
004120     ADD 1 TO WS-CONT-LISTADAS
004130     DISPLAY TB-ATR-PROFESSOR (TB-IDX-ATR) " "
004140         TB-ATR-MATERIA (TB-IDX-ATR) " "
004150         TB-ATR-TURMA (TB-IDX-ATR) " "
004160         TB-ATR-ANO-LETIVO (TB-IDX-ATR) " "
004170         TB-ATR-SITUACAO (TB-IDX-ATR)
004180     .
004190 2310-EXIT.
004200     EXIT.
004210*****************************************************************
004220* 2900-ACEITA-CHAVE
004230* SOLICITA E CRITICA PROFESSOR, MATERIA, TURMA E ANO LETIVO.
004240*****************************************************************
004250 2900-ACEITA-CHAVE.
004260     MOVE "N" TO WS-CHAVE-VALIDA
004270     MOVE SPACES TO WS-PROFESSOR-ENT
004280     MOVE SPACES TO WS-MATERIA-ENT
004290     MOVE SPACES TO WS-TURMA-ENT
004300     MOVE SPACES TO WS-ANO-ENT
004310     DISPLAY "CODIGO DO PROFESSOR: "
004320     ACCEPT WS-PROFESSOR-ENT
004330     IF WS-PROFESSOR-ENT = SPACES
004340         DISPLAY "PROFESSOR NAO INFORMADO."
004350         GO TO 2900-EXIT
004360     END-IF
004370     DISPLAY "MATERIA (ATE 20 POSICOES): "
004380     ACCEPT WS-MATERIA-ENT
004390     IF WS-MATERIA-ENT = SPACES
004400         DISPLAY "MATERIA NAO INFORMADA."
004410         GO TO 2900-EXIT
004420     END-IF
004430     DISPLAY "TURMA (ATE 10 POSICOES): "
004440     ACCEPT WS-TURMA-ENT
004450     IF WS-TURMA-ENT = SPACES
004460         DISPLAY "TURMA NAO INFORMADA."
004470         GO TO 2900-EXIT
004480     END-IF
004490     DISPLAY "ANO LETIVO (AAAA): "
004500     ACCEPT WS-ANO-ENT
004510     IF WS-ANO-ENT NOT NUMERIC
004520         DISPLAY "ANO LETIVO INVALIDO."
004530         GO TO 2900-EXIT
004540     END-IF
004550     MOVE WS-ANO-ENT TO WS-ANO-LETIVO-ENT
004560     MOVE "S" TO WS-CHAVE-VALIDA
004570     .
004580 2900-EXIT.
004590     EXIT.
004600 3000-LOCALIZA-ATRIBUICAO.
004610     MOVE "N" TO WS-ATRIBUICAO-ACHADA
004620     IF TB-ATR-QTD = 0
004630         GO TO 3000-EXIT
004640     END-IF
004650     SET TB-IDX-ATR TO 1
004660     SEARCH TB-ATR-REG VARYING TB-IDX-ATR
004670         AT END
004680             MOVE "N" TO WS-ATRIBUICAO-ACHADA
004690         WHEN TB-ATR-CHAVE (TB-IDX-ATR) = WS-CHAVE-ENT
004700             MOVE "S" TO WS-ATRIBUICAO-ACHADA
004710     END-SEARCH
004720     .
004730 3000-EXIT.
004740     EXIT.
004750 3100-LOCALIZA-PROFESSOR.
004760     MOVE "N" TO WS-PROFESSOR-ACHADO
004770     IF TB-PRF-QTD = 0
004780         GO TO 3100-EXIT
004790     END-IF
004800     SET TB-IDX-PRF TO 1
004810     SEARCH TB-PRF-REG VARYING TB-IDX-PRF
004820         AT END
004830             MOVE "N" TO WS-PROFESSOR-ACHADO
004840         WHEN TB-PRF-CODIGO (TB-IDX-PRF) = WS-PROFESSOR-ENT
004850             MOVE "S" TO WS-PROFESSOR-ACHADO
004860     END-SEARCH
004870     .
004880 3100-EXIT.
004890     EXIT.
004900 3200-LOCALIZA-MATERIA.
004910     MOVE "N" TO WS-MATERIA-ACHADA
004920     IF TB-MAT-QTD = 0
004930         GO TO 3200-EXIT
004940     END-IF
004950     SET TB-IDX-MAT TO 1
004960     SEARCH TB-MAT-REG VARYING TB-IDX-MAT
004970         AT END
004980             MOVE "N" TO WS-MATERIA-ACHADA
004990         WHEN TB-MAT-NOME (TB-IDX-MAT) = WS-MATERIA-ENT
005000             MOVE "S" TO WS-MATERIA-ACHADA
005010     END-SEARCH
005020     .
005030 3200-EXIT.
005040     EXIT.
005050*****************************************************************
005060* 9999-FIM
005070* REGRAVA A ATRIBUICAO COMPLETA EM NOTASATR E ENCERRA.
005080*****************************************************************
005090 9999-FIM.
005100     IF NOT WS88-ERRO-ABERTURA
005110         PERFORM 9100-REGRAVA-ATRIBUICAO THRU 9100-EXIT
005120     END-IF
005130     DISPLAY "INCLUSOES:  " WS-CONT-INCLUSOES
005140     DISPLAY "ALTERACOES: " WS-CONT-ALTERACOES
005150     DISPLAY "PROGRAMA ENCERRADO."
005160     STOP RUN
005170     .
005180 9999-EXIT.
005190     EXIT.
005200 9100-REGRAVA-ATRIBUICAO.
005210     OPEN OUTPUT ATRIBUICAO-FILE
005220     IF WS-FS-ATRIBUICAO NOT = "00"
005230         DISPLAY "ERRO AO REGRAVAR ATRIBUICAO DE AULAS: "
005240             WS-FS-ATRIBUICAO
005250         GO TO 9100-EXIT
005260     END-IF
005270     PERFORM 9110-GRAVA-UMA-ATRIBUICAO THRU 9110-EXIT
005280         VARYING TB-IDX-ATR FROM 1 BY 1
005290             UNTIL TB-IDX-ATR > TB-ATR-QTD
005300     CLOSE ATRIBUICAO-FILE
005310     DISPLAY "ATRIBUICAO REGRAVADA COM " TB-ATR-QTD " REGISTROS."
005320     .
005330 9100-EXIT.
005340     EXIT.
005350 9110-GRAVA-UMA-ATRIBUICAO.
005360     MOVE TB-ATR-CHAVE (TB-IDX-ATR) TO AT-CHAVE-ATRIBUICAO
005370     MOVE TB-ATR-SITUACAO (TB-IDX-ATR) TO AT-SITUACAO
005380     WRITE AT-REGISTRO-ATRIBUICAO
005390     .
005400 9110-EXIT.
005410     EXIT.
005420
005430 END PROGRAM DESAFIO-CADASTRO-ATRIBUICAO.
