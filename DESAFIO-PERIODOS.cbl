000100*****************************************************************
000110* AUTHOR:       EQUIPE DE MANUTENCAO
000120* INSTALLATION: SETOR DE SISTEMAS ACADEMICOS
000130* DATE-WRITTEN: 09/10/2026
000140* PURPOSE:      MANUTENCAO DO CALENDARIO DE PERIODOS LETIVOS
000150*               (NOTASPER): INCLUSAO DE UM ANO LETIVO/BIMESTRE,
000160*               ALTERACAO DAS DATAS, FECHAMENTO, REABERTURA COM
000170*               AUTORIZACAO E LISTAGEM, NOS MOLDES DO
000180*               DESAFIO-CADASTRO-MATERIAS. PERIODO FECHADO NAO
000190*               ACEITA MAIS LANCAMENTO NO LEITOR DE NOTAS NEM
000200*               REENVIO PELA CORRECAO DE EXCECOES. TODA MUDANCA
000210*               DE SITUACAO GRAVA UM REGISTRO DE AUDITORIA EM
000220*               NOTASPAU. A LISTAGEM (NOTASPLS) MOSTRA A
000230*               SITUACAO DE CADA PERIODO E QUANTAS TRANSACOES
000240*               FORAM BLOQUEADAS NELE (LOG NOTASBLQ).
000250* TECTONICS:    COBC
000260*----------------------------------------------------------------
000270* HISTORICO DE MANUTENCAO
000280* DATA       AUTOR  DESCRICAO
000290* ---------- ------ -----------------------------------------
000300* 09/10/2026 MNT    VERSAO ORIGINAL DO CALENDARIO DE PERIODOS.
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. DESAFIO-CADASTRO-PERIODOS.
000340 AUTHOR. EQUIPE DE MANUTENCAO.
000350 INSTALLATION. SETOR DE SISTEMAS ACADEMICOS.
000360 DATE-WRITTEN. 09/10/2026.
000370 DATE-COMPILED.
000380
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-370.
000420 OBJECT-COMPUTER. IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT PERIODOS-FILE ASSIGN TO "NOTASPER"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-FS-PERIODOS.
000480     SELECT AUDITORIA-FILE ASSIGN TO "NOTASPAU"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-FS-AUDITORIA.
000510     SELECT BLOQUEIO-FILE ASSIGN TO "NOTASBLQ"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-FS-BLOQUEIO.
000540     SELECT RELATORIO-FILE ASSIGN TO "NOTASPLS"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-FS-RELATORIO.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  PERIODOS-FILE
000610     LABEL RECORDS ARE STANDARD.
000620     COPY REGPERIO.
000630 FD  AUDITORIA-FILE
000640     LABEL RECORDS ARE STANDARD.
000650     COPY REGPERAU.
000660 FD  BLOQUEIO-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY REGBLOQ.
000690 FD  RELATORIO-FILE
000700     LABEL RECORDS ARE STANDARD.
000710 01  RL-LINHA                         PIC X(100).
000720
000730 WORKING-STORAGE SECTION.
000740 01  WS-FILE-STATUS.
000750     03  WS-FS-PERIODOS               PIC X(02) VALUE "00".
000760     03  WS-FS-AUDITORIA              PIC X(02) VALUE "00".
000770     03  WS-FS-BLOQUEIO               PIC X(02) VALUE "00".
000780     03  WS-FS-RELATORIO              PIC X(02) VALUE "00".
000790 01  WS-SWITCHES.
000800     03  WS-FIM-MENU                  PIC X(01) VALUE "N".
000810         88  WS88-FIM-MENU                VALUE "S".
000820     03  WS-FIM-PERIODOS              PIC X(01) VALUE "N".
000830         88  WS88-FIM-PERIODOS            VALUE "S".
000840     03  WS-FIM-BLOQUEIOS             PIC X(01) VALUE "N".
000850         88  WS88-FIM-BLOQUEIOS           VALUE "S".
000860     03  WS-ERRO-ABERTURA             PIC X(01) VALUE "N".
000870         88  WS88-ERRO-ABERTURA           VALUE "S".
000871     03  WS-ERRO-REGRAVACAO           PIC X(01) VALUE "N".
000872         88  WS88-ERRO-REGRAVACAO         VALUE "S".
000880     03  WS-PERIODO-ACHADO            PIC X(01) VALUE "N".
000890         88  WS88-PERIODO-ACHADO          VALUE "S".
000900     03  WS-DATA-VALIDA               PIC X(01) VALUE "N".
000910         88  WS88-DATA-VALIDA             VALUE "S".
000920 01  WS-OPCAO                      PIC X(01) VALUE SPACE.
000930 01  WS-ANO-ENT                    PIC X(04) VALUE SPACES.
000940 01  WS-BIMESTRE-ENT               PIC X(01) VALUE SPACE.
000950 01  WS-ANO-LETIVO                 PIC 9(04) VALUE 0.
000960 01  WS-BIMESTRE                   PIC 9(01) VALUE 0.
000970 01  WS-DATA-ENT                   PIC X(08) VALUE SPACES.
000980 01  WS-DATA-NUM                   PIC 9(08) VALUE 0.
000990 01  WS-DATA-PARTES REDEFINES WS-DATA-NUM.
001000     03  WS-DATA-ANO                  PIC 9(04).
001010     03  WS-DATA-MES                  PIC 9(02).
001020     03  WS-DATA-DIA                  PIC 9(02).
001030 01  WS-NUM-AUTORIZACAO-ENT        PIC X(10) VALUE SPACES.
001040 01  WS-AUTORIZADO-POR-ENT         PIC X(30) VALUE SPACES.
001050 01  WS-SITUACAO-ANTERIOR          PIC X(08) VALUE SPACES.
001060 01  WS-FECHAMENTO-ANTERIOR        PIC 9(08) VALUE 0.
001070 01  WS-DATA-HOJE                  PIC 9(08) VALUE 0.
001080 01  WS-HORA-AGORA                 PIC 9(08) VALUE 0.
001090 01  WS-CONTADORES.
001100     03  WS-CONT-INCLUSOES            PIC 9(04) VALUE 0 COMP.
001110     03  WS-CONT-ALTERACOES           PIC 9(04) VALUE 0 COMP.
001120     03  WS-CONT-FECHAMENTOS          PIC 9(04) VALUE 0 COMP.
001130     03  WS-CONT-REABERTURAS          PIC 9(04) VALUE 0 COMP.
001140     03  WS-CONT-BLOQ-FORA            PIC 9(06) VALUE 0 COMP.
001150 01  WS-REL-CONTADOR               PIC 9(06) VALUE 0.
001160*--------------------------------------------------------------
001170* TABELA DO CALENDARIO CARREGADA NA MEMORIA DURANTE A SESSAO E
001180* REGRAVADA INTEGRALMENTE EM NOTASPER NO ENCERRAMENTO. A
001190* QUANTIDADE DE BLOQUEIOS E APURADA A CADA LISTAGEM.
001200*--------------------------------------------------------------
001210 01  TB-PERIODOS.
001220     03  TB-PER-QTD                   PIC 9(03) VALUE 0 COMP.
001230     03  TB-PER-REG OCCURS 1 TO 100 TIMES
001240             DEPENDING ON TB-PER-QTD
001250             INDEXED BY TB-IDX-PER.
001260         05  TB-PER-ANO-LETIVO            PIC 9(04).
001270         05  TB-PER-BIMESTRE              PIC 9(01).
001280         05  TB-PER-DATA-ABERTURA         PIC 9(08).
001290         05  TB-PER-DATA-FECHAMENTO       PIC 9(08).
001300         05  TB-PER-SITUACAO              PIC X(08).
001310         05  TB-PER-NUM-AUTORIZACAO       PIC X(10).
001320         05  TB-PER-AUTORIZADO-POR        PIC X(30).
001330         05  TB-PER-DATA-SITUACAO         PIC 9(08).
001340         05  TB-PER-QTD-BLOQ              PIC 9(06) COMP.
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
001490* CARREGA O CALENDARIO EXISTENTE (SE HOUVER) PARA A TABELA E
001500* ABRE A AUDITORIA PARA ACRESCIMO. CALENDARIO MAIOR QUE A
001510* TABELA ENCERRA SEM REGRAVAR, PARA NAO PERDER PERIODOS.
001520*****************************************************************
001530 1000-INICIALIZA.
001540     DISPLAY "***************************************"
001550     DISPLAY "* DESAFIO - CALENDARIO DE PERIODOS    *"
001560     DISPLAY "***************************************"
001570     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
001580     ACCEPT WS-HORA-AGORA FROM TIME
001590     OPEN INPUT PERIODOS-FILE
001600     IF WS-FS-PERIODOS = "00"
001610         PERFORM 1100-CARREGA-PERIODOS THRU 1100-EXIT
001620             UNTIL WS88-FIM-PERIODOS
001630         CLOSE PERIODOS-FILE
001640         DISPLAY "PERIODOS CARREGADOS: " TB-PER-QTD
001650     ELSE
001660         IF WS-FS-PERIODOS = "35"
001670             DISPLAY "CALENDARIO INEXISTENTE - SERA CRIADO."
001680         ELSE
001690             DISPLAY "ERRO AO ABRIR CALENDARIO DE PERIODOS: "
001700                 WS-FS-PERIODOS
001710             MOVE "S" TO WS-ERRO-ABERTURA
001720             MOVE "S" TO WS-FIM-MENU
001730         END-IF
001740     END-IF
001750     IF WS88-ERRO-ABERTURA
001760         GO TO 1000-EXIT
001770     END-IF
001780     OPEN EXTEND AUDITORIA-FILE
001790     IF WS-FS-AUDITORIA = "35"
001800         OPEN OUTPUT AUDITORIA-FILE
001810     END-IF
001820     IF WS-FS-AUDITORIA NOT = "00"
001830         DISPLAY "ERRO AO ABRIR AUDITORIA DO CALENDARIO: "
001840             WS-FS-AUDITORIA
001850         MOVE "S" TO WS-ERRO-ABERTURA
001860         MOVE "S" TO WS-FIM-MENU
001870     END-IF
001880     .
001890 1000-EXIT.
001900     EXIT.
001910 1100-CARREGA-PERIODOS.
001920     READ PERIODOS-FILE
001930         AT END
001940             MOVE "S" TO WS-FIM-PERIODOS
001950             GO TO 1100-EXIT
001960     END-READ
001970     IF TB-PER-QTD NOT < 100
001980         DISPLAY "ERRO: LIMITE DE PERIODOS NO CALENDARIO "
001990             "EXCEDIDO - MANUTENCAO CANCELADA SEM ALTERACOES."
002000         MOVE "S" TO WS-FIM-PERIODOS
002010         MOVE "S" TO WS-ERRO-ABERTURA
002020         MOVE "S" TO WS-FIM-MENU
002030         GO TO 1100-EXIT
002040     END-IF
002050     ADD 1 TO TB-PER-QTD
002060     SET TB-IDX-PER TO TB-PER-QTD
002070     MOVE PE-ANO-LETIVO TO TB-PER-ANO-LETIVO (TB-IDX-PER)
002080     MOVE PE-BIMESTRE TO TB-PER-BIMESTRE (TB-IDX-PER)
002090     MOVE PE-DATA-ABERTURA TO TB-PER-DATA-ABERTURA (TB-IDX-PER)
002100     MOVE PE-DATA-FECHAMENTO
002110         TO TB-PER-DATA-FECHAMENTO (TB-IDX-PER)
002120     MOVE PE-SITUACAO TO TB-PER-SITUACAO (TB-IDX-PER)
002130     MOVE PE-NUM-AUTORIZACAO
002140         TO TB-PER-NUM-AUTORIZACAO (TB-IDX-PER)
002150     MOVE PE-AUTORIZADO-POR TO TB-PER-AUTORIZADO-POR (TB-IDX-PER)
002160     MOVE PE-DATA-SITUACAO TO TB-PER-DATA-SITUACAO (TB-IDX-PER)
002170     MOVE 0 TO TB-PER-QTD-BLOQ (TB-IDX-PER)
002180     .
002190 1100-EXIT.
002200     EXIT.
002210*****************************************************************
002220* 2000-PROCESSA-MENU
002230* EXIBE O MENU DE OPERACOES E EXECUTA A OPCAO ESCOLHIDA.
002240*****************************************************************
002250 2000-PROCESSA-MENU.
002260     DISPLAY " "
002270     DISPLAY "OPCOES: (I)NCLUIR (A)LTERAR DATAS (E)NCERRAR "
002280         "(R)EABRIR (L)ISTAR (F)IM"
002290     ACCEPT WS-OPCAO
002300     IF WS-OPCAO = "I"
002310         PERFORM 2100-INCLUI-PERIODO THRU 2100-EXIT
002320     ELSE
002330         IF WS-OPCAO = "A"
002340             PERFORM 2200-ALTERA-DATAS THRU 2200-EXIT
002350         ELSE
002360             IF WS-OPCAO = "E"
002370                 PERFORM 2400-ENCERRA-PERIODO THRU 2400-EXIT
002380             ELSE
002390                 IF WS-OPCAO = "R"
002400                     PERFORM 2500-REABRE-PERIODO THRU 2500-EXIT
002410                 ELSE
002420                     IF WS-OPCAO = "L"
002430                         PERFORM 2300-LISTA-CALENDARIO
002440                             THRU 2300-EXIT
002450                     ELSE
002460                         IF WS-OPCAO = "F"
002470                             MOVE "S" TO WS-FIM-MENU
002480                         ELSE
002490                             DISPLAY "OPCAO INVALIDA."
002500                         END-IF
002510                     END-IF
002520                 END-IF
002530             END-IF
002540         END-IF
002550     END-IF
002560     .
002570 2000-EXIT.
002580     EXIT.
002590*****************************************************************
002600* 2100-INCLUI-PERIODO
002610* INCLUI UM ANO LETIVO/BIMESTRE NO CALENDARIO COM SITUACAO
002620* ABERTO. DATA DE ABERTURA EM BRANCO = HOJE; A DATA DE
002630* FECHAMENTO E A PREVISTA (BRANCO = AINDA NAO DEFINIDA).
002640*****************************************************************
002650 2100-INCLUI-PERIODO.
002660     PERFORM 2900-ACEITA-PERIODO THRU 2900-EXIT
002670     IF WS-ANO-LETIVO = 0
002680         GO TO 2100-EXIT
002690     END-IF
002700     PERFORM 3000-LOCALIZA-PERIODO THRU 3000-EXIT
002710     IF WS88-PERIODO-ACHADO
002720         DISPLAY "PERIODO JA CADASTRADO: " WS-ANO-LETIVO "/"
002730             WS-BIMESTRE
002740         GO TO 2100-EXIT
002750     END-IF
002760     IF TB-PER-QTD NOT < 100
002770         DISPLAY "ERRO: LIMITE DE PERIODOS NO CALENDARIO "
002771             "EXCEDIDO."
002780         GO TO 2100-EXIT
002790     END-IF
002800     DISPLAY "DATA DE ABERTURA AAAAMMDD (BRANCO = HOJE): "
002810     MOVE WS-DATA-HOJE TO WS-DATA-NUM
002820     PERFORM 2950-ACEITA-DATA THRU 2950-EXIT
002830     IF NOT WS88-DATA-VALIDA
002840         GO TO 2100-EXIT
002850     END-IF
002860     ADD 1 TO TB-PER-QTD
002870     SET TB-IDX-PER TO TB-PER-QTD
002880     MOVE WS-ANO-LETIVO TO TB-PER-ANO-LETIVO (TB-IDX-PER)
002890     MOVE WS-BIMESTRE TO TB-PER-BIMESTRE (TB-IDX-PER)
002900     MOVE WS-DATA-NUM TO TB-PER-DATA-ABERTURA (TB-IDX-PER)
002910     MOVE "ABERTO" TO TB-PER-SITUACAO (TB-IDX-PER)
002920     MOVE SPACES TO TB-PER-NUM-AUTORIZACAO (TB-IDX-PER)
002930     MOVE SPACES TO TB-PER-AUTORIZADO-POR (TB-IDX-PER)
002940     MOVE WS-DATA-HOJE TO TB-PER-DATA-SITUACAO (TB-IDX-PER)
002950     MOVE 0 TO TB-PER-QTD-BLOQ (TB-IDX-PER)
002960     DISPLAY "DATA PREVISTA DE FECHAMENTO AAAAMMDD "
002970         "(BRANCO = NAO DEFINIDA): "
002980     MOVE 0 TO WS-DATA-NUM
002990     PERFORM 2950-ACEITA-DATA THRU 2950-EXIT
003000     IF NOT WS88-DATA-VALIDA
003010         MOVE 0 TO WS-DATA-NUM
003020     END-IF
003030     MOVE WS-DATA-NUM TO TB-PER-DATA-FECHAMENTO (TB-IDX-PER)
003040     MOVE SPACES TO WS-SITUACAO-ANTERIOR
003050     MOVE 0 TO WS-FECHAMENTO-ANTERIOR
003060     PERFORM 8000-GRAVA-AUDITORIA THRU 8000-EXIT
003070     ADD 1 TO WS-CONT-INCLUSOES
003080     DISPLAY "PERIODO INCLUIDO COM SITUACAO ABERTO."
003090     .
003100 2100-EXIT.
003110     EXIT.
003120*****************************************************************
003130* 2200-ALTERA-DATAS
003140* ALTERA AS DATAS DE ABERTURA E DE FECHAMENTO DE UM PERIODO
003150* QUE NAO ESTEJA FECHADO. A SITUACAO SO MUDA POR (E)NCERRAR E
003160* (R)EABRIR, QUE GRAVAM A AUDITORIA.
003170*****************************************************************
003180 2200-ALTERA-DATAS.
003190     PERFORM 2900-ACEITA-PERIODO THRU 2900-EXIT
003200     IF WS-ANO-LETIVO = 0
003210         GO TO 2200-EXIT
003220     END-IF
003230     PERFORM 3000-LOCALIZA-PERIODO THRU 3000-EXIT
003240     IF NOT WS88-PERIODO-ACHADO
003250         DISPLAY "PERIODO NAO CADASTRADO: " WS-ANO-LETIVO "/"
003260             WS-BIMESTRE
003270         GO TO 2200-EXIT
003280     END-IF
003290     IF TB-PER-SITUACAO (TB-IDX-PER) = "FECHADO"
003300         DISPLAY "PERIODO FECHADO - DATAS NAO ALTERAVEIS."
003310         GO TO 2200-EXIT
003320     END-IF
003330     DISPLAY "ABERTURA ATUAL: " TB-PER-DATA-ABERTURA (TB-IDX-PER)
003340         " NOVA AAAAMMDD (BRANCO = MANTEM): "
003350     MOVE TB-PER-DATA-ABERTURA (TB-IDX-PER) TO WS-DATA-NUM
003360     PERFORM 2950-ACEITA-DATA THRU 2950-EXIT
003370     IF WS88-DATA-VALIDA
003380         MOVE WS-DATA-NUM TO TB-PER-DATA-ABERTURA (TB-IDX-PER)
003390     END-IF
003400     DISPLAY "FECHAMENTO PREVISTO ATUAL: "
003410         TB-PER-DATA-FECHAMENTO (TB-IDX-PER)
003420         " NOVO AAAAMMDD (BRANCO = MANTEM): "
003430     MOVE TB-PER-DATA-FECHAMENTO (TB-IDX-PER) TO WS-DATA-NUM
003440     PERFORM 2950-ACEITA-DATA THRU 2950-EXIT
003450     IF WS88-DATA-VALIDA
003460         MOVE WS-DATA-NUM TO TB-PER-DATA-FECHAMENTO (TB-IDX-PER)
003470     END-IF
003480     ADD 1 TO WS-CONT-ALTERACOES
003490     DISPLAY "DATAS DO PERIODO ALTERADAS."
003500     .
003510 2200-EXIT.
003520     EXIT.
003530*****************************************************************
003540* 2300-LISTA-CALENDARIO
003550* APURA NO LOG NOTASBLQ QUANTAS TRANSACOES FORAM BLOQUEADAS EM
003560* CADA PERIODO E LISTA O CALENDARIO NO TERMINAL E EM NOTASPLS.
003570*****************************************************************
003580 2300-LISTA-CALENDARIO.
003590     IF TB-PER-QTD = 0
003600         DISPLAY "CALENDARIO VAZIO."
003610         GO TO 2300-EXIT
003620     END-IF
003630     PERFORM 2320-ZERA-BLOQUEIOS THRU 2320-EXIT
003640         VARYING TB-IDX-PER FROM 1 BY 1
003650             UNTIL TB-IDX-PER > TB-PER-QTD
003660     MOVE 0 TO WS-CONT-BLOQ-FORA
003670     MOVE "N" TO WS-FIM-BLOQUEIOS
003680     OPEN INPUT BLOQUEIO-FILE
003690     IF WS-FS-BLOQUEIO = "00"
003700         PERFORM 2330-CONTA-BLOQUEIO THRU 2330-EXIT
003710             UNTIL WS88-FIM-BLOQUEIOS
003720         CLOSE BLOQUEIO-FILE
003730     ELSE
003740         IF WS-FS-BLOQUEIO NOT = "35"
003750             DISPLAY "AVISO: LOG DE BLOQUEIOS INDISPONIVEL ("
003760                 WS-FS-BLOQUEIO ") - QUANTIDADES ZERADAS."
003770         END-IF
003780     END-IF
003790     OPEN OUTPUT RELATORIO-FILE
003800     IF WS-FS-RELATORIO NOT = "00"
003810         DISPLAY "ERRO AO ABRIR LISTAGEM DO CALENDARIO: "
003820             WS-FS-RELATORIO
003830         GO TO 2300-EXIT
003840     END-IF
003850     MOVE SPACES TO RL-LINHA
003860     STRING "CALENDARIO DE PERIODOS LETIVOS - EMITIDO EM "
003870         WS-DATA-HOJE
003880         DELIMITED BY SIZE INTO RL-LINHA
003890     END-STRING
003900     WRITE RL-LINHA
003910     DISPLAY RL-LINHA
003920     MOVE SPACES TO RL-LINHA
003930     WRITE RL-LINHA
003940     MOVE SPACES TO RL-LINHA
003950     STRING "ANO  BIM ABERTURA FECHAM.  SITUACAO  BLOQUEADAS "
003960         "AUTORIZ.   AUTORIZADO POR"
003961         DELIMITED BY SIZE INTO RL-LINHA
003962     END-STRING
003970     WRITE RL-LINHA
003980     DISPLAY RL-LINHA
003990     PERFORM 2310-LISTA-UM-PERIODO THRU 2310-EXIT
004000         VARYING TB-IDX-PER FROM 1 BY 1
004010             UNTIL TB-IDX-PER > TB-PER-QTD
004020     IF WS-CONT-BLOQ-FORA > 0
004030         MOVE WS-CONT-BLOQ-FORA TO WS-REL-CONTADOR
004040         MOVE SPACES TO RL-LINHA
004050         STRING "BLOQUEIOS DE PERIODOS FORA DO CALENDARIO: "
004060             WS-REL-CONTADOR
004070             DELIMITED BY SIZE INTO RL-LINHA
004080         END-STRING
004090         WRITE RL-LINHA
004100         DISPLAY RL-LINHA
004110     END-IF
004120     CLOSE RELATORIO-FILE
004130     DISPLAY "LISTAGEM GRAVADA EM NOTASPLS."
004140     .
004150 2300-EXIT.
004160     EXIT.
004170 2310-LISTA-UM-PERIODO.
004180     MOVE TB-PER-QTD-BLOQ (TB-IDX-PER) TO WS-REL-CONTADOR
004190     MOVE SPACES TO RL-LINHA
004200     STRING TB-PER-ANO-LETIVO (TB-IDX-PER) "  "
004210         TB-PER-BIMESTRE (TB-IDX-PER) "  "
004220         TB-PER-DATA-ABERTURA (TB-IDX-PER) " "
004230         TB-PER-DATA-FECHAMENTO (TB-IDX-PER) " "
004240         TB-PER-SITUACAO (TB-IDX-PER) "    "
004250         WS-REL-CONTADOR " "
004260         TB-PER-NUM-AUTORIZACAO (TB-IDX-PER) " "
004270         TB-PER-AUTORIZADO-POR (TB-IDX-PER)
004280         DELIMITED BY SIZE INTO RL-LINHA
004290     END-STRING
004300     WRITE RL-LINHA
004310     DISPLAY RL-LINHA
004320     .
004330 2310-EXIT.
004340     EXIT.
004350 2320-ZERA-BLOQUEIOS.
004360     MOVE 0 TO TB-PER-QTD-BLOQ (TB-IDX-PER)
004370     .
004380 2320-EXIT.
004390     EXIT.
004400 2330-CONTA-BLOQUEIO.
004410     READ BLOQUEIO-FILE
004420         AT END
004430             MOVE "S" TO WS-FIM-BLOQUEIOS
004440             GO TO 2330-EXIT
004450     END-READ
004460     MOVE BQ-ANO-LETIVO TO WS-ANO-LETIVO
004470     MOVE BQ-BIMESTRE TO WS-BIMESTRE
004480     PERFORM 3000-LOCALIZA-PERIODO THRU 3000-EXIT
004490     IF WS88-PERIODO-ACHADO
004500         ADD 1 TO TB-PER-QTD-BLOQ (TB-IDX-PER)
004510     ELSE
004520         ADD 1 TO WS-CONT-BLOQ-FORA
004530     END-IF
004540     .
004550 2330-EXIT.
004560     EXIT.
004570*****************************************************************
004580* 2400-ENCERRA-PERIODO
004590* FECHA UM PERIODO ABERTO OU REABERTO: A PARTIR DAI O LEITOR
004600* REJEITA QUALQUER LANCAMENTO PARA ELE. A DATA DE FECHAMENTO
004610* PASSA A SER A DATA DE HOJE E A AUTORIZACAO DA REABERTURA
004620* ANTERIOR (SE HOUVE) FICA SO NA AUDITORIA.
004630*****************************************************************
004640 2400-ENCERRA-PERIODO.
004650     PERFORM 2900-ACEITA-PERIODO THRU 2900-EXIT
004660     IF WS-ANO-LETIVO = 0
004670         GO TO 2400-EXIT
004680     END-IF
004690     PERFORM 3000-LOCALIZA-PERIODO THRU 3000-EXIT
004700     IF NOT WS88-PERIODO-ACHADO
004710         DISPLAY "PERIODO NAO CADASTRADO: " WS-ANO-LETIVO "/"
004720             WS-BIMESTRE
004730         GO TO 2400-EXIT
004740     END-IF
004750     IF TB-PER-SITUACAO (TB-IDX-PER) = "FECHADO"
004760         DISPLAY "PERIODO JA ESTA FECHADO."
004770         GO TO 2400-EXIT
004780     END-IF
004790     MOVE TB-PER-SITUACAO (TB-IDX-PER) TO WS-SITUACAO-ANTERIOR
004800     MOVE TB-PER-DATA-FECHAMENTO (TB-IDX-PER)
004810         TO WS-FECHAMENTO-ANTERIOR
004820     MOVE "FECHADO" TO TB-PER-SITUACAO (TB-IDX-PER)
004830     MOVE WS-DATA-HOJE TO TB-PER-DATA-FECHAMENTO (TB-IDX-PER)
004840     MOVE WS-DATA-HOJE TO TB-PER-DATA-SITUACAO (TB-IDX-PER)
004850     MOVE SPACES TO TB-PER-NUM-AUTORIZACAO (TB-IDX-PER)
004860     MOVE SPACES TO TB-PER-AUTORIZADO-POR (TB-IDX-PER)
004870     PERFORM 8000-GRAVA-AUDITORIA THRU 8000-EXIT
004880     ADD 1 TO WS-CONT-FECHAMENTOS
004890     DISPLAY "PERIODO FECHADO."
004900     .
004910 2400-EXIT.
004920     EXIT.
004930*****************************************************************
004940* 2500-REABRE-PERIODO
004950* REABRE UM PERIODO FECHADO. EXIGE O NUMERO DA AUTORIZACAO E O
004960* NOME DE QUEM AUTORIZOU; OS DOIS FICAM NO CALENDARIO E NA
004970* AUDITORIA, JUNTO COM A DATA DO FECHAMENTO QUE FOI DESFEITO.
004980*****************************************************************
004990 2500-REABRE-PERIODO.
005000     PERFORM 2900-ACEITA-PERIODO THRU 2900-EXIT
005010     IF WS-ANO-LETIVO = 0
005020         GO TO 2500-EXIT
005030     END-IF
005040     PERFORM 3000-LOCALIZA-PERIODO THRU 3000-EXIT
005050     IF NOT WS88-PERIODO-ACHADO
005060         DISPLAY "PERIODO NAO CADASTRADO: " WS-ANO-LETIVO "/"
005070             WS-BIMESTRE
005080         GO TO 2500-EXIT
005090     END-IF
005100     IF TB-PER-SITUACAO (TB-IDX-PER) NOT = "FECHADO"
005110         DISPLAY "SO PERIODO FECHADO PODE SER REABERTO."
005120         GO TO 2500-EXIT
005130     END-IF
005140     MOVE SPACES TO WS-NUM-AUTORIZACAO-ENT
005150     DISPLAY "NUMERO DA AUTORIZACAO DE REABERTURA: "
005160     ACCEPT WS-NUM-AUTORIZACAO-ENT
005170     IF WS-NUM-AUTORIZACAO-ENT = SPACES
005180         DISPLAY "AUTORIZACAO NAO INFORMADA - PERIODO MANTIDO "
005190             "FECHADO."
005200         GO TO 2500-EXIT
005210     END-IF
005220     MOVE SPACES TO WS-AUTORIZADO-POR-ENT
005230     DISPLAY "NOME DE QUEM AUTORIZOU: "
005240     ACCEPT WS-AUTORIZADO-POR-ENT
005250     IF WS-AUTORIZADO-POR-ENT = SPACES
005260         DISPLAY "AUTORIZADOR NAO INFORMADO - PERIODO MANTIDO "
005270             "FECHADO."
005280         GO TO 2500-EXIT
005290     END-IF
005300     MOVE TB-PER-SITUACAO (TB-IDX-PER) TO WS-SITUACAO-ANTERIOR
005310     MOVE TB-PER-DATA-FECHAMENTO (TB-IDX-PER)
005320         TO WS-FECHAMENTO-ANTERIOR
005330     MOVE "REABERTO" TO TB-PER-SITUACAO (TB-IDX-PER)
005340     MOVE WS-NUM-AUTORIZACAO-ENT
005350         TO TB-PER-NUM-AUTORIZACAO (TB-IDX-PER)
005360     MOVE WS-AUTORIZADO-POR-ENT
005370         TO TB-PER-AUTORIZADO-POR (TB-IDX-PER)
005380     MOVE WS-DATA-HOJE TO TB-PER-DATA-SITUACAO (TB-IDX-PER)
005390     PERFORM 8000-GRAVA-AUDITORIA THRU 8000-EXIT
005400     ADD 1 TO WS-CONT-REABERTURAS
005410     DISPLAY "PERIODO REABERTO - AUTORIZACAO REGISTRADA."
005420     .
005430 2500-EXIT.
005440     EXIT.
005450*****************************************************************
005460* 2900-ACEITA-PERIODO
005470* SOLICITA E CRITICA O ANO LETIVO (NUMERICO, NAO ZERO) E O
005480* BIMESTRE (1-4). DEVOLVE ANO ZERO QUANDO A ENTRADA E INVALIDA.
005490*****************************************************************
005500 2900-ACEITA-PERIODO.
005510     MOVE 0 TO WS-ANO-LETIVO
005520     MOVE 0 TO WS-BIMESTRE
005530     MOVE SPACES TO WS-ANO-ENT
005540     DISPLAY "ANO LETIVO (AAAA): "
005550     ACCEPT WS-ANO-ENT
005560     IF WS-ANO-ENT IS NOT NUMERIC OR WS-ANO-ENT = "0000"
005570         DISPLAY "ANO LETIVO INVALIDO."
005580         GO TO 2900-EXIT
005590     END-IF
005600     MOVE SPACE TO WS-BIMESTRE-ENT
005610     DISPLAY "BIMESTRE (1-4): "
005620     ACCEPT WS-BIMESTRE-ENT
005630     IF WS-BIMESTRE-ENT NOT = "1" AND WS-BIMESTRE-ENT NOT = "2"
005640        AND WS-BIMESTRE-ENT NOT = "3"
005650        AND WS-BIMESTRE-ENT NOT = "4"
005660         DISPLAY "BIMESTRE INVALIDO."
005670         GO TO 2900-EXIT
005680     END-IF
005690     MOVE WS-ANO-ENT TO WS-ANO-LETIVO
005700     MOVE WS-BIMESTRE-ENT TO WS-BIMESTRE
005710     .
005720 2900-EXIT.
005730     EXIT.
005740*****************************************************************
005750* 2950-ACEITA-DATA
005760* ACEITA UMA DATA AAAAMMDD. BRANCO MANTEM O VALOR QUE JA ESTA
005770* EM WS-DATA-NUM; DATA COM MES OU DIA FORA DA FAIXA E AVISADA
005780* E DEVOLVIDA COMO INVALIDA.
005790*****************************************************************
005800 2950-ACEITA-DATA.
005810     MOVE "S" TO WS-DATA-VALIDA
005820     MOVE SPACES TO WS-DATA-ENT
005830     ACCEPT WS-DATA-ENT
005840     IF WS-DATA-ENT = SPACES
005850         GO TO 2950-EXIT
005860     END-IF
005870     IF WS-DATA-ENT IS NOT NUMERIC
005880         MOVE "N" TO WS-DATA-VALIDA
005890         DISPLAY "DATA INVALIDA."
005900         GO TO 2950-EXIT
005910     END-IF
005920     MOVE WS-DATA-ENT TO WS-DATA-NUM
005930     IF WS-DATA-MES < 1 OR WS-DATA-MES > 12 OR
005940        WS-DATA-DIA < 1 OR WS-DATA-DIA > 31
005950         MOVE "N" TO WS-DATA-VALIDA
005960         DISPLAY "DATA INVALIDA."
005970     END-IF
005980     .
005990 2950-EXIT.
006000     EXIT.
006010 3000-LOCALIZA-PERIODO.
006020     MOVE "N" TO WS-PERIODO-ACHADO
006030     IF TB-PER-QTD = 0
006040         GO TO 3000-EXIT
006050     END-IF
006060     SET TB-IDX-PER TO 1
006070     SEARCH TB-PER-REG VARYING TB-IDX-PER
006080         AT END
006090             MOVE "N" TO WS-PERIODO-ACHADO
006100         WHEN TB-PER-ANO-LETIVO (TB-IDX-PER) = WS-ANO-LETIVO AND
006110              TB-PER-BIMESTRE (TB-IDX-PER) = WS-BIMESTRE
006120             MOVE "S" TO WS-PERIODO-ACHADO
006130     END-SEARCH
006140     .
006150 3000-EXIT.
006160     EXIT.
006170*****************************************************************
006180* 8000-GRAVA-AUDITORIA
006190* REGISTRA EM NOTASPAU A MUDANCA DE SITUACAO DO PERIODO
006200* APONTADO POR TB-IDX-PER (SITUACAO ANTERIOR JA GUARDADA).
006210*****************************************************************
006220 8000-GRAVA-AUDITORIA.
006230     MOVE SPACES TO PA-REGISTRO-AUDITORIA
006240     MOVE WS-DATA-HOJE TO PA-DATA
006250     MOVE WS-HORA-AGORA (1:6) TO PA-HORA
006260     MOVE TB-PER-ANO-LETIVO (TB-IDX-PER) TO PA-ANO-LETIVO
006270     MOVE TB-PER-BIMESTRE (TB-IDX-PER) TO PA-BIMESTRE
006280     MOVE WS-SITUACAO-ANTERIOR TO PA-SITUACAO-ANTERIOR
006290     MOVE TB-PER-SITUACAO (TB-IDX-PER) TO PA-SITUACAO-NOVA
006300     MOVE TB-PER-NUM-AUTORIZACAO (TB-IDX-PER)
006310         TO PA-NUM-AUTORIZACAO
006320     MOVE TB-PER-AUTORIZADO-POR (TB-IDX-PER) TO PA-AUTORIZADO-POR
006330     MOVE WS-FECHAMENTO-ANTERIOR TO PA-DATA-FECHAMENTO-ANT
006340     WRITE PA-REGISTRO-AUDITORIA
006350     IF WS-FS-AUDITORIA NOT = "00"
006360         DISPLAY "ERRO AO GRAVAR AUDITORIA DO CALENDARIO: "
006370             WS-FS-AUDITORIA
006371         MOVE 8 TO RETURN-CODE
006380     END-IF
006390     .
006400 8000-EXIT.
006410     EXIT.
006420*****************************************************************
006430* 9999-FIM
006440* REGRAVA O CALENDARIO COMPLETO EM NOTASPER E ENCERRA.
006450*****************************************************************
006460 9999-FIM.
006470     IF NOT WS88-ERRO-ABERTURA
006480         PERFORM 9100-REGRAVA-CALENDARIO THRU 9100-EXIT
006490         CLOSE AUDITORIA-FILE
006500     END-IF
006510     DISPLAY "INCLUSOES:   " WS-CONT-INCLUSOES
006520     DISPLAY "ALTERACOES:  " WS-CONT-ALTERACOES
006530     DISPLAY "FECHAMENTOS: " WS-CONT-FECHAMENTOS
006540     DISPLAY "REABERTURAS: " WS-CONT-REABERTURAS
006550     DISPLAY "PROGRAMA ENCERRADO."
006560     STOP RUN
006570     .
006580 9999-EXIT.
006590     EXIT.
006600 9100-REGRAVA-CALENDARIO.
006610     OPEN OUTPUT PERIODOS-FILE
006620     IF WS-FS-PERIODOS NOT = "00"
006630         DISPLAY "ERRO AO REGRAVAR CALENDARIO DE PERIODOS: "
006640             WS-FS-PERIODOS
006641         MOVE 8 TO RETURN-CODE
006650         GO TO 9100-EXIT
006660     END-IF
006670     PERFORM 9110-GRAVA-UM-PERIODO THRU 9110-EXIT
006680         VARYING TB-IDX-PER FROM 1 BY 1
006690             UNTIL TB-IDX-PER > TB-PER-QTD
006700     CLOSE PERIODOS-FILE
006710     IF NOT WS88-ERRO-REGRAVACAO
006711         DISPLAY "CALENDARIO REGRAVADO COM " TB-PER-QTD
006712             " PERIODOS."
006713     END-IF
006720     .
006730 9100-EXIT.
006740     EXIT.
006750 9110-GRAVA-UM-PERIODO.
006760     MOVE TB-PER-ANO-LETIVO (TB-IDX-PER) TO PE-ANO-LETIVO
006770     MOVE TB-PER-BIMESTRE (TB-IDX-PER) TO PE-BIMESTRE
006780     MOVE TB-PER-DATA-ABERTURA (TB-IDX-PER) TO PE-DATA-ABERTURA
006790     MOVE TB-PER-DATA-FECHAMENTO (TB-IDX-PER)
006800         TO PE-DATA-FECHAMENTO
006810     MOVE TB-PER-SITUACAO (TB-IDX-PER) TO PE-SITUACAO
006820     MOVE TB-PER-NUM-AUTORIZACAO (TB-IDX-PER)
006830         TO PE-NUM-AUTORIZACAO
006840     MOVE TB-PER-AUTORIZADO-POR (TB-IDX-PER) TO PE-AUTORIZADO-POR
006850     MOVE TB-PER-DATA-SITUACAO (TB-IDX-PER) TO PE-DATA-SITUACAO
006860     WRITE PE-REGISTRO-PERIODO
006861     IF WS-FS-PERIODOS NOT = "00"
006862         DISPLAY "ERRO AO REGRAVAR O PERIODO "
006863             TB-PER-ANO-LETIVO (TB-IDX-PER) "/"
006864             TB-PER-BIMESTRE (TB-IDX-PER) " EM NOTASPER: "
006865             WS-FS-PERIODOS " - CONFIRA O CALENDARIO. RETORNO 8."
006866         MOVE "S" TO WS-ERRO-REGRAVACAO
006867         MOVE 8 TO RETURN-CODE
006868     END-IF
006870     .
006880 9110-EXIT.
006890     EXIT.
006900
006910 END PROGRAM DESAFIO-CADASTRO-PERIODOS.
