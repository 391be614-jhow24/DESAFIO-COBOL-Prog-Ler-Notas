000100*****************************************************************
000110* AUTHOR:       EQUIPE DE MANUTENCAO
000120* INSTALLATION: SETOR DE SISTEMAS ACADEMICOS
000130* DATE-WRITTEN: 09/15/2026
000140* PURPOSE:      MANUTENCAO DO CADASTRO DE PROFESSORES
000150*               (NOTASPRF): INCLUSAO, ALTERACAO (NOME,
000160*               ATIVACAO E INATIVACAO) E LISTAGEM, NOS MOLDES
000170*               DO DESAFIO-CADASTRO-MATERIAS. O CODIGO DO
000180*               PROFESSOR IDENTIFICA O LOTE DE NOTAS NO HEADER
000190*               DO NOTASTRN E FICA GRAVADO NO MESTRE E NA
000200*               TRILHA DE RETIFICACAO - POR ISSO NAO E
000210*               ALTERAVEL. PROFESSOR INATIVO NAO LANCA NOTA.
000220* TECTONICS:    COBC
000230*----------------------------------------------------------------
000240* HISTORICO DE MANUTENCAO
000250* DATA       AUTOR  DESCRICAO
000260* ---------- ------ -----------------------------------------
000270* 09/15/2026 MNT    VERSAO ORIGINAL DO CADASTRO DE PROFESSORES.
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. DESAFIO-CADASTRO-PROFESSORES.
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
000420     SELECT PROFESSORES-FILE ASSIGN TO "NOTASPRF"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-FS-PROFESSORES.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  PROFESSORES-FILE
000490     LABEL RECORDS ARE STANDARD.
000500     COPY REGPROF.
000510
000520 WORKING-STORAGE SECTION.
000530 01  WS-FILE-STATUS.
000540     03  WS-FS-PROFESSORES            PIC X(02) VALUE "00".
000550 01  WS-SWITCHES.
000560     03  WS-FIM-MENU                  PIC X(01) VALUE "N".
000570         88  WS88-FIM-MENU                VALUE "S".
000580     03  WS-FIM-PROFESSORES           PIC X(01) VALUE "N".
000590         88  WS88-FIM-PROFESSORES         VALUE "S".
000600     03  WS-ERRO-ABERTURA             PIC X(01) VALUE "N".
000610         88  WS88-ERRO-ABERTURA           VALUE "S".
000620     03  WS-PROFESSOR-ACHADO          PIC X(01) VALUE "N".
000630         88  WS88-PROFESSOR-ACHADO        VALUE "S".
000640 01  WS-OPCAO                      PIC X(01) VALUE SPACE.
000650 01  WS-CODIGO-ENT                 PIC X(08) VALUE SPACES.
000660 01  WS-NOME-ENT                   PIC X(30) VALUE SPACES.
000670 01  WS-SITUACAO-ENT               PIC X(01) VALUE SPACE.
000680 01  WS-CONTADORES.
000690     03  WS-CONT-INCLUSOES            PIC 9(04) VALUE 0 COMP.
000700     03  WS-CONT-ALTERACOES           PIC 9(04) VALUE 0 COMP.
000710*--------------------------------------------------------------
000720* TABELA DO CADASTRO CARREGADA NA MEMORIA DURANTE A SESSAO E
000730* REGRAVADA INTEGRALMENTE EM NOTASPRF NO ENCERRAMENTO.
000740*--------------------------------------------------------------
000750 01  TB-PROFESSORES.
000760     03  TB-PRF-QTD                   PIC 9(03) VALUE 0 COMP.
000770     03  TB-PRF-REG OCCURS 1 TO 300 TIMES
000780             DEPENDING ON TB-PRF-QTD
000790             INDEXED BY TB-IDX-PRF.
000800         05  TB-PRF-CODIGO                PIC X(08).
000810         05  TB-PRF-NOME                  PIC X(30).
000820         05  TB-PRF-SITUACAO              PIC X(01).
000830
000840 PROCEDURE DIVISION.
000850*****************************************************************
000860* 0000-MAINLINE
000870* CONDUZ A SESSAO DE MANUTENCAO ATE O ENCERRAMENTO.
000880*****************************************************************
000890 0000-MAINLINE.
000900     PERFORM 1000-INICIALIZA THRU 1000-EXIT
000910     PERFORM 2000-PROCESSA-MENU THRU 2000-EXIT
000920         UNTIL WS88-FIM-MENU
000930     PERFORM 9999-FIM THRU 9999-EXIT
000940     .
000950*****************************************************************
000960* 1000-INICIALIZA
000970* CARREGA O CADASTRO EXISTENTE (SE HOUVER) PARA A TABELA.
000980*****************************************************************
000990 1000-INICIALIZA.
001000     DISPLAY "***************************************"
001010     DISPLAY "* DESAFIO - CADASTRO DE PROFESSORES   *"
001020     DISPLAY "***************************************"
001030     OPEN INPUT PROFESSORES-FILE
001040     IF WS-FS-PROFESSORES = "00"
001050         PERFORM 1100-CARREGA-PROFESSORES THRU 1100-EXIT
001060             UNTIL WS88-FIM-PROFESSORES
001070         CLOSE PROFESSORES-FILE
001080         DISPLAY "PROFESSORES CARREGADOS: " TB-PRF-QTD
001090     ELSE
001100         IF WS-FS-PROFESSORES = "35"
001110             DISPLAY "CADASTRO INEXISTENTE - SERA CRIADO."
001120         ELSE
001130             DISPLAY "ERRO AO ABRIR CADASTRO DE PROFESSORES: "
001140                 WS-FS-PROFESSORES
001150             MOVE "S" TO WS-ERRO-ABERTURA
001160             MOVE "S" TO WS-FIM-MENU
001170         END-IF
001180     END-IF
001190     .
001200 1000-EXIT.
001210     EXIT.
001220*--------------------------------------------------------------
001230* CADASTRO MAIOR QUE A TABELA ENCERRA SEM REGRAVAR: REGRAVAR SO
001240* O QUE COUBE APAGARIA OS PROFESSORES QUE FICARAM DE FORA.
001250*--------------------------------------------------------------
001260 1100-CARREGA-PROFESSORES.
001270     READ PROFESSORES-FILE
001280         AT END
001290             MOVE "S" TO WS-FIM-PROFESSORES
001300             GO TO 1100-EXIT
001310     END-READ
001320     IF TB-PRF-QTD NOT < 300
001330         DISPLAY "ERRO: LIMITE DE PROFESSORES NO CADASTRO "
001340             "EXCEDIDO - MANUTENCAO CANCELADA SEM ALTERACOES."
001350         MOVE "S" TO WS-FIM-PROFESSORES
001360         MOVE "S" TO WS-ERRO-ABERTURA
001370         MOVE "S" TO WS-FIM-MENU
001380         GO TO 1100-EXIT
001390     END-IF
001400     ADD 1 TO TB-PRF-QTD
001410     SET TB-IDX-PRF TO TB-PRF-QTD
001420     MOVE PF-CODIGO-PROFESSOR TO TB-PRF-CODIGO (TB-IDX-PRF)
001430     MOVE PF-NOME TO TB-PRF-NOME (TB-IDX-PRF)
001440     MOVE PF-SITUACAO TO TB-PRF-SITUACAO (TB-IDX-PRF)
001450     .
001460 1100-EXIT.
001470     EXIT.
001480*****************************************************************
001490* 2000-PROCESSA-MENU
001500* EXIBE O MENU DE OPERACOES E EXECUTA A OPCAO ESCOLHIDA.
001510*****************************************************************
001520 2000-PROCESSA-MENU.
001530     DISPLAY " "
001540     DISPLAY "OPCOES: (I)NCLUIR (A)LTERAR (L)ISTAR (F)IM"
001550     ACCEPT WS-OPCAO
001560     IF WS-OPCAO = "I"
001570         PERFORM 2100-INCLUI-PROFESSOR THRU 2100-EXIT
001580     ELSE
001590         IF WS-OPCAO = "A"
001600             PERFORM 2200-ALTERA-PROFESSOR THRU 2200-EXIT
001610         ELSE
001620             IF WS-OPCAO = "L"
001630                 PERFORM 2300-LISTA-CADASTRO THRU 2300-EXIT
001640             ELSE
001650                 IF WS-OPCAO = "F"
001660                     MOVE "S" TO WS-FIM-MENU
001670                 ELSE
001680                     DISPLAY "OPCAO INVALIDA."
001690                 END-IF
001700             END-IF
001710         END-IF
001720     END-IF
001730     .
001740 2000-EXIT.
001750     EXIT.
001760*****************************************************************
001770* 2100-INCLUI-PROFESSOR
001780* INCLUI UM NOVO PROFESSOR NO CADASTRO COM SITUACAO ATIVA.
001790*****************************************************************
001800 2100-INCLUI-PROFESSOR.
001810     PERFORM 2900-ACEITA-CODIGO THRU 2900-EXIT
001820     IF WS-CODIGO-ENT = SPACES
001830         GO TO 2100-EXIT
001840     END-IF
001850     PERFORM 3000-LOCALIZA-PROFESSOR THRU 3000-EXIT
001860     IF WS88-PROFESSOR-ACHADO
001870         DISPLAY "PROFESSOR JA CADASTRADO: " WS-CODIGO-ENT
001880         GO TO 2100-EXIT
001890     END-IF
001900     IF TB-PRF-QTD NOT < 300
001910         DISPLAY "ERRO: LIMITE DE PROFESSORES NO CADASTRO "
001920             "EXCEDIDO."
001930         GO TO 2100-EXIT
001940     END-IF
001950     MOVE SPACES TO WS-NOME-ENT
001960     DISPLAY "NOME DO PROFESSOR (ATE 30 POSICOES): "
001970     ACCEPT WS-NOME-ENT
001980     IF WS-NOME-ENT = SPACES
001990         DISPLAY "NOME NAO INFORMADO."
002000         GO TO 2100-EXIT
002010     END-IF
002020     ADD 1 TO TB-PRF-QTD
002030     SET TB-IDX-PRF TO TB-PRF-QTD
002040     MOVE WS-CODIGO-ENT TO TB-PRF-CODIGO (TB-IDX-PRF)
002050     MOVE WS-NOME-ENT TO TB-PRF-NOME (TB-IDX-PRF)
002060     MOVE "A" TO TB-PRF-SITUACAO (TB-IDX-PRF)
002070     ADD 1 TO WS-CONT-INCLUSOES
002080     DISPLAY "PROFESSOR INCLUIDO COM SITUACAO ATIVA."
002090     .
002100 2100-EXIT.
002110     EXIT.
002120*****************************************************************
002130* 2200-ALTERA-PROFESSOR
002140* ALTERA O NOME E A SITUACAO (A/I) DE UM PROFESSOR JA
002150* CADASTRADO. O CODIGO NAO E ALTERAVEL: ELE ESTA NO MESTRE, NA
002160* TRILHA DE RETIFICACAO E NA ATRIBUICAO DE AULAS.
002170*****************************************************************
002180 2200-ALTERA-PROFESSOR.
002190     PERFORM 2900-ACEITA-CODIGO THRU 2900-EXIT
002200     IF WS-CODIGO-ENT = SPACES
002210         GO TO 2200-EXIT
002220     END-IF
002230     PERFORM 3000-LOCALIZA-PROFESSOR THRU 3000-EXIT
002240     IF NOT WS88-PROFESSOR-ACHADO
002250         DISPLAY "PROFESSOR NAO CADASTRADO: " WS-CODIGO-ENT
002260         GO TO 2200-EXIT
002270     END-IF
002280     DISPLAY "PROFESSOR ATUAL: " TB-PRF-NOME (TB-IDX-PRF)
002290         " SITUACAO: " TB-PRF-SITUACAO (TB-IDX-PRF)
002300     MOVE SPACES TO WS-NOME-ENT
002310     DISPLAY "NOVO NOME (BRANCO = MANTEM): "
002320     ACCEPT WS-NOME-ENT
002330     IF WS-NOME-ENT NOT = SPACES
002340         MOVE WS-NOME-ENT TO TB-PRF-NOME (TB-IDX-PRF)
002350     END-IF
002360     MOVE SPACE TO WS-SITUACAO-ENT
002370     DISPLAY "NOVA SITUACAO A/I (BRANCO = MANTEM): "
002380     ACCEPT WS-SITUACAO-ENT
002390     IF WS-SITUACAO-ENT = "A" OR WS-SITUACAO-ENT = "I"
002400         MOVE WS-SITUACAO-ENT TO TB-PRF-SITUACAO (TB-IDX-PRF)
002410     END-IF
002420     ADD 1 TO WS-CONT-ALTERACOES
002430     DISPLAY "PROFESSOR ALTERADO."
002440     .
002450 2200-EXIT.
002460     EXIT.
002470*****************************************************************
002480* 2300-LISTA-CADASTRO
002490* LISTA TODOS OS PROFESSORES DO CADASTRO NO TERMINAL.
002500*****************************************************************
002510 2300-LISTA-CADASTRO.
002520     IF TB-PRF-QTD = 0
002530         DISPLAY "CADASTRO VAZIO."
002540         GO TO 2300-EXIT
002550     END-IF
002560     DISPLAY "CODIGO   NOME                           SIT"
002570     PERFORM 2310-LISTA-UM-PROFESSOR THRU 2310-EXIT
002580         VARYING TB-IDX-PRF FROM 1 BY 1
002590             UNTIL TB-IDX-PRF > TB-PRF-QTD
002600     .
002610 2300-EXIT.
002620     EXIT.
002630 2310-LISTA-UM-PROFESSOR.
002640     DISPLAY TB-PRF-CODIGO (TB-IDX-PRF) " "
002650         TB-PRF-NOME (TB-IDX-PRF) " "
002660         TB-PRF-SITUACAO (TB-IDX-PRF)
002670     .
002680 2310-EXIT.
002690     EXIT.
002700*****************************************************************
002710* 2900-ACEITA-CODIGO
002720* SOLICITA E CRITICA O CODIGO DO PROFESSOR (NAO BRANCO).
002730* DEVOLVE BRANCO EM WS-CODIGO-ENT QUANDO A ENTRADA E INVALIDA.
002740*****************************************************************
002750 2900-ACEITA-CODIGO.
002760     MOVE SPACES TO WS-CODIGO-ENT
002770     DISPLAY "CODIGO DO PROFESSOR (ATE 8 POSICOES): "
002780     ACCEPT WS-CODIGO-ENT
002790     IF WS-CODIGO-ENT = SPACES
002800         DISPLAY "CODIGO NAO INFORMADO."
002810     END-IF
002820     .
002830 2900-EXIT.
002840     EXIT.
002850 3000-LOCALIZA-PROFESSOR.
002860     MOVE "N" TO WS-PROFESSOR-ACHADO
002870     IF TB-PRF-QTD = 0
002880         GO TO 3000-EXIT
002890     END-IF
002900     SET TB-IDX-PRF TO 1
002910     SEARCH TB-PRF-REG VARYING TB-IDX-PRF
002920         AT END
002930             MOVE "N" TO WS-PROFESSOR-ACHADO
002940         WHEN TB-PRF-CODIGO (TB-IDX-PRF) = WS-CODIGO-ENT
002950             MOVE "S" TO WS-PROFESSOR-ACHADO
002960     END-SEARCH
002970     .
002980 3000-EXIT.
002990     EXIT.
003000*****************************************************************
003010* 9999-FIM
003020* REGRAVA O CADASTRO COMPLETO EM NOTASPRF E ENCERRA.
003030*****************************************************************
003040 9999-FIM.
003050     IF NOT WS88-ERRO-ABERTURA
003060         PERFORM 9100-REGRAVA-CADASTRO THRU 9100-EXIT
003070     END-IF
003080     DISPLAY "INCLUSOES:  " WS-CONT-INCLUSOES
003090     DISPLAY "ALTERACOES: " WS-CONT-ALTERACOES
003100     DISPLAY "PROGRAMA ENCERRADO."
003110     STOP RUN
003120     .
003130 9999-EXIT.
003140     EXIT.
003150 9100-REGRAVA-CADASTRO.
003160     OPEN OUTPUT PROFESSORES-FILE
003170     IF WS-FS-PROFESSORES NOT = "00"
003180         DISPLAY "ERRO AO REGRAVAR CADASTRO DE PROFESSORES: "
003190             WS-FS-PROFESSORES
003200         GO TO 9100-EXIT
003210     END-IF
003220     PERFORM 9110-GRAVA-UM-PROFESSOR THRU 9110-EXIT
003230         VARYING TB-IDX-PRF FROM 1 BY 1
003240             UNTIL TB-IDX-PRF > TB-PRF-QTD
003250     CLOSE PROFESSORES-FILE
003260     DISPLAY "CADASTRO REGRAVADO COM " TB-PRF-QTD " PROFESSORES."
003270     .
003280 9100-EXIT.
003290     EXIT.
003300 9110-GRAVA-UM-PROFESSOR.
003310     MOVE TB-PRF-CODIGO (TB-IDX-PRF) TO PF-CODIGO-PROFESSOR
003320     MOVE TB-PRF-NOME (TB-IDX-PRF) TO PF-NOME
003330     MOVE TB-PRF-SITUACAO (TB-IDX-PRF) TO PF-SITUACAO
003340     WRITE PF-REGISTRO-PROFESSOR
003350     .
003360 9110-EXIT.
003370     EXIT.
003380
003390 END PROGRAM DESAFIO-CADASTRO-PROFESSORES.
