000174*               DE CONTROLE) E GERA O RELATORIO DO QUE FOI
000175*               APLICADO (NOTASCGR) E O LOG DAS REJEICOES
000176*               (NOTASCGX) PARA A SECRETARIA CORRIGIR.
000177*               CADA MUDANCA DE TURMA E CADA TRANSFERENCIA
000178*               FICA NA ENTURMACAO HISTORICA (NOTASENT) COM O
000179*               ANO/BIMESTRE DE VIGENCIA, PARA OS RELATORIOS POR
000179*               TURMA USAREM A TURMA DE CADA PERIODO.
000180* TECTONICS:    COBC
000190*----------------------------------------------------------------
000200* HISTORICO DE MANUTENCAO
000236*                    RELATORIO DO APLICADO E LOG DE REJEICOES -
000238*                    A ABERTURA DO ANO NAO E MAIS DIGITADA
000239*                    ALUNO POR ALUNO NO MENU.
000239* 09/22/2026 MNT    ENTURMACAO HISTORICA (NOTASENT): VIGENCIA
000239*                    ANO/BIMESTRE NO HEADER DO LOTE, MUDANCA DE
000239*                    TURMA E NOVO MOVIMENTO T (TRANSFERENCIA)
000239*                    FICAM REGISTRADOS POR PERIODO; NO MENU A
000239*                    MUDANCA DE TURMA PEDE A VIGENCIA.
000239* 10/12/2026 MNT    NOTASCAD PASSA A SER INDEXADO PELA MATRICULA:
000239*                    INCLUSAO, ALTERACAO E LISTAGEM DIRETO NO
000239*                    ARQUIVO, SEM A TABELA DE 500 ALUNOS NEM A
000239*                    REGRAVACAO TOTAL NO ENCERRAMENTO. A CARGA
000239*                    CONFERE O HEADER/TRAILER NUMA PRIMEIRA
000239*                    LEITURA E SO APLICA O LOTE QUE BALANCEIA; A
000239*                    ENTURMACAO E GRAVADA NA HORA DA MUDANCA.
000239* 10/14/2026 MNT    NOVA SITUACAO F (FALECIDO) NA ALTERACAO DO
000239*                    ALUNO, PARA A EXPORTACAO DO RENDIMENTO
000239*                    ESCOLAR (EDUCACENSO).
000239* 10/15/2026 MNT    FALHA AO REGRAVAR O ALUNO OU AO GRAVAR A
000239*                    ENTURMACAO CANCELA A ALTERACAO NO MENU E
000239*                    REJEITA O MOVIMENTO NA CARGA (NOTASCGX), SEM
000239*                    DEIXAR CADASTRO E ENTURMACAO DESENCONTRADOS.
000239*                    FALHA NA REABERTURA DO NOTASCMV PARA A
000239*                    SEGUNDA LEITURA ENCERRA A CARGA COM RETORNO
000239*                    8 SEM APLICAR NADA.
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. DESAFIO-CADASTRO-ALUNOS.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CADASTRO-FILE ASSIGN TO "NOTASCAD"
000390         ORGANIZATION IS INDEXED
000391         ACCESS MODE IS DYNAMIC
000392         RECORD KEY IS CA-MATRICULA
000400         FILE STATUS IS WS-FS-CADASTRO.
000402     SELECT MOVIMENTO-FILE ASSIGN TO "NOTASCMV"
000404         ORGANIZATION IS SEQUENTIAL
000414     SELECT REJEICAO-FILE ASSIGN TO "NOTASCGX"
000416         ORGANIZATION IS SEQUENTIAL
000418         FILE STATUS IS WS-FS-REJEICAO.
000418     SELECT ENTURMACAO-FILE ASSIGN TO "NOTASENT"
000418         ORGANIZATION IS INDEXED
000418         ACCESS MODE IS DYNAMIC
000418         RECORD KEY IS EN-CHAVE-ENTURMACAO
000418         FILE STATUS IS WS-FS-ENTURMACAO.
000419
000420 DATA DIVISION.
000430 FILE SECTION.
000470 01  RJ-REGISTRO-REJEICAO.
000471     03  RJ-IMAGEM                    PIC X(50).
000472     03  RJ-MOTIVO                    PIC X(40).
000472 FD  ENTURMACAO-FILE
000472     LABEL RECORDS ARE STANDARD.
000472     COPY REGENTUR.
000473
000480 WORKING-STORAGE SECTION.
000490 01  WS-FILE-STATUS.
000502     03  WS-FS-MOVIMENTO              PIC X(02) VALUE "00".
000504     03  WS-FS-RELCARGA               PIC X(02) VALUE "00".
000506     03  WS-FS-REJEICAO               PIC X(02) VALUE "00".
000507     03  WS-FS-ENTURMACAO             PIC X(02) VALUE "00".
000510 01  WS-SWITCHES.
000520     03  WS-FIM-MENU                  PIC X(01) VALUE "N".
000530         88  WS88-FIM-MENU                VALUE "S".
000550         88  WS88-FIM-CADASTRO            VALUE "S".
000560     03  WS-ERRO-ABERTURA             PIC X(01) VALUE "N".
000570         88  WS88-ERRO-ABERTURA           VALUE "S".
000571     03  WS-ARQUIVOS-ABERTOS          PIC X(01) VALUE "N".
000572         88  WS88-ARQUIVOS-ABERTOS        VALUE "S".
000580     03  WS-ALUNO-ACHADO              PIC X(01) VALUE "N".
000590         88  WS88-ALUNO-ACHADO            VALUE "S".
000591     03  WS-MODO-EXECUCAO             PIC X(01) VALUE "I".
000599         88  WS88-TRAILER-LIDO            VALUE "S".
000600     03  WS-LOTE-BALANCEADO           PIC X(01) VALUE "S".
000601         88  WS88-LOTE-BALANCEADO         VALUE "S".
000601     03  WS-VIGENCIA-VALIDA           PIC X(01) VALUE "N".
000601         88  WS88-VIGENCIA-VALIDA         VALUE "S".
000601     03  WS-MUDA-ENTURMACAO           PIC X(01) VALUE "N".
000601         88  WS88-MUDA-ENTURMACAO         VALUE "S".
000601     03  WS-TEM-HISTORICO             PIC X(01) VALUE "N".
000601         88  WS88-TEM-HISTORICO           VALUE "S".
000601     03  WS-ERRO-REGRAVACAO           PIC X(01) VALUE "N".
000601         88  WS88-ERRO-REGRAVACAO         VALUE "S".
000601     03  WS-ERRO-ENTURMACAO           PIC X(01) VALUE "N".
000601         88  WS88-ERRO-ENTURMACAO         VALUE "S".
000602 01  WS-OPCAO                      PIC X(01) VALUE SPACE.
000610 01  WS-MATRICULA-ENT              PIC X(08) VALUE SPACES.
000620 01  WS-MATRICULA                  PIC 9(08) VALUE 0.
000650 01  WS-SITUACAO-ENT               PIC X(01) VALUE SPACE.
000652 01  WS-MOTIVO-REJEICAO            PIC X(40) VALUE SPACES.
000654*--------------------------------------------------------------
000654* VIGENCIA (ANO LETIVO/BIMESTRE) DA MUDANCA DE TURMA OU DA
000654* TRANSFERENCIA E A SITUACAO/TURMA QUE PASSAM A VALER, PARA A
000654* ENTURMACAO HISTORICA.
000654*--------------------------------------------------------------
000654 01  WS-ANO-VIGENCIA-ENT           PIC X(04) VALUE SPACES.
000654 01  WS-BIMESTRE-VIGENCIA-ENT      PIC X(01) VALUE SPACE.
000654 01  WS-ANO-VIGENCIA               PIC 9(04) VALUE 0.
000654 01  WS-BIMESTRE-VIGENCIA          PIC 9(01) VALUE 0.
000654 01  WS-TURMA-NOVA                 PIC X(10) VALUE SPACES.
000654 01  WS-SITUACAO-NOVA              PIC X(01) VALUE SPACE.
000654 01  WS-TURMA-ANTERIOR             PIC X(10) VALUE SPACES.
000654 01  WS-DATA-HOJE                  PIC 9(08) VALUE 0.
000654*--------------------------------------------------------------
000654* IMAGEM DO ALUNO ANTES DA ALTERACAO, PARA DESFAZER A REGRAVACAO
000654* QUANDO A ENTURMACAO HISTORICA NAO PUDER SER GRAVADA.
000654*--------------------------------------------------------------
000654 01  WS-CADASTRO-ANTERIOR          PIC X(49) VALUE SPACES.
000654*--------------------------------------------------------------
000655* DADOS DO HEADER E DO TRAILER DO LOTE DE MOVIMENTACAO,
000656* GUARDADOS PARA O BALANCETE DA CARGA EM 5900-FECHA-CARGA.
000657*--------------------------------------------------------------
000658 01  WS-CONTROLE-LOTE.
000659     03  WS-HDR-DATA-GERACAO          PIC X(08) VALUE SPACES.
000660     03  WS-HDR-ORIGEM                PIC X(20) VALUE SPACES.
000660     03  WS-HDR-ANO-VIGENCIA          PIC 9(04) VALUE 0.
000660     03  WS-HDR-BIMESTRE-VIGENCIA     PIC 9(01) VALUE 0.
000661     03  WS-TRL-QTD-REGISTROS         PIC 9(06) VALUE 0.
000662     03  WS-TRL-HASH-MATRICULAS       PIC 9(10) VALUE 0.
000663     03  WS-CGR-CONTADOR              PIC 9(06) VALUE 0.
000670     03  WS-CONT-INCLUSOES            PIC 9(04) VALUE 0 COMP.
000680     03  WS-CONT-ALTERACOES           PIC 9(04) VALUE 0 COMP.
000682     03  WS-CONT-INATIVACOES          PIC 9(04) VALUE 0 COMP.
000683     03  WS-CONT-TRANSFERENCIAS       PIC 9(04) VALUE 0 COMP.
000684     03  WS-CONT-MOV-LIDOS            PIC 9(06) VALUE 0 COMP.
000686     03  WS-CONT-REJEITADOS           PIC 9(06) VALUE 0 COMP.
000687     03  WS-CONT-ALUNOS               PIC 9(06) VALUE 0 COMP.
000688     03  WS-HASH-CALCULADO            PIC 9(10) VALUE 0 COMP.
000820
000830 PROCEDURE DIVISION.
000840*****************************************************************
000930     .
000940*****************************************************************
000950* 1000-INICIALIZA
000960* ABRE O CADASTRO (INDEXADO POR MATRICULA) E A ENTURMACAO
000961* HISTORICA PARA ATUALIZACAO DIRETA. ARQUIVO AINDA INEXISTENTE E
000962* CRIADO VAZIO.
000970*****************************************************************
000980 1000-INICIALIZA.
000990     DISPLAY "***************************************"
001000     DISPLAY "* DESAFIO - CADASTRO DE ALUNOS        *"
001010     DISPLAY "***************************************"
001011     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
001012     DISPLAY "MODO DE EXECUCAO - (I)NTERATIVO OU (C)ARGA: "
001014     ACCEPT WS-MODO-EXECUCAO
001016     IF WS-MODO-EXECUCAO NOT = "I" AND WS-MODO-EXECUCAO NOT = "C"
001017         MOVE "I" TO WS-MODO-EXECUCAO
001018     END-IF
001020     OPEN I-O CADASTRO-FILE
001030     IF WS-FS-CADASTRO = "35"
001040         DISPLAY "CADASTRO INEXISTENTE - SERA CRIADO."
001050         OPEN OUTPUT CADASTRO-FILE
001060         CLOSE CADASTRO-FILE
001070         OPEN I-O CADASTRO-FILE
001170     END-IF
001171     IF WS-FS-CADASTRO NOT = "00"
001172         DISPLAY "ERRO AO ABRIR ARQUIVO DE CADASTRO: "
001173             WS-FS-CADASTRO
001174         MOVE "S" TO WS-ERRO-ABERTURA
001175         MOVE "S" TO WS-FIM-MENU
001176         GO TO 1000-EXIT
001177     END-IF
001178     OPEN I-O ENTURMACAO-FILE
001179     IF WS-FS-ENTURMACAO = "35"
001179         OPEN OUTPUT ENTURMACAO-FILE
001179         CLOSE ENTURMACAO-FILE
001179         OPEN I-O ENTURMACAO-FILE
001179     END-IF
001179     IF WS-FS-ENTURMACAO NOT = "00"
001179         DISPLAY "ERRO AO ABRIR ENTURMACAO HISTORICA (NOTASENT): "
001179             WS-FS-ENTURMACAO
001179         CLOSE CADASTRO-FILE
001179         MOVE "S" TO WS-ERRO-ABERTURA
001179         MOVE "S" TO WS-FIM-MENU
001179         GO TO 1000-EXIT
001179     END-IF
001179     MOVE "S" TO WS-ARQUIVOS-ABERTOS
001180     .
001190 1000-EXIT.
001410     EXIT.
001420*****************************************************************
001430* 2000-PROCESSA-MENU
001810         DISPLAY "MATRICULA JA CADASTRADA: " WS-MATRICULA
001820         GO TO 2100-EXIT
001830     END-IF
001880     DISPLAY "NOME COMPLETO DO ALUNO: "
001890     ACCEPT WS-NOME-ENT
001900     DISPLAY "TURMA: "
001910     ACCEPT WS-TURMA-ENT
001920     MOVE WS-MATRICULA TO CA-MATRICULA
001930     MOVE WS-NOME-ENT TO CA-NOME
001940     MOVE WS-TURMA-ENT TO CA-TURMA
001950     MOVE "A" TO CA-SITUACAO
001960     WRITE CA-REGISTRO-CADASTRO
001970         INVALID KEY
001972             DISPLAY "ERRO AO GRAVAR ALUNO NO CADASTRO: "
001974                 WS-MATRICULA " STATUS " WS-FS-CADASTRO
001976             GO TO 2100-EXIT
001978     END-WRITE
001980     ADD 1 TO WS-CONT-INCLUSOES
001990     DISPLAY "ALUNO INCLUIDO COM SITUACAO ATIVA."
002000     .
002020     EXIT.
002030*****************************************************************
002040* 2200-ALTERA-ALUNO
002050* ALTERA NOME, TURMA E/OU SITUACAO (A/I/F) DE UM ALUNO JA
002060* CADASTRADO. CAMPO DEIXADO EM BRANCO MANTEM O VALOR ATUAL.
002070*****************************************************************
002080 2200-ALTERA-ALUNO.
002150         DISPLAY "MATRICULA NAO CADASTRADA: " WS-MATRICULA
002160         GO TO 2200-EXIT
002170     END-IF
002180     DISPLAY "ALUNO ATUAL: " CA-NOME
002190         " TURMA: " CA-TURMA
002200         " SITUACAO: " CA-SITUACAO
002210     MOVE SPACES TO WS-NOME-ENT
002220     DISPLAY "NOVO NOME (BRANCO = MANTEM): "
002230     ACCEPT WS-NOME-ENT
002270     MOVE SPACES TO WS-TURMA-ENT
002280     DISPLAY "NOVA TURMA (BRANCO = MANTEM): "
002290     ACCEPT WS-TURMA-ENT
002291     MOVE SPACE TO WS-SITUACAO-ENT
002292     DISPLAY "NOVA SITUACAO A/I/F (BRANCO = MANTEM): "
002293     ACCEPT WS-SITUACAO-ENT
002294*--------------------------------------------------------------
002295* MUDANCA DE TURMA E REINGRESSO DE ALUNO TRANSFERIDO ENTRAM NA
002296* ENTURMACAO HISTORICA E EXIGEM A VIGENCIA. SEM VIGENCIA VALIDA
002297* NADA E ALTERADO. A ENTURMACAO SO E GRAVADA DEPOIS DA REGRAVACAO
002298* DO ALUNO; SE ELA FALHAR O ALUNO VOLTA A IMAGEM ANTERIOR.
002299*--------------------------------------------------------------
002299     MOVE "N" TO WS-MUDA-ENTURMACAO
002299     MOVE CA-TURMA TO WS-TURMA-NOVA
002299     MOVE CA-TURMA TO WS-TURMA-ANTERIOR
002299     IF WS-TURMA-ENT NOT = SPACES AND
002299        WS-TURMA-ENT NOT = CA-TURMA
002299         MOVE "S" TO WS-MUDA-ENTURMACAO
002299         MOVE WS-TURMA-ENT TO WS-TURMA-NOVA
002299     END-IF
002299     IF WS-SITUACAO-ENT = "A" AND
002299        CA-SITUACAO = "T"
002299         MOVE "S" TO WS-MUDA-ENTURMACAO
002299     END-IF
002299     IF WS88-MUDA-ENTURMACAO AND
002299        CA-SITUACAO = "T" AND
002299        WS-SITUACAO-ENT NOT = "A"
002299         DISPLAY "ALUNO TRANSFERIDO - INFORME SITUACAO A PARA O "
002299             "REINGRESSO. ALTERACAO CANCELADA."
002299         GO TO 2200-EXIT
002299     END-IF
002299     IF WS88-MUDA-ENTURMACAO
002299         PERFORM 2950-ACEITA-VIGENCIA THRU 2950-EXIT
002299         IF NOT WS88-VIGENCIA-VALIDA
002299             DISPLAY "VIGENCIA INVALIDA. ALTERACAO CANCELADA."
002299             GO TO 2200-EXIT
002299         END-IF
002299     END-IF
002299     MOVE CA-REGISTRO-CADASTRO TO WS-CADASTRO-ANTERIOR
002299     IF WS-NOME-ENT NOT = SPACES
002299         MOVE WS-NOME-ENT TO CA-NOME
002299     END-IF
002300     IF WS-TURMA-ENT NOT = SPACES
002310         MOVE WS-TURMA-ENT TO CA-TURMA
002320     END-IF
002330     IF WS-SITUACAO-ENT = "A" OR WS-SITUACAO-ENT = "I" OR
002340        WS-SITUACAO-ENT = "F"
002350         MOVE WS-SITUACAO-ENT TO CA-SITUACAO
002360     END-IF
002370     PERFORM 3100-REGRAVA-ALUNO THRU 3100-EXIT
002371     IF WS88-ERRO-REGRAVACAO
002372         DISPLAY "ALTERACAO CANCELADA."
002373         GO TO 2200-EXIT
002374     END-IF
002375     IF WS88-MUDA-ENTURMACAO
002376         MOVE "A" TO WS-SITUACAO-NOVA
002377         PERFORM 2960-REGISTRA-ENTURMACAO THRU 2960-EXIT
002378         IF WS88-ERRO-ENTURMACAO
002379             PERFORM 3150-RESTAURA-ALUNO THRU 3150-EXIT
002379             DISPLAY "ENTURMACAO NAO GRAVADA. ALTERACAO "
002379                 "CANCELADA."
002379             GO TO 2200-EXIT
002379         END-IF
002380     END-IF
002390     ADD 1 TO WS-CONT-ALTERACOES
002400     DISPLAY "ALUNO ALTERADO."
002430     EXIT.
002440*****************************************************************
002450* 2300-LISTA-CADASTRO
002460* LISTA TODOS OS ALUNOS DO CADASTRO NO TERMINAL, NA ORDEM DA
002461* MATRICULA.
002470*****************************************************************
002480 2300-LISTA-CADASTRO.
002490     MOVE 0 TO WS-CONT-ALUNOS
002500     MOVE "N" TO WS-FIM-CADASTRO
002510     MOVE 0 TO CA-MATRICULA
002520     START CADASTRO-FILE
002521         KEY IS NOT LESS THAN CA-MATRICULA
002522         INVALID KEY
002523             DISPLAY "CADASTRO VAZIO."
002524             GO TO 2300-EXIT
002525     END-START
002530     DISPLAY "MATRICULA NOME                           "
002540         "TURMA      SIT"
002550     PERFORM 2310-LISTA-UM-ALUNO THRU 2310-EXIT
002560         UNTIL WS88-FIM-CADASTRO
002570     DISPLAY "ALUNOS NO CADASTRO: " WS-CONT-ALUNOS
002580     .
002590 2300-EXIT.
002600     EXIT.
002610 2310-LISTA-UM-ALUNO.
002620     READ CADASTRO-FILE NEXT RECORD
002630         AT END
002640             MOVE "S" TO WS-FIM-CADASTRO
002650             GO TO 2310-EXIT
002651     END-READ
002652     ADD 1 TO WS-CONT-ALUNOS
002653     DISPLAY CA-MATRICULA "  "
002654         CA-NOME " "
002655         CA-TURMA " "
002656         CA-SITUACAO
002660     .
002670 2310-EXIT.
002680     EXIT.
002870     .
002880 2900-EXIT.
002890     EXIT.
002891*****************************************************************
002892* 2950-ACEITA-VIGENCIA
002893* SOLICITA O ANO LETIVO E O BIMESTRE A PARTIR DO QUAL A MUDANCA
002894* DE TURMA VALE.
002895*****************************************************************
002896 2950-ACEITA-VIGENCIA.
002897     MOVE "N" TO WS-VIGENCIA-VALIDA
002898     MOVE SPACES TO WS-ANO-VIGENCIA-ENT
002899     MOVE SPACE TO WS-BIMESTRE-VIGENCIA-ENT
002899     DISPLAY "VIGENCIA - ANO LETIVO (AAAA): "
002899     ACCEPT WS-ANO-VIGENCIA-ENT
002899     DISPLAY "VIGENCIA - BIMESTRE (1-4): "
002899     ACCEPT WS-BIMESTRE-VIGENCIA-ENT
002899     IF WS-ANO-VIGENCIA-ENT IS NOT NUMERIC
002899         GO TO 2950-EXIT
002899     END-IF
002899     IF WS-BIMESTRE-VIGENCIA-ENT NOT = "1" AND
002899        WS-BIMESTRE-VIGENCIA-ENT NOT = "2" AND
002899        WS-BIMESTRE-VIGENCIA-ENT NOT = "3" AND
002899        WS-BIMESTRE-VIGENCIA-ENT NOT = "4"
002899         GO TO 2950-EXIT
002899     END-IF
002899     MOVE WS-ANO-VIGENCIA-ENT TO WS-ANO-VIGENCIA
002899     MOVE WS-BIMESTRE-VIGENCIA-ENT TO WS-BIMESTRE-VIGENCIA
002899     IF WS-ANO-VIGENCIA NOT = 0
002899         MOVE "S" TO WS-VIGENCIA-VALIDA
002899     END-IF
002899     .
002899 2950-EXIT.
002899     EXIT.
002899*****************************************************************
002899* 2960-REGISTRA-ENTURMACAO
002899* GRAVA NA ENTURMACAO HISTORICA (NOTASENT) A TURMA/SITUACAO QUE
002899* PASSA A VALER PARA O ALUNO EM WS-MATRICULA A PARTIR DA VIGENCIA.
002899* ALUNO SEM HISTORICO GANHA ANTES O REGISTRO 0000/0 COM A TURMA
002899* QUE TINHA ATE A MUDANCA (WS-TURMA-ANTERIOR, EM BRANCO NA
002899* INCLUSAO); NOVA MUDANCA NO MESMO PERIODO SUBSTITUI A ANTERIOR.
002899* FALHA DE GRAVACAO LIGA WS-ERRO-ENTURMACAO PARA O CHAMADOR
002899* DESFAZER A ALTERACAO DO ALUNO.
002899*****************************************************************
002899 2960-REGISTRA-ENTURMACAO.
002899     MOVE "N" TO WS-ERRO-ENTURMACAO
002899     IF WS-TURMA-ANTERIOR NOT = SPACES
002899         PERFORM 2970-VERIFICA-HISTORICO THRU 2970-EXIT
002899         IF NOT WS88-TEM-HISTORICO
002899             MOVE WS-MATRICULA TO EN-MATRICULA
002899             MOVE 0 TO EN-ANO-LETIVO
002899             MOVE 0 TO EN-BIMESTRE
002899             MOVE WS-TURMA-ANTERIOR TO EN-TURMA
002899             MOVE "A" TO EN-SITUACAO
002899             MOVE WS-DATA-HOJE TO EN-DATA-REGISTRO
002899             WRITE EN-REGISTRO-ENTURMACAO
002899                 INVALID KEY
002899                     DISPLAY "ERRO AO GRAVAR ENTURMACAO INICIAL: "
002899                         EN-MATRICULA " STATUS " WS-FS-ENTURMACAO
002899                     MOVE "S" TO WS-ERRO-ENTURMACAO
002899                     GO TO 2960-EXIT
002899             END-WRITE
002899         END-IF
002899     END-IF
002899     MOVE WS-MATRICULA TO EN-MATRICULA
002899     MOVE WS-ANO-VIGENCIA TO EN-ANO-LETIVO
002899     MOVE WS-BIMESTRE-VIGENCIA TO EN-BIMESTRE
002899     MOVE WS-TURMA-NOVA TO EN-TURMA
002899     MOVE WS-SITUACAO-NOVA TO EN-SITUACAO
002899     MOVE WS-DATA-HOJE TO EN-DATA-REGISTRO
002899     WRITE EN-REGISTRO-ENTURMACAO
002899         INVALID KEY
002899             PERFORM 2980-SUBSTITUI-ENTURMACAO THRU 2980-EXIT
002899     END-WRITE
002899     .
002899 2960-EXIT.
002899     EXIT.
002899 2970-VERIFICA-HISTORICO.
002899     MOVE "N" TO WS-TEM-HISTORICO
002899     MOVE WS-MATRICULA TO EN-MATRICULA
002899     MOVE 0 TO EN-ANO-LETIVO
002899     MOVE 0 TO EN-BIMESTRE
002899     START ENTURMACAO-FILE
002899         KEY IS NOT LESS THAN EN-CHAVE-ENTURMACAO
002899         INVALID KEY
002899             GO TO 2970-EXIT
002899     END-START
002899     READ ENTURMACAO-FILE NEXT RECORD
002899         AT END
002899             GO TO 2970-EXIT
002899     END-READ
002899     IF EN-MATRICULA = WS-MATRICULA
002899         MOVE "S" TO WS-TEM-HISTORICO
002899     END-IF
002899     .
002899 2970-EXIT.
002899     EXIT.
002899 2980-SUBSTITUI-ENTURMACAO.
002899     REWRITE EN-REGISTRO-ENTURMACAO
002899         INVALID KEY
002899             DISPLAY "ERRO AO REGRAVAR ENTURMACAO: " EN-MATRICULA
002899                 " STATUS " WS-FS-ENTURMACAO
002899             MOVE "S" TO WS-ERRO-ENTURMACAO
002899     END-REWRITE
002899     .
002899 2980-EXIT.
002899     EXIT.
002899*****************************************************************
002899* 3000-LOCALIZA-ALUNO
002899* LE O ALUNO DE WS-MATRICULA PELA CHAVE; ACHADO, O REGISTRO FICA
002899* EM CA-REGISTRO-CADASTRO PARA A ALTERACAO.
002899*****************************************************************
002900 3000-LOCALIZA-ALUNO.
002910     MOVE "N" TO WS-ALUNO-ACHADO
002920     MOVE WS-MATRICULA TO CA-MATRICULA
002930     READ CADASTRO-FILE
002940         INVALID KEY
002950             CONTINUE
002960         NOT INVALID KEY
003000             MOVE "S" TO WS-ALUNO-ACHADO
003010     END-READ
003020     .
003030 3000-EXIT.
003040     EXIT.
003041*****************************************************************
003041* 3100-REGRAVA-ALUNO
003041* REGRAVA NO CADASTRO O ALUNO LIDO POR 3000-LOCALIZA-ALUNO.
003041* FALHA NA REGRAVACAO LIGA WS-ERRO-REGRAVACAO PARA O CHAMADOR.
003041*****************************************************************
003041 3100-REGRAVA-ALUNO.
003041     MOVE "N" TO WS-ERRO-REGRAVACAO
003041     REWRITE CA-REGISTRO-CADASTRO
003041         INVALID KEY
003041             DISPLAY "ERRO AO REGRAVAR ALUNO NO CADASTRO: "
003041                 CA-MATRICULA " STATUS " WS-FS-CADASTRO
003041             MOVE "S" TO WS-ERRO-REGRAVACAO
003041     END-REWRITE
003041     .
003041 3100-EXIT.
003041     EXIT.
003041*****************************************************************
003041* 3150-RESTAURA-ALUNO
003041* DESFAZ A REGRAVACAO DO ALUNO COM A IMAGEM GUARDADA EM
003041* WS-CADASTRO-ANTERIOR QUANDO A ENTURMACAO NAO FOI GRAVADA.
003041*****************************************************************
003041 3150-RESTAURA-ALUNO.
003041     MOVE WS-CADASTRO-ANTERIOR TO CA-REGISTRO-CADASTRO
003041     REWRITE CA-REGISTRO-CADASTRO
003041         INVALID KEY
003041             DISPLAY "ERRO AO RESTAURAR ALUNO NO CADASTRO: "
003041                 CA-MATRICULA " STATUS " WS-FS-CADASTRO
003041     END-REWRITE
003041     .
003041 3150-EXIT.
003041     EXIT.
003041*****************************************************************
003042* 5000-PROCESSA-CARGA
003043* MODO DE CARGA EM LOTE: CONFERE OS TOTAIS DE CONTROLE DO
003044* HEADER/TRAILER DO ARQUIVO DE MOVIMENTACAO DA SECRETARIA
003045* (NOTASCMV) NUMA PRIMEIRA LEITURA E, SO COM O LOTE BALANCEADO,
003046* APLICA OS MOVIMENTOS DIRETO NO CADASTRO NUMA SEGUNDA. GRAVA O
003047* RELATORIO DO APLICADO EM NOTASCGR E AS REJEICOES EM NOTASCGX.
003047* LOTE QUE NAO BALANCEIA NAO ALTERA NADA E ENCERRA COM RETORNO 8.
003048*****************************************************************
003049 5000-PROCESSA-CARGA.
003050*--------------------------------------------------------------
003086     END-IF
003087     MOVE "RELATORIO DA CARGA DE CADASTRO" TO CG-LINHA
003088     WRITE CG-LINHA
003089     PERFORM 5050-CONFERE-MOVIMENTO THRU 5050-EXIT
003090         UNTIL WS88-FIM-MOVIMENTO
003090     IF NOT WS88-HEADER-LIDO OR NOT WS88-TRAILER-LIDO OR
003090        WS-CONT-MOV-LIDOS NOT = WS-TRL-QTD-REGISTROS OR
003090        WS-HASH-CALCULADO NOT = WS-TRL-HASH-MATRICULAS
003090         MOVE "N" TO WS-LOTE-BALANCEADO
003090         MOVE "LOTE NAO BALANCEADO - NENHUM MOVIMENTO APLICADO"
003090             TO CG-LINHA
003090         WRITE CG-LINHA
003090     ELSE
003090         CLOSE MOVIMENTO-FILE
003090         OPEN INPUT MOVIMENTO-FILE
003090         IF WS-FS-MOVIMENTO NOT = "00"
003090             DISPLAY "ERRO AO REABRIR ARQUIVO DE MOVIMENTACAO: "
003090                 WS-FS-MOVIMENTO
003090             MOVE "S" TO WS-ERRO-ABERTURA
003090             MOVE "N" TO WS-LOTE-BALANCEADO
003090             MOVE "ERRO NA REABERTURA - NENHUM MOVIMENTO APLICADO"
003090                 TO CG-LINHA
003090             WRITE CG-LINHA
003090             PERFORM 5900-FECHA-CARGA THRU 5900-EXIT
003090             CLOSE RELCARGA-FILE
003090             CLOSE REJEICAO-FILE
003090             GO TO 5000-EXIT
003090         END-IF
003090         MOVE "N" TO WS-FIM-MOVIMENTO
003090         MOVE "N" TO WS-HEADER-LIDO
003090         MOVE "N" TO WS-TRAILER-LIDO
003090         MOVE 0 TO WS-CONT-MOV-LIDOS
003090         MOVE 0 TO WS-HASH-CALCULADO
003090         PERFORM 5100-LE-MOVIMENTO THRU 5100-EXIT
003090             UNTIL WS88-FIM-MOVIMENTO
003090     END-IF
003091     PERFORM 5900-FECHA-CARGA THRU 5900-EXIT
003092     CLOSE MOVIMENTO-FILE
003093     CLOSE RELCARGA-FILE
003094     CLOSE REJEICAO-FILE
003095     .
003096 5000-EXIT.
003096     EXIT.
003096*****************************************************************
003096* 5050-CONFERE-MOVIMENTO
003096* PRIMEIRA LEITURA DA CARGA: SO ACUMULA A QUANTIDADE E O HASH DAS
003096* MATRICULAS DOS DETALHES E GUARDA O TRAILER, DA MESMA FORMA QUE A
003096* APLICACAO OS ACUMULA, SEM TOCAR NO CADASTRO.
003096*****************************************************************
003096 5050-CONFERE-MOVIMENTO.
003096     READ MOVIMENTO-FILE
003096         AT END
003096             MOVE "S" TO WS-FIM-MOVIMENTO
003096             GO TO 5050-EXIT
003096     END-READ
003096     IF CM88-TIPO-HEADER
003096         MOVE "S" TO WS-HEADER-LIDO
003096         GO TO 5050-EXIT
003096     END-IF
003096     IF CM88-TIPO-TRAILER
003096         PERFORM 5300-TRATA-TRAILER THRU 5300-EXIT
003096         GO TO 5050-EXIT
003096     END-IF
003096     ADD 1 TO WS-CONT-MOV-LIDOS
003096     IF CM88-TIPO-DETALHE AND CM-MATRICULA IS NUMERIC AND
003096        CM-MATRICULA NOT = 0
003096         ADD CM-MATRICULA TO WS-HASH-CALCULADO
003096     END-IF
003096     .
003096 5050-EXIT.
003097     EXIT.
003098*****************************************************************
003099* 5100-LE-MOVIMENTO
003122     MOVE "S" TO WS-HEADER-LIDO
003123     MOVE CM-HDR-DATA-GERACAO TO WS-HDR-DATA-GERACAO
003124     MOVE CM-HDR-ORIGEM TO WS-HDR-ORIGEM
003124     MOVE "N" TO WS-VIGENCIA-VALIDA
003124     IF CM-HDR-ANO-VIGENCIA IS NUMERIC AND
003124        CM-HDR-BIMESTRE-VIGENCIA IS NUMERIC
003124         MOVE CM-HDR-ANO-VIGENCIA TO WS-HDR-ANO-VIGENCIA
003124         MOVE CM-HDR-BIMESTRE-VIGENCIA TO WS-HDR-BIMESTRE-VIGENCIA
003124         IF WS-HDR-ANO-VIGENCIA > 0 AND
003124            WS-HDR-BIMESTRE-VIGENCIA > 0 AND
003124            WS-HDR-BIMESTRE-VIGENCIA < 5
003124             MOVE "S" TO WS-VIGENCIA-VALIDA
003124             MOVE WS-HDR-ANO-VIGENCIA TO WS-ANO-VIGENCIA
003124             MOVE WS-HDR-BIMESTRE-VIGENCIA TO WS-BIMESTRE-VIGENCIA
003124         END-IF
003124     END-IF
003125     DISPLAY "LOTE DE CADASTRO GERADO EM " WS-HDR-DATA-GERACAO
003126         " ORIGEM: " WS-HDR-ORIGEM
003126     IF WS88-VIGENCIA-VALIDA
003126         DISPLAY "VIGENCIA DAS MUDANCAS DE TURMA: "
003126             WS-HDR-ANO-VIGENCIA "/" WS-HDR-BIMESTRE-VIGENCIA
003126     ELSE
003126         DISPLAY "LOTE SEM VIGENCIA - MUDANCA DE TURMA E "
003126             "TRANSFERENCIA SERAO REJEITADAS."
003126     END-IF
003127     .
003128 5200-EXIT.
003129     EXIT.
003136     EXIT.
003137*****************************************************************
003138* 5400-APLICA-MOVIMENTO
003139* VALIDA E APLICA UM DETALHE DE MOVIMENTACAO NO CADASTRO.
003140* DETALHE INVALIDO VAI PARA O LOG DE REJEICOES E O
003141* LOTE SEGUE.
003142*****************************************************************
003143 5400-APLICA-MOVIMENTO.
003166             IF CM88-CODIGO-INATIVACAO
003167                 PERFORM 5700-INATIVA-MOVIMENTO THRU 5700-EXIT
003168             ELSE
003169                 IF CM88-CODIGO-TRANSFERENCIA
003170                     PERFORM 5750-TRANSFERE-MOVIMENTO
003171                         THRU 5750-EXIT
003171                 ELSE
003171                     MOVE "CODIGO DE MOVIMENTO INVALIDO (I/A/E/T)"
003171                         TO WS-MOTIVO-REJEICAO
003171                     PERFORM 5800-REJEITA-MOVIMENTO THRU 5800-EXIT
003171                 END-IF
003172             END-IF
003173         END-IF
003174     END-IF
003192         PERFORM 5800-REJEITA-MOVIMENTO THRU 5800-EXIT
003193         GO TO 5500-EXIT
003194     END-IF
003195     MOVE WS-MATRICULA TO CA-MATRICULA
003196     MOVE CM-NOME TO CA-NOME
003197     MOVE CM-TURMA TO CA-TURMA
003198     MOVE "A" TO CA-SITUACAO
003199     WRITE CA-REGISTRO-CADASTRO
003199         INVALID KEY
003199             MOVE "ERRO DE GRAVACAO NO CADASTRO"
003199                 TO WS-MOTIVO-REJEICAO
003199             PERFORM 5800-REJEITA-MOVIMENTO THRU 5800-EXIT
003199             GO TO 5500-EXIT
003199     END-WRITE
003199*--------------------------------------------------------------
003199* COM VIGENCIA NO HEADER A INCLUSAO ENTRA NA ENTURMACAO
003199* HISTORICA: ANTES DELA O ALUNO NAO ESTAVA EM TURMA NENHUMA.
003199*--------------------------------------------------------------
003199     IF WS88-VIGENCIA-VALIDA
003199         MOVE CM-TURMA TO WS-TURMA-NOVA
003199         MOVE "A" TO WS-SITUACAO-NOVA
003199         MOVE SPACES TO WS-TURMA-ANTERIOR
003199         PERFORM 2960-REGISTRA-ENTURMACAO THRU 2960-EXIT
003199         IF WS88-ERRO-ENTURMACAO
003199             DELETE CADASTRO-FILE RECORD
003199                 INVALID KEY
003199                     DISPLAY "ERRO AO DESFAZER INCLUSAO NO "
003199                         "CADASTRO: " CA-MATRICULA
003199                         " STATUS " WS-FS-CADASTRO
003199             END-DELETE
003199             MOVE "ERRO DE GRAVACAO NA ENTURMACAO"
003199                 TO WS-MOTIVO-REJEICAO
003199             PERFORM 5800-REJEITA-MOVIMENTO THRU 5800-EXIT
003199             GO TO 5500-EXIT
003199         END-IF
003200     END-IF
003207     ADD 1 TO WS-CONT-INCLUSOES
003208     MOVE SPACES TO CG-LINHA
003209     STRING "INCLUIDO:   " CM-MATRICULA " " CM-NOME
003221         PERFORM 5800-REJEITA-MOVIMENTO THRU 5800-EXIT
003222         GO TO 5600-EXIT
003223     END-IF
003223     MOVE "N" TO WS-MUDA-ENTURMACAO
003223     MOVE CA-REGISTRO-CADASTRO TO WS-CADASTRO-ANTERIOR
003223*--------------------------------------------------------------
003223* MUDANCA DE TURMA SO COM VIGENCIA NO HEADER, E NAO PARA ALUNO
003223* TRANSFERIDO (O REINGRESSO E FEITO PELO MENU).
003223* A ENTURMACAO E GRAVADA DEPOIS DA REGRAVACAO DO ALUNO; SE ELA
003223* FALHAR O ALUNO VOLTA A IMAGEM ANTERIOR E O MOVIMENTO E
003223* REJEITADO.
003223*--------------------------------------------------------------
003223     IF CM-TURMA NOT = SPACES AND
003223        CM-TURMA NOT = CA-TURMA
003223         IF CA-SITUACAO = "T"
003223             MOVE "ALUNO TRANSFERIDO - TURMA NAO ALTERADA"
003223                 TO WS-MOTIVO-REJEICAO
003223             PERFORM 5800-REJEITA-MOVIMENTO THRU 5800-EXIT
003223             GO TO 5600-EXIT
003223         END-IF
003223         IF NOT WS88-VIGENCIA-VALIDA
003223             MOVE "VIGENCIA AUSENTE NO HEADER DO LOTE"
003223                 TO WS-MOTIVO-REJEICAO
003223             PERFORM 5800-REJEITA-MOVIMENTO THRU 5800-EXIT
003223             GO TO 5600-EXIT
003223         END-IF
003223         MOVE CM-TURMA TO WS-TURMA-NOVA
003223         MOVE "A" TO WS-SITUACAO-NOVA
003223         MOVE CA-TURMA TO WS-TURMA-ANTERIOR
003223         MOVE "S" TO WS-MUDA-ENTURMACAO
003223     END-IF
003224     IF CM-NOME NOT = SPACES
003225         MOVE CM-NOME TO CA-NOME
003226     END-IF
003227     IF CM-TURMA NOT = SPACES
003228         MOVE CM-TURMA TO CA-TURMA
003228     END-IF
003228     PERFORM 3100-REGRAVA-ALUNO THRU 3100-EXIT
003228     IF WS88-ERRO-REGRAVACAO
003228         MOVE "ERRO DE REGRAVACAO NO CADASTRO"
003228             TO WS-MOTIVO-REJEICAO
003228         PERFORM 5800-REJEITA-MOVIMENTO THRU 5800-EXIT
003228         GO TO 5600-EXIT
003228     END-IF
003228     IF WS88-MUDA-ENTURMACAO
003228         PERFORM 2960-REGISTRA-ENTURMACAO THRU 2960-EXIT
003228         IF WS88-ERRO-ENTURMACAO
003228             PERFORM 3150-RESTAURA-ALUNO THRU 3150-EXIT
003228             MOVE "ERRO DE GRAVACAO NA ENTURMACAO"
003228                 TO WS-MOTIVO-REJEICAO
003228             PERFORM 5800-REJEITA-MOVIMENTO THRU 5800-EXIT
003228             GO TO 5600-EXIT
003228         END-IF
003229     END-IF
003230     ADD 1 TO WS-CONT-ALTERACOES
003231     MOVE SPACES TO CG-LINHA
003232     STRING "ALTERADO:   " CM-MATRICULA " "
003233         CA-NOME
003234         " TURMA " CA-TURMA
003235         DELIMITED BY SIZE INTO CG-LINHA
003236     END-STRING
003237     WRITE CG-LINHA
003245         PERFORM 5800-REJEITA-MOVIMENTO THRU 5800-EXIT
003246         GO TO 5700-EXIT
003247     END-IF
003248     MOVE "I" TO CA-SITUACAO
003248     PERFORM 3100-REGRAVA-ALUNO THRU 3100-EXIT
003248     IF WS88-ERRO-REGRAVACAO
003248         MOVE "ERRO DE REGRAVACAO NO CADASTRO"
003248             TO WS-MOTIVO-REJEICAO
003248         PERFORM 5800-REJEITA-MOVIMENTO THRU 5800-EXIT
003248         GO TO 5700-EXIT
003248     END-IF
003249     ADD 1 TO WS-CONT-INATIVACOES
003250     MOVE SPACES TO CG-LINHA
003251     STRING "INATIVADO:  " CM-MATRICULA " "
003252         CA-NOME
003253         DELIMITED BY SIZE INTO CG-LINHA
003254     END-STRING
003255     WRITE CG-LINHA
003256     .
003257 5700-EXIT.
003257     EXIT.
003257*****************************************************************
003257* 5750-TRANSFERE-MOVIMENTO
003257* TRANSFERENCIA PARA OUTRA ESCOLA: O ALUNO ATIVO PASSA A
003257* SITUACAO T E A ENTURMACAO HISTORICA GUARDA, COM A VIGENCIA DO
003257* HEADER, A TURMA QUE ELE DEIXOU. AS NOTAS ATE ALI FICAM NO
003257* MESTRE E OS RELATORIOS DO PERIODO O MOSTRAM COMO TRANSFERIDO.
003257*****************************************************************
003257 5750-TRANSFERE-MOVIMENTO.
003257     IF NOT WS88-ALUNO-ACHADO
003257         MOVE "MATRICULA INEXISTENTE NA TRANSFERENCIA"
003257             TO WS-MOTIVO-REJEICAO
003257         PERFORM 5800-REJEITA-MOVIMENTO THRU 5800-EXIT
003257         GO TO 5750-EXIT
003257     END-IF
003257     IF CA-SITUACAO NOT = "A"
003257         MOVE "ALUNO NAO ATIVO NA TRANSFERENCIA"
003257             TO WS-MOTIVO-REJEICAO
003257         PERFORM 5800-REJEITA-MOVIMENTO THRU 5800-EXIT
003257         GO TO 5750-EXIT
003257     END-IF
003257     IF NOT WS88-VIGENCIA-VALIDA
003257         MOVE "VIGENCIA AUSENTE NO HEADER DO LOTE"
003257             TO WS-MOTIVO-REJEICAO
003257         PERFORM 5800-REJEITA-MOVIMENTO THRU 5800-EXIT
003257         GO TO 5750-EXIT
003257     END-IF
003257     MOVE CA-TURMA TO WS-TURMA-NOVA
003257     MOVE CA-TURMA TO WS-TURMA-ANTERIOR
003257     MOVE "T" TO WS-SITUACAO-NOVA
003257     MOVE CA-REGISTRO-CADASTRO TO WS-CADASTRO-ANTERIOR
003257     MOVE "T" TO CA-SITUACAO
003257     PERFORM 3100-REGRAVA-ALUNO THRU 3100-EXIT
003257     IF WS88-ERRO-REGRAVACAO
003257         MOVE "ERRO DE REGRAVACAO NO CADASTRO"
003257             TO WS-MOTIVO-REJEICAO
003257         PERFORM 5800-REJEITA-MOVIMENTO THRU 5800-EXIT
003257         GO TO 5750-EXIT
003257     END-IF
003257     PERFORM 2960-REGISTRA-ENTURMACAO THRU 2960-EXIT
003257     IF WS88-ERRO-ENTURMACAO
003257         PERFORM 3150-RESTAURA-ALUNO THRU 3150-EXIT
003257         MOVE "ERRO DE GRAVACAO NA ENTURMACAO"
003257             TO WS-MOTIVO-REJEICAO
003257         PERFORM 5800-REJEITA-MOVIMENTO THRU 5800-EXIT
003257         GO TO 5750-EXIT
003257     END-IF
003257     ADD 1 TO WS-CONT-TRANSFERENCIAS
003257     MOVE SPACES TO CG-LINHA
003257     STRING "TRANSFERIDO:" CM-MATRICULA " "
003257         CA-NOME
003257         " TURMA " CA-TURMA
003257         DELIMITED BY SIZE INTO CG-LINHA
003257     END-STRING
003257     WRITE CG-LINHA
003257     .
003257 5750-EXIT.
003258     EXIT.
003259*****************************************************************
003260* 5800-REJEITA-MOVIMENTO
003306         DELIMITED BY SIZE INTO CG-LINHA
003307     END-STRING
003308     WRITE CG-LINHA
003308     MOVE WS-CONT-TRANSFERENCIAS TO WS-CGR-CONTADOR
003308     MOVE SPACES TO CG-LINHA
003308     STRING "TRANSFERENCIAS APLICADAS:" WS-CGR-CONTADOR
003308         DELIMITED BY SIZE INTO CG-LINHA
003308     END-STRING
003308     WRITE CG-LINHA
003309     MOVE WS-CONT-REJEITADOS TO WS-CGR-CONTADOR
003310     MOVE SPACES TO CG-LINHA
003311     STRING "REJEITADOS P/ NOTASCGX:  " WS-CGR-CONTADOR
003349     EXIT.
003350*****************************************************************
003351* 9999-FIM
003352* FECHA O CADASTRO E A ENTURMACAO E ENCERRA. CARGA QUE NAO
003352* BALANCEOU NAO APLICOU NADA E DEVOLVE RETORNO 8 PARA RETER OS
003352* JOBS SEGUINTES ATE A SECRETARIA REENVIAR O LOTE CORRETO.
003353*****************************************************************
003354 9999-FIM.
003355     IF WS88-ARQUIVOS-ABERTOS
003356         CLOSE CADASTRO-FILE
003357         CLOSE ENTURMACAO-FILE
003362     END-IF
003363     DISPLAY "INCLUSOES:   " WS-CONT-INCLUSOES
003364     DISPLAY "ALTERACOES:  " WS-CONT-ALTERACOES
003365     IF WS88-MODO-CARGA
003366         DISPLAY "INATIVACOES: " WS-CONT-INATIVACOES
003366         DISPLAY "TRANSFERENCIAS: " WS-CONT-TRANSFERENCIAS
003367         DISPLAY "REJEITADOS:  " WS-CONT-REJEITADOS
003368     END-IF
003369     IF NOT WS88-LOTE-BALANCEADO
003370         DISPLAY "CARGA NAO BALANCEADA - CADASTRO NAO ATUALIZADO"
003371             " - RETORNO 8."
003372         MOVE 8 TO RETURN-CODE
003373     END-IF
003376     .
003377 9999-EXIT.
003378     EXIT.
003440
003450 END PROGRAM DESAFIO-CADASTRO-ALUNOS.
