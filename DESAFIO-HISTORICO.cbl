000310* DATA       AUTOR  DESCRICAO
000320* ---------- ------ -----------------------------------------
000330* 08/27/2026 MNT    VERSAO ORIGINAL DO HISTORICO MULTI-ANO.
000331* 10/06/2026 MNT    MATERIA APROVADA PELO CONSELHO DE CLASSE
000332*                    (APROV-CONSELHO) SAI COM A ATA E A DATA DA
000333*                    DELIBERACAO, LIDAS DA TRILHA NOTASCON.
000334* 10/12/2026 MNT    CADASTRO (NOTASCAD) INDEXADO: NOME E TURMA DO
000335*                    ALUNO LIDOS PELA MATRICULA, SEM A TABELA DE
000336*                    500 ALUNOS.
000337* 10/15/2026 MNT    ESTOURO DA TABELA DE DELIBERACOES E NOTASCON
000338*                    ILEGIVEL (STATUS DIFERENTE DE 35) ENCERRAM
000339*                    PELO 9999 COM RETORNO 8, FECHANDO SO OS
000339*                    ARQUIVOS ABERTOS; A BUSCA DA DELIBERACAO USA
000339*                    CHAVE PROPRIA EM WORKING-STORAGE.
000340*****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. DESAFIO-HISTORICO-ESCOLAR.
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-FS-ANUAL.
000510     SELECT CADASTRO-FILE ASSIGN TO "NOTASCAD"
000520         ORGANIZATION IS INDEXED
000521         ACCESS MODE IS RANDOM
000522         RECORD KEY IS CA-MATRICULA
000530         FILE STATUS IS WS-FS-CADASTRO.
000540     SELECT HISTORICO-FILE ASSIGN TO "NOTASHIS"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-FS-HISTORICO.
000561     SELECT CONSELHO-FILE ASSIGN TO "NOTASCON"
000562         ORGANIZATION IS SEQUENTIAL
000563         FILE STATUS IS WS-FS-CONSELHO.
000570     SELECT ARQ-ORDENACAO ASSIGN TO "NOTASOR3".
000580
000590 DATA DIVISION.
000640 FD  CADASTRO-FILE
000650     LABEL RECORDS ARE STANDARD.
000660     COPY REGCAD.
000661 FD  CONSELHO-FILE
000662     LABEL RECORDS ARE STANDARD.
000663     COPY REGDELIB.
000670 SD  ARQ-ORDENACAO.
000680 01  SW-REGISTRO.
000690     03  SW-MATRICULA                 PIC 9(08).
000860     03  WS-FS-ANUAL                  PIC X(02) VALUE "00".
000870     03  WS-FS-CADASTRO               PIC X(02) VALUE "00".
000880     03  WS-FS-HISTORICO              PIC X(02) VALUE "00".
000881     03  WS-FS-CONSELHO               PIC X(02) VALUE "00".
000890 01  WS-SWITCHES.
000900     03  WS-FIM-ANUAL                 PIC X(01) VALUE "N".
000910         88  WS88-FIM-ANUAL               VALUE "S".
000920     03  WS-FIM-SORT                  PIC X(01) VALUE "N".
000930         88  WS88-FIM-SORT                VALUE "S".
000940     03  WS-TEM-CADASTRO              PIC X(01) VALUE "N".
000950         88  WS88-TEM-CADASTRO            VALUE "S".
000960     03  WS-ALUNO-ACHADO              PIC X(01) VALUE "N".
000970         88  WS88-ALUNO-ACHADO            VALUE "S".
000980     03  WS-MODO-SELECAO              PIC X(01) VALUE "M".
001000         88  WS88-SELECAO-TURMA           VALUE "T".
001010     03  WS-HISTORICO-ABERTO          PIC X(01) VALUE "N".
001020         88  WS88-HISTORICO-ABERTO        VALUE "S".
001021     03  WS-FIM-CONSELHO              PIC X(01) VALUE "N".
001022         88  WS88-FIM-CONSELHO            VALUE "S".
001023     03  WS-DELIB-ACHADA              PIC X(01) VALUE "N".
001024         88  WS88-DELIB-ACHADA            VALUE "S".
001025     03  WS-TEM-SAIDA                 PIC X(01) VALUE "N".
001026         88  WS88-TEM-SAIDA               VALUE "S".
001030 01  WS-MATRICULA-ENT              PIC X(08) VALUE SPACES.
001040 01  WS-MATRICULA-ALVO             PIC 9(08) VALUE 0.
001050 01  WS-TURMA-ALVO                 PIC X(10) VALUE SPACES.
001070 01  WS-NOME-ATUAL                 PIC X(30) VALUE SPACES.
001080 01  WS-TURMA-ATUAL                PIC X(10) VALUE SPACES.
001090 01  WS-DATA-HOJE                  PIC 9(08) VALUE 0.
001092 01  WS-DEL-CHAVE.
001094     03  WS-DEL-MATRICULA             PIC 9(08) VALUE 0.
001096     03  WS-DEL-MATERIA               PIC X(20) VALUE SPACES.
001098     03  WS-DEL-ANO-LETIVO            PIC 9(04) VALUE 0.
001100 01  WS-CONTADORES.
001110     03  WS-CONT-LIDOS                PIC 9(06) VALUE 0 COMP.
001120     03  WS-CONT-SELECIONADOS         PIC 9(06) VALUE 0 COMP.
001210 01  WS-MEDIA-ANUAL-ED             PIC Z9.99.
001220 01  WS-NOTA-FINAL-ED              PIC Z9.99.
001230*--------------------------------------------------------------
001240* DELIBERACOES DO CONSELHO DE CLASSE (NOTASCON): UMA ENTRADA POR
001250* ALUNO/MATERIA/ANO COM A ATA E A DATA DA ULTIMA DELIBERACAO (D).
001253* O CANCELAMENTO DEVOLVE O STATUS, ENTAO A ENTRADA SO E USADA
001256* QUANDO O FECHAMENTO TRAZ APROV-CONSELHO.
001260*--------------------------------------------------------------
001270 01  TB-DELIBERACOES.
001280     03  TB-DEL-QTD                   PIC 9(04) VALUE 0 COMP.
001290     03  TB-DEL-REG OCCURS 1 TO 1000 TIMES
001300             DEPENDING ON TB-DEL-QTD
001310             INDEXED BY TB-IDX-DEL.
001320         05  TB-DEL-MATRICULA             PIC 9(08).
001330         05  TB-DEL-MATERIA               PIC X(20).
001340         05  TB-DEL-ANO-LETIVO            PIC 9(04).
001350         05  TB-DEL-NUM-ATA               PIC X(10).
001355         05  TB-DEL-DATA                  PIC 9(08).
001360
001370 PROCEDURE DIVISION.
001380*****************************************************************
001520     .
001530*****************************************************************
001540* 1000-INICIALIZA
001550* PEDE A MATRICULA (OU A TURMA INTEIRA) E ABRE OS ARQUIVOS,
001560* INCLUSIVE O CADASTRO DE ALUNOS.
001570*****************************************************************
001580 1000-INICIALIZA.
001590     DISPLAY "***************************************"
001930             "O CADASTRO ANTES DO HISTORICO ESCOLAR."
001940         PERFORM 9999-FIM THRU 9999-EXIT
001950     END-IF
001960     MOVE "S" TO WS-TEM-CADASTRO
001970     PERFORM 1200-CARREGA-DELIBERACOES THRU 1200-EXIT
002000     OPEN OUTPUT HISTORICO-FILE
002010     IF WS-FS-HISTORICO NOT = "00"
002020         DISPLAY "ERRO AO ABRIR ARQUIVO DE HISTORICO: "
002030             WS-FS-HISTORICO
002040         PERFORM 9999-FIM THRU 9999-EXIT
002050     END-IF
002055     MOVE "S" TO WS-TEM-SAIDA
002060     .
002070 1000-EXIT.
002080     EXIT.
002090*****************************************************************
002100* 1200-CARREGA-DELIBERACOES
002101* CARREGA AS DELIBERACOES DO CONSELHO PARA CITAR A ATA NO
002102* HISTORICO. SEM A TRILHA (STATUS 35) A MATERIA SAI SO COM O
002103* STATUS; TRILHA ILEGIVEL OU TABELA ESTOURADA ENCERRA COM
002104* RETORNO 8 ANTES DE EMITIR QUALQUER HISTORICO, PARA NENHUM
002105* DOCUMENTO SAIR SEM A DELIBERACAO.
002106*****************************************************************
002107 1200-CARREGA-DELIBERACOES.
002108     OPEN INPUT CONSELHO-FILE
002109     IF WS-FS-CONSELHO = "35"
002109         GO TO 1200-EXIT
002109     END-IF
002109     IF WS-FS-CONSELHO NOT = "00"
002109         DISPLAY "ERRO AO ABRIR DELIBERACOES DO CONSELHO "
002109             "(NOTASCON): " WS-FS-CONSELHO
002109         DISPLAY "HISTORICO CANCELADO - RETORNO 8."
002109         MOVE 8 TO RETURN-CODE
002109         PERFORM 9999-FIM THRU 9999-EXIT
002109     END-IF
002109     PERFORM 1210-LE-DELIBERACAO THRU 1210-EXIT
002109         UNTIL WS88-FIM-CONSELHO
002109     CLOSE CONSELHO-FILE
002109     .
002109 1200-EXIT.
002109     EXIT.
002109 1210-LE-DELIBERACAO.
002109     READ CONSELHO-FILE
002110         AT END
002120             MOVE "S" TO WS-FIM-CONSELHO
002130             GO TO 1210-EXIT
002260     END-READ
002261     IF NOT DL88-DELIBERACAO
002262         GO TO 1210-EXIT
002263     END-IF
002264     MOVE DL-MATRICULA TO WS-DEL-MATRICULA
002265     MOVE DL-MATERIA TO WS-DEL-MATERIA
002266     MOVE DL-ANO-LETIVO TO WS-DEL-ANO-LETIVO
002267     PERFORM 1250-LOCALIZA-DELIBERACAO THRU 1250-EXIT
002268     IF NOT WS88-DELIB-ACHADA
002269         IF TB-DEL-QTD NOT < 1000
002269             DISPLAY "ERRO: LIMITE DA TABELA DE DELIBERACOES "
002269                 "EXCEDIDO: " DL-MATRICULA " " DL-MATERIA
002269             DISPLAY "HISTORICO CANCELADO - RETORNO 8."
002269             CLOSE CONSELHO-FILE
002269             MOVE 8 TO RETURN-CODE
002269             PERFORM 9999-FIM THRU 9999-EXIT
002269         END-IF
002269         ADD 1 TO TB-DEL-QTD
002269         SET TB-IDX-DEL TO TB-DEL-QTD
002269         MOVE DL-MATRICULA TO TB-DEL-MATRICULA (TB-IDX-DEL)
002269         MOVE DL-MATERIA TO TB-DEL-MATERIA (TB-IDX-DEL)
002269         MOVE DL-ANO-LETIVO TO TB-DEL-ANO-LETIVO (TB-IDX-DEL)
002269     END-IF
002269     MOVE DL-NUM-ATA TO TB-DEL-NUM-ATA (TB-IDX-DEL)
002269     MOVE DL-DATA TO TB-DEL-DATA (TB-IDX-DEL)
002270     .
002280 1210-EXIT.
002281     EXIT.
002282 1250-LOCALIZA-DELIBERACAO.
002283     MOVE "N" TO WS-DELIB-ACHADA
002284     IF TB-DEL-QTD = 0
002285         GO TO 1250-EXIT
002286     END-IF
002287     SET TB-IDX-DEL TO 1
002288     SEARCH TB-DEL-REG VARYING TB-IDX-DEL
002289         AT END
002289             MOVE "N" TO WS-DELIB-ACHADA
002289         WHEN TB-DEL-MATRICULA (TB-IDX-DEL) = WS-DEL-MATRICULA AND
002289              TB-DEL-MATERIA (TB-IDX-DEL) = WS-DEL-MATERIA AND
002289              TB-DEL-ANO-LETIVO (TB-IDX-DEL) = WS-DEL-ANO-LETIVO
002289             MOVE "S" TO WS-DELIB-ACHADA
002289     END-SEARCH
002289     .
002289 1250-EXIT.
002290     EXIT.
002300*****************************************************************
002310* 2000-SELECIONA
003080 3100-BUSCA-CADASTRO.
003090     MOVE "N" TO WS-ALUNO-ACHADO
003100     MOVE SPACES TO WS-TURMA-ATUAL
003110     MOVE WS-MATRICULA-ATUAL TO CA-MATRICULA
003120     READ CADASTRO-FILE
003130         INVALID KEY
003140             CONTINUE
003150         NOT INVALID KEY
003190             MOVE "S" TO WS-ALUNO-ACHADO
003200             MOVE CA-TURMA TO WS-TURMA-ATUAL
003210     END-READ
003220     .
003230 3100-EXIT.
003240     EXIT.
003460     MOVE SW-MATRICULA TO WS-MATRICULA-ATUAL
003470     PERFORM 3100-BUSCA-CADASTRO THRU 3100-EXIT
003480     IF WS88-ALUNO-ACHADO
003490         MOVE CA-NOME TO WS-NOME-ATUAL
003500     ELSE
003510         MOVE SW-NOME TO WS-NOME-ATUAL
003520     END-IF
004040     MOVE WS-NOTA-FINAL-ED TO HS-LINHA (58:5)
004050     MOVE SW-STATUS-ANUAL TO HS-LINHA (64:14)
004060     WRITE HS-LINHA
004061     IF SW-STATUS-ANUAL = "APROV-CONSELHO"
004062         PERFORM 3600-IMPRIME-DELIBERACAO THRU 3600-EXIT
004063     END-IF
004070     .
004080 3500-EXIT.
004081     EXIT.
004082*****************************************************************
004083* 3600-IMPRIME-DELIBERACAO
004084* LINHA DE OBSERVACAO DA MATERIA APROVADA PELO CONSELHO DE CLASSE
004085* COM A ATA E A DATA DA DELIBERACAO QUE ESTA EM VIGOR.
004086*****************************************************************
004087 3600-IMPRIME-DELIBERACAO.
004088     MOVE SW-MATRICULA TO WS-DEL-MATRICULA
004089     MOVE SW-MATERIA TO WS-DEL-MATERIA
004089     MOVE SW-ANO-LETIVO TO WS-DEL-ANO-LETIVO
004089     PERFORM 1250-LOCALIZA-DELIBERACAO THRU 1250-EXIT
004089     MOVE SPACES TO HS-LINHA
004089     IF WS88-DELIB-ACHADA
004089         STRING "      APROVADO PELO CONSELHO DE CLASSE - ATA "
004089             TB-DEL-NUM-ATA (TB-IDX-DEL) " EM "
004089             TB-DEL-DATA (TB-IDX-DEL)
004089             DELIMITED BY SIZE INTO HS-LINHA
004089         END-STRING
004089     ELSE
004089         MOVE "      APROVADO PELO CONSELHO DE CLASSE" TO HS-LINHA
004089     END-IF
004089     WRITE HS-LINHA
004089     .
004089 3600-EXIT.
004090     EXIT.
004100*****************************************************************
004110* 3900-FECHA-HISTORICO
004290* TOTALIZA, FECHA OS ARQUIVOS E ENCERRA O PROGRAMA.
004300*****************************************************************
004310 9999-FIM.
004320     IF WS88-TEM-SAIDA
004321         CLOSE HISTORICO-FILE
004322     END-IF
004323     IF WS88-TEM-CADASTRO
004324         CLOSE CADASTRO-FILE
004325     END-IF
004330     DISPLAY "FECHAMENTOS ANUAIS LIDOS:  " WS-CONT-LIDOS
004340     DISPLAY "REGISTROS SELECIONADOS:    " WS-CONT-SELECIONADOS
004350     DISPLAY "HISTORICOS EMITIDOS:       " WS-CONT-HISTORICOS
004360     IF WS-CONT-SELECIONADOS = 0
004370         DISPLAY "NENHUM FECHAMENTO PARA A SELECAO INFORMADA."
004380     END-IF
004390     IF WS88-TEM-SAIDA AND RETURN-CODE < 8
004393         DISPLAY "HISTORICOS GRAVADOS EM NOTASHIS."
004396     END-IF
004400     STOP RUN
004410     .
004420 9999-EXIT.
