000290* DATA       AUTOR  DESCRICAO
000300* ---------- ------ -----------------------------------------
000310* 08/25/2026 MNT    VERSAO ORIGINAL DA CRITICA DE PENDENCIAS.
000311* 09/22/2026 MNT    TURMA DO ALUNO PASSA A SER A DO ANO/
000312*                    BIMESTRE DA CRITICA NA ENTURMACAO HISTORICA
000313*                    (NOTASENT). ALUNO TRANSFERIDO NO ANO SAI NA
000314*                    TURMA QUE DEIXOU COMO TRANSFERIDO, SEM
000315*                    PENDENCIA.
000316* 10/12/2026 MNT    CADASTRO (NOTASCAD) INDEXADO: OS ALUNOS SAO
000317*                    PERCORRIDOS DIRETO NO ARQUIVO, NA ORDEM DA
000318*                    MATRICULA, SEM A TABELA DE 500 ALUNOS QUE
000319*                    DEIXAVA O EXCEDENTE FORA DA CRITICA.
000319* 10/15/2026 MNT    ESTOURO DAS TABELAS DE MATERIAS, PENDENCIAS
000319*                    OU TURMAS ENCERRA A CRITICA COM RETORNO 8
000319*                    EM VEZ DE DEIXAR O EXCEDENTE FORA DA
000319*                    LISTAGEM.
000319* 10/15/2026 MNT    TABELA DE PENDENCIAS AMPLIADA PARA 500000
000319*                    LINHAS, UMA POR PAR ALUNO/MATERIA SEM NOTA.
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. DESAFIO-PENDENCIA-NOTAS.
000490         RECORD KEY IS RM-CHAVE-MESTRE
000500         FILE STATUS IS WS-FS-MESTRE.
000510     SELECT CADASTRO-FILE ASSIGN TO "NOTASCAD"
000520         ORGANIZATION IS INDEXED
000521         ACCESS MODE IS SEQUENTIAL
000522         RECORD KEY IS CA-MATRICULA
000530         FILE STATUS IS WS-FS-CADASTRO.
000540     SELECT MATERIAS-FILE ASSIGN TO "NOTASMAT"
000550         ORGANIZATION IS SEQUENTIAL
000600     SELECT JORNAL-FILE ASSIGN TO "NOTASJRN"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-FS-JORNAL.
000621     SELECT ENTURMACAO-FILE ASSIGN TO "NOTASENT"
000622         ORGANIZATION IS INDEXED
000623         ACCESS MODE IS DYNAMIC
000624         RECORD KEY IS EN-CHAVE-ENTURMACAO
000625         FILE STATUS IS WS-FS-ENTURMACAO.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000780 FD  JORNAL-FILE
000790     LABEL RECORDS ARE STANDARD.
000800     COPY REGJRNL.
000801 FD  ENTURMACAO-FILE
000802     LABEL RECORDS ARE STANDARD.
000803     COPY REGENTUR.
000810
000820 WORKING-STORAGE SECTION.
000830 01  WS-FILE-STATUS.
000860     03  WS-FS-MATERIAS               PIC X(02) VALUE "00".
000870     03  WS-FS-RELATORIO              PIC X(02) VALUE "00".
000880     03  WS-FS-JORNAL                 PIC X(02) VALUE "00".
000881     03  WS-FS-ENTURMACAO             PIC X(02) VALUE "00".
000890 01  WS-SWITCHES.
000900     03  WS-FIM-CADASTRO              PIC X(01) VALUE "N".
000910         88  WS88-FIM-CADASTRO            VALUE "S".
000980 01  WS-BIMESTRE-ENT               PIC X(01) VALUE SPACE.
000990 01  WS-BIMESTRE-ALVO              PIC 9(01) VALUE 0.
001000 01  WS-TURMA-ATUAL                PIC X(10) VALUE SPACES.
001010 01  WS-SUB-PEN                    PIC 9(06) VALUE 0 COMP.
001020 01  WS-SUB-TUR                    PIC 9(02) VALUE 0 COMP.
001030 01  WS-CONTADORES.
001040     03  WS-CONT-ATIVOS               PIC 9(06) VALUE 0 COMP.
001050     03  WS-CONT-MATERIAS             PIC 9(06) VALUE 0 COMP.
001060     03  WS-CONT-VERIFICADOS          PIC 9(06) VALUE 0 COMP.
001070     03  WS-CONT-PENDENCIAS           PIC 9(06) VALUE 0 COMP.
001071     03  WS-CONT-TRANSFERIDOS         PIC 9(06) VALUE 0 COMP.
001080 01  WS-REL-CONTADOR               PIC 9(06) VALUE 0.
001090 01  WS-RUN-ID                     PIC X(14) VALUE SPACES.
001100 01  WS-DATA-HOJE                  PIC 9(08) VALUE 0.
001110 01  WS-HORA-AGORA                 PIC 9(08) VALUE 0.
001120 01  WS-ENCERRAMENTO               PIC X(20) VALUE "NORMAL".
001130*--------------------------------------------------------------
001140* TURMA DO ALUNO NO PERIODO PELA ENTURMACAO HISTORICA (NOTASENT).
001150* O CHAMADOR PREENCHE MATRICULA, ANO E BIMESTRE E, COMO DEFAULT,
001152* A TURMA E A SITUACAO (A OU T) DO CADASTRO; 7500 SUBSTITUI PELA
001154* ENTURMACAO VIGENTE NO PERIODO, OU DEVOLVE SITUACAO N QUANDO O
001156* ALUNO SO FOI ENTURMADO DEPOIS DELE. WS-ENT-ANO-VIGENCIA E O ANO
001158* DO REGISTRO QUE VALEU (ZERO QUANDO VALEU O CADASTRO).
001160*--------------------------------------------------------------
001170 01  WS-ENTURMACAO-VIGENTE.
001180     03  WS-ENT-MATRICULA             PIC 9(08) VALUE 0.
001190     03  WS-ENT-ANO-LETIVO            PIC 9(04) VALUE 0.
001200     03  WS-ENT-BIMESTRE              PIC 9(01) VALUE 0.
001210     03  WS-ENT-TURMA                 PIC X(10) VALUE SPACES.
001220     03  WS-ENT-SITUACAO              PIC X(01) VALUE SPACE.
001230         88  WS88-ENT-ENTURMADO           VALUE "A".
001240         88  WS88-ENT-TRANSFERIDO         VALUE "T".
001250         88  WS88-ENT-NAO-ENTURMADO       VALUE "N".
001251     03  WS-ENT-ANO-VIGENCIA          PIC 9(04) VALUE 0.
001252     03  WS-ENT-ACHADA                PIC X(01) VALUE "N".
001253         88  WS88-ENT-ACHADA              VALUE "S".
001254     03  WS-FIM-ENTURMACAO            PIC X(01) VALUE "N".
001255         88  WS88-FIM-ENTURMACAO          VALUE "S".
001256     03  WS-TEM-ENTURMACAO            PIC X(01) VALUE "N".
001257         88  WS88-TEM-ENTURMACAO          VALUE "S".
001260*--------------------------------------------------------------
001270* CATALOGO DE MATERIAS, CARREGADO NA INICIALIZACAO. SO AS
001280* MATERIAS ATIVAS SAO EXIGIDAS NO CRUZAMENTO.
001350         05  TB-MTC-MATERIA               PIC X(20).
001360         05  TB-MTC-SITUACAO              PIC X(01).
001370*--------------------------------------------------------------
001380* PENDENCIAS ENCONTRADAS NO CRUZAMENTO E ALUNOS TRANSFERIDOS NO
001390* ANO (TIPO T, SEM MATERIA), ACUMULADOS PARA A IMPRESSAO
001391* AGRUPADA POR TURMA NO FIM DA PASSADA.
001400*--------------------------------------------------------------
001410 01  TB-PENDENCIAS.
001420     03  TB-PEN-QTD                   PIC 9(06) VALUE 0 COMP.
001430     03  TB-PEN-REG OCCURS 1 TO 500000 TIMES
001440             DEPENDING ON TB-PEN-QTD
001450             INDEXED BY TB-IDX-PEN.
001460         05  TB-PEN-TURMA                 PIC X(10).
001470         05  TB-PEN-MATRICULA             PIC 9(08).
001480         05  TB-PEN-NOME                  PIC X(30).
001490         05  TB-PEN-MATERIA               PIC X(20).
001491         05  TB-PEN-TIPO                  PIC X(01).
001492             88  TB88-PEN-TRANSFERIDO         VALUE "T".
001500*--------------------------------------------------------------
001510* TURMAS DISTINTAS COM PENDENCIA, NA ORDEM EM QUE APARECEM,
001520* USADAS PARA AGRUPAR A IMPRESSAO DO RELATORIO.
001710     .
001720*****************************************************************
001730* 1000-INICIALIZA
001740* PEDE O PERIODO, ABRE OS ARQUIVOS (O CADASTRO FICA ABERTO PARA A
001750* VERIFICACAO) E CARREGA O CATALOGO DE MATERIAS. SEM CADASTRO OU
001760* SEM CATALOGO NAO HA CRUZAMENTO POSSIVEL - O PROGRAMA ENCERRA.
001770*****************************************************************
001780 1000-INICIALIZA.
001790     DISPLAY "***************************************"
002280         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
002290         PERFORM 9999-FIM THRU 9999-EXIT
002300     END-IF
002350     OPEN INPUT MATERIAS-FILE
002360     IF WS-FS-MATERIAS NOT = "00"
002370         DISPLAY "ERRO AO ABRIR CATALOGO DE MATERIAS: "
002450         UNTIL WS88-FIM-MATERIAS
002460     CLOSE MATERIAS-FILE
002470     DISPLAY "MATERIAS NO CATALOGO: " TB-MTC-QTD
002471     PERFORM 1265-ABRE-ENTURMACAO THRU 1265-EXIT
002480     .
002490 1000-EXIT.
002710     EXIT.
002720 1200-LE-MATERIA.
002730     READ MATERIAS-FILE
002740         AT END
002750             MOVE "S" TO WS-FIM-MATERIAS
002760             GO TO 1200-EXIT
002870     END-READ
002871     IF TB-MTC-QTD NOT < 100
002872         DISPLAY "ERRO: LIMITE DE MATERIAS NO CATALOGO "
002873             "EXCEDIDO - CRITICA ENCERRADA."
002874         CLOSE MATERIAS-FILE
002875         CLOSE CADASTRO-FILE
002876         MOVE "LIMITE DE TABELA" TO WS-ENCERRAMENTO
002877         MOVE 8 TO RETURN-CODE
002878         PERFORM 9999-FIM THRU 9999-EXIT
002879     END-IF
002879     ADD 1 TO TB-MTC-QTD
002879     SET TB-IDX-MTC TO TB-MTC-QTD
002879     MOVE MC-MATERIA TO TB-MTC-MATERIA (TB-IDX-MTC)
002879     MOVE MC-SITUACAO TO TB-MTC-SITUACAO (TB-IDX-MTC)
002880     .
002890 1200-EXIT.
002900     EXIT.
002910*****************************************************************
002911* 1265-ABRE-ENTURMACAO
002912* A ENTURMACAO HISTORICA E OPCIONAL: SEM ELA VALE A TURMA ATUAL
002913* DO CADASTRO PARA TODOS OS PERIODOS.
002914*****************************************************************
002915 1265-ABRE-ENTURMACAO.
002916     MOVE "N" TO WS-TEM-ENTURMACAO
002917     OPEN INPUT ENTURMACAO-FILE
002918     IF WS-FS-ENTURMACAO = "00"
002919         MOVE "S" TO WS-TEM-ENTURMACAO
002919     ELSE
002919         DISPLAY "AVISO: ENTURMACAO HISTORICA (NOTASENT) "
002919             "INDISPONIVEL - STATUS " WS-FS-ENTURMACAO
002919         DISPLAY "       VALE A TURMA ATUAL DO CADASTRO."
002919     END-IF
002919     .
002919 1265-EXIT.
002919     EXIT.
002919*****************************************************************
002920* 2000-VERIFICA-ALUNOS
002930* PARA CADA ALUNO DO CADASTRO (LIDO EM SEQUENCIA) ENTURMADO NO
002940* PERIODO, VERIFICA CADA MATERIA ATIVA DO CATALOGO POR LEITURA
002942* DIRETA DA CHAVE DO MESTRE. A TURMA E A DO PERIODO NA ENTURMACAO
002944* HISTORICA; ALUNO TRANSFERIDO NO ANO DA CRITICA E SO LISTADO COMO
002946* TRANSFERIDO.
002950*****************************************************************
002960 2000-VERIFICA-ALUNOS.
002970     PERFORM 2100-VERIFICA-UM-ALUNO THRU 2100-EXIT
002980         UNTIL WS88-FIM-CADASTRO
002990     CLOSE CADASTRO-FILE
003000     .
003010 2000-EXIT.
003020     EXIT.
003030 2100-VERIFICA-UM-ALUNO.
003040     READ CADASTRO-FILE
003041         AT END
003042             MOVE "S" TO WS-FIM-CADASTRO
003043             GO TO 2100-EXIT
003044     END-READ
003045     IF CA-SITUACAO NOT = "A" AND
003046        CA-SITUACAO NOT = "T"
003047         GO TO 2100-EXIT
003048     END-IF
003049     MOVE CA-MATRICULA TO WS-ENT-MATRICULA
003049     MOVE WS-ANO-ALVO TO WS-ENT-ANO-LETIVO
003049     MOVE WS-BIMESTRE-ALVO TO WS-ENT-BIMESTRE
003049     MOVE CA-TURMA TO WS-ENT-TURMA
003049     MOVE CA-SITUACAO TO WS-ENT-SITUACAO
003049     MOVE 0 TO WS-ENT-ANO-VIGENCIA
003049     PERFORM 7500-BUSCA-ENTURMACAO THRU 7500-EXIT
003049     IF WS88-ENT-NAO-ENTURMADO
003049         GO TO 2100-EXIT
003049     END-IF
003049     IF WS88-ENT-TRANSFERIDO
003049         IF WS-ENT-ANO-VIGENCIA = WS-ANO-ALVO
003049             PERFORM 2150-REGISTRA-TRANSFERIDO THRU 2150-EXIT
003049         END-IF
003050         GO TO 2100-EXIT
003060     END-IF
003070     ADD 1 TO WS-CONT-ATIVOS
003110     .
003120 2100-EXIT.
003130     EXIT.
003131*****************************************************************
003132* 2150-REGISTRA-TRANSFERIDO
003133* ALUNO TRANSFERIDO NO ANO DA CRITICA: ENTRA NA LISTAGEM DA TURMA
003134* QUE DEIXOU COMO TRANSFERIDO, NO LUGAR DAS NOTAS QUE FALTAM.
003135*****************************************************************
003136 2150-REGISTRA-TRANSFERIDO.
003137     ADD 1 TO WS-CONT-TRANSFERIDOS
003138     IF TB-PEN-QTD NOT < 500000
003139         DISPLAY "ERRO: LIMITE DE PENDENCIAS EXCEDIDO - "
003139             "CRITICA ENCERRADA."
003139         PERFORM 2900-ESTOURO-TABELA THRU 2900-EXIT
003139     END-IF
003139     ADD 1 TO TB-PEN-QTD
003139     SET TB-IDX-PEN TO TB-PEN-QTD
003139     MOVE WS-ENT-TURMA TO TB-PEN-TURMA (TB-IDX-PEN)
003139     MOVE CA-MATRICULA TO TB-PEN-MATRICULA (TB-IDX-PEN)
003139     MOVE CA-NOME TO TB-PEN-NOME (TB-IDX-PEN)
003139     MOVE SPACES TO TB-PEN-MATERIA (TB-IDX-PEN)
003139     MOVE "T" TO TB-PEN-TIPO (TB-IDX-PEN)
003139     PERFORM 2400-REGISTRA-TURMA THRU 2400-EXIT
003139     .
003139 2150-EXIT.
003139     EXIT.
003140 2200-VERIFICA-UMA-MATERIA.
003150     IF TB-MTC-SITUACAO (TB-IDX-MTC) NOT = "A"
003160         GO TO 2200-EXIT
003170     END-IF
003180     ADD 1 TO WS-CONT-VERIFICADOS
003190     MOVE CA-MATRICULA TO RM-MATRICULA
003200     MOVE TB-MTC-MATERIA (TB-IDX-MTC) TO RM-MATERIA
003210     MOVE WS-ANO-ALVO TO RM-ANO-LETIVO
003220     MOVE WS-BIMESTRE-ALVO TO RM-BIMESTRE
003300 2200-EXIT.
003310     EXIT.
003320 2300-REGISTRA-PENDENCIA.
003330     IF TB-PEN-QTD NOT < 500000
003340         DISPLAY "ERRO: LIMITE DE PENDENCIAS EXCEDIDO - "
003350             "CRITICA ENCERRADA."
003360         PERFORM 2900-ESTOURO-TABELA THRU 2900-EXIT
003400     END-IF
003410     ADD 1 TO TB-PEN-QTD
003420     ADD 1 TO WS-CONT-PENDENCIAS
003430     SET TB-IDX-PEN TO TB-PEN-QTD
003440     MOVE WS-ENT-TURMA TO TB-PEN-TURMA (TB-IDX-PEN)
003450     MOVE CA-MATRICULA TO TB-PEN-MATRICULA (TB-IDX-PEN)
003460     MOVE CA-NOME TO TB-PEN-NOME (TB-IDX-PEN)
003480     MOVE TB-MTC-MATERIA (TB-IDX-MTC)
003490         TO TB-PEN-MATERIA (TB-IDX-PEN)
003491     MOVE "P" TO TB-PEN-TIPO (TB-IDX-PEN)
003500     PERFORM 2400-REGISTRA-TURMA THRU 2400-EXIT
003510     .
003520 2300-EXIT.
003590             AT END
003600                 MOVE "N" TO WS-TURMA-LISTADA
003610             WHEN TB-TUR-TURMA (TB-IDX-TUR) =
003620                      WS-ENT-TURMA
003630                 MOVE "S" TO WS-TURMA-LISTADA
003640         END-SEARCH
003650     END-IF
003660     IF WS88-TURMA-LISTADA
003670         GO TO 2400-EXIT
003760     END-IF
003761     IF TB-TUR-QTD NOT < 50
003762         DISPLAY "ERRO: LIMITE DE TURMAS EXCEDIDO - "
003763             "CRITICA ENCERRADA."
003764         PERFORM 2900-ESTOURO-TABELA THRU 2900-EXIT
003765     END-IF
003766     ADD 1 TO TB-TUR-QTD
003767     SET TB-IDX-TUR TO TB-TUR-QTD
003768     MOVE WS-ENT-TURMA TO TB-TUR-TURMA (TB-IDX-TUR)
003770     .
003780 2400-EXIT.
003781     EXIT.
003782*****************************************************************
003783* 2900-ESTOURO-TABELA
003784* PENDENCIA OU TURMA ALEM DA TABELA NAO PODE SUMIR DO RELATORIO:
003785* UMA LISTAGEM INCOMPLETA PASSARIA POR FECHAMENTO LIMPO. A CRITICA
003786* E ENCERRADA COM RETORNO 8.
003787*****************************************************************
003788 2900-ESTOURO-TABELA.
003789     CLOSE CADASTRO-FILE
003789     MOVE "LIMITE DE TABELA" TO WS-ENCERRAMENTO
003789     MOVE 8 TO RETURN-CODE
003789     PERFORM 9999-FIM THRU 9999-EXIT
003789     .
003789 2900-EXIT.
003790     EXIT.
003800*****************************************************************
003810* 5000-IMPRIME-PENDENCIAS
003900     END-STRING
003910     WRITE RL-LINHA
003920     DISPLAY RL-LINHA
003930     IF TB-PEN-QTD > 0
003931         PERFORM 5100-IMPRIME-UMA-TURMA THRU 5100-EXIT
003932             VARYING WS-SUB-TUR FROM 1 BY 1
003933                 UNTIL WS-SUB-TUR > TB-TUR-QTD
003934     END-IF
003935     IF WS-CONT-PENDENCIAS = 0
003940         MOVE "NENHUMA PENDENCIA - TODOS OS ALUNOS ATIVOS TEM "
003950             TO RL-LINHA
003960         MOVE "NOTA LANCADA." TO RL-LINHA (48:13)
003970         WRITE RL-LINHA
003980         DISPLAY RL-LINHA
004000     END-IF
004040     .
004050 5000-TOTAIS.
004060     MOVE SPACES TO RL-LINHA
004140     MOVE WS-CONT-PENDENCIAS TO WS-REL-CONTADOR
004150     MOVE SPACES TO RL-LINHA
004160     STRING "PENDENCIAS ENCONTRADAS:  " WS-REL-CONTADOR
004161         DELIMITED BY SIZE INTO RL-LINHA
004162     END-STRING
004163     WRITE RL-LINHA
004164     MOVE WS-CONT-TRANSFERIDOS TO WS-REL-CONTADOR
004165     MOVE SPACES TO RL-LINHA
004166     STRING "ALUNOS TRANSFERIDOS:     " WS-REL-CONTADOR
004170         DELIMITED BY SIZE INTO RL-LINHA
004180     END-STRING
004190     WRITE RL-LINHA
004400     IF TB-PEN-TURMA (WS-SUB-PEN) NOT = WS-TURMA-ATUAL
004410         GO TO 5200-EXIT
004420     END-IF
004421     IF TB88-PEN-TRANSFERIDO (WS-SUB-PEN)
004422         MOVE SPACES TO RL-LINHA
004423         STRING "  " TB-PEN-MATRICULA (WS-SUB-PEN)
004424             "  " TB-PEN-NOME (WS-SUB-PEN)
004425             "  TRANSFERIDO"
004426             DELIMITED BY SIZE INTO RL-LINHA
004427         END-STRING
004428         WRITE RL-LINHA
004429         DISPLAY RL-LINHA
004429         GO TO 5200-EXIT
004429     END-IF
004430     MOVE SPACES TO RL-LINHA
004440     STRING "  " TB-PEN-MATRICULA (WS-SUB-PEN)
004450         "  " TB-PEN-NOME (WS-SUB-PEN)
004500     DISPLAY RL-LINHA
004510     .
004520 5200-EXIT.
004521     EXIT.
004522*****************************************************************
004523* 7500-BUSCA-ENTURMACAO
004524* POSICIONA NO PRIMEIRO REGISTRO DO ALUNO EM NOTASENT E FICA COM
004525* O ULTIMO CUJA CHAVE (ANO/BIMESTRE) NAO PASSA DO PERIODO PEDIDO.
004526*****************************************************************
004527 7500-BUSCA-ENTURMACAO.
004528     MOVE "N" TO WS-ENT-ACHADA
004529     IF NOT WS88-TEM-ENTURMACAO
004529         GO TO 7500-EXIT
004529     END-IF
004529     MOVE "N" TO WS-FIM-ENTURMACAO
004529     MOVE WS-ENT-MATRICULA TO EN-MATRICULA
004529     MOVE 0 TO EN-ANO-LETIVO
004529     MOVE 0 TO EN-BIMESTRE
004529     START ENTURMACAO-FILE
004529         KEY IS NOT LESS THAN EN-CHAVE-ENTURMACAO
004529         INVALID KEY
004529             MOVE "S" TO WS-FIM-ENTURMACAO
004529     END-START
004529     PERFORM 7510-LE-ENTURMACAO THRU 7510-EXIT
004529         UNTIL WS88-FIM-ENTURMACAO
004529     .
004529 7500-EXIT.
004529     EXIT.
004529 7510-LE-ENTURMACAO.
004529     READ ENTURMACAO-FILE NEXT RECORD
004529         AT END
004529             MOVE "S" TO WS-FIM-ENTURMACAO
004529             GO TO 7510-EXIT
004529     END-READ
004529     IF EN-MATRICULA NOT = WS-ENT-MATRICULA
004529         MOVE "S" TO WS-FIM-ENTURMACAO
004529         GO TO 7510-EXIT
004529     END-IF
004529     IF EN-ANO-LETIVO > WS-ENT-ANO-LETIVO OR
004529        (EN-ANO-LETIVO = WS-ENT-ANO-LETIVO AND
004529         EN-BIMESTRE > WS-ENT-BIMESTRE)
004529         IF NOT WS88-ENT-ACHADA
004529             MOVE "N" TO WS-ENT-SITUACAO
004529         END-IF
004529         MOVE "S" TO WS-FIM-ENTURMACAO
004529         GO TO 7510-EXIT
004529     END-IF
004529     MOVE "S" TO WS-ENT-ACHADA
004529     MOVE EN-TURMA TO WS-ENT-TURMA
004529     MOVE EN-SITUACAO TO WS-ENT-SITUACAO
004529     MOVE EN-ANO-LETIVO TO WS-ENT-ANO-VIGENCIA
004529     .
004529 7510-EXIT.
004530     EXIT.
004540*****************************************************************
004550* 9600-GRAVA-JORNAL
004960     DISPLAY "ALUNOS ATIVOS:            " WS-CONT-ATIVOS
004970     DISPLAY "COMBINACOES VERIFICADAS:  " WS-CONT-VERIFICADOS
004980     DISPLAY "PENDENCIAS ENCONTRADAS:   " WS-CONT-PENDENCIAS
004981     DISPLAY "ALUNOS TRANSFERIDOS NO ANO: " WS-CONT-TRANSFERIDOS
004990     PERFORM 9600-GRAVA-JORNAL THRU 9600-EXIT
005000     CLOSE MESTRE-FILE
005010     CLOSE RELATORIO-FILE
005020     IF WS88-TEM-ENTURMACAO
005022         CLOSE ENTURMACAO-FILE
005024     END-IF
005026     IF WS-CONT-PENDENCIAS > 0 AND RETURN-CODE < 4
005030         DISPLAY "HA PENDENCIAS DE LANCAMENTO - RETORNO 4."
005040         MOVE 4 TO RETURN-CODE
005050     END-IF
