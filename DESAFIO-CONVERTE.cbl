000100*****************************************************************
000110* AUTHOR:       EQUIPE DE MANUTENCAO
000120* INSTALLATION: SETOR DE SISTEMAS ACADEMICOS
000130* DATE-WRITTEN: 10/12/2026
000140* PURPOSE:      CONVERSAO UNICA DO CADASTRO DE ALUNOS E DA
000150*               FREQUENCIA DO FORMATO SEQUENCIAL PARA O INDEXADO.
000160*               OS ARQUIVOS SEQUENCIAIS ATUAIS SAO RENOMEADOS PARA
000170*               NOTASCDS (CADASTRO) E NOTASFQS (FREQUENCIA) ANTES
000180*               DA EXECUCAO; O PROGRAMA RECRIA NOTASCAD (CHAVE
000190*               CA-MATRICULA) E NOTASFRQ (CHAVE ALUNO/MATERIA/ANO/
000200*               BIMESTRE) COM O MESMO LAYOUT DE REGISTRO. A
000210*               ENTRADA NAO PRECISA ESTAR ORDENADA. CHAVE
000220*               DUPLICADA OU ERRO DE GRAVACAO E LISTADO (NA
000221*               DUPLICADA FICA O PRIMEIRO REGISTRO LIDO) E ENCERRA
000222*               COM RETORNO 8, ASSIM COMO LIDOS QUE NAO FECHAM COM
000223*               GRAVADOS + REJEITADOS - CORRIJA A ENTRADA E RODE
000224*               DE NOVO.
000225*               SEM NOTASFQS SO O CADASTRO E CONVERTIDO (AVISO).
000260* TECTONICS:    COBC
000270*----------------------------------------------------------------
000280* HISTORICO DE MANUTENCAO
000290* DATA       AUTOR  DESCRICAO
000300* ---------- ------ -----------------------------------------
000310* 10/12/2026 MNT    VERSAO ORIGINAL DA CONVERSAO PARA INDEXADOS.
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. DESAFIO-CONVERTE-INDEXADOS.
000350 AUTHOR. EQUIPE DE MANUTENCAO.
000360 INSTALLATION. SETOR DE SISTEMAS ACADEMICOS.
000370 DATE-WRITTEN. 10/12/2026.
000380 DATE-COMPILED.
000390
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. IBM-370.
000430 OBJECT-COMPUTER. IBM-370.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT CADSEQ-FILE ASSIGN TO "NOTASCDS"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-FS-CADSEQ.
000490     SELECT CADASTRO-FILE ASSIGN TO "NOTASCAD"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS CA-MATRICULA
000530         FILE STATUS IS WS-FS-CADASTRO.
000540     SELECT FRQSEQ-FILE ASSIGN TO "NOTASFQS"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-FS-FRQSEQ.
000570     SELECT FREQUENCIA-FILE ASSIGN TO "NOTASFRQ"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS FQ-CHAVE-FREQUENCIA
000610         FILE STATUS IS WS-FS-FREQUENCIA.
000620     SELECT JORNAL-FILE ASSIGN TO "NOTASJRN"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-FS-JORNAL.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  CADSEQ-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 01  CS-REGISTRO-CADASTRO             PIC X(49).
000710 FD  CADASTRO-FILE
000720     LABEL RECORDS ARE STANDARD.
000730     COPY REGCAD.
000740 FD  FRQSEQ-FILE
000750     LABEL RECORDS ARE STANDARD.
000760 01  FS-REGISTRO-FREQUENCIA           PIC X(39).
000770 FD  FREQUENCIA-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY REGFREQ.
000800 FD  JORNAL-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY REGJRNL.
000830
000840 WORKING-STORAGE SECTION.
000850 01  WS-FILE-STATUS.
000860     03  WS-FS-CADSEQ                 PIC X(02) VALUE "00".
000870     03  WS-FS-CADASTRO               PIC X(02) VALUE "00".
000880     03  WS-FS-FRQSEQ                 PIC X(02) VALUE "00".
000890     03  WS-FS-FREQUENCIA             PIC X(02) VALUE "00".
000900     03  WS-FS-JORNAL                 PIC X(02) VALUE "00".
000910 01  WS-SWITCHES.
000920     03  WS-FIM-CADSEQ                PIC X(01) VALUE "N".
000930         88  WS88-FIM-CADSEQ              VALUE "S".
000940     03  WS-FIM-FRQSEQ                PIC X(01) VALUE "N".
000950         88  WS88-FIM-FRQSEQ              VALUE "S".
000960 01  WS-CONTADORES.
000970     03  WS-CONT-CAD-LIDOS            PIC 9(06) VALUE 0 COMP.
000980     03  WS-CONT-CAD-GRAVADOS         PIC 9(06) VALUE 0 COMP.
000990     03  WS-CONT-CAD-DUPLICADOS       PIC 9(06) VALUE 0 COMP.
000991     03  WS-CONT-CAD-ERROS-GRAVACAO   PIC 9(06) VALUE 0 COMP.
001000     03  WS-CONT-FRQ-LIDOS            PIC 9(06) VALUE 0 COMP.
001010     03  WS-CONT-FRQ-GRAVADOS         PIC 9(06) VALUE 0 COMP.
001020     03  WS-CONT-FRQ-DUPLICADOS       PIC 9(06) VALUE 0 COMP.
001021     03  WS-CONT-FRQ-ERROS-GRAVACAO   PIC 9(06) VALUE 0 COMP.
001030     03  WS-CONT-ERROS                PIC 9(06) VALUE 0 COMP.
001040 01  WS-RUN-ID                     PIC X(14) VALUE SPACES.
001050 01  WS-DATA-HOJE                  PIC 9(08) VALUE 0.
001060 01  WS-HORA-AGORA                 PIC 9(08) VALUE 0.
001070 01  WS-ENCERRAMENTO               PIC X(20) VALUE "NORMAL".
001080
001090 PROCEDURE DIVISION.
001100*****************************************************************
001110* 0000-MAINLINE
001120* CONVERTE O CADASTRO E A FREQUENCIA E ENCERRA.
001130*****************************************************************
001140 0000-MAINLINE.
001150     PERFORM 1000-INICIALIZA THRU 1000-EXIT
001160     PERFORM 2000-CONVERTE-CADASTRO THRU 2000-EXIT
001170     PERFORM 3000-CONVERTE-FREQUENCIA THRU 3000-EXIT
001180     PERFORM 4000-CONFERE-TOTAIS THRU 4000-EXIT
001190     PERFORM 9999-FIM THRU 9999-EXIT
001200     .
001210*****************************************************************
001220* 1000-INICIALIZA
001230* GERA O RUN ID DA EXECUCAO.
001240*****************************************************************
001250 1000-INICIALIZA.
001260     DISPLAY "***************************************"
001270     DISPLAY "* DESAFIO - CONVERSAO PARA INDEXADOS  *"
001280     DISPLAY "***************************************"
001290     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
001300     ACCEPT WS-HORA-AGORA FROM TIME
001310     MOVE SPACES TO WS-RUN-ID
001320     STRING WS-DATA-HOJE WS-HORA-AGORA (1:6)
001330         DELIMITED BY SIZE INTO WS-RUN-ID
001340     END-STRING
001350     DISPLAY "IDENTIFICADOR DA EXECUCAO (RUN ID): " WS-RUN-ID
001360     .
001370 1000-EXIT.
001380     EXIT.
001390*****************************************************************
001400* 2000-CONVERTE-CADASTRO
001410* COPIA O CADASTRO SEQUENCIAL (NOTASCDS) PARA O INDEXADO
001420* (NOTASCAD). O INDEXADO E ABERTO EM OUTPUT: QUALQUER CONTEUDO
001430* ANTERIOR E SUBSTITUIDO PELO DA ENTRADA.
001440*****************************************************************
001450 2000-CONVERTE-CADASTRO.
001460     OPEN INPUT CADSEQ-FILE
001470     IF WS-FS-CADSEQ NOT = "00"
001480         DISPLAY "ERRO AO ABRIR CADASTRO SEQUENCIAL (NOTASCDS): "
001490             WS-FS-CADSEQ
001500         DISPLAY "RENOMEIE O NOTASCAD SEQUENCIAL PARA NOTASCDS "
001510             "ANTES DA CONVERSAO."
001520         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
001530         MOVE 8 TO RETURN-CODE
001540         PERFORM 9999-FIM THRU 9999-EXIT
001550     END-IF
001560     OPEN OUTPUT CADASTRO-FILE
001570     IF WS-FS-CADASTRO NOT = "00"
001580         DISPLAY "ERRO AO CRIAR CADASTRO INDEXADO (NOTASCAD): "
001590             WS-FS-CADASTRO
001600         CLOSE CADSEQ-FILE
001610         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
001620         MOVE 8 TO RETURN-CODE
001630         PERFORM 9999-FIM THRU 9999-EXIT
001640     END-IF
001650     PERFORM 2100-COPIA-ALUNO THRU 2100-EXIT
001660         UNTIL WS88-FIM-CADSEQ
001670     CLOSE CADSEQ-FILE
001680     CLOSE CADASTRO-FILE
001690     .
001700 2000-EXIT.
001710     EXIT.
001720 2100-COPIA-ALUNO.
001730     READ CADSEQ-FILE
001740         AT END
001750             MOVE "S" TO WS-FIM-CADSEQ
001760             GO TO 2100-EXIT
001770     END-READ
001780     ADD 1 TO WS-CONT-CAD-LIDOS
001790     MOVE CS-REGISTRO-CADASTRO TO CA-REGISTRO-CADASTRO
001800     WRITE CA-REGISTRO-CADASTRO
001810         INVALID KEY
001820             ADD 1 TO WS-CONT-CAD-DUPLICADOS
001830             ADD 1 TO WS-CONT-ERROS
001840             DISPLAY "CADASTRO - MATRICULA DUPLICADA IGNORADA: "
001850                 CA-MATRICULA " " CA-NOME
001860                 " FILE STATUS: " WS-FS-CADASTRO
001870         NOT INVALID KEY
001880             ADD 1 TO WS-CONT-CAD-GRAVADOS
001890     END-WRITE
001891     IF WS-FS-CADASTRO NOT = "00" AND
001892        WS-FS-CADASTRO (1:1) NOT = "2"
001893         ADD 1 TO WS-CONT-CAD-ERROS-GRAVACAO
001894         ADD 1 TO WS-CONT-ERROS
001895         DISPLAY "CADASTRO - ERRO DE GRAVACAO: "
001896             CA-MATRICULA " " CA-NOME
001897             " FILE STATUS: " WS-FS-CADASTRO
001898     END-IF
001900     .
001910 2100-EXIT.
001920     EXIT.
001930*****************************************************************
001940* 3000-CONVERTE-FREQUENCIA
001950* COPIA A FREQUENCIA SEQUENCIAL (NOTASFQS) PARA O INDEXADO
001960* (NOTASFRQ). SEM NOTASFQS A FREQUENCIA NAO E CONVERTIDA (AVISO)
001970* - OS PROGRAMAS QUE A LEEM JA TRATAM A FALTA DO ARQUIVO.
001980*****************************************************************
001990 3000-CONVERTE-FREQUENCIA.
002000     OPEN INPUT FRQSEQ-FILE
002010     IF WS-FS-FRQSEQ NOT = "00"
002020         DISPLAY "AVISO: FREQUENCIA SEQUENCIAL (NOTASFQS) NAO "
002030             "DISPONIVEL: " WS-FS-FRQSEQ
002040         DISPLAY "       FREQUENCIA NAO CONVERTIDA."
002050         GO TO 3000-EXIT
002060     END-IF
002070     OPEN OUTPUT FREQUENCIA-FILE
002080     IF WS-FS-FREQUENCIA NOT = "00"
002090         DISPLAY "ERRO AO CRIAR FREQUENCIA INDEXADA (NOTASFRQ): "
002100             WS-FS-FREQUENCIA
002110         CLOSE FRQSEQ-FILE
002120         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
002130         MOVE 8 TO RETURN-CODE
002140         PERFORM 9999-FIM THRU 9999-EXIT
002150     END-IF
002160     PERFORM 3100-COPIA-FREQUENCIA THRU 3100-EXIT
002170         UNTIL WS88-FIM-FRQSEQ
002180     CLOSE FRQSEQ-FILE
002190     CLOSE FREQUENCIA-FILE
002200     .
002210 3000-EXIT.
002220     EXIT.
002230 3100-COPIA-FREQUENCIA.
002240     READ FRQSEQ-FILE
002250         AT END
002260             MOVE "S" TO WS-FIM-FRQSEQ
002270             GO TO 3100-EXIT
002280     END-READ
002290     ADD 1 TO WS-CONT-FRQ-LIDOS
002300     MOVE FS-REGISTRO-FREQUENCIA TO FQ-REGISTRO-FREQUENCIA
002310     WRITE FQ-REGISTRO-FREQUENCIA
002320         INVALID KEY
002330             ADD 1 TO WS-CONT-FRQ-DUPLICADOS
002340             ADD 1 TO WS-CONT-ERROS
002350             DISPLAY "FREQUENCIA - CHAVE DUPLICADA IGNORADA: "
002360                 FQ-MATRICULA " " FQ-MATERIA " "
002370                 FQ-ANO-LETIVO "/" FQ-BIMESTRE
002380                 " FILE STATUS: " WS-FS-FREQUENCIA
002390         NOT INVALID KEY
002400             ADD 1 TO WS-CONT-FRQ-GRAVADOS
002410     END-WRITE
002411     IF WS-FS-FREQUENCIA NOT = "00" AND
002412        WS-FS-FREQUENCIA (1:1) NOT = "2"
002413         ADD 1 TO WS-CONT-FRQ-ERROS-GRAVACAO
002414         ADD 1 TO WS-CONT-ERROS
002415         DISPLAY "FREQUENCIA - ERRO DE GRAVACAO: "
002416             FQ-MATRICULA " " FQ-MATERIA " "
002417             FQ-ANO-LETIVO "/" FQ-BIMESTRE
002418             " FILE STATUS: " WS-FS-FREQUENCIA
002419     END-IF
002420     .
002430 3100-EXIT.
002440     EXIT.
002450*****************************************************************
002460* 4000-CONFERE-TOTAIS
002470* MOSTRA LIDOS, GRAVADOS, DUPLICADOS E ERROS DE GRAVACAO DE CADA
002471* ARQUIVO E CONFERE LIDOS = GRAVADOS + DUPLICADOS + ERROS. TOTAL
002472* QUE NAO FECHA OU QUALQUER REGISTRO REJEITADO IMPEDE A LIBERACAO
002473* DA CONVERSAO (RETORNO 8).
002490*****************************************************************
002500 4000-CONFERE-TOTAIS.
002510     DISPLAY "CADASTRO   - LIDOS: " WS-CONT-CAD-LIDOS
002511         " GRAVADOS: " WS-CONT-CAD-GRAVADOS
002512         " DUPLICADOS: " WS-CONT-CAD-DUPLICADOS
002513         " ERROS: " WS-CONT-CAD-ERROS-GRAVACAO
002514     DISPLAY "FREQUENCIA - LIDOS: " WS-CONT-FRQ-LIDOS
002515         " GRAVADOS: " WS-CONT-FRQ-GRAVADOS
002516         " DUPLICADOS: " WS-CONT-FRQ-DUPLICADOS
002517         " ERROS: " WS-CONT-FRQ-ERROS-GRAVACAO
002518     IF WS-CONT-CAD-LIDOS NOT = WS-CONT-CAD-GRAVADOS
002519                              + WS-CONT-CAD-DUPLICADOS
002520                              + WS-CONT-CAD-ERROS-GRAVACAO
002521         DISPLAY "CADASTRO - TOTAIS NAO FECHAM: LIDOS DIFERENTE "
002522             "DE GRAVADOS + DUPLICADOS + ERROS. RETORNO 8."
002523         MOVE "TOTAIS NAO FECHAM" TO WS-ENCERRAMENTO
002524         MOVE 8 TO RETURN-CODE
002525     END-IF
002526     IF WS-CONT-FRQ-LIDOS NOT = WS-CONT-FRQ-GRAVADOS
002527                              + WS-CONT-FRQ-DUPLICADOS
002528                              + WS-CONT-FRQ-ERROS-GRAVACAO
002529         DISPLAY "FREQUENCIA - TOTAIS NAO FECHAM: LIDOS "
002530             "DIFERENTE DE GRAVADOS + DUPLICADOS + ERROS. "
002531             "RETORNO 8."
002532         MOVE "TOTAIS NAO FECHAM" TO WS-ENCERRAMENTO
002533         MOVE 8 TO RETURN-CODE
002534     END-IF
002535     IF WS-CONT-ERROS > 0
002536         DISPLAY "CONVERSAO COM REGISTROS REJEITADOS - CORRIJA A "
002537             "ENTRADA E CONVERTA DE NOVO. RETORNO 8."
002538         MOVE "REGISTRO REJEITADO" TO WS-ENCERRAMENTO
002539         MOVE 8 TO RETURN-CODE
002540     END-IF
002541     IF RETURN-CODE = 0
002542         DISPLAY "CONVERSAO CONFERIDA - TOTAIS FECHARAM."
002543     END-IF
002650     .
002660 4000-EXIT.
002670     EXIT.
002680*****************************************************************
002690* 9600-GRAVA-JORNAL
002700* ACRESCENTA AO DIARIO DE EXECUCOES (NOTASJRN) O REGISTRO DESTA
002710* EXECUCAO DA CONVERSAO.
002720*****************************************************************
002730 9600-GRAVA-JORNAL.
002740     OPEN EXTEND JORNAL-FILE
002750     IF WS-FS-JORNAL = "35"
002760         OPEN OUTPUT JORNAL-FILE
002770     END-IF
002780     IF WS-FS-JORNAL NOT = "00"
002790         DISPLAY "ERRO AO ABRIR DIARIO DE EXECUCOES: "
002800             WS-FS-JORNAL
002810         GO TO 9600-EXIT
002820     END-IF
002830     MOVE SPACES TO JR-REGISTRO-JORNAL
002840     MOVE WS-RUN-ID TO JR-RUN-ID
002850     MOVE "DESAFIO-CONVERTE-INDEXADO" TO JR-PROGRAMA
002860     MOVE WS-DATA-HOJE TO JR-DATA
002870     MOVE WS-HORA-AGORA (1:6) TO JR-HORA
002880     MOVE "B" TO JR-MODO-EXECUCAO
002890     MOVE WS-FS-CADSEQ TO JR-FS-TRANS
002900     MOVE WS-FS-CADASTRO TO JR-FS-MESTRE
002910     MOVE SPACES TO JR-FS-EXCECAO
002920     MOVE WS-FS-FREQUENCIA TO JR-FS-INTERFACE
002930     MOVE SPACES TO JR-FS-RELATORIO
002940     COMPUTE JR-QTD-PROCESSADOS = WS-CONT-CAD-GRAVADOS
002950                                + WS-CONT-FRQ-GRAVADOS
002960     MOVE WS-CONT-ERROS TO JR-QTD-ERROS
002970     MOVE 0 TO JR-QTD-CHECKPOINTS
002980     MOVE WS-ENCERRAMENTO TO JR-ENCERRAMENTO
002990     WRITE JR-REGISTRO-JORNAL
003000     CLOSE JORNAL-FILE
003010     .
003020 9600-EXIT.
003030     EXIT.
003040*****************************************************************
003050* 9999-FIM
003060* REGISTRA NO DIARIO E ENCERRA O PROGRAMA.
003070*****************************************************************
003080 9999-FIM.
003090     PERFORM 9600-GRAVA-JORNAL THRU 9600-EXIT
003100     DISPLAY "PROGRAMA ENCERRADO."
003110     STOP RUN
003120     .
003130 9999-EXIT.
003140     EXIT.
003150
003160 END PROGRAM DESAFIO-CONVERTE-INDEXADOS.
