000100*****************************************************************
000110* AUTHOR:       EQUIPE DE MANUTENCAO
000120* INSTALLATION: SETOR DE SISTEMAS ACADEMICOS
000130* DATE-WRITTEN: 10/15/2026
000140* PURPOSE:      CONVERSAO UNICA DOS ARQUIVOS GRAVADOS COM OS
000150*               LAYOUTS ANTERIORES AO CADASTRO DE PROFESSORES E
000160*               A IMAGEM ANTERIOR DA RETIFICACAO. O MESTRE
000170*               (REGMESTR) PASSA DE 93 PARA 101 BYTES, A EXCECAO
000180*               (REGEXC) DE 151 PARA 159 E A TRILHA DE
000190*               RETIFICACAO (REGRETIF) DE 70 PARA 156; OS CAMPOS
000200*               NOVOS FICAM TODOS NO FIM DO REGISTRO. ANTES DA
000210*               EXECUCAO, E ANTES DE RODAR QUALQUER OUTRO
000220*               PROGRAMA NA VERSAO NOVA, RENOMEIE OS ARQUIVOS:
000230*                   NOTASMST -> NOTASAMT (MESTRE INDEXADO)
000240*                   NOTASMS1 A NOTASMS4 -> NOTASAM1 A NOTASAM4
000250*                   NOTASBKP -> NOTASABK (BACKUP DA DESCARGA)
000260*                   NOTASHST -> NOTASAHS (HISTORICO DO EXPURGO)
000270*                   NOTASEXC -> NOTASAEX (LOG DE EXCECOES)
000280*                   NOTASRTF -> NOTASARF (TRILHA DE RETIFICACAO)
000290*               O PROGRAMA RECRIA CADA ARQUIVO COM O NOME ORIGINAL
000300*               NO LAYOUT NOVO, COPIANDO O REGISTRO ANTIGO PARA O
000310*               INICIO DO NOVO E DEIXANDO OS CAMPOS ACRESCENTADOS
000320*               EM BRANCO (PROFESSOR, RUN ID E IMAGEM ANTERIOR
000330*               DA RETIFICACAO; AS NOTAS DA IMAGEM ANTERIOR FICAM
000340*               ZERO, COMO NAS ENTRADAS SEM IMAGEM DO ESTORNO).
000350*               SO O MESTRE E OBRIGATORIO; ARQUIVO ANTIGO AUSENTE
000360*               NAO E CONVERTIDO (AVISO). ERRO DE GRAVACAO E
000370*               LISTADO E ENCERRA COM RETORNO 8 - RESTAURE OS
000380*               NOMES ANTIGOS, CORRIJA E CONVERTA DE NOVO.
000390* TECTONICS:    COBC
000400*----------------------------------------------------------------
000410* HISTORICO DE MANUTENCAO
000420* DATA       AUTOR  DESCRICAO
000430* ---------- ------ -----------------------------------------
000440* 10/15/2026 MNT    VERSAO ORIGINAL DA CONVERSAO DE LAYOUTS.
000450*****************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. DESAFIO-CONVERTE-LAYOUTS.
000480 AUTHOR. EQUIPE DE MANUTENCAO.
000490 INSTALLATION. SETOR DE SISTEMAS ACADEMICOS.
000500 DATE-WRITTEN. 10/15/2026.
000510 DATE-COMPILED.
000520
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER. IBM-370.
000560 OBJECT-COMPUTER. IBM-370.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT MESTRE-ANT-FILE ASSIGN TO "NOTASAMT"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS SEQUENTIAL
000620         RECORD KEY IS MA-CHAVE
000630         FILE STATUS IS WS-FS-MESTRE-ANT.
000640     SELECT MESTRE-FILE ASSIGN TO "NOTASMST"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS SEQUENTIAL
000670         RECORD KEY IS RM-CHAVE-MESTRE
000680         FILE STATUS IS WS-FS-MESTRE.
000690     SELECT BIM1-ANT-FILE ASSIGN TO "NOTASAM1"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS SEQUENTIAL
000720         RECORD KEY IS A1-CHAVE
000730         FILE STATUS IS WS-FS-BIM1-ANT.
000740     SELECT MESTRE-BIM1-FILE ASSIGN TO "NOTASMS1"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS SEQUENTIAL
000770         RECORD KEY IS G1-CHAVE
000780         FILE STATUS IS WS-FS-BIM1.
000790     SELECT BIM2-ANT-FILE ASSIGN TO "NOTASAM2"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS SEQUENTIAL
000820         RECORD KEY IS A2-CHAVE
000830         FILE STATUS IS WS-FS-BIM2-ANT.
000840     SELECT MESTRE-BIM2-FILE ASSIGN TO "NOTASMS2"
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS SEQUENTIAL
000870         RECORD KEY IS G2-CHAVE
000880         FILE STATUS IS WS-FS-BIM2.
000890     SELECT BIM3-ANT-FILE ASSIGN TO "NOTASAM3"
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS SEQUENTIAL
000920         RECORD KEY IS A3-CHAVE
000930         FILE STATUS IS WS-FS-BIM3-ANT.
000940     SELECT MESTRE-BIM3-FILE ASSIGN TO "NOTASMS3"
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS SEQUENTIAL
000970         RECORD KEY IS G3-CHAVE
000980         FILE STATUS IS WS-FS-BIM3.
000990     SELECT BIM4-ANT-FILE ASSIGN TO "NOTASAM4"
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS SEQUENTIAL
001020         RECORD KEY IS A4-CHAVE
001030         FILE STATUS IS WS-FS-BIM4-ANT.
001040     SELECT MESTRE-BIM4-FILE ASSIGN TO "NOTASMS4"
001050         ORGANIZATION IS INDEXED
001060         ACCESS MODE IS SEQUENTIAL
001070         RECORD KEY IS G4-CHAVE
001080         FILE STATUS IS WS-FS-BIM4.
001090     SELECT BACKUP-ANT-FILE ASSIGN TO "NOTASABK"
001100         ORGANIZATION IS SEQUENTIAL
001110         FILE STATUS IS WS-FS-BACKUP-ANT.
001120     SELECT BACKUP-FILE ASSIGN TO "NOTASBKP"
001130         ORGANIZATION IS SEQUENTIAL
001140         FILE STATUS IS WS-FS-BACKUP.
001150     SELECT HISTORICO-ANT-FILE ASSIGN TO "NOTASAHS"
001160         ORGANIZATION IS SEQUENTIAL
001170         FILE STATUS IS WS-FS-HISTORICO-ANT.
001180     SELECT HISTORICO-FILE ASSIGN TO "NOTASHST"
001190         ORGANIZATION IS SEQUENTIAL
001200         FILE STATUS IS WS-FS-HISTORICO.
001210     SELECT EXCECAO-ANT-FILE ASSIGN TO "NOTASAEX"
001220         ORGANIZATION IS SEQUENTIAL
001230         FILE STATUS IS WS-FS-EXCECAO-ANT.
001240     SELECT EXCECAO-FILE ASSIGN TO "NOTASEXC"
001250         ORGANIZATION IS SEQUENTIAL
001260         FILE STATUS IS WS-FS-EXCECAO.
001270     SELECT RETIF-ANT-FILE ASSIGN TO "NOTASARF"
001280         ORGANIZATION IS SEQUENTIAL
001290         FILE STATUS IS WS-FS-RETIF-ANT.
001300     SELECT RETIF-FILE ASSIGN TO "NOTASRTF"
001310         ORGANIZATION IS SEQUENTIAL
001320         FILE STATUS IS WS-FS-RETIF.
001330     SELECT JORNAL-FILE ASSIGN TO "NOTASJRN"
001340         ORGANIZATION IS SEQUENTIAL
001350         FILE STATUS IS WS-FS-JORNAL.
001360
001370 DATA DIVISION.
001380 FILE SECTION.
001390 FD  MESTRE-ANT-FILE
001400     LABEL RECORDS ARE STANDARD.
001410 01  MA-REGISTRO.
001420     03  MA-CHAVE                     PIC X(33).
001430     03  FILLER                       PIC X(60).
001440 FD  MESTRE-FILE
001450     LABEL RECORDS ARE STANDARD.
001460     COPY REGMESTR.
001470 FD  BIM1-ANT-FILE
001480     LABEL RECORDS ARE STANDARD.
001490 01  A1-REGISTRO.
001500     03  A1-CHAVE                     PIC X(33).
001510     03  FILLER                       PIC X(60).
001520 FD  MESTRE-BIM1-FILE
001530     LABEL RECORDS ARE STANDARD.
001540 01  G1-REGISTRO.
001550     03  G1-CHAVE                     PIC X(33).
001560     03  FILLER                       PIC X(68).
001570 FD  BIM2-ANT-FILE
001580     LABEL RECORDS ARE STANDARD.
001590 01  A2-REGISTRO.
001600     03  A2-CHAVE                     PIC X(33).
001610     03  FILLER                       PIC X(60).
001620 FD  MESTRE-BIM2-FILE
001630     LABEL RECORDS ARE STANDARD.
001640 01  G2-REGISTRO.
001650     03  G2-CHAVE                     PIC X(33).
001660     03  FILLER                       PIC X(68).
001670 FD  BIM3-ANT-FILE
001680     LABEL RECORDS ARE STANDARD.
001690 01  A3-REGISTRO.
001700     03  A3-CHAVE                     PIC X(33).
001710     03  FILLER                       PIC X(60).
001720 FD  MESTRE-BIM3-FILE
001730     LABEL RECORDS ARE STANDARD.
001740 01  G3-REGISTRO.
001750     03  G3-CHAVE                     PIC X(33).
001760     03  FILLER                       PIC X(68).
001770 FD  BIM4-ANT-FILE
001780     LABEL RECORDS ARE STANDARD.
001790 01  A4-REGISTRO.
001800     03  A4-CHAVE                     PIC X(33).
001810     03  FILLER                       PIC X(60).
001820 FD  MESTRE-BIM4-FILE
001830     LABEL RECORDS ARE STANDARD.
001840 01  G4-REGISTRO.
001850     03  G4-CHAVE                     PIC X(33).
001860     03  FILLER                       PIC X(68).
001870 FD  BACKUP-ANT-FILE
001880     LABEL RECORDS ARE STANDARD.
001890 01  BA-REGISTRO-BACKUP               PIC X(94).
001900 FD  BACKUP-FILE
001910     LABEL RECORDS ARE STANDARD.
001920 01  BK-REGISTRO-BACKUP               PIC X(102).
001930 FD  HISTORICO-ANT-FILE
001940     LABEL RECORDS ARE STANDARD.
001950 01  HA-REGISTRO-HISTORICO            PIC X(93).
001960 FD  HISTORICO-FILE
001970     LABEL RECORDS ARE STANDARD.
001980 01  AH-REGISTRO-HISTORICO            PIC X(101).
001990 FD  EXCECAO-ANT-FILE
002000     LABEL RECORDS ARE STANDARD.
002010 01  EA-REGISTRO-EXCECAO              PIC X(151).
002020 FD  EXCECAO-FILE
002030     LABEL RECORDS ARE STANDARD.
002040     COPY REGEXC.
002050 FD  RETIF-ANT-FILE
002060     LABEL RECORDS ARE STANDARD.
002070 01  RA-REGISTRO-RETIFICACAO          PIC X(70).
002080 FD  RETIF-FILE
002090     LABEL RECORDS ARE STANDARD.
002100     COPY REGRETIF.
002110 FD  JORNAL-FILE
002120     LABEL RECORDS ARE STANDARD.
002130     COPY REGJRNL.
002140
002150 WORKING-STORAGE SECTION.
002160 01  WS-FILE-STATUS.
002170     03  WS-FS-MESTRE-ANT             PIC X(02) VALUE "00".
002180     03  WS-FS-MESTRE                 PIC X(02) VALUE "00".
002190     03  WS-FS-BIM1-ANT               PIC X(02) VALUE "00".
002200     03  WS-FS-BIM1                   PIC X(02) VALUE "00".
002210     03  WS-FS-BIM2-ANT               PIC X(02) VALUE "00".
002220     03  WS-FS-BIM2                   PIC X(02) VALUE "00".
002230     03  WS-FS-BIM3-ANT               PIC X(02) VALUE "00".
002240     03  WS-FS-BIM3                   PIC X(02) VALUE "00".
002250     03  WS-FS-BIM4-ANT               PIC X(02) VALUE "00".
002260     03  WS-FS-BIM4                   PIC X(02) VALUE "00".
002270     03  WS-FS-BACKUP-ANT             PIC X(02) VALUE "00".
002280     03  WS-FS-BACKUP                 PIC X(02) VALUE "00".
002290     03  WS-FS-HISTORICO-ANT          PIC X(02) VALUE "00".
002300     03  WS-FS-HISTORICO              PIC X(02) VALUE "00".
002310     03  WS-FS-EXCECAO-ANT            PIC X(02) VALUE "00".
002320     03  WS-FS-EXCECAO                PIC X(02) VALUE "00".
002330     03  WS-FS-RETIF-ANT              PIC X(02) VALUE "00".
002340     03  WS-FS-RETIF                  PIC X(02) VALUE "00".
002350     03  WS-FS-JORNAL                 PIC X(02) VALUE "00".
002360 01  WS-SWITCHES.
002370     03  WS-FIM-ANTIGO                PIC X(01) VALUE "N".
002380         88  WS88-FIM-ANTIGO              VALUE "S".
002390 01  WS-CONTADORES.
002400     03  WS-CONT-MST-LIDOS            PIC 9(08) VALUE 0 COMP.
002410     03  WS-CONT-MST-GRAVADOS         PIC 9(08) VALUE 0 COMP.
002420     03  WS-CONT-MST-REJEITADOS       PIC 9(08) VALUE 0 COMP.
002430     03  WS-CONT-BIM1-LIDOS           PIC 9(08) VALUE 0 COMP.
002440     03  WS-CONT-BIM1-GRAVADOS        PIC 9(08) VALUE 0 COMP.
002450     03  WS-CONT-BIM1-REJEITADOS      PIC 9(08) VALUE 0 COMP.
002460     03  WS-CONT-BIM2-LIDOS           PIC 9(08) VALUE 0 COMP.
002470     03  WS-CONT-BIM2-GRAVADOS        PIC 9(08) VALUE 0 COMP.
002480     03  WS-CONT-BIM2-REJEITADOS      PIC 9(08) VALUE 0 COMP.
002490     03  WS-CONT-BIM3-LIDOS           PIC 9(08) VALUE 0 COMP.
002500     03  WS-CONT-BIM3-GRAVADOS        PIC 9(08) VALUE 0 COMP.
002510     03  WS-CONT-BIM3-REJEITADOS      PIC 9(08) VALUE 0 COMP.
002520     03  WS-CONT-BIM4-LIDOS           PIC 9(08) VALUE 0 COMP.
002530     03  WS-CONT-BIM4-GRAVADOS        PIC 9(08) VALUE 0 COMP.
002540     03  WS-CONT-BIM4-REJEITADOS      PIC 9(08) VALUE 0 COMP.
002550     03  WS-CONT-BKP-LIDOS            PIC 9(08) VALUE 0 COMP.
002560     03  WS-CONT-BKP-GRAVADOS         PIC 9(08) VALUE 0 COMP.
002570     03  WS-CONT-BKP-REJEITADOS       PIC 9(08) VALUE 0 COMP.
002580     03  WS-CONT-HST-LIDOS            PIC 9(08) VALUE 0 COMP.
002590     03  WS-CONT-HST-GRAVADOS         PIC 9(08) VALUE 0 COMP.
002600     03  WS-CONT-HST-REJEITADOS       PIC 9(08) VALUE 0 COMP.
002610     03  WS-CONT-EXC-LIDOS            PIC 9(08) VALUE 0 COMP.
002620     03  WS-CONT-EXC-GRAVADOS         PIC 9(08) VALUE 0 COMP.
002630     03  WS-CONT-EXC-REJEITADOS       PIC 9(08) VALUE 0 COMP.
002640     03  WS-CONT-RTF-LIDOS            PIC 9(08) VALUE 0 COMP.
002650     03  WS-CONT-RTF-GRAVADOS         PIC 9(08) VALUE 0 COMP.
002660     03  WS-CONT-RTF-REJEITADOS       PIC 9(08) VALUE 0 COMP.
002670     03  WS-CONT-GRAVADOS             PIC 9(08) VALUE 0 COMP.
002680     03  WS-CONT-ERROS                PIC 9(06) VALUE 0 COMP.
002690 01  WS-CONFERENCIA.
002700     03  WS-CONF-ARQUIVO              PIC X(08) VALUE SPACES.
002710     03  WS-CONF-LIDOS                PIC 9(08) VALUE 0 COMP.
002720     03  WS-CONF-GRAVADOS             PIC 9(08) VALUE 0 COMP.
002730     03  WS-CONF-REJEITADOS           PIC 9(08) VALUE 0 COMP.
002740 01  WS-RUN-ID                     PIC X(14) VALUE SPACES.
002750 01  WS-DATA-HOJE                  PIC 9(08) VALUE 0.
002760 01  WS-HORA-AGORA                 PIC 9(08) VALUE 0.
002770 01  WS-ENCERRAMENTO               PIC X(20) VALUE "NORMAL".
002780
002790 PROCEDURE DIVISION.
002800*****************************************************************
002810* 0000-MAINLINE
002820* CONVERTE CADA ARQUIVO DO LAYOUT ANTIGO PARA O NOVO E ENCERRA.
002830*****************************************************************
002840 0000-MAINLINE.
002850     PERFORM 1000-INICIALIZA THRU 1000-EXIT
002860     PERFORM 2000-CONVERTE-MESTRE THRU 2000-EXIT
002870     PERFORM 3000-CONVERTE-GERACOES THRU 3000-EXIT
002880     PERFORM 4000-CONVERTE-BACKUP THRU 4000-EXIT
002890     PERFORM 5000-CONVERTE-HISTORICO THRU 5000-EXIT
002900     PERFORM 6000-CONVERTE-EXCECOES THRU 6000-EXIT
002910     PERFORM 7000-CONVERTE-RETIFICACOES THRU 7000-EXIT
002920     PERFORM 8000-CONFERE-TOTAIS THRU 8000-EXIT
002930     PERFORM 9999-FIM THRU 9999-EXIT
002940     .
002950*****************************************************************
002960* 1000-INICIALIZA
002970* GERA O RUN ID DA EXECUCAO.
002980*****************************************************************
002990 1000-INICIALIZA.
003000     DISPLAY "***************************************"
003010     DISPLAY "* DESAFIO - CONVERSAO DE LAYOUTS      *"
003020     DISPLAY "***************************************"
003030     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
003040     ACCEPT WS-HORA-AGORA FROM TIME
003050     MOVE SPACES TO WS-RUN-ID
003060     STRING WS-DATA-HOJE WS-HORA-AGORA (1:6)
003070         DELIMITED BY SIZE INTO WS-RUN-ID
003080     END-STRING
003090     DISPLAY "IDENTIFICADOR DA EXECUCAO (RUN ID): " WS-RUN-ID
003100     .
003110 1000-EXIT.
003120     EXIT.
003130*****************************************************************
003140* 2000-CONVERTE-MESTRE
003150* COPIA O MESTRE ANTIGO (NOTASAMT) PARA O NOVO (NOTASMST) COM
003160* RM-CODIGO-PROFESSOR EM BRANCO. A ENTRADA E LIDA NA ORDEM DA
003170* CHAVE, QUE E A MESMA DO ARQUIVO NOVO.
003180*****************************************************************
003190 2000-CONVERTE-MESTRE.
003200     OPEN INPUT MESTRE-ANT-FILE
003210     IF WS-FS-MESTRE-ANT NOT = "00"
003220         DISPLAY "ERRO AO ABRIR MESTRE ANTIGO (NOTASAMT): "
003230             WS-FS-MESTRE-ANT
003240         DISPLAY "RENOMEIE O NOTASMST ATUAL PARA NOTASAMT "
003250             "ANTES DA CONVERSAO."
003260         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
003270         MOVE 8 TO RETURN-CODE
003280         PERFORM 9999-FIM THRU 9999-EXIT
003290     END-IF
003300     OPEN OUTPUT MESTRE-FILE
003310     IF WS-FS-MESTRE NOT = "00"
003320         DISPLAY "ERRO AO CRIAR MESTRE (NOTASMST): " WS-FS-MESTRE
003330         CLOSE MESTRE-ANT-FILE
003340         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
003350         MOVE 8 TO RETURN-CODE
003360         PERFORM 9999-FIM THRU 9999-EXIT
003370     END-IF
003380     MOVE "N" TO WS-FIM-ANTIGO
003390     PERFORM 2100-COPIA-MESTRE THRU 2100-EXIT
003400         UNTIL WS88-FIM-ANTIGO
003410     CLOSE MESTRE-ANT-FILE
003420     CLOSE MESTRE-FILE
003430     .
003440 2000-EXIT.
003450     EXIT.
003460 2100-COPIA-MESTRE.
003470     READ MESTRE-ANT-FILE
003480         AT END
003490             MOVE "S" TO WS-FIM-ANTIGO
003500             GO TO 2100-EXIT
003510     END-READ
003520     ADD 1 TO WS-CONT-MST-LIDOS
003530     MOVE SPACES TO RM-REGISTRO-MESTRE
003540     MOVE MA-REGISTRO TO RM-REGISTRO-MESTRE (1:93)
003550     WRITE RM-REGISTRO-MESTRE
003560         INVALID KEY
003570             ADD 1 TO WS-CONT-MST-REJEITADOS
003580             ADD 1 TO WS-CONT-ERROS
003590             DISPLAY "MESTRE - REGISTRO NAO GRAVADO: "
003600                 RM-CHAVE-MESTRE " FILE STATUS: " WS-FS-MESTRE
003610         NOT INVALID KEY
003620             ADD 1 TO WS-CONT-MST-GRAVADOS
003630     END-WRITE
003640     IF WS-FS-MESTRE NOT = "00" AND
003650        WS-FS-MESTRE (1:1) NOT = "2"
003660         ADD 1 TO WS-CONT-MST-REJEITADOS
003670         ADD 1 TO WS-CONT-ERROS
003680         DISPLAY "MESTRE - ERRO DE GRAVACAO: "
003690             RM-CHAVE-MESTRE " FILE STATUS: " WS-FS-MESTRE
003700     END-IF
003710     .
003720 2100-EXIT.
003730     EXIT.
003740*****************************************************************
003750* 3000-CONVERTE-GERACOES
003760* COPIA AS GERACOES DO MESTRE GUARDADAS NO FECHAMENTO DE CADA
003770* BIMESTRE (NOTASAM1 A NOTASAM4 PARA NOTASMS1 A NOTASMS4). A
003780* GERACAO QUE AINDA NAO EXISTE NAO E CONVERTIDA (AVISO).
003790*****************************************************************
003800 3000-CONVERTE-GERACOES.
003810     PERFORM 3100-CONVERTE-BIM1 THRU 3100-EXIT
003820     PERFORM 3200-CONVERTE-BIM2 THRU 3200-EXIT
003830     PERFORM 3300-CONVERTE-BIM3 THRU 3300-EXIT
003840     PERFORM 3400-CONVERTE-BIM4 THRU 3400-EXIT
003850     .
003860 3000-EXIT.
003870     EXIT.
003880 3100-CONVERTE-BIM1.
003890     OPEN INPUT BIM1-ANT-FILE
003900     IF WS-FS-BIM1-ANT NOT = "00"
003910         DISPLAY "AVISO: GERACAO ANTIGA DO 1O BIMESTRE "
003920             "(NOTASAM1) NAO DISPONIVEL: " WS-FS-BIM1-ANT
003930         DISPLAY "       NOTASMS1 NAO CONVERTIDO."
003940         GO TO 3100-EXIT
003950     END-IF
003960     OPEN OUTPUT MESTRE-BIM1-FILE
003970     IF WS-FS-BIM1 NOT = "00"
003980         DISPLAY "ERRO AO CRIAR GERACAO DO 1O BIMESTRE "
003990             "(NOTASMS1): "
004000             WS-FS-BIM1
004010         CLOSE BIM1-ANT-FILE
004020         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
004030         MOVE 8 TO RETURN-CODE
004040         PERFORM 9999-FIM THRU 9999-EXIT
004050     END-IF
004060     MOVE "N" TO WS-FIM-ANTIGO
004070     PERFORM 3110-COPIA-BIM1 THRU 3110-EXIT
004080         UNTIL WS88-FIM-ANTIGO
004090     CLOSE BIM1-ANT-FILE
004100     CLOSE MESTRE-BIM1-FILE
004110     .
004120 3100-EXIT.
004130     EXIT.
004140 3110-COPIA-BIM1.
004150     READ BIM1-ANT-FILE
004160         AT END
004170             MOVE "S" TO WS-FIM-ANTIGO
004180             GO TO 3110-EXIT
004190     END-READ
004200     ADD 1 TO WS-CONT-BIM1-LIDOS
004210     MOVE SPACES TO G1-REGISTRO
004220     MOVE A1-REGISTRO TO G1-REGISTRO (1:93)
004230     WRITE G1-REGISTRO
004240         INVALID KEY
004250             ADD 1 TO WS-CONT-BIM1-REJEITADOS
004260             ADD 1 TO WS-CONT-ERROS
004270             DISPLAY "NOTASMS1 - REGISTRO NAO GRAVADO: "
004280                 G1-CHAVE " FILE STATUS: " WS-FS-BIM1
004290         NOT INVALID KEY
004300             ADD 1 TO WS-CONT-BIM1-GRAVADOS
004310     END-WRITE
004320     IF WS-FS-BIM1 NOT = "00" AND
004330        WS-FS-BIM1 (1:1) NOT = "2"
004340         ADD 1 TO WS-CONT-BIM1-REJEITADOS
004350         ADD 1 TO WS-CONT-ERROS
004360         DISPLAY "NOTASMS1 - ERRO DE GRAVACAO: "
004370             G1-CHAVE " FILE STATUS: " WS-FS-BIM1
004380     END-IF
004390     .
004400 3110-EXIT.
004410     EXIT.
004420 3200-CONVERTE-BIM2.
004430     OPEN INPUT BIM2-ANT-FILE
004440     IF WS-FS-BIM2-ANT NOT = "00"
004450         DISPLAY "AVISO: GERACAO ANTIGA DO 2O BIMESTRE "
004460             "(NOTASAM2) NAO DISPONIVEL: " WS-FS-BIM2-ANT
004470         DISPLAY "       NOTASMS2 NAO CONVERTIDO."
004480         GO TO 3200-EXIT
004490     END-IF
004500     OPEN OUTPUT MESTRE-BIM2-FILE
004510     IF WS-FS-BIM2 NOT = "00"
004520         DISPLAY "ERRO AO CRIAR GERACAO DO 2O BIMESTRE "
004530             "(NOTASMS2): "
004540             WS-FS-BIM2
004550         CLOSE BIM2-ANT-FILE
004560         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
004570         MOVE 8 TO RETURN-CODE
004580         PERFORM 9999-FIM THRU 9999-EXIT
004590     END-IF
004600     MOVE "N" TO WS-FIM-ANTIGO
004610     PERFORM 3210-COPIA-BIM2 THRU 3210-EXIT
004620         UNTIL WS88-FIM-ANTIGO
004630     CLOSE BIM2-ANT-FILE
004640     CLOSE MESTRE-BIM2-FILE
004650     .
004660 3200-EXIT.
004670     EXIT.
004680 3210-COPIA-BIM2.
004690     READ BIM2-ANT-FILE
004700         AT END
004710             MOVE "S" TO WS-FIM-ANTIGO
004720             GO TO 3210-EXIT
004730     END-READ
004740     ADD 1 TO WS-CONT-BIM2-LIDOS
004750     MOVE SPACES TO G2-REGISTRO
004760     MOVE A2-REGISTRO TO G2-REGISTRO (1:93)
004770     WRITE G2-REGISTRO
004780         INVALID KEY
004790             ADD 1 TO WS-CONT-BIM2-REJEITADOS
004800             ADD 1 TO WS-CONT-ERROS
004810             DISPLAY "NOTASMS2 - REGISTRO NAO GRAVADO: "
004820                 G2-CHAVE " FILE STATUS: " WS-FS-BIM2
004830         NOT INVALID KEY
004840             ADD 1 TO WS-CONT-BIM2-GRAVADOS
004850     END-WRITE
004860     IF WS-FS-BIM2 NOT = "00" AND
004870        WS-FS-BIM2 (1:1) NOT = "2"
004880         ADD 1 TO WS-CONT-BIM2-REJEITADOS
004890         ADD 1 TO WS-CONT-ERROS
004900         DISPLAY "NOTASMS2 - ERRO DE GRAVACAO: "
004910             G2-CHAVE " FILE STATUS: " WS-FS-BIM2
004920     END-IF
004930     .
004940 3210-EXIT.
004950     EXIT.
004960 3300-CONVERTE-BIM3.
004970     OPEN INPUT BIM3-ANT-FILE
004980     IF WS-FS-BIM3-ANT NOT = "00"
004990         DISPLAY "AVISO: GERACAO ANTIGA DO 3O BIMESTRE "
005000             "(NOTASAM3) NAO DISPONIVEL: " WS-FS-BIM3-ANT
005010         DISPLAY "       NOTASMS3 NAO CONVERTIDO."
005020         GO TO 3300-EXIT
005030     END-IF
005040     OPEN OUTPUT MESTRE-BIM3-FILE
005050     IF WS-FS-BIM3 NOT = "00"
005060         DISPLAY "ERRO AO CRIAR GERACAO DO 3O BIMESTRE "
005070             "(NOTASMS3): "
005080             WS-FS-BIM3
005090         CLOSE BIM3-ANT-FILE
005100         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
005110         MOVE 8 TO RETURN-CODE
005120         PERFORM 9999-FIM THRU 9999-EXIT
005130     END-IF
005140     MOVE "N" TO WS-FIM-ANTIGO
005150     PERFORM 3310-COPIA-BIM3 THRU 3310-EXIT
005160         UNTIL WS88-FIM-ANTIGO
005170     CLOSE BIM3-ANT-FILE
005180     CLOSE MESTRE-BIM3-FILE
005190     .
005200 3300-EXIT.
005210     EXIT.
005220 3310-COPIA-BIM3.
005230     READ BIM3-ANT-FILE
005240         AT END
005250             MOVE "S" TO WS-FIM-ANTIGO
005260             GO TO 3310-EXIT
005270     END-READ
005280     ADD 1 TO WS-CONT-BIM3-LIDOS
005290     MOVE SPACES TO G3-REGISTRO
005300     MOVE A3-REGISTRO TO G3-REGISTRO (1:93)
005310     WRITE G3-REGISTRO
005320         INVALID KEY
005330             ADD 1 TO WS-CONT-BIM3-REJEITADOS
005340             ADD 1 TO WS-CONT-ERROS
005350             DISPLAY "NOTASMS3 - REGISTRO NAO GRAVADO: "
005360                 G3-CHAVE " FILE STATUS: " WS-FS-BIM3
005370         NOT INVALID KEY
005380             ADD 1 TO WS-CONT-BIM3-GRAVADOS
005390     END-WRITE
005400     IF WS-FS-BIM3 NOT = "00" AND
005410        WS-FS-BIM3 (1:1) NOT = "2"
005420         ADD 1 TO WS-CONT-BIM3-REJEITADOS
005430         ADD 1 TO WS-CONT-ERROS
005440         DISPLAY "NOTASMS3 - ERRO DE GRAVACAO: "
005450             G3-CHAVE " FILE STATUS: " WS-FS-BIM3
005460     END-IF
005470     .
005480 3310-EXIT.
005490     EXIT.
005500 3400-CONVERTE-BIM4.
005510     OPEN INPUT BIM4-ANT-FILE
005520     IF WS-FS-BIM4-ANT NOT = "00"
005530         DISPLAY "AVISO: GERACAO ANTIGA DO 4O BIMESTRE "
005540             "(NOTASAM4) NAO DISPONIVEL: " WS-FS-BIM4-ANT
005550         DISPLAY "       NOTASMS4 NAO CONVERTIDO."
005560         GO TO 3400-EXIT
005570     END-IF
005580     OPEN OUTPUT MESTRE-BIM4-FILE
005590     IF WS-FS-BIM4 NOT = "00"
005600         DISPLAY "ERRO AO CRIAR GERACAO DO 4O BIMESTRE "
005610             "(NOTASMS4): "
005620             WS-FS-BIM4
005630         CLOSE BIM4-ANT-FILE
005640         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
005650         MOVE 8 TO RETURN-CODE
005660         PERFORM 9999-FIM THRU 9999-EXIT
005670     END-IF
005680     MOVE "N" TO WS-FIM-ANTIGO
005690     PERFORM 3410-COPIA-BIM4 THRU 3410-EXIT
005700         UNTIL WS88-FIM-ANTIGO
005710     CLOSE BIM4-ANT-FILE
005720     CLOSE MESTRE-BIM4-FILE
005730     .
005740 3400-EXIT.
005750     EXIT.
005760 3410-COPIA-BIM4.
005770     READ BIM4-ANT-FILE
005780         AT END
005790             MOVE "S" TO WS-FIM-ANTIGO
005800             GO TO 3410-EXIT
005810     END-READ
005820     ADD 1 TO WS-CONT-BIM4-LIDOS
005830     MOVE SPACES TO G4-REGISTRO
005840     MOVE A4-REGISTRO TO G4-REGISTRO (1:93)
005850     WRITE G4-REGISTRO
005860         INVALID KEY
005870             ADD 1 TO WS-CONT-BIM4-REJEITADOS
005880             ADD 1 TO WS-CONT-ERROS
005890             DISPLAY "NOTASMS4 - REGISTRO NAO GRAVADO: "
005900                 G4-CHAVE " FILE STATUS: " WS-FS-BIM4
005910         NOT INVALID KEY
005920             ADD 1 TO WS-CONT-BIM4-GRAVADOS
005930     END-WRITE
005940     IF WS-FS-BIM4 NOT = "00" AND
005950        WS-FS-BIM4 (1:1) NOT = "2"
005960         ADD 1 TO WS-CONT-BIM4-REJEITADOS
005970         ADD 1 TO WS-CONT-ERROS
005980         DISPLAY "NOTASMS4 - ERRO DE GRAVACAO: "
005990             G4-CHAVE " FILE STATUS: " WS-FS-BIM4
006000     END-IF
006010     .
006020 3410-EXIT.
006030     EXIT.
006040*****************************************************************
006050* 4000-CONVERTE-BACKUP
006060* COPIA O BACKUP DA DESCARGA (NOTASABK PARA NOTASBKP). O TIPO DO
006070* REGISTRO VEM NO PRIMEIRO BYTE E O CORPO CRESCE DE 93 PARA 101
006080* BYTES: O DETALHE GANHA O PROFESSOR EM BRANCO E O HEADER E O
006090* TRAILER SO GANHAM FILLER, COM OS MESMOS VALORES (QUANTIDADE E
006100* HASH DO TRAILER CONTINUAM VALENDO).
006110*****************************************************************
006120 4000-CONVERTE-BACKUP.
006130     OPEN INPUT BACKUP-ANT-FILE
006140     IF WS-FS-BACKUP-ANT NOT = "00"
006150         DISPLAY "AVISO: BACKUP ANTIGO (NOTASABK) NAO "
006160             "DISPONIVEL: "
006170             WS-FS-BACKUP-ANT
006180         DISPLAY "       NOTASBKP NAO CONVERTIDO."
006190         GO TO 4000-EXIT
006200     END-IF
006210     OPEN OUTPUT BACKUP-FILE
006220     IF WS-FS-BACKUP NOT = "00"
006230         DISPLAY "ERRO AO CRIAR BACKUP (NOTASBKP): " WS-FS-BACKUP
006240         CLOSE BACKUP-ANT-FILE
006250         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
006260         MOVE 8 TO RETURN-CODE
006270         PERFORM 9999-FIM THRU 9999-EXIT
006280     END-IF
006290     MOVE "N" TO WS-FIM-ANTIGO
006300     PERFORM 4100-COPIA-BACKUP THRU 4100-EXIT
006310         UNTIL WS88-FIM-ANTIGO
006320     CLOSE BACKUP-ANT-FILE
006330     CLOSE BACKUP-FILE
006340     .
006350 4000-EXIT.
006360     EXIT.
006370 4100-COPIA-BACKUP.
006380     READ BACKUP-ANT-FILE
006390         AT END
006400             MOVE "S" TO WS-FIM-ANTIGO
006410             GO TO 4100-EXIT
006420     END-READ
006430     ADD 1 TO WS-CONT-BKP-LIDOS
006440     MOVE SPACES TO BK-REGISTRO-BACKUP
006450     MOVE BA-REGISTRO-BACKUP TO BK-REGISTRO-BACKUP (1:94)
006460     WRITE BK-REGISTRO-BACKUP
006470     IF WS-FS-BACKUP NOT = "00"
006480         ADD 1 TO WS-CONT-BKP-REJEITADOS
006490         ADD 1 TO WS-CONT-ERROS
006500         DISPLAY "NOTASBKP - ERRO DE GRAVACAO: " WS-FS-BACKUP
006510         GO TO 4100-EXIT
006520     END-IF
006530     ADD 1 TO WS-CONT-BKP-GRAVADOS
006540     .
006550 4100-EXIT.
006560     EXIT.
006570*****************************************************************
006580* 5000-CONVERTE-HISTORICO
006590* COPIA O HISTORICO DO EXPURGO (NOTASAHS PARA NOTASHST), IMAGEM
006600* DO REGISTRO DO MESTRE, COM O PROFESSOR EM BRANCO.
006610*****************************************************************
006620 5000-CONVERTE-HISTORICO.
006630     OPEN INPUT HISTORICO-ANT-FILE
006640     IF WS-FS-HISTORICO-ANT NOT = "00"
006650         DISPLAY "AVISO: HISTORICO ANTIGO (NOTASAHS) NAO "
006660             "DISPONIVEL: " WS-FS-HISTORICO-ANT
006670         DISPLAY "       NOTASHST NAO CONVERTIDO."
006680         GO TO 5000-EXIT
006690     END-IF
006700     OPEN OUTPUT HISTORICO-FILE
006710     IF WS-FS-HISTORICO NOT = "00"
006720         DISPLAY "ERRO AO CRIAR HISTORICO (NOTASHST): "
006730             WS-FS-HISTORICO
006740         CLOSE HISTORICO-ANT-FILE
006750         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
006760         MOVE 8 TO RETURN-CODE
006770         PERFORM 9999-FIM THRU 9999-EXIT
006780     END-IF
006790     MOVE "N" TO WS-FIM-ANTIGO
006800     PERFORM 5100-COPIA-HISTORICO THRU 5100-EXIT
006810         UNTIL WS88-FIM-ANTIGO
006820     CLOSE HISTORICO-ANT-FILE
006830     CLOSE HISTORICO-FILE
006840     .
006850 5000-EXIT.
006860     EXIT.
006870 5100-COPIA-HISTORICO.
006880     READ HISTORICO-ANT-FILE
006890         AT END
006900             MOVE "S" TO WS-FIM-ANTIGO
006910             GO TO 5100-EXIT
006920     END-READ
006930     ADD 1 TO WS-CONT-HST-LIDOS
006940     MOVE SPACES TO AH-REGISTRO-HISTORICO
006950     MOVE HA-REGISTRO-HISTORICO TO AH-REGISTRO-HISTORICO (1:93)
006960     WRITE AH-REGISTRO-HISTORICO
006970     IF WS-FS-HISTORICO NOT = "00"
006980         ADD 1 TO WS-CONT-HST-REJEITADOS
006990         ADD 1 TO WS-CONT-ERROS
007000         DISPLAY "NOTASHST - ERRO DE GRAVACAO: " WS-FS-HISTORICO
007010         GO TO 5100-EXIT
007020     END-IF
007030     ADD 1 TO WS-CONT-HST-GRAVADOS
007040     .
007050 5100-EXIT.
007060     EXIT.
007070*****************************************************************
007080* 6000-CONVERTE-EXCECOES
007090* COPIA O LOG DE EXCECOES (NOTASAEX PARA NOTASEXC) COM
007100* EX-CODIGO-PROFESSOR EM BRANCO. A EXCECAO SEM PROFESSOR CONTINUA
007110* DISPONIVEL PARA A SESSAO DE CORRECAO.
007120*****************************************************************
007130 6000-CONVERTE-EXCECOES.
007140     OPEN INPUT EXCECAO-ANT-FILE
007150     IF WS-FS-EXCECAO-ANT NOT = "00"
007160         DISPLAY "AVISO: EXCECOES ANTIGAS (NOTASAEX) NAO "
007170             "DISPONIVEIS: " WS-FS-EXCECAO-ANT
007180         DISPLAY "       NOTASEXC NAO CONVERTIDO."
007190         GO TO 6000-EXIT
007200     END-IF
007210     OPEN OUTPUT EXCECAO-FILE
007220     IF WS-FS-EXCECAO NOT = "00"
007230         DISPLAY "ERRO AO CRIAR LOG DE EXCECOES (NOTASEXC): "
007240             WS-FS-EXCECAO
007250         CLOSE EXCECAO-ANT-FILE
007260         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
007270         MOVE 8 TO RETURN-CODE
007280         PERFORM 9999-FIM THRU 9999-EXIT
007290     END-IF
007300     MOVE "N" TO WS-FIM-ANTIGO
007310     PERFORM 6100-COPIA-EXCECAO THRU 6100-EXIT
007320         UNTIL WS88-FIM-ANTIGO
007330     CLOSE EXCECAO-ANT-FILE
007340     CLOSE EXCECAO-FILE
007350     .
007360 6000-EXIT.
007370     EXIT.
007380 6100-COPIA-EXCECAO.
007390     READ EXCECAO-ANT-FILE
007400         AT END
007410             MOVE "S" TO WS-FIM-ANTIGO
007420             GO TO 6100-EXIT
007430     END-READ
007440     ADD 1 TO WS-CONT-EXC-LIDOS
007450     MOVE SPACES TO EX-REGISTRO-EXCECAO
007460     MOVE EA-REGISTRO-EXCECAO TO EX-REGISTRO-EXCECAO (1:151)
007470     WRITE EX-REGISTRO-EXCECAO
007480     IF WS-FS-EXCECAO NOT = "00"
007490         ADD 1 TO WS-CONT-EXC-REJEITADOS
007500         ADD 1 TO WS-CONT-ERROS
007510         DISPLAY "NOTASEXC - ERRO DE GRAVACAO: " WS-FS-EXCECAO
007520         GO TO 6100-EXIT
007530     END-IF
007540     ADD 1 TO WS-CONT-EXC-GRAVADOS
007550     .
007560 6100-EXIT.
007570     EXIT.
007580*****************************************************************
007590* 7000-CONVERTE-RETIFICACOES
007600* COPIA A TRILHA DE RETIFICACAO (NOTASARF PARA NOTASRTF). RUN ID,
007610* PROFESSOR E IMAGEM ANTERIOR FICAM EM BRANCO E AS NOTAS DA
007620* IMAGEM ANTERIOR EM ZERO: A ENTRADA ANTIGA NAO PERTENCE A NENHUM
007630* LOTE, E O ESTORNO (QUE SELECIONA PELO RUN ID) NAO A ALCANCA.
007640*****************************************************************
007650 7000-CONVERTE-RETIFICACOES.
007660     OPEN INPUT RETIF-ANT-FILE
007670     IF WS-FS-RETIF-ANT NOT = "00"
007680         DISPLAY "AVISO: TRILHA DE RETIFICACAO ANTIGA (NOTASARF) "
007690             "NAO DISPONIVEL: " WS-FS-RETIF-ANT
007700         DISPLAY "       NOTASRTF NAO CONVERTIDO."
007710         GO TO 7000-EXIT
007720     END-IF
007730     OPEN OUTPUT RETIF-FILE
007740     IF WS-FS-RETIF NOT = "00"
007750         DISPLAY "ERRO AO CRIAR TRILHA DE RETIFICACAO "
007760             "(NOTASRTF): "
007770             WS-FS-RETIF
007780         CLOSE RETIF-ANT-FILE
007790         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
007800         MOVE 8 TO RETURN-CODE
007810         PERFORM 9999-FIM THRU 9999-EXIT
007820     END-IF
007830     MOVE "N" TO WS-FIM-ANTIGO
007840     PERFORM 7100-COPIA-RETIFICACAO THRU 7100-EXIT
007850         UNTIL WS88-FIM-ANTIGO
007860     CLOSE RETIF-ANT-FILE
007870     CLOSE RETIF-FILE
007880     .
007890 7000-EXIT.
007900     EXIT.
007910 7100-COPIA-RETIFICACAO.
007920     READ RETIF-ANT-FILE
007930         AT END
007940             MOVE "S" TO WS-FIM-ANTIGO
007950             GO TO 7100-EXIT
007960     END-READ
007970     ADD 1 TO WS-CONT-RTF-LIDOS
007980     MOVE SPACES TO RT-REGISTRO-RETIFICACAO
007990     MOVE RA-REGISTRO-RETIFICACAO
008000         TO RT-REGISTRO-RETIFICACAO (1:70)
008010     MOVE 0 TO RT-ANT-NOTA1
008020     MOVE 0 TO RT-ANT-NOTA2
008030     MOVE 0 TO RT-ANT-NOTA3
008040     MOVE 0 TO RT-ANT-NOTA4
008050     WRITE RT-REGISTRO-RETIFICACAO
008060     IF WS-FS-RETIF NOT = "00"
008070         ADD 1 TO WS-CONT-RTF-REJEITADOS
008080         ADD 1 TO WS-CONT-ERROS
008090         DISPLAY "NOTASRTF - ERRO DE GRAVACAO: " WS-FS-RETIF
008100         GO TO 7100-EXIT
008110     END-IF
008120     ADD 1 TO WS-CONT-RTF-GRAVADOS
008130     .
008140 7100-EXIT.
008150     EXIT.
008160*****************************************************************
008170* 8000-CONFERE-TOTAIS
008180* MOSTRA LIDOS, GRAVADOS E REJEITADOS DE CADA ARQUIVO E CONFERE
008190* LIDOS = GRAVADOS + REJEITADOS. TOTAL QUE NAO FECHA OU QUALQUER
008200* REGISTRO NAO GRAVADO IMPEDE A LIBERACAO DA CONVERSAO
008210* (RETORNO 8).
008220*****************************************************************
008230 8000-CONFERE-TOTAIS.
008240     MOVE "NOTASMST" TO WS-CONF-ARQUIVO
008250     MOVE WS-CONT-MST-LIDOS TO WS-CONF-LIDOS
008260     MOVE WS-CONT-MST-GRAVADOS TO WS-CONF-GRAVADOS
008270     MOVE WS-CONT-MST-REJEITADOS TO WS-CONF-REJEITADOS
008280     PERFORM 8100-CONFERE-ARQUIVO THRU 8100-EXIT
008290     MOVE "NOTASMS1" TO WS-CONF-ARQUIVO
008300     MOVE WS-CONT-BIM1-LIDOS TO WS-CONF-LIDOS
008310     MOVE WS-CONT-BIM1-GRAVADOS TO WS-CONF-GRAVADOS
008320     MOVE WS-CONT-BIM1-REJEITADOS TO WS-CONF-REJEITADOS
008330     PERFORM 8100-CONFERE-ARQUIVO THRU 8100-EXIT
008340     MOVE "NOTASMS2" TO WS-CONF-ARQUIVO
008350     MOVE WS-CONT-BIM2-LIDOS TO WS-CONF-LIDOS
008360     MOVE WS-CONT-BIM2-GRAVADOS TO WS-CONF-GRAVADOS
008370     MOVE WS-CONT-BIM2-REJEITADOS TO WS-CONF-REJEITADOS
008380     PERFORM 8100-CONFERE-ARQUIVO THRU 8100-EXIT
008390     MOVE "NOTASMS3" TO WS-CONF-ARQUIVO
008400     MOVE WS-CONT-BIM3-LIDOS TO WS-CONF-LIDOS
008410     MOVE WS-CONT-BIM3-GRAVADOS TO WS-CONF-GRAVADOS
008420     MOVE WS-CONT-BIM3-REJEITADOS TO WS-CONF-REJEITADOS
008430     PERFORM 8100-CONFERE-ARQUIVO THRU 8100-EXIT
008440     MOVE "NOTASMS4" TO WS-CONF-ARQUIVO
008450     MOVE WS-CONT-BIM4-LIDOS TO WS-CONF-LIDOS
008460     MOVE WS-CONT-BIM4-GRAVADOS TO WS-CONF-GRAVADOS
008470     MOVE WS-CONT-BIM4-REJEITADOS TO WS-CONF-REJEITADOS
008480     PERFORM 8100-CONFERE-ARQUIVO THRU 8100-EXIT
008490     MOVE "NOTASBKP" TO WS-CONF-ARQUIVO
008500     MOVE WS-CONT-BKP-LIDOS TO WS-CONF-LIDOS
008510     MOVE WS-CONT-BKP-GRAVADOS TO WS-CONF-GRAVADOS
008520     MOVE WS-CONT-BKP-REJEITADOS TO WS-CONF-REJEITADOS
008530     PERFORM 8100-CONFERE-ARQUIVO THRU 8100-EXIT
008540     MOVE "NOTASHST" TO WS-CONF-ARQUIVO
008550     MOVE WS-CONT-HST-LIDOS TO WS-CONF-LIDOS
008560     MOVE WS-CONT-HST-GRAVADOS TO WS-CONF-GRAVADOS
008570     MOVE WS-CONT-HST-REJEITADOS TO WS-CONF-REJEITADOS
008580     PERFORM 8100-CONFERE-ARQUIVO THRU 8100-EXIT
008590     MOVE "NOTASEXC" TO WS-CONF-ARQUIVO
008600     MOVE WS-CONT-EXC-LIDOS TO WS-CONF-LIDOS
008610     MOVE WS-CONT-EXC-GRAVADOS TO WS-CONF-GRAVADOS
008620     MOVE WS-CONT-EXC-REJEITADOS TO WS-CONF-REJEITADOS
008630     PERFORM 8100-CONFERE-ARQUIVO THRU 8100-EXIT
008640     MOVE "NOTASRTF" TO WS-CONF-ARQUIVO
008650     MOVE WS-CONT-RTF-LIDOS TO WS-CONF-LIDOS
008660     MOVE WS-CONT-RTF-GRAVADOS TO WS-CONF-GRAVADOS
008670     MOVE WS-CONT-RTF-REJEITADOS TO WS-CONF-REJEITADOS
008680     PERFORM 8100-CONFERE-ARQUIVO THRU 8100-EXIT
008690     COMPUTE WS-CONT-GRAVADOS = WS-CONT-MST-GRAVADOS
008700                              + WS-CONT-BIM1-GRAVADOS
008710                              + WS-CONT-BIM2-GRAVADOS
008720                              + WS-CONT-BIM3-GRAVADOS
008730                              + WS-CONT-BIM4-GRAVADOS
008740                              + WS-CONT-BKP-GRAVADOS
008750                              + WS-CONT-HST-GRAVADOS
008760                              + WS-CONT-EXC-GRAVADOS
008770                              + WS-CONT-RTF-GRAVADOS
008780     IF WS-CONT-ERROS > 0
008790         DISPLAY "CONVERSAO COM REGISTROS NAO GRAVADOS - "
008800             "RESTAURE OS NOMES ANTIGOS, CORRIJA E CONVERTA "
008810             "DE NOVO. RETORNO 8."
008820         MOVE "ERRO DE GRAVACAO" TO WS-ENCERRAMENTO
008830         MOVE 8 TO RETURN-CODE
008840     END-IF
008850     IF RETURN-CODE = 0
008860         DISPLAY "CONVERSAO CONFERIDA - TOTAIS FECHARAM."
008870     END-IF
008880     .
008890 8000-EXIT.
008900     EXIT.
008910*****************************************************************
008920* 8100-CONFERE-ARQUIVO
008930* MOSTRA OS TOTAIS DO ARQUIVO EM WS-CONFERENCIA E DA RETORNO 8
008940* QUANDO LIDOS NAO FECHA COM GRAVADOS + REJEITADOS.
008950*****************************************************************
008960 8100-CONFERE-ARQUIVO.
008970     DISPLAY WS-CONF-ARQUIVO " - LIDOS: " WS-CONF-LIDOS
008980         " GRAVADOS: " WS-CONF-GRAVADOS
008990         " REJEITADOS: " WS-CONF-REJEITADOS
009000     IF WS-CONF-LIDOS NOT = WS-CONF-GRAVADOS + WS-CONF-REJEITADOS
009010         DISPLAY WS-CONF-ARQUIVO " - TOTAIS NAO FECHAM: LIDOS "
009020             "DIFERENTE DE GRAVADOS + REJEITADOS. RETORNO 8."
009030         MOVE "TOTAIS NAO FECHAM" TO WS-ENCERRAMENTO
009040         MOVE 8 TO RETURN-CODE
009050     END-IF
009060     .
009070 8100-EXIT.
009080     EXIT.
009090*****************************************************************
009100* 9600-GRAVA-JORNAL
009110* ACRESCENTA AO DIARIO DE EXECUCOES (NOTASJRN) O REGISTRO DESTA
009120* EXECUCAO DA CONVERSAO.
009130*****************************************************************
009140 9600-GRAVA-JORNAL.
009150     OPEN EXTEND JORNAL-FILE
009160     IF WS-FS-JORNAL = "35"
009170         OPEN OUTPUT JORNAL-FILE
009180     END-IF
009190     IF WS-FS-JORNAL NOT = "00"
009200         DISPLAY "ERRO AO ABRIR DIARIO DE EXECUCOES: "
009210             WS-FS-JORNAL
009220         GO TO 9600-EXIT
009230     END-IF
009240     MOVE SPACES TO JR-REGISTRO-JORNAL
009250     MOVE WS-RUN-ID TO JR-RUN-ID
009260     MOVE "DESAFIO-CONVERTE-LAYOUTS" TO JR-PROGRAMA
009270     MOVE WS-DATA-HOJE TO JR-DATA
009280     MOVE WS-HORA-AGORA (1:6) TO JR-HORA
009290     MOVE "B" TO JR-MODO-EXECUCAO
009300     MOVE WS-FS-MESTRE-ANT TO JR-FS-TRANS
009310     MOVE WS-FS-MESTRE TO JR-FS-MESTRE
009320     MOVE WS-FS-EXCECAO TO JR-FS-EXCECAO
009330     MOVE WS-FS-RETIF TO JR-FS-INTERFACE
009340     MOVE SPACES TO JR-FS-RELATORIO
009350     MOVE WS-CONT-GRAVADOS TO JR-QTD-PROCESSADOS
009360     MOVE WS-CONT-ERROS TO JR-QTD-ERROS
009370     MOVE 0 TO JR-QTD-CHECKPOINTS
009380     MOVE WS-ENCERRAMENTO TO JR-ENCERRAMENTO
009390     WRITE JR-REGISTRO-JORNAL
009400     CLOSE JORNAL-FILE
009410     .
009420 9600-EXIT.
009430     EXIT.
009440*****************************************************************
009450* 9999-FIM
009460* REGISTRA NO DIARIO E ENCERRA O PROGRAMA.
009470*****************************************************************
009480 9999-FIM.
009490     PERFORM 9600-GRAVA-JORNAL THRU 9600-EXIT
009500     DISPLAY "PROGRAMA ENCERRADO."
009510     STOP RUN
009520     .
009530 9999-EXIT.
009540     EXIT.
009550
009560 END PROGRAM DESAFIO-CONVERTE-LAYOUTS.
