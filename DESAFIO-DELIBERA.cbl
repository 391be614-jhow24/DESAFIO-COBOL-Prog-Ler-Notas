000100*****************************************************************
000110* AUTHOR:       EQUIPE DE MANUTENCAO
000120* INSTALLATION: SETOR DE SISTEMAS ACADEMICOS
000130* DATE-WRITTEN: 10/06/2026
000140* PURPOSE:      REGISTRO DAS DELIBERACOES DO CONSELHO DE CLASSE
000150*               NO FECHAMENTO ANUAL (NOTASANO), NOS MOLDES DO
000160*               DESAFIO-CADASTRO-PERIODOS. A SESSAO E ABERTA PARA
000170*               UM ANO LETIVO E UMA ATA (NUMERO E QUEM REGISTRA).
000180*               (D)ELIBERAR MUDA O STATUS ANUAL DE UM ALUNO/
000190*               MATERIA DE REPROVADO PARA APROV-CONSELHO;
000200*               (C)ANCELAR DESFAZ UMA DELIBERACAO REGISTRADA POR
000210*               ENGANO, DEVOLVENDO REPROVADO. REPROVACAO POR FALTA
000220*               (REPROVADO-FREQ) NAO E DELIBERAVEL. AS DUAS
000230*               OPERACOES EXIGEM JUSTIFICATIVA E GRAVAM A TRILHA
000240*               DE AUDITORIA NOTASCON (REGDELIB), QUE O HISTORICO
000250*               ESCOLAR E O DIGEST DE RETIFICACOES MOSTRAM E QUE O
000260*               DESAFIO-CONSOLIDA-ANO REAPLICA.
000270* TECTONICS:    COBC
000280*----------------------------------------------------------------
000290* HISTORICO DE MANUTENCAO
000300* DATA       AUTOR  DESCRICAO
000310* ---------- ------ -----------------------------------------
000320* 10/06/2026 MNT    VERSAO ORIGINAL DA DELIBERACAO DO CONSELHO.
000330*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. DESAFIO-DELIBERA-CONSELHO.
000360 AUTHOR. EQUIPE DE MANUTENCAO.
000370 INSTALLATION. SETOR DE SISTEMAS ACADEMICOS.
000380 DATE-WRITTEN. 10/06/2026.
000390 DATE-COMPILED.
000400
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. IBM-370.
000440 OBJECT-COMPUTER. IBM-370.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT ANUAL-FILE ASSIGN TO "NOTASANO"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-FS-ANUAL.
000500     SELECT DELIBERACAO-FILE ASSIGN TO "NOTASCON"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-FS-DELIBERACAO.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  ANUAL-FILE
000570     LABEL RECORDS ARE STANDARD.
000580     COPY REGANUAL.
000590 FD  DELIBERACAO-FILE
000600     LABEL RECORDS ARE STANDARD.
000610     COPY REGDELIB.
000620
000630 WORKING-STORAGE SECTION.
000640 01  WS-FILE-STATUS.
000650     03  WS-FS-ANUAL                  PIC X(02) VALUE "00".
000660     03  WS-FS-DELIBERACAO            PIC X(02) VALUE "00".
000670 01  WS-SWITCHES.
000680     03  WS-FIM-MENU                  PIC X(01) VALUE "N".
000690         88  WS88-FIM-MENU                VALUE "S".
000700     03  WS-FIM-ANUAL                 PIC X(01) VALUE "N".
000710         88  WS88-FIM-ANUAL               VALUE "S".
000720     03  WS-ERRO-ABERTURA             PIC X(01) VALUE "N".
000730         88  WS88-ERRO-ABERTURA           VALUE "S".
000740     03  WS-ANUAL-ACHADO              PIC X(01) VALUE "N".
000750         88  WS88-ANUAL-ACHADO            VALUE "S".
000760     03  WS-ANUAL-ABERTO              PIC X(01) VALUE "N".
000770         88  WS88-ANUAL-ABERTO            VALUE "S".
000780 01  WS-OPCAO                      PIC X(01) VALUE SPACE.
000790 01  WS-CONFIRMA                   PIC X(01) VALUE SPACE.
000800 01  WS-ANO-ENT                    PIC X(04) VALUE SPACES.
000810 01  WS-MATRICULA-ENT              PIC X(08) VALUE SPACES.
000820 01  WS-ANO-LETIVO                 PIC 9(04) VALUE 0.
000830 01  WS-MATRICULA                  PIC 9(08) VALUE 0.
000840 01  WS-MATERIA                    PIC X(20) VALUE SPACES.
000850 01  WS-NUM-ATA                    PIC X(10) VALUE SPACES.
000860 01  WS-REGISTRADO-POR             PIC X(30) VALUE SPACES.
000870 01  WS-JUSTIFICATIVA              PIC X(60) VALUE SPACES.
000880 01  WS-STATUS-ANTERIOR            PIC X(14) VALUE SPACES.
000890 01  WS-STATUS-NOVO                PIC X(14) VALUE SPACES.
000900 01  WS-DATA-HOJE                  PIC 9(08) VALUE 0.
000910 01  WS-HORA-AGORA                 PIC 9(08) VALUE 0.
000920 01  WS-MEDIA-ANUAL-ED             PIC Z9.99.
000930 01  WS-NOTA-FINAL-ED              PIC Z9.99.
000940 01  WS-CONTADORES.
000950     03  WS-CONT-DELIBERACOES         PIC 9(04) VALUE 0 COMP.
000960     03  WS-CONT-CANCELAMENTOS        PIC 9(04) VALUE 0 COMP.
000970     03  WS-CONT-RECUSADAS            PIC 9(04) VALUE 0 COMP.
000980
000990 PROCEDURE DIVISION.
001000*****************************************************************
001010* 0000-MAINLINE
001020* CONDUZ A SESSAO DE DELIBERACOES ATE O ENCERRAMENTO.
001030*****************************************************************
001040 0000-MAINLINE.
001050     PERFORM 1000-INICIALIZA THRU 1000-EXIT
001060     PERFORM 2000-PROCESSA-MENU THRU 2000-EXIT
001070         UNTIL WS88-FIM-MENU
001080     PERFORM 9999-FIM THRU 9999-EXIT
001090     .
001100*****************************************************************
001110* 1000-INICIALIZA
001120* ABRE A SESSAO PARA UM ANO LETIVO E UMA ATA: ANO, NUMERO DA ATA
001130* E QUEM REGISTRA SAO OBRIGATORIOS E VALEM PARA TODAS AS
001140* OPERACOES DA SESSAO. A TRILHA NOTASCON E ABERTA PARA ACRESCIMO.
001150*****************************************************************
001160 1000-INICIALIZA.
001170     DISPLAY "***************************************"
001180     DISPLAY "* DESAFIO - DELIBERACAO DO CONSELHO   *"
001190     DISPLAY "***************************************"
001200     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
001210     ACCEPT WS-HORA-AGORA FROM TIME
001220     MOVE SPACES TO WS-ANO-ENT
001230     DISPLAY "ANO LETIVO DO CONSELHO (AAAA): "
001240     ACCEPT WS-ANO-ENT
001250     IF WS-ANO-ENT IS NOT NUMERIC OR WS-ANO-ENT = "0000"
001260         DISPLAY "ANO LETIVO INVALIDO - SESSAO ENCERRADA."
001270         MOVE "S" TO WS-ERRO-ABERTURA
001280         MOVE "S" TO WS-FIM-MENU
001290         GO TO 1000-EXIT
001300     END-IF
001310     MOVE WS-ANO-ENT TO WS-ANO-LETIVO
001320     MOVE SPACES TO WS-NUM-ATA
001330     DISPLAY "NUMERO DA ATA DO CONSELHO: "
001340     ACCEPT WS-NUM-ATA
001350     IF WS-NUM-ATA = SPACES
001360         DISPLAY "ATA NAO INFORMADA - SESSAO ENCERRADA."
001370         MOVE "S" TO WS-ERRO-ABERTURA
001380         MOVE "S" TO WS-FIM-MENU
001390         GO TO 1000-EXIT
001400     END-IF
001410     MOVE SPACES TO WS-REGISTRADO-POR
001420     DISPLAY "NOME DE QUEM REGISTRA: "
001430     ACCEPT WS-REGISTRADO-POR
001440     IF WS-REGISTRADO-POR = SPACES
001450         DISPLAY "RESPONSAVEL NAO INFORMADO - SESSAO ENCERRADA."
001460         MOVE "S" TO WS-ERRO-ABERTURA
001470         MOVE "S" TO WS-FIM-MENU
001480         GO TO 1000-EXIT
001490     END-IF
001500     OPEN EXTEND DELIBERACAO-FILE
001510     IF WS-FS-DELIBERACAO = "35"
001520         OPEN OUTPUT DELIBERACAO-FILE
001530     END-IF
001540     IF WS-FS-DELIBERACAO NOT = "00"
001550         DISPLAY "ERRO AO ABRIR TRILHA DE DELIBERACOES: "
001560             WS-FS-DELIBERACAO
001570         MOVE "S" TO WS-ERRO-ABERTURA
001580         MOVE "S" TO WS-FIM-MENU
001590     END-IF
001600     .
001610 1000-EXIT.
001620     EXIT.
001630*****************************************************************
001640* 2000-PROCESSA-MENU
001650* EXIBE O MENU DE OPERACOES E EXECUTA A OPCAO ESCOLHIDA.
001660*****************************************************************
001670 2000-PROCESSA-MENU.
001680     DISPLAY " "
001690     DISPLAY "OPCOES: (D)ELIBERAR (C)ANCELAR DELIBERACAO (F)IM"
001700     ACCEPT WS-OPCAO
001710     IF WS-OPCAO = "D"
001720         PERFORM 2100-DELIBERA THRU 2100-EXIT
001730     ELSE
001740         IF WS-OPCAO = "C"
001750             PERFORM 2200-CANCELA THRU 2200-EXIT
001760         ELSE
001770             IF WS-OPCAO = "F"
001780                 MOVE "S" TO WS-FIM-MENU
001790             ELSE
001800                 DISPLAY "OPCAO INVALIDA."
001810             END-IF
001820         END-IF
001830     END-IF
001840     .
001850 2000-EXIT.
001860     EXIT.
001870*****************************************************************
001880* 2100-DELIBERA
001890* APROVACAO PELO CONSELHO DE UMA MATERIA REPROVADA POR NOTA. O
001900* DELIBERACAO E GRAVADA PRIMEIRO NA TRILHA COM O STATUS ANTERIOR,
001901* A ATA E A JUSTIFICATIVA; SO COM A TRILHA GRAVADA O FECHAMENTO E
001902* REGRAVADO COM APROV-CONSELHO.
001920*****************************************************************
001930 2100-DELIBERA.
001940     PERFORM 2900-ACEITA-ALUNO-MATERIA THRU 2900-EXIT
001950     IF WS-MATRICULA = 0
001960         GO TO 2100-EXIT
001970     END-IF
001980     PERFORM 3000-LOCALIZA-ANUAL THRU 3000-EXIT
001990     IF NOT WS88-ANUAL-ACHADO
002000         GO TO 2100-EXIT
002010     END-IF
002020     IF AN-STATUS-ANUAL = "REPROVADO-FREQ"
002030         DISPLAY "REPROVACAO POR FALTA NAO PODE SER DELIBERADA "
002040             "PELO CONSELHO."
002050         ADD 1 TO WS-CONT-RECUSADAS
002060         GO TO 2190-FECHA-ANUAL
002070     END-IF
002080     IF AN-STATUS-ANUAL NOT = "REPROVADO"
002090         DISPLAY "SO MATERIA REPROVADA PODE SER DELIBERADA - "
002100             "STATUS ATUAL: " AN-STATUS-ANUAL
002110         ADD 1 TO WS-CONT-RECUSADAS
002120         GO TO 2190-FECHA-ANUAL
002130     END-IF
002140     PERFORM 2950-ACEITA-JUSTIFICATIVA THRU 2950-EXIT
002150     IF WS-JUSTIFICATIVA = SPACES
002160         GO TO 2190-FECHA-ANUAL
002170     END-IF
002180     MOVE AN-STATUS-ANUAL TO WS-STATUS-ANTERIOR
002190     MOVE "APROV-CONSELHO" TO WS-STATUS-NOVO
002200     PERFORM 2960-CONFIRMA THRU 2960-EXIT
002210     IF WS-CONFIRMA NOT = "S"
002220         DISPLAY "DELIBERACAO NAO REGISTRADA."
002230         GO TO 2190-FECHA-ANUAL
002240     END-IF
002250     MOVE "D" TO DL-OPERACAO
002251     PERFORM 8000-GRAVA-DELIBERACAO THRU 8000-EXIT
002252     IF WS-FS-DELIBERACAO NOT = "00"
002253         DISPLAY "DELIBERACAO NAO REGISTRADA - STATUS MANTIDO."
002254         GO TO 2190-FECHA-ANUAL
002255     END-IF
002256     MOVE WS-STATUS-NOVO TO AN-STATUS-ANUAL
002257     REWRITE AN-REGISTRO-ANUAL
002258     IF WS-FS-ANUAL NOT = "00"
002259         DISPLAY "ERRO AO REGRAVAR FECHAMENTO ANUAL: " WS-FS-ANUAL
002260         DISPLAY "DELIBERACAO JA GRAVADA EM NOTASCON - CONFIRA O "
002261             "FECHAMENTO. RETORNO 8."
002262         MOVE 8 TO RETURN-CODE
002263         GO TO 2190-FECHA-ANUAL
002264     END-IF
002265     ADD 1 TO WS-CONT-DELIBERACOES
002340     DISPLAY "MATERIA APROVADA PELO CONSELHO - ATA " WS-NUM-ATA
002350     .
002360 2190-FECHA-ANUAL.
002370     CLOSE ANUAL-FILE
002380     MOVE "N" TO WS-ANUAL-ABERTO
002390     .
002400 2100-EXIT.
002410     EXIT.
002420*****************************************************************
002430* 2200-CANCELA
002440* DESFAZ UMA DELIBERACAO REGISTRADA POR ENGANO: O CANCELAMENTO E
002441* GRAVADO PRIMEIRO NA TRILHA COM A JUSTIFICATIVA E SO ENTAO O
002442* STATUS VOLTA A REPROVADO.
002460*****************************************************************
002470 2200-CANCELA.
002480     PERFORM 2900-ACEITA-ALUNO-MATERIA THRU 2900-EXIT
002490     IF WS-MATRICULA = 0
002500         GO TO 2200-EXIT
002510     END-IF
002520     PERFORM 3000-LOCALIZA-ANUAL THRU 3000-EXIT
002530     IF NOT WS88-ANUAL-ACHADO
002540         GO TO 2200-EXIT
002550     END-IF
002560     IF AN-STATUS-ANUAL NOT = "APROV-CONSELHO"
002570         DISPLAY "NAO HA DELIBERACAO DO CONSELHO NESTA MATERIA - "
002580             "STATUS ATUAL: " AN-STATUS-ANUAL
002590         ADD 1 TO WS-CONT-RECUSADAS
002600         GO TO 2290-FECHA-ANUAL
002610     END-IF
002620     PERFORM 2950-ACEITA-JUSTIFICATIVA THRU 2950-EXIT
002630     IF WS-JUSTIFICATIVA = SPACES
002640         GO TO 2290-FECHA-ANUAL
002650     END-IF
002660     MOVE AN-STATUS-ANUAL TO WS-STATUS-ANTERIOR
002670     MOVE "REPROVADO" TO WS-STATUS-NOVO
002680     PERFORM 2960-CONFIRMA THRU 2960-EXIT
002690     IF WS-CONFIRMA NOT = "S"
002700         DISPLAY "CANCELAMENTO NAO REGISTRADO."
002710         GO TO 2290-FECHA-ANUAL
002720     END-IF
002730     MOVE "C" TO DL-OPERACAO
002731     PERFORM 8000-GRAVA-DELIBERACAO THRU 8000-EXIT
002732     IF WS-FS-DELIBERACAO NOT = "00"
002733         DISPLAY "CANCELAMENTO NAO REGISTRADO - STATUS MANTIDO."
002734         GO TO 2290-FECHA-ANUAL
002735     END-IF
002736     MOVE WS-STATUS-NOVO TO AN-STATUS-ANUAL
002737     REWRITE AN-REGISTRO-ANUAL
002738     IF WS-FS-ANUAL NOT = "00"
002739         DISPLAY "ERRO AO REGRAVAR FECHAMENTO ANUAL: " WS-FS-ANUAL
002740         DISPLAY "CANCELAMENTO JA GRAVADO EM NOTASCON - CONFIRA "
002741             "O FECHAMENTO. RETORNO 8."
002742         MOVE 8 TO RETURN-CODE
002743         GO TO 2290-FECHA-ANUAL
002744     END-IF
002745     ADD 1 TO WS-CONT-CANCELAMENTOS
002820     DISPLAY "DELIBERACAO CANCELADA - STATUS DEVOLVIDO A "
002830         "REPROVADO."
002840     .
002850 2290-FECHA-ANUAL.
002860     CLOSE ANUAL-FILE
002870     MOVE "N" TO WS-ANUAL-ABERTO
002880     .
002890 2200-EXIT.
002900     EXIT.
002910*****************************************************************
002920* 2900-ACEITA-ALUNO-MATERIA
002930* SOLICITA E CRITICA A MATRICULA (NUMERICA, NAO ZERO) E A
002940* MATERIA (OBRIGATORIA). DEVOLVE MATRICULA ZERO QUANDO INVALIDA.
002950*****************************************************************
002960 2900-ACEITA-ALUNO-MATERIA.
002970     MOVE 0 TO WS-MATRICULA
002980     MOVE SPACES TO WS-MATRICULA-ENT
002990     DISPLAY "MATRICULA DO ALUNO: "
003000     ACCEPT WS-MATRICULA-ENT
003010     IF WS-MATRICULA-ENT IS NOT NUMERIC OR
003020        WS-MATRICULA-ENT = "00000000"
003030         DISPLAY "MATRICULA INVALIDA."
003040         GO TO 2900-EXIT
003050     END-IF
003060     MOVE SPACES TO WS-MATERIA
003070     DISPLAY "MATERIA: "
003080     ACCEPT WS-MATERIA
003090     IF WS-MATERIA = SPACES
003100         DISPLAY "MATERIA NAO INFORMADA."
003110         GO TO 2900-EXIT
003120     END-IF
003130     MOVE WS-MATRICULA-ENT TO WS-MATRICULA
003140     .
003150 2900-EXIT.
003160     EXIT.
003170*****************************************************************
003180* 2950-ACEITA-JUSTIFICATIVA
003190* A JUSTIFICATIVA E OBRIGATORIA; EM BRANCO A OPERACAO E DESISTIDA.
003200*****************************************************************
003210 2950-ACEITA-JUSTIFICATIVA.
003220     MOVE SPACES TO WS-JUSTIFICATIVA
003230     DISPLAY "JUSTIFICATIVA DO CONSELHO: "
003240     ACCEPT WS-JUSTIFICATIVA
003250     IF WS-JUSTIFICATIVA = SPACES
003260         DISPLAY "JUSTIFICATIVA NAO INFORMADA - STATUS MANTIDO."
003270     END-IF
003280     .
003290 2950-EXIT.
003300     EXIT.
003310 2960-CONFIRMA.
003320     MOVE AN-MEDIA-ANUAL TO WS-MEDIA-ANUAL-ED
003330     MOVE AN-NOTA-FINAL-ANUAL TO WS-NOTA-FINAL-ED
003340     DISPLAY AN-MATRICULA " " AN-NOME " " AN-MATERIA
003350     DISPLAY "MEDIA ANUAL: " WS-MEDIA-ANUAL-ED
003360         "  NOTA FINAL: " WS-NOTA-FINAL-ED
003370     DISPLAY "STATUS: " WS-STATUS-ANTERIOR " -> " WS-STATUS-NOVO
003380     MOVE SPACE TO WS-CONFIRMA
003390     DISPLAY "CONFIRMA (S/N)? "
003400     ACCEPT WS-CONFIRMA
003410     .
003420 2960-EXIT.
003430     EXIT.
003440*****************************************************************
003450* 3000-LOCALIZA-ANUAL
003460* ABRE O FECHAMENTO PARA ATUALIZACAO E PARA NO REGISTRO DO
003470* ALUNO/MATERIA NO ANO DA SESSAO, QUE FICA PRONTO PARA O REWRITE.
003480* QUANDO ACHA, O ARQUIVO FICA ABERTO PARA O CHAMADOR FECHAR.
003490*****************************************************************
003500 3000-LOCALIZA-ANUAL.
003510     MOVE "N" TO WS-ANUAL-ACHADO
003520     MOVE "N" TO WS-FIM-ANUAL
003530     OPEN I-O ANUAL-FILE
003540     IF WS-FS-ANUAL NOT = "00"
003550         DISPLAY "ERRO AO ABRIR FECHAMENTO ANUAL: " WS-FS-ANUAL
003560         GO TO 3000-EXIT
003570     END-IF
003580     MOVE "S" TO WS-ANUAL-ABERTO
003590     PERFORM 3100-LE-ANUAL THRU 3100-EXIT
003600         UNTIL WS88-FIM-ANUAL
003610     IF NOT WS88-ANUAL-ACHADO
003620         DISPLAY "MATERIA NAO ENCONTRADA NO FECHAMENTO DE "
003630             WS-ANO-LETIVO ": " WS-MATRICULA " " WS-MATERIA
003640         CLOSE ANUAL-FILE
003650         MOVE "N" TO WS-ANUAL-ABERTO
003660     END-IF
003670     .
003680 3000-EXIT.
003690     EXIT.
003700 3100-LE-ANUAL.
003710     READ ANUAL-FILE
003720         AT END
003730             MOVE "S" TO WS-FIM-ANUAL
003740             GO TO 3100-EXIT
003750     END-READ
003760     IF AN-ANO-LETIVO = WS-ANO-LETIVO AND
003770        AN-MATRICULA = WS-MATRICULA AND
003780        AN-MATERIA = WS-MATERIA
003790         MOVE "S" TO WS-ANUAL-ACHADO
003800         MOVE "S" TO WS-FIM-ANUAL
003810     END-IF
003820     .
003830 3100-EXIT.
003840     EXIT.
003850*****************************************************************
003860* 8000-GRAVA-DELIBERACAO
003870* REGISTRA EM NOTASCON A OPERACAO (JA MOVIDA PARA DL-OPERACAO)
003871* SOBRE O REGISTRO DO FECHAMENTO QUE ESTA NA AREA DO ARQUIVO,
003872* AINDA COM O STATUS ANTERIOR. FALHA NA GRAVACAO DA TRILHA DA
003873* RETORNO 8 E O CHAMADOR NAO ALTERA O FECHAMENTO.
003890*****************************************************************
003900 8000-GRAVA-DELIBERACAO.
003910     ACCEPT WS-HORA-AGORA FROM TIME
003920     MOVE WS-DATA-HOJE TO DL-DATA
003930     MOVE WS-HORA-AGORA (1:6) TO DL-HORA
003940     MOVE AN-MATRICULA TO DL-MATRICULA
003950     MOVE AN-NOME TO DL-NOME
003960     MOVE AN-MATERIA TO DL-MATERIA
003970     MOVE AN-ANO-LETIVO TO DL-ANO-LETIVO
003980     MOVE AN-MEDIA-ANUAL TO DL-MEDIA-ANUAL
003990     MOVE AN-NOTA-FINAL-ANUAL TO DL-NOTA-FINAL-ANUAL
004000     MOVE WS-STATUS-ANTERIOR TO DL-STATUS-ANTERIOR
004010     MOVE WS-STATUS-NOVO TO DL-STATUS-NOVO
004020     MOVE WS-NUM-ATA TO DL-NUM-ATA
004030     MOVE WS-REGISTRADO-POR TO DL-REGISTRADO-POR
004040     MOVE WS-JUSTIFICATIVA TO DL-JUSTIFICATIVA
004050     WRITE DL-REGISTRO-DELIBERACAO
004060     IF WS-FS-DELIBERACAO NOT = "00"
004061         DISPLAY "ERRO AO GRAVAR TRILHA DE DELIBERACOES: "
004062             WS-FS-DELIBERACAO
004063         MOVE 8 TO RETURN-CODE
004064     END-IF
004100     .
004110 8000-EXIT.
004120     EXIT.
004130*****************************************************************
004140* 9999-FIM
004150* FECHA A TRILHA, MOSTRA O RESUMO DA SESSAO E ENCERRA.
004160*****************************************************************
004170 9999-FIM.
004180     IF NOT WS88-ERRO-ABERTURA
004190         CLOSE DELIBERACAO-FILE
004200     END-IF
004210     DISPLAY "DELIBERACOES:   " WS-CONT-DELIBERACOES
004220     DISPLAY "CANCELAMENTOS:  " WS-CONT-CANCELAMENTOS
004230     DISPLAY "RECUSADAS:      " WS-CONT-RECUSADAS
004240     DISPLAY "PROGRAMA ENCERRADO."
004250     STOP RUN
004260     .
004270 9999-EXIT.
004280     EXIT.
004290
004300 END PROGRAM DESAFIO-DELIBERA-CONSELHO.
