000100*****************************************************************
000110* AUTHOR:       EQUIPE DE MANUTENCAO
000120* INSTALLATION: SETOR DE SISTEMAS ACADEMICOS
000130* DATE-WRITTEN: 09/08/2026
000140* PURPOSE:      ESTORNO DE UM LOTE DO DESAFIO-LEITOR-DE-NOTAS
000150*               PELO RUN ID DO DIARIO (NOTASJRN), SEM PRECISAR
000160*               RESTAURAR O MESTRE INTEIRO DO BACKUP NOTASBKP
000170*               (O QUE DESFARIA TAMBEM OS LOTES POSTERIORES).
000180*               ALTERACOES, SEGUNDAS CHAMADAS E EXCLUSOES DO
000190*               LOTE VOLTAM A IMAGEM ANTERIOR GUARDADA NA TRILHA
000200*               DE RETIFICACAO (NOTASRTF), DA ULTIMA PARA A
000210*               PRIMEIRA; INCLUSOES AINDA CARIMBADAS COM O RUN
000220*               ID DO LOTE SAO EXCLUIDAS DO MESTRE. CADA MUDANCA
000230*               FEITA GRAVA SUA PROPRIA ENTRADA EM NOTASRTF COM
000240*               ORIGEM "ESTORNO". O QUE O LOTE JA TINHA MANDADO
000250*               A SECRETARIA EM NOTASIFC RECEBE UM REGISTRO DE
000260*               CANCELAMENTO (STATUS CANCELADO) SEGUIDO DA NOTA
000270*               RESTAURADA, QUANDO HOUVER. REGISTRO QUE UM LOTE
000280*               POSTERIOR JA MUDOU NAO E TOCADO: VAI PARA O
000290*               RELATORIO (NOTASEST) COMO NAO ESTORNADO E A
000300*               EXECUCAO TERMINA COM RETORNO 4.
000310* TECTONICS:    COBC
000320*----------------------------------------------------------------
000330* HISTORICO DE MANUTENCAO
000340* DATA       AUTOR  DESCRICAO
000350* ---------- ------ -----------------------------------------
000360* 09/08/2026 MNT    VERSAO ORIGINAL DO ESTORNO DE LOTE.
000370*****************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. DESAFIO-ESTORNO-LOTE.
000400 AUTHOR. EQUIPE DE MANUTENCAO.
000410 INSTALLATION. SETOR DE SISTEMAS ACADEMICOS.
000420 DATE-WRITTEN. 09/08/2026.
000430 DATE-COMPILED.
000440
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. IBM-370.
000480 OBJECT-COMPUTER. IBM-370.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT MESTRE-FILE ASSIGN TO "NOTASMST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS RM-CHAVE-MESTRE
000550         FILE STATUS IS WS-FS-MESTRE.
000560     SELECT RETIF-FILE ASSIGN TO "NOTASRTF"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-FS-RETIF.
000590     SELECT INTERFACE-FILE ASSIGN TO "NOTASIFC"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-FS-INTERFACE.
000620     SELECT JORNAL-FILE ASSIGN TO "NOTASJRN"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-FS-JORNAL.
000650     SELECT RELATORIO-FILE ASSIGN TO "NOTASEST"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-FS-RELATORIO.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  MESTRE-FILE
000720     LABEL RECORDS ARE STANDARD.
000730     COPY REGMESTR.
000740 FD  RETIF-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY REGRETIF.
000770 FD  INTERFACE-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY REGIFC.
000800 FD  JORNAL-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY REGJRNL.
000830 FD  RELATORIO-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 01  RL-LINHA                         PIC X(100).
000860
000870 WORKING-STORAGE SECTION.
000880 01  WS-FILE-STATUS.
000890     03  WS-FS-MESTRE                 PIC X(02) VALUE "00".
000900     03  WS-FS-RETIF                  PIC X(02) VALUE "00".
000910     03  WS-FS-INTERFACE              PIC X(02) VALUE "00".
000920     03  WS-FS-JORNAL                 PIC X(02) VALUE "00".
000930     03  WS-FS-RELATORIO              PIC X(02) VALUE "00".
000940 01  WS-SWITCHES.
000950     03  WS-FIM-RETIF                 PIC X(01) VALUE "N".
000960         88  WS88-FIM-RETIF               VALUE "S".
000970     03  WS-FIM-INTERFACE             PIC X(01) VALUE "N".
000980         88  WS88-FIM-INTERFACE           VALUE "S".
000990     03  WS-FIM-JORNAL                PIC X(01) VALUE "N".
001000         88  WS88-FIM-JORNAL              VALUE "S".
001010     03  WS-FIM-MESTRE                PIC X(01) VALUE "N".
001020         88  WS88-FIM-MESTRE              VALUE "S".
001030     03  WS-LOTE-ACHADO               PIC X(01) VALUE "N".
001040         88  WS88-LOTE-ACHADO             VALUE "S".
001050     03  WS-JA-ESTORNADO              PIC X(01) VALUE "N".
001060         88  WS88-JA-ESTORNADO            VALUE "S".
001070     03  WS-MESTRE-ACHADO             PIC X(01) VALUE "N".
001080         88  WS88-MESTRE-ACHADO           VALUE "S".
001090     03  WS-ENTRADA-ACHADA            PIC X(01) VALUE "N".
001100         88  WS88-ENTRADA-ACHADA          VALUE "S".
001110     03  WS-CHAVE-ESTORNADA           PIC X(01) VALUE "N".
001120         88  WS88-CHAVE-ESTORNADA         VALUE "S".
001121     03  WS-MESTRE-ABERTO             PIC X(01) VALUE "N".
001122         88  WS88-MESTRE-ABERTO           VALUE "S".
001123     03  WS-RETIF-ABERTO              PIC X(01) VALUE "N".
001124         88  WS88-RETIF-ABERTO            VALUE "S".
001125     03  WS-RELATORIO-ABERTO          PIC X(01) VALUE "N".
001126         88  WS88-RELATORIO-ABERTO        VALUE "S".
001130 01  WS-RUN-ALVO                   PIC X(14) VALUE SPACES.
001140 01  WS-DATA-LOTE                  PIC 9(08) VALUE 0.
001150 01  WS-ORIGEM-LOTE                PIC X(01) VALUE SPACES.
001160 01  WS-CODIGO-ESTORNO             PIC X(01) VALUE SPACES.
001170 01  WS-NOTA-ANTIGA                PIC 9(02)V99 VALUE 0.
001180 01  WS-NOTA-NOVA                  PIC 9(02)V99 VALUE 0.
001190 01  WS-MOTIVO                     PIC X(60) VALUE SPACES.
001200 01  WS-CHAVE-PROCURADA            PIC X(33) VALUE SPACES.
001210 01  WS-CONTADORES.
001220     03  WS-CONT-ESTORNADOS           PIC 9(06) VALUE 0 COMP.
001230     03  WS-CONT-NAO-ESTORNADOS       PIC 9(06) VALUE 0 COMP.
001240     03  WS-CONT-RESTAURADOS          PIC 9(06) VALUE 0 COMP.
001250     03  WS-CONT-REINCLUIDOS          PIC 9(06) VALUE 0 COMP.
001260     03  WS-CONT-EXCLUIDOS            PIC 9(06) VALUE 0 COMP.
001270     03  WS-CONT-CANCELADOS           PIC 9(06) VALUE 0 COMP.
001280     03  WS-CONT-REENVIADOS           PIC 9(06) VALUE 0 COMP.
001290     03  WS-CONT-ENVIOS-MANTIDOS      PIC 9(06) VALUE 0 COMP.
001300     03  WS-CONT-ERROS                PIC 9(06) VALUE 0 COMP.
001310 01  WS-REL-CONTADOR               PIC 9(06) VALUE 0.
001320 01  WS-SUB-EST                    PIC 9(04) VALUE 0 COMP.
001330 01  WS-SUB-INC                    PIC 9(04) VALUE 0 COMP.
001340 01  WS-SUB-IFC                    PIC 9(04) VALUE 0 COMP.
001350 01  WS-SUB-POS                    PIC 9(04) VALUE 0 COMP.
001360 01  WS-SUB-PRIMEIRO               PIC 9(04) VALUE 0 COMP.
001370 01  WS-RUN-ID                     PIC X(14) VALUE SPACES.
001380 01  WS-DATA-HOJE                  PIC 9(08) VALUE 0.
001390 01  WS-HORA-AGORA                 PIC 9(08) VALUE 0.
001400 01  WS-ENCERRAMENTO               PIC X(20) VALUE "NORMAL".
001410*--------------------------------------------------------------
001420* CHAVE E ACAO DA LINHA DE DETALHE DO RELATORIO DE ESTORNO.
001430*--------------------------------------------------------------
001440 01  WS-DETALHE.
001450     03  WS-DET-CODIGO                PIC X(01).
001460     03  WS-DET-MATRICULA             PIC 9(08).
001470     03  WS-DET-MATERIA               PIC X(20).
001480     03  WS-DET-ANO-LETIVO            PIC 9(04).
001490     03  WS-DET-BIMESTRE              PIC 9(01).
001500     03  WS-DET-ACAO                  PIC X(30).
001510*--------------------------------------------------------------
001520* CAMPOS EDITADOS PARA IMPRESSAO COM PONTO DECIMAL VISIVEL.
001530*--------------------------------------------------------------
001540 01  WS-NOTA-ANTIGA-ED             PIC Z9.99.
001550 01  WS-NOTA-NOVA-ED               PIC Z9.99.
001560*--------------------------------------------------------------
001570* ENTRADAS DA TRILHA GRAVADAS PELO LOTE A ESTORNAR, NA ORDEM EM
001580* QUE FORAM APLICADAS. O ESTORNO PERCORRE A TABELA DE TRAS PARA
001590* FRENTE, PARA QUE VARIAS MUDANCAS NA MESMA CHAVE DENTRO DO
001600* LOTE VOLTEM ATE A IMAGEM DE ANTES DO LOTE. SITUACAO: P =
001610* PENDENTE, S = ESTORNADA, N = NAO ESTORNADA.
001620*--------------------------------------------------------------
001630 01  TB-ESTORNO.
001640     03  TB-EST-QTD                   PIC 9(04) VALUE 0 COMP.
001650     03  TB-EST-REG OCCURS 1 TO 2000 TIMES
001660             DEPENDING ON TB-EST-QTD
001670             INDEXED BY TB-IDX-EST.
001680         05  TB-EST-CODIGO                PIC X(01).
001690         05  TB-EST-CHAVE.
001700             07  TB-EST-MATRICULA             PIC 9(08).
001710             07  TB-EST-MATERIA               PIC X(20).
001720             07  TB-EST-ANO-LETIVO            PIC 9(04).
001730             07  TB-EST-BIMESTRE              PIC 9(01).
001740         05  TB-EST-NOTA-ANTIGA           PIC 9(02)V99.
001750         05  TB-EST-ANT-NOME              PIC X(20).
001760         05  TB-EST-ANT-NOTA1             PIC 9(02).
001770         05  TB-EST-ANT-NOTA2             PIC 9(02).
001780         05  TB-EST-ANT-NOTA3             PIC 9(02).
001790         05  TB-EST-ANT-NOTA4             PIC 9(02).
001800         05  TB-EST-ANT-STATUS            PIC X(14).
001810         05  TB-EST-ANT-RUN-ID            PIC X(14).
001811         05  TB-EST-ANT-PROFESSOR         PIC X(08).
001820         05  TB-EST-SITUACAO              PIC X(01).
001830*--------------------------------------------------------------
001840* CHAVES DO MESTRE CARIMBADAS COM O RUN ID DO LOTE ANTES DO
001850* ESTORNO (INCLUSOES DO LOTE E REGISTROS ALTERADOS POR ELE), MAIS
001860* AS CHAVES QUE O PROPRIO ESTORNO DEVOLVE A UMA IMAGEM CARIMBADA
001870* COM O LOTE (INCLUSAO SEGUIDA DE ALTERACAO NO MESMO LOTE). AO
001880* FINAL, A CHAVE QUE AINDA ESTIVER COM O RUN ID DO LOTE FOI
001890* INCLUIDA POR ELE E E EXCLUIDA. A CARGA INICIAL E LIMITADA A
001900* 2000 PARA QUE AS CHAVES ACRESCENTADAS DURANTE O ESTORNO (NO
001910* MAXIMO UMA POR ENTRADA DE TB-ESTORNO) SEMPRE CAIBAM.
001920*--------------------------------------------------------------
001930 01  TB-INCLUSOES.
001940     03  TB-INC-QTD                   PIC 9(04) VALUE 0 COMP.
001950     03  TB-INC-REG OCCURS 1 TO 4000 TIMES
001960             DEPENDING ON TB-INC-QTD
001970             INDEXED BY TB-IDX-INC.
001980         05  TB-INC-CHAVE                 PIC X(33).
001990         05  TB-INC-SITUACAO              PIC X(01).
002000*--------------------------------------------------------------
002010* MUDANCAS DE LOTES POSTERIORES FEITAS SOBRE REGISTROS QUE O
002020* LOTE A ESTORNAR TINHA GRAVADO (IMAGEM ANTERIOR CARIMBADA COM
002030* O RUN ID DELE). NAO SAO DESFEITAS - SO LISTADAS NO RELATORIO.
002040*--------------------------------------------------------------
002050 01  TB-POSTERIORES.
002060     03  TB-POS-QTD                   PIC 9(04) VALUE 0 COMP.
002070     03  TB-POS-REG OCCURS 1 TO 500 TIMES
002080             DEPENDING ON TB-POS-QTD
002090             INDEXED BY TB-IDX-POS.
002100         05  TB-POS-DATA                  PIC 9(08).
002110         05  TB-POS-CODIGO                PIC X(01).
002120         05  TB-POS-MATRICULA             PIC 9(08).
002130         05  TB-POS-MATERIA               PIC X(20).
002140         05  TB-POS-ANO-LETIVO            PIC 9(04).
002150         05  TB-POS-BIMESTRE              PIC 9(01).
002160         05  TB-POS-RUN-ID                PIC X(14).
002170*--------------------------------------------------------------
002180* REGISTROS DE NOTASIFC GRAVADOS PELO LOTE A ESTORNAR.
002190*--------------------------------------------------------------
002200 01  TB-INTERFACE.
002210     03  TB-IFC-QTD                   PIC 9(04) VALUE 0 COMP.
002220     03  TB-IFC-REG OCCURS 1 TO 2000 TIMES
002230             DEPENDING ON TB-IFC-QTD
002240             INDEXED BY TB-IDX-IFC.
002250         05  TB-IFC-CHAVE.
002260             07  TB-IFC-MATRICULA             PIC 9(08).
002270             07  TB-IFC-MATERIA               PIC X(20).
002280             07  TB-IFC-ANO-LETIVO            PIC 9(04).
002290             07  TB-IFC-BIMESTRE              PIC 9(01).
002300         05  TB-IFC-NOME                  PIC X(20).
002310         05  TB-IFC-NOTAFINAL             PIC 9(02)V99.
002320         05  TB-IFC-STATUS                PIC X(14).
002330
002340 PROCEDURE DIVISION.
002350*****************************************************************
002360* 0000-MAINLINE
002370* CONDUZ O ESTORNO DO LOTE ATE O ENCERRAMENTO.
002380*****************************************************************
002390 0000-MAINLINE.
002400     PERFORM 1000-INICIALIZA THRU 1000-EXIT
002410     PERFORM 2000-ESTORNA-ENTRADA THRU 2000-EXIT
002420         VARYING WS-SUB-EST FROM TB-EST-QTD BY -1
002430             UNTIL WS-SUB-EST = 0
002440     PERFORM 3000-EXCLUI-INCLUSAO THRU 3000-EXIT
002450         VARYING WS-SUB-INC FROM 1 BY 1
002460             UNTIL WS-SUB-INC > TB-INC-QTD
002470     PERFORM 4000-CANCELA-INTERFACE THRU 4000-EXIT
002480     PERFORM 5000-IMPRIME-RESUMO THRU 5000-EXIT
002490     PERFORM 9999-FIM THRU 9999-EXIT
002500     .
002510*****************************************************************
002520* 1000-INICIALIZA
002530* PEDE O RUN ID, CONFERE NO DIARIO QUE ELE E UMA EXECUCAO DO
002540* LEITOR DE NOTAS E CARREGA TUDO O QUE O ESTORNO PRECISA ANTES
002550* DE TOCAR NO MESTRE: A TRILHA, A EXTRACAO DA SECRETARIA E AS
002560* CHAVES CARIMBADAS COM O LOTE. QUALQUER RECUSA OU ESTOURO DE
002570* TABELA ENCERRA COM RETORNO 8 SEM NENHUMA ALTERACAO FEITA.
002580*****************************************************************
002590 1000-INICIALIZA.
002600     DISPLAY "***************************************"
002610     DISPLAY "* DESAFIO - ESTORNO DE LOTE DE NOTAS  *"
002620     DISPLAY "***************************************"
002630     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002640     ACCEPT WS-HORA-AGORA FROM TIME
002650     MOVE SPACES TO WS-RUN-ID
002660     STRING WS-DATA-HOJE WS-HORA-AGORA (1:6)
002670         DELIMITED BY SIZE INTO WS-RUN-ID
002680     END-STRING
002690     DISPLAY "IDENTIFICADOR DA EXECUCAO (RUN ID): " WS-RUN-ID
002700     DISPLAY "RUN ID DO LOTE A ESTORNAR (AAAAMMDDHHMMSS): "
002710     ACCEPT WS-RUN-ALVO
002720     IF WS-RUN-ALVO IS NOT NUMERIC
002730         DISPLAY "RUN ID INVALIDO - ENCERRANDO."
002740         MOVE "RUN ID INVALIDO" TO WS-ENCERRAMENTO
002750         MOVE 8 TO RETURN-CODE
002760         PERFORM 9999-FIM THRU 9999-EXIT
002770     END-IF
002780     PERFORM 1100-CONFERE-JORNAL THRU 1100-EXIT
002790     IF NOT WS88-LOTE-ACHADO
002800         DISPLAY "ESTORNO RECUSADO: O RUN ID " WS-RUN-ALVO
002810             " NAO CONSTA NO DIARIO COMO EXECUCAO DO "
002820             "DESAFIO-LEITOR-DE-NOTAS. RETORNO 8."
002830         MOVE "LOTE NAO ENCONTRADO" TO WS-ENCERRAMENTO
002840         MOVE 8 TO RETURN-CODE
002850         PERFORM 9999-FIM THRU 9999-EXIT
002860     END-IF
002870     PERFORM 1200-CARREGA-TRILHA THRU 1200-EXIT
002880     IF WS88-JA-ESTORNADO
002890         DISPLAY "ESTORNO RECUSADO: O LOTE " WS-RUN-ALVO
002900             " JA FOI ESTORNADO (HA ENTRADAS DE ORIGEM "
002910             "ESTORNO SOBRE ELE EM NOTASRTF). RETORNO 8."
002920         MOVE "LOTE JA ESTORNADO" TO WS-ENCERRAMENTO
002930         MOVE 8 TO RETURN-CODE
002940         PERFORM 9999-FIM THRU 9999-EXIT
002950     END-IF
002960     PERFORM 1300-CARREGA-INTERFACE THRU 1300-EXIT
002970     OPEN I-O MESTRE-FILE
002980     IF WS-FS-MESTRE NOT = "00"
002990         DISPLAY "ERRO AO ABRIR ARQUIVO MESTRE: " WS-FS-MESTRE
003000         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
003010         MOVE 8 TO RETURN-CODE
003020         PERFORM 9999-FIM THRU 9999-EXIT
003030     END-IF
003031     MOVE "S" TO WS-MESTRE-ABERTO
003040     PERFORM 1400-LE-MESTRE THRU 1400-EXIT
003050         UNTIL WS88-FIM-MESTRE
003060     DISPLAY "ENTRADAS DA TRILHA DO LOTE:   " TB-EST-QTD
003070     DISPLAY "CHAVES DO MESTRE COM O LOTE:  " TB-INC-QTD
003080     DISPLAY "ENVIOS DO LOTE EM NOTASIFC:   " TB-IFC-QTD
003090     OPEN EXTEND RETIF-FILE
003100     IF WS-FS-RETIF = "35"
003110         OPEN OUTPUT RETIF-FILE
003120     END-IF
003130     IF WS-FS-RETIF NOT = "00"
003140         DISPLAY "ERRO AO ABRIR TRILHA DE RETIFICACAO: "
003150             WS-FS-RETIF
003160         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
003170         MOVE 8 TO RETURN-CODE
003180         PERFORM 9999-FIM THRU 9999-EXIT
003190     END-IF
003191     MOVE "S" TO WS-RETIF-ABERTO
003200     OPEN OUTPUT RELATORIO-FILE
003210     IF WS-FS-RELATORIO NOT = "00"
003220         DISPLAY "ERRO AO ABRIR ARQUIVO DE RELATORIO: "
003230             WS-FS-RELATORIO
003240         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
003250         MOVE 8 TO RETURN-CODE
003260         PERFORM 9999-FIM THRU 9999-EXIT
003270     END-IF
003271     MOVE "S" TO WS-RELATORIO-ABERTO
003280     MOVE SPACES TO RL-LINHA
003290     STRING "ESTORNO DO LOTE " WS-RUN-ALVO
003300         " (MODO " WS-ORIGEM-LOTE ", EXECUTADO EM " WS-DATA-LOTE
003310         ")  RUN ID DO ESTORNO " WS-RUN-ID
003320         DELIMITED BY SIZE INTO RL-LINHA
003330     END-STRING
003340     WRITE RL-LINHA
003350     MOVE SPACES TO RL-LINHA
003360     WRITE RL-LINHA
003370     MOVE "MUDANCAS DO LOTE NO MESTRE" TO RL-LINHA
003380     WRITE RL-LINHA
003390     .
003400 1000-EXIT.
003410     EXIT.
003420*****************************************************************
003430* 1100-CONFERE-JORNAL
003440* PROCURA O RUN ID NO DIARIO ENTRE AS EXECUCOES DO LEITOR DE
003450* NOTAS - SO UM LOTE DO LEITOR PODE SER ESTORNADO.
003460*****************************************************************
003470 1100-CONFERE-JORNAL.
003480     OPEN INPUT JORNAL-FILE
003490     IF WS-FS-JORNAL NOT = "00"
003500         DISPLAY "DIARIO DE EXECUCOES INDISPONIVEL: "
003510             WS-FS-JORNAL
003520         GO TO 1100-EXIT
003530     END-IF
003540     PERFORM 1150-LE-JORNAL THRU 1150-EXIT
003550         UNTIL WS88-FIM-JORNAL OR WS88-LOTE-ACHADO
003560     CLOSE JORNAL-FILE
003570     .
003580 1100-EXIT.
003590     EXIT.
003600 1150-LE-JORNAL.
003610     READ JORNAL-FILE
003620         AT END
003630             MOVE "S" TO WS-FIM-JORNAL
003640         NOT AT END
003650             IF JR-RUN-ID = WS-RUN-ALVO AND
003660                JR-PROGRAMA = "DESAFIO-LEITOR-DE-NOTAS"
003670                 MOVE "S" TO WS-LOTE-ACHADO
003680                 MOVE JR-DATA TO WS-DATA-LOTE
003690                 MOVE JR-MODO-EXECUCAO TO WS-ORIGEM-LOTE
003700             END-IF
003710     END-READ
003720     .
003730 1150-EXIT.
003740     EXIT.
003750*****************************************************************
003760* 1200-CARREGA-TRILHA
003770* SEPARA DA TRILHA AS ENTRADAS GRAVADAS PELO LOTE (A ESTORNAR)
003780* E AS DE LOTES POSTERIORES QUE MEXERAM EM REGISTROS DELE (SO
003790* PARA O RELATORIO). ENTRADA DE ORIGEM ESTORNO SOBRE O LOTE
003800* SIGNIFICA QUE ELE JA FOI ESTORNADO. SEM NOTASRTF SO AS
003810* INCLUSOES DO LOTE PODEM SER DESFEITAS - O OPERADOR E AVISADO.
003820*****************************************************************
003830 1200-CARREGA-TRILHA.
003840     OPEN INPUT RETIF-FILE
003850     IF WS-FS-RETIF = "35"
003860         DISPLAY "AVISO: TRILHA DE RETIFICACAO INEXISTENTE - SO "
003870             "AS INCLUSOES DO LOTE SERAO ESTORNADAS."
003880         GO TO 1200-EXIT
003890     END-IF
003900     IF WS-FS-RETIF NOT = "00"
003910         DISPLAY "ERRO AO ABRIR TRILHA DE RETIFICACAO: "
003920             WS-FS-RETIF
003930         MOVE "ERRO DE ABERTURA" TO WS-ENCERRAMENTO
003940         MOVE 8 TO RETURN-CODE
003950         PERFORM 9999-FIM THRU 9999-EXIT
003960     END-IF
003961     MOVE "S" TO WS-RETIF-ABERTO
003970     PERFORM 1250-LE-TRILHA THRU 1250-EXIT
003980         UNTIL WS88-FIM-RETIF
003990     CLOSE RETIF-FILE
003991     MOVE "N" TO WS-RETIF-ABERTO
004000     .
004010 1200-EXIT.
004020     EXIT.
004030 1250-LE-TRILHA.
004040     READ RETIF-FILE
004050         AT END
004060             MOVE "S" TO WS-FIM-RETIF
004070         NOT AT END
004080             PERFORM 1260-CLASSIFICA-RETIF THRU 1260-EXIT
004090     END-READ
004100     .
004110 1250-EXIT.
004120     EXIT.
004130 1260-CLASSIFICA-RETIF.
004140     IF RT-ORIGEM = "ESTORNO" AND RT-ANT-RUN-ID = WS-RUN-ALVO
004150         MOVE "S" TO WS-JA-ESTORNADO
004160         GO TO 1260-EXIT
004170     END-IF
004180     IF RT-RUN-ID = WS-RUN-ALVO
004190         PERFORM 1270-GUARDA-ENTRADA THRU 1270-EXIT
004200         GO TO 1260-EXIT
004210     END-IF
004220     IF RT-ANT-RUN-ID = WS-RUN-ALVO
004230         PERFORM 1280-GUARDA-POSTERIOR THRU 1280-EXIT
004240     END-IF
004250     .
004260 1260-EXIT.
004270     EXIT.
004280 1270-GUARDA-ENTRADA.
004290     IF TB-EST-QTD NOT < 2000
004300         DISPLAY "ERRO: LIMITE DA TABELA DE ESTORNO EXCEDIDO - "
004310             "NENHUMA ALTERACAO FOI FEITA. RETORNO 8."
004320         MOVE "LIMITE EXCEDIDO" TO WS-ENCERRAMENTO
004330         MOVE 8 TO RETURN-CODE
004340         PERFORM 9999-FIM THRU 9999-EXIT
004350     END-IF
004360     ADD 1 TO TB-EST-QTD
004370     SET TB-IDX-EST TO TB-EST-QTD
004380     MOVE RT-CODIGO-TRANSACAO TO TB-EST-CODIGO (TB-IDX-EST)
004390     MOVE RT-MATRICULA TO TB-EST-MATRICULA (TB-IDX-EST)
004400     MOVE RT-MATERIA TO TB-EST-MATERIA (TB-IDX-EST)
004410     MOVE RT-ANO-LETIVO TO TB-EST-ANO-LETIVO (TB-IDX-EST)
004420     MOVE RT-BIMESTRE TO TB-EST-BIMESTRE (TB-IDX-EST)
004430     MOVE RT-NOTA-ANTIGA TO TB-EST-NOTA-ANTIGA (TB-IDX-EST)
004440     MOVE RT-ANT-NOME TO TB-EST-ANT-NOME (TB-IDX-EST)
004450     MOVE RT-ANT-NOTA1 TO TB-EST-ANT-NOTA1 (TB-IDX-EST)
004460     MOVE RT-ANT-NOTA2 TO TB-EST-ANT-NOTA2 (TB-IDX-EST)
004470     MOVE RT-ANT-NOTA3 TO TB-EST-ANT-NOTA3 (TB-IDX-EST)
004480     MOVE RT-ANT-NOTA4 TO TB-EST-ANT-NOTA4 (TB-IDX-EST)
004490     MOVE RT-ANT-STATUS TO TB-EST-ANT-STATUS (TB-IDX-EST)
004500     MOVE RT-ANT-RUN-ID TO TB-EST-ANT-RUN-ID (TB-IDX-EST)
004501     MOVE RT-ANT-CODIGO-PROFESSOR
004502         TO TB-EST-ANT-PROFESSOR (TB-IDX-EST)
004510     MOVE "P" TO TB-EST-SITUACAO (TB-IDX-EST)
004520     .
004530 1270-EXIT.
004540     EXIT.
004550 1280-GUARDA-POSTERIOR.
004560     IF TB-POS-QTD NOT < 500
004570         DISPLAY "ERRO: LIMITE DA TABELA DE MUDANCAS POSTERIORES "
004580             "EXCEDIDO - NENHUMA ALTERACAO FOI FEITA. RETORNO 8."
004590         MOVE "LIMITE EXCEDIDO" TO WS-ENCERRAMENTO
004600         MOVE 8 TO RETURN-CODE
004610         PERFORM 9999-FIM THRU 9999-EXIT
004620     END-IF
004630     ADD 1 TO TB-POS-QTD
004640     SET TB-IDX-POS TO TB-POS-QTD
004650     MOVE RT-DATA TO TB-POS-DATA (TB-IDX-POS)
004660     MOVE RT-CODIGO-TRANSACAO TO TB-POS-CODIGO (TB-IDX-POS)
004670     MOVE RT-MATRICULA TO TB-POS-MATRICULA (TB-IDX-POS)
004680     MOVE RT-MATERIA TO TB-POS-MATERIA (TB-IDX-POS)
004690     MOVE RT-ANO-LETIVO TO TB-POS-ANO-LETIVO (TB-IDX-POS)
004700     MOVE RT-BIMESTRE TO TB-POS-BIMESTRE (TB-IDX-POS)
004710     MOVE RT-RUN-ID TO TB-POS-RUN-ID (TB-IDX-POS)
004720     .
004730 1280-EXIT.
004740     EXIT.
004750*****************************************************************
004760* 1300-CARREGA-INTERFACE
004770* GUARDA OS REGISTROS QUE O LOTE GRAVOU NA EXTRACAO DA
004780* SECRETARIA. SEM NOTASIFC NAO HA O QUE CANCELAR (SO AVISA).
004790*****************************************************************
004800 1300-CARREGA-INTERFACE.
004810     OPEN INPUT INTERFACE-FILE
004820     IF WS-FS-INTERFACE NOT = "00"
004830         DISPLAY "AVISO: EXTRACAO DA SECRETARIA INDISPONIVEL ("
004840             WS-FS-INTERFACE ") - NENHUM CANCELAMENTO SERA "
004850             "GERADO."
004860         GO TO 1300-EXIT
004870     END-IF
004880     PERFORM 1350-LE-INTERFACE THRU 1350-EXIT
004890         UNTIL WS88-FIM-INTERFACE
004900     CLOSE INTERFACE-FILE
004910     .
004920 1300-EXIT.
004930     EXIT.
004940 1350-LE-INTERFACE.
004950     READ INTERFACE-FILE
004960         AT END
004970             MOVE "S" TO WS-FIM-INTERFACE
004980             GO TO 1350-EXIT
004990     END-READ
005000     IF IF-RUN-ID NOT = WS-RUN-ALVO
005010         GO TO 1350-EXIT
005020     END-IF
005030     IF TB-IFC-QTD NOT < 2000
005040         DISPLAY "ERRO: LIMITE DA TABELA DE INTERFACE EXCEDIDO - "
005050             "NENHUMA ALTERACAO FOI FEITA. RETORNO 8."
005060         MOVE "LIMITE EXCEDIDO" TO WS-ENCERRAMENTO
005070         MOVE 8 TO RETURN-CODE
005080         PERFORM 9999-FIM THRU 9999-EXIT
005090     END-IF
005100     ADD 1 TO TB-IFC-QTD
005110     SET TB-IDX-IFC TO TB-IFC-QTD
005120     MOVE IF-MATRICULA TO TB-IFC-MATRICULA (TB-IDX-IFC)
005130     MOVE IF-MATERIA TO TB-IFC-MATERIA (TB-IDX-IFC)
005140     MOVE IF-ANO-LETIVO TO TB-IFC-ANO-LETIVO (TB-IDX-IFC)
005150     MOVE IF-BIMESTRE TO TB-IFC-BIMESTRE (TB-IDX-IFC)
005160     MOVE IF-NOME TO TB-IFC-NOME (TB-IDX-IFC)
005170     MOVE IF-NOTAFINAL TO TB-IFC-NOTAFINAL (TB-IDX-IFC)
005180     MOVE IF-STATUS TO TB-IFC-STATUS (TB-IDX-IFC)
005190     .
005200 1350-EXIT.
005210     EXIT.
005220*****************************************************************
005230* 1400-LE-MESTRE
005240* VARRE O MESTRE EM ORDEM DE CHAVE GUARDANDO AS CHAVES AINDA
005250* CARIMBADAS COM O RUN ID DO LOTE.
005260*****************************************************************
005270 1400-LE-MESTRE.
005280     READ MESTRE-FILE NEXT RECORD
005290         AT END
005300             MOVE "S" TO WS-FIM-MESTRE
005310             GO TO 1400-EXIT
005320     END-READ
005330     IF RM-RUN-ID NOT = WS-RUN-ALVO
005340         GO TO 1400-EXIT
005350     END-IF
005360     IF TB-INC-QTD NOT < 2000
005370         DISPLAY "ERRO: LIMITE DA TABELA DE CHAVES DO LOTE "
005380             "EXCEDIDO - NENHUMA ALTERACAO FOI FEITA. RETORNO 8."
005390         MOVE "LIMITE EXCEDIDO" TO WS-ENCERRAMENTO
005400         MOVE 8 TO RETURN-CODE
005410         PERFORM 9999-FIM THRU 9999-EXIT
005420     END-IF
005430     ADD 1 TO TB-INC-QTD
005440     SET TB-IDX-INC TO TB-INC-QTD
005450     MOVE RM-CHAVE-MESTRE TO TB-INC-CHAVE (TB-IDX-INC)
005460     MOVE "P" TO TB-INC-SITUACAO (TB-IDX-INC)
005470     .
005480 1400-EXIT.
005490     EXIT.
005500*****************************************************************
005510* 2000-ESTORNA-ENTRADA
005520* DESFAZ UMA ENTRADA DA TRILHA DO LOTE. SO E DESFEITA SE O
005530* REGISTRO DO MESTRE AINDA ESTA COMO O LOTE O DEIXOU: CARIMBADO
005540* COM O RUN ID DELE (ALTERACAO/SEGUNDA CHAMADA) OU AUSENTE
005550* (EXCLUSAO). CASO CONTRARIO UM LOTE POSTERIOR JA MEXEU NELE E
005560* A ENTRADA VAI PARA O RELATORIO COMO NAO ESTORNADA.
005570*****************************************************************
005580 2000-ESTORNA-ENTRADA.
005590     SET TB-IDX-EST TO WS-SUB-EST
005600     MOVE TB-EST-CODIGO (TB-IDX-EST) TO WS-DET-CODIGO
005610     MOVE TB-EST-MATRICULA (TB-IDX-EST) TO WS-DET-MATRICULA
005620     MOVE TB-EST-MATERIA (TB-IDX-EST) TO WS-DET-MATERIA
005630     MOVE TB-EST-ANO-LETIVO (TB-IDX-EST) TO WS-DET-ANO-LETIVO
005640     MOVE TB-EST-BIMESTRE (TB-IDX-EST) TO WS-DET-BIMESTRE
005710     PERFORM 2050-LOCALIZA-MESTRE THRU 2050-EXIT
005720     IF TB-EST-CODIGO (TB-IDX-EST) = "E"
005730         PERFORM 2200-REINCLUI-MESTRE THRU 2200-EXIT
005740     ELSE
005750         PERFORM 2100-RESTAURA-MESTRE THRU 2100-EXIT
005760     END-IF
005770     .
005780 2000-EXIT.
005790     EXIT.
005800 2050-LOCALIZA-MESTRE.
005810     MOVE "N" TO WS-MESTRE-ACHADO
005820     MOVE TB-EST-MATRICULA (TB-IDX-EST) TO RM-MATRICULA
005830     MOVE TB-EST-MATERIA (TB-IDX-EST) TO RM-MATERIA
005840     MOVE TB-EST-ANO-LETIVO (TB-IDX-EST) TO RM-ANO-LETIVO
005850     MOVE TB-EST-BIMESTRE (TB-IDX-EST) TO RM-BIMESTRE
005860     READ MESTRE-FILE
005870         INVALID KEY
005880             CONTINUE
005890         NOT INVALID KEY
005900             MOVE "S" TO WS-MESTRE-ACHADO
005910     END-READ
005920     .
005930 2050-EXIT.
005940     EXIT.
005950*****************************************************************
005960* 2100-RESTAURA-MESTRE
005970* ALTERACAO OU SEGUNDA CHAMADA: REGRAVA O REGISTRO COM A IMAGEM
005980* ANTERIOR DA TRILHA (NOTA FINAL ANTERIOR = RT-NOTA-ANTIGA).
005990*****************************************************************
006000 2100-RESTAURA-MESTRE.
006010     IF NOT WS88-MESTRE-ACHADO
006020         MOVE "REGISTRO NAO ESTA MAIS NO MESTRE" TO WS-MOTIVO
006030         PERFORM 2900-NAO-ESTORNADA THRU 2900-EXIT
006040         GO TO 2100-EXIT
006050     END-IF
006060     IF RM-RUN-ID NOT = WS-RUN-ALVO
006070         MOVE SPACES TO WS-MOTIVO
006080         STRING "ALTERADO DEPOIS PELO LOTE " RM-RUN-ID
006090             DELIMITED BY SIZE INTO WS-MOTIVO
006100         END-STRING
006110         PERFORM 2900-NAO-ESTORNADA THRU 2900-EXIT
006120         GO TO 2100-EXIT
006130     END-IF
006140     MOVE "A" TO WS-CODIGO-ESTORNO
006150     MOVE RM-NOTAFINAL TO WS-NOTA-ANTIGA
006160     MOVE TB-EST-NOTA-ANTIGA (TB-IDX-EST) TO WS-NOTA-NOVA
006170     PERFORM 2500-MONTA-RETIFICACAO THRU 2500-EXIT
006180     PERFORM 2600-MONTA-IMAGEM THRU 2600-EXIT
006190     REWRITE RM-REGISTRO-MESTRE
006200         INVALID KEY
006210             ADD 1 TO WS-CONT-ERROS
006220             MOVE SPACES TO WS-MOTIVO
006230             STRING "ERRO DE REGRAVACAO NO MESTRE (" WS-FS-MESTRE
006240                 ")" DELIMITED BY SIZE INTO WS-MOTIVO
006250             END-STRING
006260             PERFORM 2900-NAO-ESTORNADA THRU 2900-EXIT
006270             GO TO 2100-EXIT
006280     END-REWRITE
006290     WRITE RT-REGISTRO-RETIFICACAO
006291     IF WS-FS-RETIF NOT = "00"
006292         PERFORM 2990-ERRO-TRILHA THRU 2990-EXIT
006293     END-IF
006300     ADD 1 TO WS-CONT-RESTAURADOS
006310     MOVE "IMAGEM ANTERIOR RESTAURADA" TO WS-DET-ACAO
006320     PERFORM 2800-ESTORNADA THRU 2800-EXIT
006330     .
006340 2100-EXIT.
006350     EXIT.
006360*****************************************************************
006370* 2200-REINCLUI-MESTRE
006380* EXCLUSAO: GRAVA DE VOLTA O REGISTRO EXCLUIDO PELO LOTE, DESDE
006390* QUE NENHUM LOTE POSTERIOR TENHA INCLUIDO A CHAVE DE NOVO.
006400*****************************************************************
006410 2200-REINCLUI-MESTRE.
006420     IF WS88-MESTRE-ACHADO
006430         MOVE SPACES TO WS-MOTIVO
006440         STRING "CHAVE INCLUIDA DE NOVO PELO LOTE " RM-RUN-ID
006450             DELIMITED BY SIZE INTO WS-MOTIVO
006460         END-STRING
006470         PERFORM 2900-NAO-ESTORNADA THRU 2900-EXIT
006480         GO TO 2200-EXIT
006490     END-IF
006500     MOVE "I" TO WS-CODIGO-ESTORNO
006510     MOVE 0 TO WS-NOTA-ANTIGA
006520     MOVE TB-EST-NOTA-ANTIGA (TB-IDX-EST) TO WS-NOTA-NOVA
006530     PERFORM 2500-MONTA-RETIFICACAO THRU 2500-EXIT
006540     PERFORM 2600-MONTA-IMAGEM THRU 2600-EXIT
006550     WRITE RM-REGISTRO-MESTRE
006560         INVALID KEY
006570             ADD 1 TO WS-CONT-ERROS
006580             MOVE SPACES TO WS-MOTIVO
006590             STRING "ERRO DE GRAVACAO NO MESTRE (" WS-FS-MESTRE
006600                 ")" DELIMITED BY SIZE INTO WS-MOTIVO
006610             END-STRING
006620             PERFORM 2900-NAO-ESTORNADA THRU 2900-EXIT
006630             GO TO 2200-EXIT
006640     END-WRITE
006650     WRITE RT-REGISTRO-RETIFICACAO
006651     IF WS-FS-RETIF NOT = "00"
006652         PERFORM 2990-ERRO-TRILHA THRU 2990-EXIT
006653     END-IF
006660     ADD 1 TO WS-CONT-REINCLUIDOS
006670     MOVE "REGISTRO EXCLUIDO REINCLUIDO" TO WS-DET-ACAO
006680     PERFORM 2800-ESTORNADA THRU 2800-EXIT
006690     .
006700 2200-EXIT.
006710     EXIT.
006720*****************************************************************
006730* 2500-MONTA-RETIFICACAO
006740* MONTA A ENTRADA DE ORIGEM ESTORNO PARA A TRILHA COM A IMAGEM
006750* ATUAL DO MESTRE (ANTES DO ESTORNO) COMO IMAGEM ANTERIOR. NA
006760* REINCLUSAO NAO HA IMAGEM ANTERIOR. A ENTRADA SO E GRAVADA
006770* DEPOIS QUE A MUDANCA NO MESTRE DEU CERTO.
006780*****************************************************************
006790 2500-MONTA-RETIFICACAO.
006800     MOVE WS-DATA-HOJE TO RT-DATA
006810     MOVE WS-CODIGO-ESTORNO TO RT-CODIGO-TRANSACAO
006820     MOVE RM-MATRICULA TO RT-MATRICULA
006830     MOVE RM-MATERIA TO RT-MATERIA
006840     MOVE RM-ANO-LETIVO TO RT-ANO-LETIVO
006850     MOVE RM-BIMESTRE TO RT-BIMESTRE
006860     MOVE WS-NOTA-ANTIGA TO RT-NOTA-ANTIGA
006870     MOVE WS-NOTA-NOVA TO RT-NOTA-NOVA
006880     MOVE "ESTORNO" TO RT-ORIGEM
006890     MOVE WS-RUN-ID TO RT-RUN-ID
006891     MOVE SPACES TO RT-CODIGO-PROFESSOR
006900     IF WS-CODIGO-ESTORNO = "I"
006910         MOVE SPACES TO RT-ANT-NOME
006920         MOVE 0 TO RT-ANT-NOTA1 RT-ANT-NOTA2
006930                   RT-ANT-NOTA3 RT-ANT-NOTA4
006940         MOVE SPACES TO RT-ANT-STATUS
006950         MOVE WS-RUN-ALVO TO RT-ANT-RUN-ID
006951         MOVE SPACES TO RT-ANT-CODIGO-PROFESSOR
006960         GO TO 2500-EXIT
006970     END-IF
006980     MOVE RM-NOME TO RT-ANT-NOME
006990     MOVE RM-NOTA1 TO RT-ANT-NOTA1
007000     MOVE RM-NOTA2 TO RT-ANT-NOTA2
007010     MOVE RM-NOTA3 TO RT-ANT-NOTA3
007020     MOVE RM-NOTA4 TO RT-ANT-NOTA4
007030     MOVE RM-STATUS TO RT-ANT-STATUS
007040     MOVE RM-RUN-ID TO RT-ANT-RUN-ID
007041     MOVE RM-CODIGO-PROFESSOR TO RT-ANT-CODIGO-PROFESSOR
007050     .
007060 2500-EXIT.
007070     EXIT.
007080*****************************************************************
007090* 2600-MONTA-IMAGEM
007100* DEVOLVE AO REGISTRO DO MESTRE A IMAGEM ANTERIOR DA ENTRADA.
007110* SE ESSA IMAGEM TAMBEM FOI GRAVADA PELO LOTE (INCLUSAO SEGUIDA
007120* DE ALTERACAO NO MESMO LOTE), A CHAVE ENTRA NA LISTA DAS QUE O
007130* ESTORNO EXCLUI NO FINAL.
007140*****************************************************************
007150 2600-MONTA-IMAGEM.
007160     MOVE TB-EST-MATRICULA (TB-IDX-EST) TO RM-MATRICULA
007170     MOVE TB-EST-MATERIA (TB-IDX-EST) TO RM-MATERIA
007180     MOVE TB-EST-ANO-LETIVO (TB-IDX-EST) TO RM-ANO-LETIVO
007190     MOVE TB-EST-BIMESTRE (TB-IDX-EST) TO RM-BIMESTRE
007200     MOVE TB-EST-ANT-NOME (TB-IDX-EST) TO RM-NOME
007210     MOVE TB-EST-ANT-NOTA1 (TB-IDX-EST) TO RM-NOTA1
007220     MOVE TB-EST-ANT-NOTA2 (TB-IDX-EST) TO RM-NOTA2
007230     MOVE TB-EST-ANT-NOTA3 (TB-IDX-EST) TO RM-NOTA3
007240     MOVE TB-EST-ANT-NOTA4 (TB-IDX-EST) TO RM-NOTA4
007250     MOVE TB-EST-NOTA-ANTIGA (TB-IDX-EST) TO RM-NOTAFINAL
007260     MOVE TB-EST-ANT-STATUS (TB-IDX-EST) TO RM-STATUS
007270     MOVE TB-EST-ANT-RUN-ID (TB-IDX-EST) TO RM-RUN-ID
007271     MOVE TB-EST-ANT-PROFESSOR (TB-IDX-EST) TO RM-CODIGO-PROFESSOR
007280     IF RM-RUN-ID NOT = WS-RUN-ALVO
007290         GO TO 2600-EXIT
007300     END-IF
007310     MOVE RM-CHAVE-MESTRE TO WS-CHAVE-PROCURADA
007320     MOVE "N" TO WS-ENTRADA-ACHADA
007330     IF TB-INC-QTD > 0
007340         SET TB-IDX-INC TO 1
007350         SEARCH TB-INC-REG VARYING TB-IDX-INC
007360             AT END
007370                 MOVE "N" TO WS-ENTRADA-ACHADA
007380             WHEN TB-INC-CHAVE (TB-IDX-INC) = WS-CHAVE-PROCURADA
007390                 MOVE "S" TO WS-ENTRADA-ACHADA
007400         END-SEARCH
007410     END-IF
007420     IF NOT WS88-ENTRADA-ACHADA
007430         ADD 1 TO TB-INC-QTD
007440         SET TB-IDX-INC TO TB-INC-QTD
007450         MOVE WS-CHAVE-PROCURADA TO TB-INC-CHAVE (TB-IDX-INC)
007460         MOVE "P" TO TB-INC-SITUACAO (TB-IDX-INC)
007470     END-IF
007480     .
007490 2600-EXIT.
007500     EXIT.
007510 2800-ESTORNADA.
007520     MOVE "S" TO TB-EST-SITUACAO (TB-IDX-EST)
007530     ADD 1 TO WS-CONT-ESTORNADOS
007540     PERFORM 2950-LINHA-ESTORNADA THRU 2950-EXIT
007550     .
007560 2800-EXIT.
007570     EXIT.
007580 2900-NAO-ESTORNADA.
007590     MOVE "N" TO TB-EST-SITUACAO (TB-IDX-EST)
007600     ADD 1 TO WS-CONT-NAO-ESTORNADOS
007610     MOVE SPACES TO RL-LINHA
007620     STRING "  NAO ESTORNADO (" WS-DET-CODIGO ") "
007630         WS-DET-MATRICULA " " WS-DET-MATERIA
007640         " ANO " WS-DET-ANO-LETIVO " BIM " WS-DET-BIMESTRE
007650         DELIMITED BY SIZE INTO RL-LINHA
007660     END-STRING
007670     WRITE RL-LINHA
007680     DISPLAY RL-LINHA
007690     MOVE SPACES TO RL-LINHA
007700     STRING "      MOTIVO: " WS-MOTIVO
007710         DELIMITED BY SIZE INTO RL-LINHA
007720     END-STRING
007730     WRITE RL-LINHA
007740     DISPLAY RL-LINHA
007750     .
007760 2900-EXIT.
007770     EXIT.
007780 2950-LINHA-ESTORNADA.
007790     MOVE WS-NOTA-ANTIGA TO WS-NOTA-ANTIGA-ED
007800     MOVE WS-NOTA-NOVA TO WS-NOTA-NOVA-ED
007810     MOVE SPACES TO RL-LINHA
007820     STRING "  ESTORNADO     (" WS-DET-CODIGO ") "
007830         WS-DET-MATRICULA " " WS-DET-MATERIA
007840         " ANO " WS-DET-ANO-LETIVO " BIM " WS-DET-BIMESTRE
007850         " DE " WS-NOTA-ANTIGA-ED " PARA " WS-NOTA-NOVA-ED
007860         DELIMITED BY SIZE INTO RL-LINHA
007870     END-STRING
007880     WRITE RL-LINHA
007890     MOVE SPACES TO RL-LINHA
007900     STRING "      ACAO: " WS-DET-ACAO
007910         DELIMITED BY SIZE INTO RL-LINHA
007920     END-STRING
007930     WRITE RL-LINHA
007940     .
007950 2950-EXIT.
007960     EXIT.
007961*****************************************************************
007962* 2990-ERRO-TRILHA
007963* A MUDANCA NO MESTRE JA FOI FEITA E A ENTRADA DE ORIGEM ESTORNO
007964* NAO FOI PARA A TRILHA: O ESTORNO PARA AQUI COM RETORNO 8, PARA
007965* NENHUMA OUTRA MUDANCA FICAR SEM A SUA ENTRADA EM NOTASRTF.
007966*****************************************************************
007967 2990-ERRO-TRILHA.
007968     DISPLAY "ERRO AO GRAVAR TRILHA DE RETIFICACAO (" WS-FS-RETIF
007969         "): " RT-MATRICULA " " RT-MATERIA
007970     DISPLAY "MUDANCA FEITA NO MESTRE SEM ENTRADA NA TRILHA - "
007971         "ESTORNO INTERROMPIDO. RETORNO 8."
007972     ADD 1 TO WS-CONT-ERROS
007973     MOVE "ERRO DE GRAVACAO" TO WS-ENCERRAMENTO
007974     MOVE 8 TO RETURN-CODE
007975     PERFORM 9999-FIM THRU 9999-EXIT
007976     .
007977 2990-EXIT.
007978     EXIT.
007979*****************************************************************
007980* 3000-EXCLUI-INCLUSAO
007990* DEPOIS DE DESFEITAS AS ENTRADAS DA TRILHA, A CHAVE QUE AINDA
008000* ESTA CARIMBADA COM O RUN ID DO LOTE FOI INCLUIDA POR ELE E E
008010* EXCLUIDA DO MESTRE. CHAVE QUE VOLTOU A UMA IMAGEM DE OUTRO
008020* LOTE OU QUE JA NAO EXISTE NAO TEM MAIS O QUE DESFAZER.
008030*****************************************************************
008040 3000-EXCLUI-INCLUSAO.
008050     SET TB-IDX-INC TO WS-SUB-INC
008060     MOVE TB-INC-CHAVE (TB-IDX-INC) TO RM-CHAVE-MESTRE
008070     READ MESTRE-FILE
008080         INVALID KEY
008090             GO TO 3000-EXIT
008100     END-READ
008110     IF RM-RUN-ID NOT = WS-RUN-ALVO
008120         GO TO 3000-EXIT
008130     END-IF
008140     MOVE "I" TO WS-DET-CODIGO
008150     MOVE RM-MATRICULA TO WS-DET-MATRICULA
008160     MOVE RM-MATERIA TO WS-DET-MATERIA
008170     MOVE RM-ANO-LETIVO TO WS-DET-ANO-LETIVO
008180     MOVE RM-BIMESTRE TO WS-DET-BIMESTRE
008190     MOVE "E" TO WS-CODIGO-ESTORNO
008200     MOVE RM-NOTAFINAL TO WS-NOTA-ANTIGA
008210     MOVE 0 TO WS-NOTA-NOVA
008220     PERFORM 2500-MONTA-RETIFICACAO THRU 2500-EXIT
008230     DELETE MESTRE-FILE
008240         INVALID KEY
008250             ADD 1 TO WS-CONT-ERROS
008260             ADD 1 TO WS-CONT-NAO-ESTORNADOS
008270             DISPLAY "ERRO AO EXCLUIR DO MESTRE (" WS-FS-MESTRE
008280                 "): " RM-MATRICULA " " RM-MATERIA
008290             MOVE SPACES TO RL-LINHA
008300             STRING "  NAO ESTORNADO (I) " WS-DET-MATRICULA " "
008310                 WS-DET-MATERIA " ANO " WS-DET-ANO-LETIVO
008320                 " BIM " WS-DET-BIMESTRE " - ERRO DE EXCLUSAO ("
008330                 WS-FS-MESTRE ")"
008340                 DELIMITED BY SIZE INTO RL-LINHA
008350             END-STRING
008360             WRITE RL-LINHA
008370             GO TO 3000-EXIT
008380     END-DELETE
008390     WRITE RT-REGISTRO-RETIFICACAO
008391     IF WS-FS-RETIF NOT = "00"
008392         PERFORM 2990-ERRO-TRILHA THRU 2990-EXIT
008393     END-IF
008400     MOVE "S" TO TB-INC-SITUACAO (TB-IDX-INC)
008410     ADD 1 TO WS-CONT-EXCLUIDOS
008420     ADD 1 TO WS-CONT-ESTORNADOS
008430     MOVE "INCLUSAO DO LOTE EXCLUIDA" TO WS-DET-ACAO
008440     PERFORM 2950-LINHA-ESTORNADA THRU 2950-EXIT
008450     .
008460 3000-EXIT.
008470     EXIT.
008480*****************************************************************
008490* 4000-CANCELA-INTERFACE
008500* PARA CADA ENVIO DO LOTE A SECRETARIA CUJA CHAVE FOI ESTORNADA
008510* ACRESCENTA A NOTASIFC UM REGISTRO COM STATUS CANCELADO (COM A
008520* NOTA QUE ESTA SENDO CANCELADA) E, SE O MESTRE VOLTOU A TER A
008530* CHAVE, UM REGISTRO COM A NOTA RESTAURADA. ENVIO DE CHAVE QUE
008540* NAO PODE SER ESTORNADA FICA COMO ESTA.
008550*****************************************************************
008560 4000-CANCELA-INTERFACE.
008570     IF TB-IFC-QTD = 0
008580         GO TO 4000-EXIT
008590     END-IF
008600     OPEN EXTEND INTERFACE-FILE
008610     IF WS-FS-INTERFACE = "35"
008620         OPEN OUTPUT INTERFACE-FILE
008630     END-IF
008640     IF WS-FS-INTERFACE NOT = "00"
008650         DISPLAY "ERRO AO ABRIR EXTRACAO DA SECRETARIA: "
008660             WS-FS-INTERFACE " - CANCELAMENTOS NAO GERADOS."
008670         ADD 1 TO WS-CONT-ERROS
008680         MOVE 8 TO RETURN-CODE
008690         GO TO 4000-EXIT
008700     END-IF
008710     PERFORM 4100-CANCELA-ENVIO THRU 4100-EXIT
008720         VARYING WS-SUB-IFC FROM 1 BY 1
008730             UNTIL WS-SUB-IFC > TB-IFC-QTD
008740     CLOSE INTERFACE-FILE
008750     .
008760 4000-EXIT.
008770     EXIT.
008780 4100-CANCELA-ENVIO.
008790     MOVE TB-IFC-CHAVE (WS-SUB-IFC) TO WS-CHAVE-PROCURADA
008800     PERFORM 4200-VERIFICA-ESTORNO THRU 4200-EXIT
008810     IF NOT WS88-CHAVE-ESTORNADA
008820         ADD 1 TO WS-CONT-ENVIOS-MANTIDOS
008830         GO TO 4100-EXIT
008840     END-IF
008850     MOVE SPACES TO IF-REGISTRO-INTERFACE
008860     MOVE TB-IFC-MATRICULA (WS-SUB-IFC) TO IF-MATRICULA
008870     MOVE TB-IFC-NOME (WS-SUB-IFC) TO IF-NOME
008880     MOVE TB-IFC-MATERIA (WS-SUB-IFC) TO IF-MATERIA
008890     MOVE TB-IFC-ANO-LETIVO (WS-SUB-IFC) TO IF-ANO-LETIVO
008900     MOVE TB-IFC-BIMESTRE (WS-SUB-IFC) TO IF-BIMESTRE
008910     MOVE TB-IFC-NOTAFINAL (WS-SUB-IFC) TO IF-NOTAFINAL
008920     MOVE "CANCELADO" TO IF-STATUS
008930     MOVE WS-RUN-ID TO IF-RUN-ID
008940     WRITE IF-REGISTRO-INTERFACE
008941     IF WS-FS-INTERFACE NOT = "00"
008942         PERFORM 4190-ERRO-INTERFACE THRU 4190-EXIT
008943     END-IF
008950     ADD 1 TO WS-CONT-CANCELADOS
008960*--------------------------------------------------------------
008970* A NOTA RESTAURADA SAI UMA SO VEZ POR CHAVE, NO PRIMEIRO ENVIO
008980* DO LOTE PARA ELA.
008990*--------------------------------------------------------------
009000     SET TB-IDX-IFC TO 1
009010     SEARCH TB-IFC-REG VARYING TB-IDX-IFC
009020         AT END
009030             CONTINUE
009040         WHEN TB-IFC-CHAVE (TB-IDX-IFC) = WS-CHAVE-PROCURADA
009050             CONTINUE
009060     END-SEARCH
009070     SET WS-SUB-PRIMEIRO TO TB-IDX-IFC
009080     IF WS-SUB-PRIMEIRO NOT = WS-SUB-IFC
009090         GO TO 4100-EXIT
009100     END-IF
009110     MOVE WS-CHAVE-PROCURADA TO RM-CHAVE-MESTRE
009120     READ MESTRE-FILE
009130         INVALID KEY
009140             GO TO 4100-EXIT
009150     END-READ
009160     MOVE SPACES TO IF-REGISTRO-INTERFACE
009170     MOVE RM-MATRICULA TO IF-MATRICULA
009180     MOVE RM-NOME TO IF-NOME
009190     MOVE RM-MATERIA TO IF-MATERIA
009200     MOVE RM-ANO-LETIVO TO IF-ANO-LETIVO
009210     MOVE RM-BIMESTRE TO IF-BIMESTRE
009220     MOVE RM-NOTAFINAL TO IF-NOTAFINAL
009230     MOVE RM-STATUS TO IF-STATUS
009240     MOVE WS-RUN-ID TO IF-RUN-ID
009250     WRITE IF-REGISTRO-INTERFACE
009251     IF WS-FS-INTERFACE NOT = "00"
009252         PERFORM 4190-ERRO-INTERFACE THRU 4190-EXIT
009253     END-IF
009260     ADD 1 TO WS-CONT-REENVIADOS
009270     .
009280 4100-EXIT.
009290     EXIT.
009291*****************************************************************
009292* 4190-ERRO-INTERFACE
009293* ENVIO DE CANCELAMENTO OU DE NOTA RESTAURADA QUE NAO FOI PARA A
009294* NOTASIFC: A SECRETARIA FICARIA COM A NOTA ESTORNADA. ENCERRA COM
009295* RETORNO 8 PARA O OPERADOR CONFERIR A EXTRACAO.
009296*****************************************************************
009297 4190-ERRO-INTERFACE.
009298     DISPLAY "ERRO AO GRAVAR EXTRACAO DA SECRETARIA ("
009299         WS-FS-INTERFACE "): " IF-MATRICULA " " IF-MATERIA
009300         " " IF-STATUS
009301     CLOSE INTERFACE-FILE
009302     ADD 1 TO WS-CONT-ERROS
009303     MOVE "ERRO DE GRAVACAO" TO WS-ENCERRAMENTO
009304     MOVE 8 TO RETURN-CODE
009305     PERFORM 9999-FIM THRU 9999-EXIT
009306     .
009307 4190-EXIT.
009308     EXIT.
009309 4200-VERIFICA-ESTORNO.
009310     MOVE "N" TO WS-CHAVE-ESTORNADA
009320     IF TB-EST-QTD > 0
009330         SET TB-IDX-EST TO 1
009340         SEARCH TB-EST-REG VARYING TB-IDX-EST
009350             AT END
009360                 CONTINUE
009370             WHEN TB-EST-CHAVE (TB-IDX-EST) = WS-CHAVE-PROCURADA
009380              AND TB-EST-SITUACAO (TB-IDX-EST) = "S"
009390                 MOVE "S" TO WS-CHAVE-ESTORNADA
009400         END-SEARCH
009410     END-IF
009420     IF WS88-CHAVE-ESTORNADA OR TB-INC-QTD = 0
009430         GO TO 4200-EXIT
009440     END-IF
009450     SET TB-IDX-INC TO 1
009460     SEARCH TB-INC-REG VARYING TB-IDX-INC
009470         AT END
009480             CONTINUE
009490         WHEN TB-INC-CHAVE (TB-IDX-INC) = WS-CHAVE-PROCURADA
009500          AND TB-INC-SITUACAO (TB-IDX-INC) = "S"
009510             MOVE "S" TO WS-CHAVE-ESTORNADA
009520     END-SEARCH
009530     .
009540 4200-EXIT.
009550     EXIT.
009560*****************************************************************
009570* 5000-IMPRIME-RESUMO
009580* LISTA AS MUDANCAS DE LOTES POSTERIORES SOBRE REGISTROS DO LOTE
009590* (NAO DESFEITAS) E OS TOTAIS DO ESTORNO. QUALQUER COISA NAO
009600* ESTORNADA ENCERRA COM RETORNO 4.
009610*****************************************************************
009620 5000-IMPRIME-RESUMO.
009630     IF TB-EST-QTD = 0 AND TB-INC-QTD = 0
009640         MOVE "  NENHUMA MUDANCA DO LOTE NO MESTRE." TO RL-LINHA
009650         WRITE RL-LINHA
009660     END-IF
009670     MOVE SPACES TO RL-LINHA
009680     WRITE RL-LINHA
009690     MOVE "MUDANCAS POSTERIORES SOBRE REGISTROS DO LOTE (NAO "
009700         TO RL-LINHA
009710     MOVE "ESTORNADAS)" TO RL-LINHA (51:11)
009720     WRITE RL-LINHA
009730     IF TB-POS-QTD = 0
009740         MOVE "  NENHUMA." TO RL-LINHA
009750         WRITE RL-LINHA
009760     END-IF
009770     PERFORM 5100-IMPRIME-POSTERIOR THRU 5100-EXIT
009780         VARYING WS-SUB-POS FROM 1 BY 1
009790             UNTIL WS-SUB-POS > TB-POS-QTD
009800     MOVE SPACES TO RL-LINHA
009810     WRITE RL-LINHA
009820     MOVE WS-CONT-ESTORNADOS TO WS-REL-CONTADOR
009830     MOVE SPACES TO RL-LINHA
009840     STRING "MUDANCAS ESTORNADAS:         " WS-REL-CONTADOR
009850         DELIMITED BY SIZE INTO RL-LINHA
009860     END-STRING
009870     WRITE RL-LINHA
009880     MOVE WS-CONT-RESTAURADOS TO WS-REL-CONTADOR
009890     MOVE SPACES TO RL-LINHA
009900     STRING "  IMAGENS RESTAURADAS:       " WS-REL-CONTADOR
009910         DELIMITED BY SIZE INTO RL-LINHA
009920     END-STRING
009930     WRITE RL-LINHA
009940     MOVE WS-CONT-REINCLUIDOS TO WS-REL-CONTADOR
009950     MOVE SPACES TO RL-LINHA
009960     STRING "  EXCLUSOES REINCLUIDAS:     " WS-REL-CONTADOR
009970         DELIMITED BY SIZE INTO RL-LINHA
009980     END-STRING
009990     WRITE RL-LINHA
010000     MOVE WS-CONT-EXCLUIDOS TO WS-REL-CONTADOR
010010     MOVE SPACES TO RL-LINHA
010020     STRING "  INCLUSOES EXCLUIDAS:       " WS-REL-CONTADOR
010030         DELIMITED BY SIZE INTO RL-LINHA
010040     END-STRING
010050     WRITE RL-LINHA
010060     MOVE WS-CONT-NAO-ESTORNADOS TO WS-REL-CONTADOR
010070     MOVE SPACES TO RL-LINHA
010080     STRING "MUDANCAS NAO ESTORNADAS:     " WS-REL-CONTADOR
010090         DELIMITED BY SIZE INTO RL-LINHA
010100     END-STRING
010110     WRITE RL-LINHA
010120     MOVE TB-POS-QTD TO WS-REL-CONTADOR
010130     MOVE SPACES TO RL-LINHA
010140     STRING "MUDANCAS POSTERIORES:        " WS-REL-CONTADOR
010150         DELIMITED BY SIZE INTO RL-LINHA
010160     END-STRING
010170     WRITE RL-LINHA
010180     MOVE WS-CONT-CANCELADOS TO WS-REL-CONTADOR
010190     MOVE SPACES TO RL-LINHA
010200     STRING "ENVIOS CANCELADOS (NOTASIFC):" WS-REL-CONTADOR
010210         DELIMITED BY SIZE INTO RL-LINHA
010220     END-STRING
010230     WRITE RL-LINHA
010240     MOVE WS-CONT-REENVIADOS TO WS-REL-CONTADOR
010250     MOVE SPACES TO RL-LINHA
010260     STRING "NOTAS RESTAURADAS REENVIADAS:" WS-REL-CONTADOR
010270         DELIMITED BY SIZE INTO RL-LINHA
010280     END-STRING
010290     WRITE RL-LINHA
010300     MOVE WS-CONT-ENVIOS-MANTIDOS TO WS-REL-CONTADOR
010310     MOVE SPACES TO RL-LINHA
010320     STRING "ENVIOS MANTIDOS (NAO ESTORN.):" WS-REL-CONTADOR
010330         DELIMITED BY SIZE INTO RL-LINHA
010340     END-STRING
010350     WRITE RL-LINHA
010360     IF WS-CONT-NAO-ESTORNADOS > 0 OR TB-POS-QTD > 0
010370         MOVE "RESULTADO: ESTORNO PARCIAL - VER ITENS NAO "
010380             TO RL-LINHA
010390         MOVE "ESTORNADOS" TO RL-LINHA (44:10)
010400         IF RETURN-CODE < 4
010410             MOVE 4 TO RETURN-CODE
010420         END-IF
010430     ELSE
010440         MOVE "RESULTADO: LOTE ESTORNADO POR COMPLETO" TO RL-LINHA
010450     END-IF
010460     WRITE RL-LINHA
010470     DISPLAY RL-LINHA
010480     .
010490 5000-EXIT.
010500     EXIT.
010510 5100-IMPRIME-POSTERIOR.
010520     MOVE SPACES TO RL-LINHA
010530     STRING "  " TB-POS-DATA (WS-SUB-POS)
010540         " (" TB-POS-CODIGO (WS-SUB-POS) ") "
010550         TB-POS-MATRICULA (WS-SUB-POS) " "
010560         TB-POS-MATERIA (WS-SUB-POS)
010570         " ANO " TB-POS-ANO-LETIVO (WS-SUB-POS)
010580         " BIM " TB-POS-BIMESTRE (WS-SUB-POS)
010590         " LOTE " TB-POS-RUN-ID (WS-SUB-POS)
010600         DELIMITED BY SIZE INTO RL-LINHA
010610     END-STRING
010620     WRITE RL-LINHA
010630     .
010640 5100-EXIT.
010650     EXIT.
010660*****************************************************************
010670* 9600-GRAVA-JORNAL
010680* ACRESCENTA AO DIARIO DE EXECUCOES (NOTASJRN) O REGISTRO DESTA
010690* EXECUCAO DO ESTORNO.
010700*****************************************************************
010710 9600-GRAVA-JORNAL.
010720     OPEN EXTEND JORNAL-FILE
010730     IF WS-FS-JORNAL = "35"
010740         OPEN OUTPUT JORNAL-FILE
010750     END-IF
010760     IF WS-FS-JORNAL NOT = "00"
010770         DISPLAY "ERRO AO ABRIR DIARIO DE EXECUCOES: "
010780             WS-FS-JORNAL
010790         GO TO 9600-EXIT
010800     END-IF
010810     MOVE SPACES TO JR-REGISTRO-JORNAL
010820     MOVE WS-RUN-ID TO JR-RUN-ID
010830     MOVE "DESAFIO-ESTORNO-LOTE" TO JR-PROGRAMA
010840     MOVE WS-DATA-HOJE TO JR-DATA
010850     MOVE WS-HORA-AGORA (1:6) TO JR-HORA
010860     MOVE "B" TO JR-MODO-EXECUCAO
010870     MOVE SPACES TO JR-FS-TRANS
010880     MOVE WS-FS-MESTRE TO JR-FS-MESTRE
010890     MOVE SPACES TO JR-FS-EXCECAO
010900     MOVE WS-FS-INTERFACE TO JR-FS-INTERFACE
010910     MOVE WS-FS-RELATORIO TO JR-FS-RELATORIO
010920     MOVE WS-CONT-ESTORNADOS TO JR-QTD-PROCESSADOS
010930     COMPUTE JR-QTD-ERROS = WS-CONT-NAO-ESTORNADOS + TB-POS-QTD
010940     MOVE 0 TO JR-QTD-CHECKPOINTS
010950     MOVE WS-ENCERRAMENTO TO JR-ENCERRAMENTO
010960     WRITE JR-REGISTRO-JORNAL
010970     CLOSE JORNAL-FILE
010980     .
010990 9600-EXIT.
011000     EXIT.
011010*****************************************************************
011020* 9999-FIM
011030* TOTALIZA, REGISTRA NO DIARIO, FECHA OS ARQUIVOS E ENCERRA.
011040*****************************************************************
011050 9999-FIM.
011060     DISPLAY "MUDANCAS ESTORNADAS:     " WS-CONT-ESTORNADOS
011070     DISPLAY "MUDANCAS NAO ESTORNADAS: " WS-CONT-NAO-ESTORNADOS
011080     DISPLAY "MUDANCAS POSTERIORES:    " TB-POS-QTD
011090     DISPLAY "ENVIOS CANCELADOS:       " WS-CONT-CANCELADOS
011100     DISPLAY "ERROS NO ESTORNO:        " WS-CONT-ERROS
011110     IF WS-CONT-ERROS > 0
011120         MOVE 8 TO RETURN-CODE
011130     END-IF
011140     PERFORM 9600-GRAVA-JORNAL THRU 9600-EXIT
011150     IF WS88-MESTRE-ABERTO
011151         CLOSE MESTRE-FILE
011152     END-IF
011153     IF WS88-RETIF-ABERTO
011154         CLOSE RETIF-FILE
011155     END-IF
011156     IF WS88-RELATORIO-ABERTO
011157         CLOSE RELATORIO-FILE
011158         DISPLAY "RELATORIO DO ESTORNO GRAVADO EM NOTASEST."
011159     END-IF
011190     DISPLAY "PROGRAMA ENCERRADO."
011200     STOP RUN
011210     .
011220 9999-EXIT.
011230     EXIT.
011240
011250 END PROGRAM DESAFIO-ESTORNO-LOTE.
