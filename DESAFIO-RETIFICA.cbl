000290* DATA       AUTOR  DESCRICAO
000300* ---------- ------ -----------------------------------------
000310* 08/26/2026 MNT    VERSAO ORIGINAL DO DIGEST DE RETIFICACOES.
000311* 10/06/2026 MNT    NOVA SECAO COM AS DELIBERACOES DO CONSELHO
000312*                    DE CLASSE (TRILHA NOTASCON) QUE MUDARAM O
000313*                    STATUS ANUAL, COM ATA E JUSTIFICATIVA.
000314* 10/15/2026 MNT    ESTOURO DAS TABELAS DO DIARIO, DA
000315*                    INTERFACE, DE MATERIAS, DE ORIGENS OU DE
000316*                    DESTAQUES CANCELA O DIGEST COM RETORNO 8 EM
000317*                    VEZ DE IGNORAR O EXCEDENTE. O AVISO DE DIGEST
000318*                    GRAVADO SO SAI NO ENCERRAMENTO NORMAL.
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. DESAFIO-DIGEST-RETIF.
000550     SELECT RELATORIO-FILE ASSIGN TO "NOTASRTG"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-FS-RELATORIO.
000571     SELECT CONSELHO-FILE ASSIGN TO "NOTASCON"
000572         ORGANIZATION IS SEQUENTIAL
000573         FILE STATUS IS WS-FS-CONSELHO.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000670 FD  JORNAL-FILE
000680     LABEL RECORDS ARE STANDARD.
000690     COPY REGJRNL.
000691 FD  CONSELHO-FILE
000692     LABEL RECORDS ARE STANDARD.
000693     COPY REGDELIB.
000700 FD  RELATORIO-FILE
000710     LABEL RECORDS ARE STANDARD.
000720 01  RL-LINHA                         PIC X(100).
000770     03  WS-FS-INTERFACE              PIC X(02) VALUE "00".
000780     03  WS-FS-JORNAL                 PIC X(02) VALUE "00".
000790     03  WS-FS-RELATORIO              PIC X(02) VALUE "00".
000791     03  WS-FS-CONSELHO               PIC X(02) VALUE "00".
000800 01  WS-SWITCHES.
000810     03  WS-FIM-RETIF                 PIC X(01) VALUE "N".
000820         88  WS88-FIM-RETIF               VALUE "S".
000880         88  WS88-ENTRADA-ACHADA          VALUE "S".
000890     03  WS-INTERFACE-CARREGADA       PIC X(01) VALUE "N".
000900         88  WS88-INTERFACE-CARREGADA     VALUE "S".
000901     03  WS-FIM-CONSELHO              PIC X(01) VALUE "N".
000902         88  WS88-FIM-CONSELHO            VALUE "S".
000910 01  WS-VARIACAO                   PIC 9(02)V99 VALUE 0.
000920 01  WS-DATA-ENVIO                 PIC 9(08) VALUE 0.
000930 01  WS-SUB-GER                    PIC 9(04) VALUE 0 COMP.
001010     03  WS-CONT-ALTERACOES           PIC 9(06) VALUE 0 COMP.
001020     03  WS-CONT-EXCLUSOES            PIC 9(06) VALUE 0 COMP.
001030     03  WS-CONT-POS-ENVIO            PIC 9(06) VALUE 0 COMP.
001031     03  WS-CONT-DELIBERACOES         PIC 9(06) VALUE 0 COMP.
001032     03  WS-CONT-CANCELAMENTOS        PIC 9(06) VALUE 0 COMP.
001040 01  WS-REL-CONTADOR               PIC 9(06) VALUE 0.
001050 01  WS-RUN-ID                     PIC X(14) VALUE SPACES.
001060 01  WS-DATA-HOJE                  PIC 9(08) VALUE 0.
002720     READ JORNAL-FILE
002730         AT END
002740             MOVE "S" TO WS-FIM-JORNAL
002750             GO TO 1100-EXIT
002850     END-READ
002851     IF TB-JRN-QTD NOT < 500
002852         DISPLAY "ERRO: LIMITE DA TABELA DO DIARIO "
002853             "EXCEDIDO: " JR-RUN-ID
002854         PERFORM 2900-ESTOURO-TABELA THRU 2900-EXIT
002855     END-IF
002856     ADD 1 TO TB-JRN-QTD
002857     SET TB-IDX-JRN TO TB-JRN-QTD
002858     MOVE JR-RUN-ID TO TB-JRN-RUN-ID (TB-IDX-JRN)
002859     MOVE JR-DATA TO TB-JRN-DATA (TB-IDX-JRN)
002860     .
002870 1100-EXIT.
002880     EXIT.
003270     END-IF
003280     IF TB-IFC-QTD NOT < 2000
003290         DISPLAY "ERRO: LIMITE DA TABELA DE INTERFACE "
003300             "EXCEDIDO: " IF-MATRICULA " " IF-MATERIA
003310         PERFORM 2900-ESTOURO-TABELA THRU 2900-EXIT
003320     END-IF
003330     ADD 1 TO TB-IFC-QTD
003340     SET TB-IDX-IFC TO TB-IFC-QTD
004020     IF NOT WS88-ENTRADA-ACHADA
004030         IF TB-MAT-QTD NOT < 100
004040             DISPLAY "ERRO: LIMITE DE MATERIAS NO DIGEST "
004050                 "EXCEDIDO: " RT-MATERIA
004060             PERFORM 2900-ESTOURO-TABELA THRU 2900-EXIT
004070         END-IF
004080         ADD 1 TO TB-MAT-QTD
004090         SET TB-IDX-MAT TO TB-MAT-QTD
004330     IF NOT WS88-ENTRADA-ACHADA
004340         IF TB-ORG-QTD NOT < 50
004350             DISPLAY "ERRO: LIMITE DE ORIGENS NO DIGEST "
004360                 "EXCEDIDO: " RT-ORIGEM
004370             PERFORM 2900-ESTOURO-TABELA THRU 2900-EXIT
004380         END-IF
004390         ADD 1 TO TB-ORG-QTD
004400         SET TB-IDX-ORG TO TB-ORG-QTD
005270     END-IF
005280     ADD 1 TO WS-CONT-POS-ENVIO
005290     IF TB-DST-QTD NOT < 200
005300         DISPLAY "ERRO: LIMITE DE DESTAQUES EXCEDIDO: "
005310             RT-MATRICULA " " RT-MATERIA
005320         PERFORM 2900-ESTOURO-TABELA THRU 2900-EXIT
005330     END-IF
005340     ADD 1 TO TB-DST-QTD
005350     SET TB-IDX-DST TO TB-DST-QTD
005480 2400-EXIT.
005490     EXIT.
005500*****************************************************************
005501* 2900-ESTOURO-TABELA
005502* EXECUCAO, CHAVE ENVIADA, MATERIA, ORIGEM OU DESTAQUE ALEM DA
005503* TABELA NAO PODE SUMIR DO DIGEST: A AUDITORIA LERIA UM RELATORIO
005504* INCOMPLETO COMO SE FOSSE O QUADRO TODO. O DIGEST E CANCELADO
005505* COM RETORNO 8.
005506*****************************************************************
005507 2900-ESTOURO-TABELA.
005508     DISPLAY "DIGEST CANCELADO - RETORNO 8."
005509     MOVE "LIMITE DE TABELA" TO WS-ENCERRAMENTO
005509     MOVE 8 TO RETURN-CODE
005509     PERFORM 9999-FIM THRU 9999-EXIT
005509     .
005509 2900-EXIT.
005509     EXIT.
005509*****************************************************************
005510* 5000-IMPRIME-DIGEST
005520* IMPRIME AS SECOES DO DIGEST: POR MATERIA, POR ORIGEM,
005530* MAIORES VARIACOES, RETIFICACOES APOS O ENVIO A SECRETARIA E AS
005531* DELIBERACOES DO CONSELHO DE CLASSE.
005540*****************************************************************
005550 5000-IMPRIME-DIGEST.
005560     MOVE "DIGEST DE RETIFICACOES DE NOTA PARA A DIRECAO"
006050     PERFORM 5400-IMPRIME-DESTAQUE THRU 5400-EXIT
006060         VARYING WS-SUB-GER FROM 1 BY 1
006070             UNTIL WS-SUB-GER > TB-DST-QTD
006071     PERFORM 5500-IMPRIME-CONSELHO THRU 5500-EXIT
006080     MOVE SPACES TO RL-LINHA
006090     WRITE RL-LINHA
006100     MOVE WS-CONT-LIDAS TO WS-REL-CONTADOR
006280     MOVE WS-CONT-POS-ENVIO TO WS-REL-CONTADOR
006290     MOVE SPACES TO RL-LINHA
006300     STRING "APOS ENVIO A SECRETARIA:" WS-REL-CONTADOR
006301         DELIMITED BY SIZE INTO RL-LINHA
006302     END-STRING
006303     WRITE RL-LINHA
006304     MOVE WS-CONT-DELIBERACOES TO WS-REL-CONTADOR
006305     MOVE SPACES TO RL-LINHA
006306     STRING "DELIBERACOES CONSELHO:  " WS-REL-CONTADOR
006307         DELIMITED BY SIZE INTO RL-LINHA
006308     END-STRING
006309     WRITE RL-LINHA
006309     MOVE WS-CONT-CANCELAMENTOS TO WS-REL-CONTADOR
006309     MOVE SPACES TO RL-LINHA
006309     STRING "DELIBERACOES CANCELADAS:" WS-REL-CONTADOR
006310         DELIMITED BY SIZE INTO RL-LINHA
006320     END-STRING
006330     WRITE RL-LINHA
007290 5400-EXIT.
007300     EXIT.
007310*****************************************************************
007311* 5500-IMPRIME-CONSELHO
007312* LISTA A TRILHA DE DELIBERACOES DO CONSELHO DE CLASSE (NOTASCON)
007313* NA ORDEM EM QUE FORAM REGISTRADAS: CADA MUDANCA DE STATUS ANUAL
007314* COM A ATA E, NA LINHA SEGUINTE, QUEM REGISTROU E O MOTIVO.
007315*****************************************************************
007316 5500-IMPRIME-CONSELHO.
007317     MOVE SPACES TO RL-LINHA
007318     WRITE RL-LINHA
007319     MOVE "DELIBERACOES DO CONSELHO DE CLASSE" TO RL-LINHA
007319     WRITE RL-LINHA
007319     OPEN INPUT CONSELHO-FILE
007319     IF WS-FS-CONSELHO NOT = "00"
007319         MOVE "  NENHUMA DELIBERACAO REGISTRADA." TO RL-LINHA
007319         WRITE RL-LINHA
007319         GO TO 5500-EXIT
007319     END-IF
007319     PERFORM 5510-IMPRIME-DELIBERACAO THRU 5510-EXIT
007319         UNTIL WS88-FIM-CONSELHO
007319     CLOSE CONSELHO-FILE
007319     IF WS-CONT-DELIBERACOES = 0 AND WS-CONT-CANCELAMENTOS = 0
007319         MOVE "  NENHUMA DELIBERACAO REGISTRADA." TO RL-LINHA
007319         WRITE RL-LINHA
007319     END-IF
007319     .
007319 5500-EXIT.
007319     EXIT.
007319 5510-IMPRIME-DELIBERACAO.
007319     READ CONSELHO-FILE
007319         AT END
007319             MOVE "S" TO WS-FIM-CONSELHO
007319             GO TO 5510-EXIT
007319     END-READ
007319     IF DL88-CANCELAMENTO
007319         ADD 1 TO WS-CONT-CANCELAMENTOS
007319     ELSE
007319         ADD 1 TO WS-CONT-DELIBERACOES
007319     END-IF
007319     MOVE SPACES TO RL-LINHA
007319     STRING "  " DL-DATA " (" DL-OPERACAO ") "
007319         DL-MATRICULA " " DL-MATERIA
007319         " ANO " DL-ANO-LETIVO " "
007319         DL-STATUS-ANTERIOR " -> " DL-STATUS-NOVO
007319         DELIMITED BY SIZE INTO RL-LINHA
007319     END-STRING
007319     WRITE RL-LINHA
007319     MOVE SPACES TO RL-LINHA
007319     STRING "      ATA " DL-NUM-ATA " POR " DL-REGISTRADO-POR
007319         DELIMITED BY SIZE INTO RL-LINHA
007319     END-STRING
007319     WRITE RL-LINHA
007319     MOVE SPACES TO RL-LINHA
007319     STRING "      JUSTIFICATIVA: " DL-JUSTIFICATIVA
007319         DELIMITED BY SIZE INTO RL-LINHA
007319     END-STRING
007319     WRITE RL-LINHA
007319     .
007319 5510-EXIT.
007319     EXIT.
007319*****************************************************************
007320* 9999-FIM
007330* TOTALIZA, FECHA OS ARQUIVOS E ENCERRA O PROGRAMA.
007340*****************************************************************
007390     DISPLAY "ALTERACOES:              " WS-CONT-ALTERACOES
007400     DISPLAY "EXCLUSOES:               " WS-CONT-EXCLUSOES
007410     DISPLAY "APOS ENVIO A SECRETARIA: " WS-CONT-POS-ENVIO
007420     DISPLAY "DELIBERACOES CONSELHO:   " WS-CONT-DELIBERACOES
007422     DISPLAY "DELIBERACOES CANCELADAS: " WS-CONT-CANCELAMENTOS
007424     IF RETURN-CODE = 0
007426         DISPLAY "DIGEST GRAVADO EM NOTASRTG."
007428     END-IF
007430     STOP RUN
007440     .
007450 9999-EXIT.
