000280*                    QUANDO HA PENDENCIA OU REJEICAO. SEM O
000281*                    ARQUIVO DE CONVOCACAO O COMPORTAMENTO
000282*                    ANTERIOR E MANTIDO (APENAS AVISA).
000282* 09/15/2026 MNT    REGISTRO DO MESTRE CARREGA O CODIGO DO
000282*                    PROFESSOR - BUFFERS DAS GERACOES
000282*                    AJUSTADOS A 101 POSICOES.
000282* 10/06/2026 MNT    DELIBERACOES DO CONSELHO DE CLASSE (NOTASCON,
000282*                    GRAVADO POR DESAFIO-DELIBERA-CONSELHO): O PAR
000282*                    REPROVADO COM DELIBERACAO VIGENTE FECHA COMO
000282*                    APROV-CONSELHO, PARA A RECONSOLIDACAO DO ANO
000282*                    NAO DESFAZER A DECISAO DO CONSELHO.
000282* 10/15/2026 MNT    ESTOURO DAS TABELAS DE CONVOCACAO, DE
000282*                    RECUPERACAO OU ANUAL CANCELA A CONSOLIDACAO
000282*                    COM RETORNO 8 EM VEZ DE IGNORAR O
000282*                    REGISTRO - O PAR IGNORADO FECHAVA PENDENTE
000282*                    OU INCOMPLETO.
000282* 10/15/2026 MNT    NOTASANO E NOTASCVP SO SAO ABERTOS DEPOIS DE
000282*                    CARREGADAS TODAS AS TABELAS - O CANCELAMENTO
000282*                    POR ESTOURO PRESERVA O FECHAMENTO ANTERIOR.
000282* 10/15/2026 MNT    TABELAS ANUAL E DE CONVOCACAO AMPLIADAS PARA
000282*                    500000 PARES, RECUPERACAO PARA 5000 NOTAS E
000282*                    DELIBERACOES PARA 1000. NOTASCON AUSENTE (35)
000282*                    SEGUE SEM DELIBERACOES; OUTRO STATUS DE
000282*                    ABERTURA E O ESTOURO DAS DELIBERACOES
000282*                    CANCELAM POR 1900. BUSCA DA DELIBERACAO COM
000282*                    CHAVE PROPRIA EM WORKING-STORAGE.
000283*****************************************************************
000284 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. DESAFIO-CONSOLIDA-ANO.
000588     SELECT CONVPEND-FILE ASSIGN TO "NOTASCVP"
000590         ORGANIZATION IS SEQUENTIAL
000592         FILE STATUS IS WS-FS-CONVPEND.
000593     SELECT CONSELHO-FILE ASSIGN TO "NOTASCON"
000593         ORGANIZATION IS SEQUENTIAL
000593         FILE STATUS IS WS-FS-CONSELHO.
000594
000600 DATA DIVISION.
000610 FILE SECTION.
000630     LABEL RECORDS ARE STANDARD.
000640 01  G1-REGISTRO.
000641     03  G1-CHAVE                     PIC X(33).
000642     03  FILLER                       PIC X(68).
000650 FD  MESTRE-BIM2-FILE
000660     LABEL RECORDS ARE STANDARD.
000670 01  G2-REGISTRO.
000671     03  G2-CHAVE                     PIC X(33).
000672     03  FILLER                       PIC X(68).
000680 FD  MESTRE-BIM3-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 01  G3-REGISTRO.
000701     03  G3-CHAVE                     PIC X(33).
000702     03  FILLER                       PIC X(68).
000710 FD  MESTRE-BIM4-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 01  G4-REGISTRO.
000731     03  G4-CHAVE                     PIC X(33).
000732     03  FILLER                       PIC X(68).
000740 FD  RECUP-FILE
000750     LABEL RECORDS ARE STANDARD.
000760 01  RC-REGISTRO-RECUPERACAO.
000836 FD  CONVPEND-FILE
000837     LABEL RECORDS ARE STANDARD.
000838 01  CP-LINHA                         PIC X(100).
000839 FD  CONSELHO-FILE
000839     LABEL RECORDS ARE STANDARD.
000839     COPY REGDELIB.
000840
000850 WORKING-STORAGE SECTION.
000860*--------------------------------------------------------------
000870* IMAGEM DE UM REGISTRO DO MESTRE BIMESTRAL: AS QUATRO GERACOES
000880* SAO LIDAS EM BUFFERS X(101) E MOVIDAS PARA ESTE LAYOUT UNICO.
000890*--------------------------------------------------------------
000900 COPY REGMESTR.
000910 01  WS-FILE-STATUS.
000970     03  WS-FS-ANUAL                  PIC X(02) VALUE "00".
000972     03  WS-FS-CONVOC                 PIC X(02) VALUE "00".
000974     03  WS-FS-CONVPEND               PIC X(02) VALUE "00".
000975     03  WS-FS-CONSELHO               PIC X(02) VALUE "00".
000980 01  WS-SWITCHES.
000990     03  WS-FIM-GERACAO               PIC X(01) VALUE "N".
001000         88  WS88-FIM-GERACAO             VALUE "S".
001067         88  WS88-CONVOC-CARREGADA        VALUE "S".
001068     03  WS-CONVOC-ACHADO             PIC X(01) VALUE "N".
001069         88  WS88-CONVOC-ACHADO           VALUE "S".
001069     03  WS-FIM-CONSELHO              PIC X(01) VALUE "N".
001069         88  WS88-FIM-CONSELHO            VALUE "S".
001069     03  WS-DELIB-ACHADA              PIC X(01) VALUE "N".
001069         88  WS88-DELIB-ACHADA            VALUE "S".
001069     03  WS-ANUAL-ABERTO              PIC X(01) VALUE "N".
001069         88  WS88-ANUAL-ABERTO            VALUE "S".
001069     03  WS-CONVPEND-ABERTO           PIC X(01) VALUE "N".
001069         88  WS88-CONVPEND-ABERTO         VALUE "S".
001070 01  WS-ANO-ALVO-ENT               PIC X(04) VALUE SPACES.
001080 01  WS-ANO-ALVO                   PIC 9(04) VALUE 0.
001090 01  WS-BIMESTRE-SUB               PIC 9(01) VALUE 0 COMP.
001215     03  WS-CONT-REP-FREQ             PIC 9(06) VALUE 0 COMP.
001216     03  WS-CONT-REC-REJEITADAS       PIC 9(06) VALUE 0 COMP.
001217     03  WS-CONT-CONV-SEM-NOTA        PIC 9(06) VALUE 0 COMP.
001218     03  WS-CONT-CONSELHO             PIC 9(06) VALUE 0 COMP.
001218 01  WS-SUB-CNV                    PIC 9(06) VALUE 0 COMP.
001218 01  WS-DEL-CHAVE.
001218     03  WS-DEL-MATRICULA             PIC 9(08) VALUE 0.
001218     03  WS-DEL-MATERIA               PIC X(20) VALUE SPACES.
001219 01  WS-MEDIA-PARCIAL-ED           PIC Z9.99.
001220*--------------------------------------------------------------
001230* ACUMULACAO ANUAL POR ALUNO/MATERIA: UMA ENTRADA POR PAR, COM
001240* A NOTA FINAL DE CADA BIMESTRE E A MARCA DE PRESENCA DELE.
001250*--------------------------------------------------------------
001260 01  TB-ANUAL.
001270     03  TB-ANO-QTD                   PIC 9(06) VALUE 0 COMP.
001280     03  TB-ANO-REG OCCURS 1 TO 500000 TIMES
001290             DEPENDING ON TB-ANO-QTD
001300             INDEXED BY TB-IDX-ANO.
001310         05  TB-ANO-MATRICULA             PIC 9(08).
001420*--------------------------------------------------------------
001430 01  TB-RECUP.
001440     03  TB-REC-QTD                   PIC 9(04) VALUE 0 COMP.
001450     03  TB-REC-REG OCCURS 1 TO 5000 TIMES
001460             DEPENDING ON TB-REC-QTD
001470             INDEXED BY TB-IDX-REC.
001480         05  TB-REC-MATRICULA             PIC 9(08).
001506* ANTES DO FECHAMENTO EM VEZ DE PASSAR EM SILENCIO.
001507*--------------------------------------------------------------
001508 01  TB-CONVOCACAO.
001509     03  TB-CNV-QTD                   PIC 9(06) VALUE 0 COMP.
001510     03  TB-CNV-REG OCCURS 1 TO 500000 TIMES
001511             DEPENDING ON TB-CNV-QTD
001512             INDEXED BY TB-IDX-CNV.
001513         05  TB-CNV-MATRICULA             PIC 9(08).
001516         05  TB-CNV-TURMA                 PIC X(10).
001517         05  TB-CNV-MEDIA                 PIC 9(02)V99.
001518         05  TB-CNV-TEM-NOTA              PIC X(01).
001518*--------------------------------------------------------------
001518* DELIBERACOES DO CONSELHO DE CLASSE DO ANO ALVO (NOTASCON): UMA
001518* ENTRADA POR ALUNO/MATERIA COM A ULTIMA OPERACAO DA TRILHA - D
001518* (APROVADO PELO CONSELHO) OU C (DELIBERACAO CANCELADA).
001518*--------------------------------------------------------------
001518 01  TB-DELIBERACOES.
001518     03  TB-DEL-QTD                   PIC 9(04) VALUE 0 COMP.
001518     03  TB-DEL-REG OCCURS 1 TO 1000 TIMES
001518             DEPENDING ON TB-DEL-QTD
001518             INDEXED BY TB-IDX-DEL.
001518         05  TB-DEL-MATRICULA             PIC 9(08).
001518         05  TB-DEL-MATERIA               PIC X(20).
001518         05  TB-DEL-OPERACAO              PIC X(01).
001519
001520 PROCEDURE DIVISION.
001530*****************************************************************
001570 0000-MAINLINE.
001580     PERFORM 1000-INICIALIZA THRU 1000-EXIT
001590     PERFORM 2000-PROCESSA-GERACOES THRU 2000-EXIT
001591     PERFORM 3900-ABRE-SAIDAS THRU 3900-EXIT
001600     PERFORM 4000-FECHA-ANO THRU 4000-EXIT
001610     PERFORM 9999-FIM THRU 9999-EXIT
001620     .
001630*****************************************************************
001640* 1000-INICIALIZA
001650* PEDE O ANO LETIVO ALVO E CARREGA AS DELIBERACOES, A CONVOCACAO E
001660* AS NOTAS DA PROVA DE RECUPERACAO FINAL, QUANDO EXISTEM. AS
001665* SAIDAS SO SAO ABERTAS EM 3900, DEPOIS DE TODAS AS CARGAS.
001670*****************************************************************
001680 1000-INICIALIZA.
001690     DISPLAY "***************************************"
001780         DISPLAY "ANO LETIVO INVALIDO - ENCERRANDO."
001790         PERFORM 9999-FIM THRU 9999-EXIT
001800     END-IF
001810     PERFORM 1200-CARREGA-DELIBERACOES THRU 1200-EXIT
001859     OPEN INPUT CONVOC-FILE
001860     IF WS-FS-CONVOC = "00"
001861         MOVE "S" TO WS-CONVOC-CARREGADA
001920     ELSE
001930         DISPLAY "SEM ARQUIVO DE RECUPERACAO FINAL (NOTASREC)."
001940     END-IF
001950     .
001960 1000-EXIT.
001970     EXIT.
001972     READ CONVOC-FILE
001973         AT END
001974             MOVE "S" TO WS-FIM-CONVOC
001975             GO TO 1050-EXIT
001996     END-READ
001996     IF CV-ANO-LETIVO NOT = WS-ANO-ALVO
001996         GO TO 1050-EXIT
001996     END-IF
001996     IF TB-CNV-QTD NOT < 500000
001996         DISPLAY "ERRO: LIMITE DA TABELA DE CONVOCACAO "
001996             "EXCEDIDO: " CV-MATRICULA " " CV-MATERIA
001996         CLOSE CONVOC-FILE
001996         PERFORM 1900-ESTOURO-TABELA THRU 1900-EXIT
001996     END-IF
001996     ADD 1 TO TB-CNV-QTD
001996     SET TB-IDX-CNV TO TB-CNV-QTD
001996     MOVE CV-MATRICULA TO TB-CNV-MATRICULA (TB-IDX-CNV)
001996     MOVE CV-NOME TO TB-CNV-NOME (TB-IDX-CNV)
001996     MOVE CV-MATERIA TO TB-CNV-MATERIA (TB-IDX-CNV)
001996     MOVE CV-TURMA TO TB-CNV-TURMA (TB-IDX-CNV)
001996     MOVE CV-MEDIA-PARCIAL TO TB-CNV-MEDIA (TB-IDX-CNV)
001996     MOVE "N" TO TB-CNV-TEM-NOTA (TB-IDX-CNV)
001997     .
001998 1050-EXIT.
001999     EXIT.
002142* 1150-CARREGA-UMA-NOTA
002143* CARREGA UMA NOTA DE NOTASREC DO ANO ALVO. COM O CONTROLE DE
002144* CONVOCACAO CARREGADO, NOTA DE QUEM NAO FOI CONVOCADO E
002145* REJEITADA (CONTADA AQUI E LISTADA NO RELATORIO DE PENDENCIAS EM
002146* 3910) E O CONVOCADO E MARCADO COMO TENDO NOTA LANCADA.
002147*****************************************************************
002148 1150-CARREGA-UMA-NOTA.
002149     IF WS88-CONVOC-CARREGADA
002150         PERFORM 1160-LOCALIZA-CONVOCADO THRU 1160-EXIT
002151         IF NOT WS88-CONVOC-ACHADO
002152             ADD 1 TO WS-CONT-REC-REJEITADAS
002160             GO TO 1150-EXIT
002161         END-IF
002162         MOVE "S" TO TB-CNV-TEM-NOTA (TB-IDX-CNV)
002163     END-IF
002164     IF TB-REC-QTD NOT < 5000
002172         DISPLAY "ERRO: LIMITE DA TABELA DE RECUPERACAO "
002173             "EXCEDIDO: " RC-MATRICULA " " RC-MATERIA
002174         CLOSE RECUP-FILE
002174         PERFORM 1900-ESTOURO-TABELA THRU 1900-EXIT
002175     END-IF
002175     ADD 1 TO TB-REC-QTD
002175     SET TB-IDX-REC TO TB-REC-QTD
002175     MOVE RC-MATRICULA TO TB-REC-MATRICULA (TB-IDX-REC)
002175     MOVE RC-MATERIA TO TB-REC-MATERIA (TB-IDX-REC)
002175     MOVE RC-NOTA TO TB-REC-NOTA (TB-IDX-REC)
002176     .
002177 1150-EXIT.
002178     EXIT.
002191     END-SEARCH
002192     .
002193 1160-EXIT.
002193     EXIT.
002193*****************************************************************
002193* 1200-CARREGA-DELIBERACOES
002193* CARREGA AS DELIBERACOES DO CONSELHO DO ANO ALVO ANTES DE ABRIR
002193* O FECHAMENTO. SEM A TRILHA (STATUS 35) NENHUMA DELIBERACAO E
002193* APLICADA; TRILHA ILEGIVEL OU TABELA ESTOURADA CANCELA POR 1900
002193* SEM GRAVAR NOTASANO, PARA NENHUMA DECISAO DO CONSELHO SE PERDER
002193* NA RECONSOLIDACAO.
002193*****************************************************************
002193 1200-CARREGA-DELIBERACOES.
002193     OPEN INPUT CONSELHO-FILE
002193     IF WS-FS-CONSELHO = "35"
002193         DISPLAY "SEM DELIBERACOES DO CONSELHO (NOTASCON)."
002193         GO TO 1200-EXIT
002193     END-IF
002193     IF WS-FS-CONSELHO NOT = "00"
002193         DISPLAY "ERRO AO ABRIR DELIBERACOES DO CONSELHO "
002193             "(NOTASCON): " WS-FS-CONSELHO
002193         PERFORM 1900-ESTOURO-TABELA THRU 1900-EXIT
002193     END-IF
002193     PERFORM 1210-LE-DELIBERACAO THRU 1210-EXIT
002193         UNTIL WS88-FIM-CONSELHO
002193     CLOSE CONSELHO-FILE
002193     DISPLAY "DELIBERACOES DO CONSELHO NO ANO: " TB-DEL-QTD
002193     .
002193 1200-EXIT.
002193     EXIT.
002193 1210-LE-DELIBERACAO.
002193     READ CONSELHO-FILE
002193         AT END
002193             MOVE "S" TO WS-FIM-CONSELHO
002193             GO TO 1210-EXIT
002193     END-READ
002193     IF DL-ANO-LETIVO NOT = WS-ANO-ALVO
002193         GO TO 1210-EXIT
002193     END-IF
002193     MOVE DL-MATRICULA TO WS-DEL-MATRICULA
002193     MOVE DL-MATERIA TO WS-DEL-MATERIA
002193     PERFORM 1250-LOCALIZA-DELIBERACAO THRU 1250-EXIT
002193     IF NOT WS88-DELIB-ACHADA
002193         IF TB-DEL-QTD NOT < 1000
002193             DISPLAY "ERRO: LIMITE DA TABELA DE DELIBERACOES "
002193                 "EXCEDIDO: " DL-MATRICULA " " DL-MATERIA
002193             CLOSE CONSELHO-FILE
002193             PERFORM 1900-ESTOURO-TABELA THRU 1900-EXIT
002193         END-IF
002193         ADD 1 TO TB-DEL-QTD
002193         SET TB-IDX-DEL TO TB-DEL-QTD
002193         MOVE DL-MATRICULA TO TB-DEL-MATRICULA (TB-IDX-DEL)
002193         MOVE DL-MATERIA TO TB-DEL-MATERIA (TB-IDX-DEL)
002193     END-IF
002193     MOVE DL-OPERACAO TO TB-DEL-OPERACAO (TB-IDX-DEL)
002193     .
002193 1210-EXIT.
002193     EXIT.
002193 1250-LOCALIZA-DELIBERACAO.
002193     MOVE "N" TO WS-DELIB-ACHADA
002193     IF TB-DEL-QTD = 0
002193         GO TO 1250-EXIT
002193     END-IF
002193     SET TB-IDX-DEL TO 1
002193     SEARCH TB-DEL-REG VARYING TB-IDX-DEL
002193         AT END
002193             MOVE "N" TO WS-DELIB-ACHADA
002193         WHEN TB-DEL-MATRICULA (TB-IDX-DEL) = WS-DEL-MATRICULA AND
002193              TB-DEL-MATERIA (TB-IDX-DEL) = WS-DEL-MATERIA
002193             MOVE "S" TO WS-DELIB-ACHADA
002193     END-SEARCH
002193     .
002193 1250-EXIT.
002194     EXIT.
002195*****************************************************************
002196* 1500-LISTA-CONV-SEM-NOTA
002229     DISPLAY CP-LINHA
002230     .
002231 1510-EXIT.
002231     EXIT.
002231*****************************************************************
002231* 1900-ESTOURO-TABELA
002231* CONVOCADO, NOTA DE RECUPERACAO, DELIBERACAO OU PAR ALUNO/MATERIA
002231* ALEM DA TABELA NAO PODE SER IGNORADO: O FECHAMENTO SAIRIA
002231* PENDENTE OU INCOMPLETO EM SILENCIO. O MESMO VALE PARA A TRILHA
002231* DO CONSELHO ILEGIVEL. A CONSOLIDACAO E CANCELADA COM RETORNO 8;
002231* AS CARGAS CORREM ANTES DE 3900 ABRIR AS SAIDAS, ENTAO O NOTASANO
002231* ANTERIOR FICA INTACTO.
002231*****************************************************************
002231 1900-ESTOURO-TABELA.
002231     DISPLAY "CONSOLIDACAO CANCELADA - NOTASANO NAO ALTERADO - "
002231         "RETORNO 8."
002231     MOVE 8 TO RETURN-CODE
002231     STOP RUN
002231     .
002231 1900-EXIT.
002232     EXIT.
002233*****************************************************************
002234* 2000-PROCESSA-GERACOES
003210     MOVE RM-BIMESTRE TO WS-BIMESTRE-SUB
003220     PERFORM 3100-LOCALIZA-ALUNO THRU 3100-EXIT
003230     IF NOT WS88-ALUNO-ACHADO
003240         IF TB-ANO-QTD NOT < 500000
003250             DISPLAY "ERRO: LIMITE DA TABELA ANUAL EXCEDIDO: "
003260                 RM-MATRICULA " " RM-MATERIA
003270             PERFORM 1900-ESTOURO-TABELA THRU 1900-EXIT
003280         END-IF
003290         ADD 1 TO TB-ANO-QTD
003300         SET TB-IDX-ANO TO TB-ANO-QTD
003650     END-SEARCH
003660     .
003670 3100-EXIT.
003671     EXIT.
003672*****************************************************************
003673* 3900-ABRE-SAIDAS
003674* SO DEPOIS DE CARREGADAS TODAS AS TABELAS O NOTASANO E O
003675* RELATORIO DE PENDENCIAS SAO ABERTOS - UM CANCELAMENTO POR
003676* ESTOURO NAS CARGAS DEIXA O FECHAMENTO ANTERIOR COMO ESTAVA.
003677* O RELATORIO LISTA AS NOTAS REJEITADAS E OS CONVOCADOS SEM NOTA.
003678*****************************************************************
003679 3900-ABRE-SAIDAS.
003679     OPEN OUTPUT ANUAL-FILE
003679     IF WS-FS-ANUAL NOT = "00"
003679         DISPLAY "ERRO AO ABRIR ARQUIVO ANUAL: " WS-FS-ANUAL
003679         PERFORM 9999-FIM THRU 9999-EXIT
003679     END-IF
003679     MOVE "S" TO WS-ANUAL-ABERTO
003679     OPEN OUTPUT CONVPEND-FILE
003679     IF WS-FS-CONVPEND NOT = "00"
003679         DISPLAY "ERRO AO ABRIR RELATORIO DE PENDENCIAS DA "
003679             "RECUPERACAO: " WS-FS-CONVPEND
003679         PERFORM 9999-FIM THRU 9999-EXIT
003679     END-IF
003679     MOVE "S" TO WS-CONVPEND-ABERTO
003679     MOVE "PENDENCIAS DA RECUPERACAO FINAL" TO CP-LINHA
003679     WRITE CP-LINHA
003679     IF WS-CONT-REC-REJEITADAS > 0
003679         PERFORM 3910-LISTA-REJEITADAS THRU 3910-EXIT
003679     END-IF
003679     IF WS88-CONVOC-CARREGADA
003679         PERFORM 1500-LISTA-CONV-SEM-NOTA THRU 1500-EXIT
003679     END-IF
003679     .
003679 3900-EXIT.
003679     EXIT.
003679*****************************************************************
003679* 3910-LISTA-REJEITADAS
003679* RELE O NOTASREC E LISTA NO RELATORIO CADA NOTA DO ANO ALVO DE
003679* ALUNO/MATERIA QUE NAO CONSTA DA CONVOCACAO (CONTADA EM 1150).
003679*****************************************************************
003679 3910-LISTA-REJEITADAS.
003679     OPEN INPUT RECUP-FILE
003679     IF WS-FS-RECUP NOT = "00"
003679         DISPLAY "ERRO AO REABRIR NOTASREC: " WS-FS-RECUP
003679         GO TO 3910-EXIT
003679     END-IF
003679     MOVE "N" TO WS-FIM-RECUP
003679     PERFORM 3920-LISTA-UMA-REJEITADA THRU 3920-EXIT
003679         UNTIL WS88-FIM-RECUP
003679     CLOSE RECUP-FILE
003679     .
003679 3910-EXIT.
003679     EXIT.
003679 3920-LISTA-UMA-REJEITADA.
003679     READ RECUP-FILE
003679         AT END
003679             MOVE "S" TO WS-FIM-RECUP
003679             GO TO 3920-EXIT
003679     END-READ
003679     IF RC-ANO-LETIVO NOT = WS-ANO-ALVO
003679         GO TO 3920-EXIT
003679     END-IF
003679     PERFORM 1160-LOCALIZA-CONVOCADO THRU 1160-EXIT
003679     IF WS88-CONVOC-ACHADO
003679         GO TO 3920-EXIT
003679     END-IF
003679     MOVE SPACES TO CP-LINHA
003679     STRING "NOTA REJEITADA (NAO CONVOCADO): "
003679         RC-MATRICULA " " RC-MATERIA
003679         DELIMITED BY SIZE INTO CP-LINHA
003679     END-STRING
003679     WRITE CP-LINHA
003679     DISPLAY CP-LINHA
003679     .
003679 3920-EXIT.
003680     EXIT.
003690*****************************************************************
003700* 4000-FECHA-ANO
004160         PERFORM 4200-RECUPERACAO-FINAL THRU 4200-EXIT
004170         GO TO 4100-GRAVA
004180     END-IF
004190     PERFORM 4300-REPROVA THRU 4300-EXIT
004210     .
004220 4100-GRAVA.
004230     MOVE WS-NOTA-FINAL-ANUAL TO AN-NOTA-FINAL-ANUAL
004490         MOVE "RECUPERACAO" TO AN-STATUS-ANUAL
004500         ADD 1 TO WS-CONT-RECUPERACAO
004510     ELSE
004520         PERFORM 4300-REPROVA THRU 4300-EXIT
004540     END-IF
004550     .
004560 4200-EXIT.
004740 4250-EXIT.
004750     EXIT.
004760*****************************************************************
004761* 4300-REPROVA
004762* PAR REPROVADO POR NOTA: COM DELIBERACAO DO CONSELHO VIGENTE (A
004763* ULTIMA OPERACAO DA TRILHA E D) FECHA COMO APROV-CONSELHO. A
004764* REPROVACAO POR FALTA NAO PASSA POR AQUI E NAO E DELIBERAVEL.
004765*****************************************************************
004766 4300-REPROVA.
004767     MOVE TB-ANO-MATRICULA (TB-IDX-ANO) TO WS-DEL-MATRICULA
004768     MOVE TB-ANO-MATERIA (TB-IDX-ANO) TO WS-DEL-MATERIA
004769     PERFORM 1250-LOCALIZA-DELIBERACAO THRU 1250-EXIT
004769     IF WS88-DELIB-ACHADA
004769         IF TB-DEL-OPERACAO (TB-IDX-DEL) = "D"
004769             MOVE "APROV-CONSELHO" TO AN-STATUS-ANUAL
004769             ADD 1 TO WS-CONT-CONSELHO
004769             GO TO 4300-EXIT
004769         END-IF
004769     END-IF
004769     MOVE "REPROVADO" TO AN-STATUS-ANUAL
004769     ADD 1 TO WS-CONT-REPROVADOS
004769     .
004769 4300-EXIT.
004769     EXIT.
004769*****************************************************************
004770* 9999-FIM
004780* TOTALIZA A CONSOLIDACAO E ENCERRA O PROGRAMA.
004790*****************************************************************
004800 9999-FIM.
004810     IF WS88-ANUAL-ABERTO
004812         CLOSE ANUAL-FILE
004813     END-IF
004814     IF WS88-CONVPEND-ABERTO
004815         CLOSE CONVPEND-FILE
004816     END-IF
004820     DISPLAY "REGISTROS BIMESTRAIS LIDOS:   " WS-CONT-LIDOS
004830     DISPLAY "IGNORADOS (OUTRO ANO/BIM):    " WS-CONT-OUTRO-ANO
004840     DISPLAY "FECHAMENTOS GRAVADOS:         " WS-CONT-GRAVADOS
004850     DISPLAY "  APROVADOS:                  " WS-CONT-APROVADOS
004860     DISPLAY "  APROVADOS POR RECUPERACAO:  " WS-CONT-RECUPERACAO
004870     DISPLAY "  REPROVADOS:                 " WS-CONT-REPROVADOS
004871     DISPLAY "  APROVADOS PELO CONSELHO:    " WS-CONT-CONSELHO
004875     DISPLAY "  REPROVADOS POR FALTA:       " WS-CONT-REP-FREQ
004880     DISPLAY "  PENDENTES DE PROVA FINAL:   " WS-CONT-PENDENTES
004890     DISPLAY "  INCOMPLETOS (FALTA BIM):    " WS-CONT-INCOMPLETOS
004899             "NOTASCVP - RETORNO 4."
004900         MOVE 4 TO RETURN-CODE
004901     END-IF
004902     IF WS88-ANUAL-ABERTO
004903         DISPLAY "FECHAMENTO ANUAL GRAVADO EM NOTASANO."
004904     END-IF
004910     STOP RUN
004920     .
004930 9999-EXIT.
