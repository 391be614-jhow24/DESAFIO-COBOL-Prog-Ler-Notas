000310* DATA       AUTOR  DESCRICAO
000320* ---------- ------ -----------------------------------------
000330* 08/28/2026 MNT    VERSAO ORIGINAL DA DESCARGA/RECONSTRUCAO.
000331* 09/15/2026 MNT    REGISTRO DO MESTRE CARREGA O CODIGO DO
000332*                    PROFESSOR - REGISTRO DA COPIA DE
000333*                    SEGURANCA AJUSTADO A 101 POSICOES.
000340*****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. DESAFIO-DESCARGA-MESTRE.
000690         88  BK88-TIPO-HEADER             VALUE "H".
000700         88  BK88-TIPO-DETALHE            VALUE "D".
000710         88  BK88-TIPO-TRAILER            VALUE "T".
000720     03  BK-DADOS-DETALHE             PIC X(101).
000730     03  BK-DADOS-HEADER REDEFINES BK-DADOS-DETALHE.
000740         05  BK-HDR-DATA-GERACAO          PIC 9(08).
000750         05  BK-HDR-HORA-GERACAO          PIC 9(06).
000760         05  BK-HDR-RUN-ID                PIC X(14).
000770         05  FILLER                       PIC X(73).
000780     03  BK-DADOS-TRAILER REDEFINES BK-DADOS-DETALHE.
000790         05  BK-TRL-QTD-REGISTROS         PIC 9(06).
000800         05  BK-TRL-HASH-FINAIS           PIC 9(08)V99.
000810         05  FILLER                       PIC X(85).
000820 FD  JORNAL-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY REGJRNL.
