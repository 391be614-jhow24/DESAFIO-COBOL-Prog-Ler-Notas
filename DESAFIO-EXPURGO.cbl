000310* DATA       AUTOR  DESCRICAO
000320* ---------- ------ -----------------------------------------
000330* 08/31/2026 MNT    VERSAO ORIGINAL DO EXPURGO ANUAL.
000331* 09/15/2026 MNT    REGISTRO DO MESTRE CARREGA O CODIGO DO
000332*                    PROFESSOR - REGISTRO DO ARQUIVO
000333*                    HISTORICO AJUSTADO A 101 POSICOES.
000340*****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. DESAFIO-EXPURGO-MESTRE.
000730     COPY REGANUAL.
000740 FD  HISTORICO-FILE
000750     LABEL RECORDS ARE STANDARD.
000760 01  AH-REGISTRO-HISTORICO            PIC X(101).
000770 FD  BALANCO-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 01  BL-LINHA                         PIC X(80).
