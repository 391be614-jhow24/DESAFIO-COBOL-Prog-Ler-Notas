000264*                    VIVO PASSA A VARRER O ARQUIVO HISTORICO DO
000266*                    EXPURGO (NOTASHST) - ALUNO DE ANO JA
000268*                    EXPURGADO CONTINUA CONSULTAVEL.
000269* 09/15/2026 MNT    REGISTRO DO MESTRE CARREGA O CODIGO DO
000269*                    PROFESSOR - REGISTRO DO ARQUIVO
000269*                    HISTORICO AJUSTADO A 101 POSICOES.
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. DESAFIO-CONSULTA-NOTAS.
000510     COPY REGMESTR.
000512 FD  HISTORICO-FILE
000514     LABEL RECORDS ARE STANDARD.
000516 01  AH-REGISTRO-HISTORICO            PIC X(101).
000520
000530 WORKING-STORAGE SECTION.
000540 01  WS-FILE-STATUS.
