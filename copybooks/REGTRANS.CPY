000186* NO REGISTRO JA EXISTENTE E RECALCULA A NOTA FINAL COM OS
000187* PESOS DA MATERIA - AS DEMAIS NOTAS NAO SAO REDIGITADAS).
000188* CADA DETALHE E DE UM BIMESTRE (1-4) DE UM ANO LETIVO.
000189* O HEADER IDENTIFICA O PROFESSOR RESPONSAVEL PELO LOTE
000190* (CODIGO DO CADASTRO NOTASPRF); CADA DETALHE PRECISA ESTAR
000191* NA ATRIBUICAO DE AULAS (NOTASATR) DESSE PROFESSOR.
000200*----------------------------------------------------------------
000210 01  TR-REGISTRO-TRANSACAO.
000220     03  TR-TIPO-REGISTRO             PIC X(01).
000410     03  TR-DADOS-HEADER REDEFINES TR-DADOS-DETALHE.
000420         05  TR-HDR-DATA-GERACAO          PIC 9(08).
000430         05  TR-HDR-ORIGEM                PIC X(20).
000440         05  TR-HDR-CODIGO-PROFESSOR      PIC X(08).
000445         05  FILLER                       PIC X(31).
000450     03  TR-DADOS-TRAILER REDEFINES TR-DADOS-DETALHE.
000460         05  TR-TRL-QTD-REGISTROS         PIC 9(06).
000470         05  TR-TRL-HASH-NOTAS            PIC 9(10).
