000140* PROGRAMA DE CORRECAO CONSIGA REMONTAR A TRANSACAO CORRIGIDA.
000142* PARA A SEGUNDA CHAMADA (CODIGO S) A IMAGEM INCLUI O NUMERO
000144* DA NOTA SUBSTITUIDA E O NOVO VALOR, NO FIM DO REGISTRO.
000146* EX-CODIGO-PROFESSOR E O PROFESSOR DO HEADER DO LOTE.
000150*----------------------------------------------------------------
000160 01  EX-REGISTRO-EXCECAO.
000170     03  EX-MATRICULA                 PIC 9(08).
000310     03  EX-RUN-ID                    PIC X(14).
000320     03  EX-NUM-NOTA-SUBST            PIC X(01).
000330     03  EX-NOTA-SUBST                PIC X(02).
000340     03  EX-CODIGO-PROFESSOR          PIC X(08).
