000100*----------------------------------------------------------------
000110* REGPERAU - LAYOUT DO REGISTRO DA AUDITORIA DO CALENDARIO DE
000120* PERIODOS (NOTASPAU). GRAVADO POR DESAFIO-CADASTRO-PERIODOS A
000130* CADA MUDANCA DE SITUACAO DE UM PERIODO (ABERTURA, FECHAMENTO
000140* E REABERTURA), COM A SITUACAO ANTERIOR E A NOVA. NA REABERTURA
000150* LEVA O NUMERO DA AUTORIZACAO E O NOME DE QUEM AUTORIZOU. O
000160* ARQUIVO SO RECEBE ACRESCIMOS - NUNCA E REGRAVADO.
000170*----------------------------------------------------------------
000180 01  PA-REGISTRO-AUDITORIA.
000190     03  PA-DATA                      PIC 9(08).
000200     03  PA-HORA                      PIC 9(06).
000210     03  PA-ANO-LETIVO                PIC 9(04).
000220     03  PA-BIMESTRE                  PIC 9(01).
000230     03  PA-SITUACAO-ANTERIOR         PIC X(08).
000240     03  PA-SITUACAO-NOVA             PIC X(08).
000250     03  PA-NUM-AUTORIZACAO           PIC X(10).
000260     03  PA-AUTORIZADO-POR            PIC X(30).
000270     03  PA-DATA-FECHAMENTO-ANT       PIC 9(08).
