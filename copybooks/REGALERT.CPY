000100*----------------------------------------------------------------
000110* REGALERT - LAYOUT DO REGISTRO DO ARQUIVO DE ALERTAS PEDAGOGICOS
000120* (NOTASORI), GERADO POR DESAFIO-ALERTA-PEDAGOGICO APOS CADA
000130* BIMESTRE PARA A ORIENTACAO PEDAGOGICA AGENDAR REUNIAO COM OS
000140* RESPONSAVEIS. UM REGISTRO POR ALUNO EM ALERTA NO ANO/BIMESTRE,
000150* COM A QUANTIDADE DE MATERIAS EM CADA TIPO DE ALERTA:
000160*   QUEDAS       = NOTA FINAL CAIU O LIMITE OU MAIS EM RELACAO AO
000170*                  BIMESTRE ANTERIOR NA MESMA MATERIA;
000180*   ABAIXO DE 5  = MATERIAS COM NOTA FINAL ABAIXO DE 5 NO BIMESTRE
000190*                  (SO CONTA ALERTA COM O MINIMO DE MATERIAS);
000200*   INALCANCAVEL = MATERIAS CUJA MEDIA ANUAL NAO CHEGA MAIS A 5
000210*                  NEM COM NOTA MAXIMA NOS BIMESTRES RESTANTES.
000220* PRIORIDADE: 1 = HA MEDIA INALCANCAVEL, 2 = ABAIXO DE 5 EM VARIAS
000230* MATERIAS, 3 = SO QUEDA. AL-MATERIA-CRITICA E A PRIMEIRA MATERIA
000240* DO TIPO DE ALERTA QUE DEU A PRIORIDADE.
000250* SITUACAO DA REUNIAO: P = A AGENDAR.
000260*----------------------------------------------------------------
000270 01  AL-REGISTRO-ALERTA.
000280     03  AL-MATRICULA                 PIC 9(08).
000290     03  AL-NOME                      PIC X(30).
000300     03  AL-TURMA                     PIC X(10).
000310     03  AL-ANO-LETIVO                PIC 9(04).
000320     03  AL-BIMESTRE                  PIC 9(01).
000330     03  AL-QTD-QUEDAS                PIC 9(02).
000340     03  AL-QTD-ABAIXO-5              PIC 9(02).
000350     03  AL-QTD-INALCANCAVEL          PIC 9(02).
000360     03  AL-PRIORIDADE                PIC 9(01).
000370     03  AL-MATERIA-CRITICA           PIC X(20).
000380     03  AL-SITUACAO-REUNIAO          PIC X(01).
000390         88  AL88-REUNIAO-A-AGENDAR       VALUE "P".
000400     03  AL-DATA-GERACAO              PIC 9(08).
