000100*----------------------------------------------------------------
000110* REGATRIB - LAYOUT DO REGISTRO DA ATRIBUICAO DE AULAS
000120* (NOTASATR). UM REGISTRO POR PROFESSOR/MATERIA/TURMA/ANO
000130* LETIVO. SITUACAO: A = ATIVA / I = INATIVA (ATRIBUICAO
000140* ENCERRADA - O HISTORICO DE QUEM DEU A AULA FICA NO ARQUIVO).
000150* MANTIDO POR DESAFIO-CADASTRO-ATRIBUICAO. O LEITOR DE NOTAS SO
000160* ACEITA O DETALHE DO LOTE CUJA MATERIA E TURMA DO ALUNO ESTEJAM
000170* ATRIBUIDAS, NO ANO LETIVO, AO PROFESSOR DO HEADER.
000180*----------------------------------------------------------------
000190 01  AT-REGISTRO-ATRIBUICAO.
000200     03  AT-CHAVE-ATRIBUICAO.
000210         05  AT-CODIGO-PROFESSOR          PIC X(08).
000220         05  AT-MATERIA                   PIC X(20).
000230         05  AT-TURMA                     PIC X(10).
000240         05  AT-ANO-LETIVO                PIC 9(04).
000250     03  AT-SITUACAO                  PIC X(01).
