000100*----------------------------------------------------------------
000110* REGENTUR - LAYOUT DO REGISTRO DA ENTURMACAO HISTORICA
000120* (NOTASENT, INDEXADO). UM REGISTRO POR MUDANCA DE TURMA OU DE
000130* SITUACAO DO ALUNO, COM O ANO LETIVO/BIMESTRE A PARTIR DO QUAL
000140* VALE. A TURMA DO ALUNO EM UM PERIODO E A DO REGISTRO DE MAIOR
000150* CHAVE ATE AQUELE ANO/BIMESTRE; SEM REGISTRO, VALE A TURMA ATUAL
000160* DO CADASTRO (NOTASCAD). O ANO 0000/BIMESTRE 0 GUARDA A TURMA
000170* QUE O ALUNO TINHA ANTES DA PRIMEIRA MUDANCA REGISTRADA.
000180* GRAVADO POR DESAFIO-CADASTRO-ALUNOS.
000190* SITUACAO: A = ENTURMADO / T = TRANSFERIDO PARA OUTRA ESCOLA
000200* (EN-TURMA GUARDA A TURMA QUE O ALUNO DEIXOU).
000210*----------------------------------------------------------------
000220 01  EN-REGISTRO-ENTURMACAO.
000230     03  EN-CHAVE-ENTURMACAO.
000240         05  EN-MATRICULA                 PIC 9(08).
000250         05  EN-ANO-LETIVO                PIC 9(04).
000260         05  EN-BIMESTRE                  PIC 9(01).
000270     03  EN-TURMA                     PIC X(10).
000280     03  EN-SITUACAO                  PIC X(01).
000290         88  EN88-ENTURMADO               VALUE "A".
000300         88  EN88-TRANSFERIDO             VALUE "T".
000310     03  EN-DATA-REGISTRO             PIC 9(08).
