000100*----------------------------------------------------------------
000110* REGCAD - LAYOUT DO REGISTRO DO CADASTRO DE ALUNOS
000120* UM REGISTRO POR ALUNO. ARQUIVO INDEXADO PELA CHAVE
000130* CA-MATRICULA: A CONSULTA DE UM ALUNO E FEITA DIRETO PELA CHAVE.
000131* O PROGRAMA QUE PRECISA DO CADASTRO INTEIRO EM TABELA TEM LIMITE
000132* EXPLICITO (5000 ALUNOS) E ENCERRA COM RETORNO 8 SE O CADASTRO
000133* PASSAR DELE - NENHUM ALUNO E DESCARTADO EM SILENCIO.
000134* SITUACAO: A = ATIVO / I = INATIVO / T = TRANSFERIDO /
000135* F = FALECIDO (A TURMA DE CADA PERIODO FICA NA ENTURMACAO
000136* HISTORICA - REGENTUR)
000140*----------------------------------------------------------------
000150 01  CA-REGISTRO-CADASTRO.
000160     03  CA-MATRICULA                 PIC 9(08).
