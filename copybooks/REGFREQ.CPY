000110* REGFREQ - LAYOUT DO REGISTRO DO ARQUIVO DE FREQUENCIA
000120* (NOTASFRQ). UM REGISTRO POR ALUNO/MATERIA/ANO/BIMESTRE COM AS
000130* AULAS DADAS E AS FALTAS. FREQUENCIA ABAIXO DE 75% REPROVA O
000140* ALUNO NA MATERIA POR FALTA, INDEPENDENTE DAS NOTAS. ARQUIVO
000141* INDEXADO PELA CHAVE FQ-CHAVE-FREQUENCIA (ALUNO/MATERIA/ANO/
000142* BIMESTRE, NA MESMA ORDEM DA CHAVE DO MESTRE DE NOTAS).
000150*----------------------------------------------------------------
000160 01  FQ-REGISTRO-FREQUENCIA.
000170     03  FQ-CHAVE-FREQUENCIA.
000180         05  FQ-MATRICULA                 PIC 9(08).
000190         05  FQ-MATERIA                   PIC X(20).
000200         05  FQ-ANO-LETIVO                PIC 9(04).
000205         05  FQ-BIMESTRE                  PIC 9(01).
000210     03  FQ-AULAS-DADAS               PIC 9(03).
000220     03  FQ-FALTAS                    PIC 9(03).
