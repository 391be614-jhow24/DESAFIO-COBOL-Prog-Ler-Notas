000100*----------------------------------------------------------------
000110* REGPROF - LAYOUT DO REGISTRO DO CADASTRO DE PROFESSORES
000120* (NOTASPRF). UM REGISTRO POR PROFESSOR, CHAVE = CODIGO.
000130* SITUACAO: A = ATIVO / I = INATIVO. MANTIDO POR
000140* DESAFIO-CADASTRO-PROFESSORES. O CODIGO E O QUE VEM NO HEADER
000150* DO LOTE DE NOTAS (TR-HDR-CODIGO-PROFESSOR) E FICA GRAVADO NO
000160* MESTRE E NA TRILHA DE RETIFICACAO; PROFESSOR INATIVO NAO
000170* LANCA MAIS NOTA.
000180*----------------------------------------------------------------
000190 01  PF-REGISTRO-PROFESSOR.
000200     03  PF-CODIGO-PROFESSOR          PIC X(08).
000210     03  PF-NOME                      PIC X(30).
000220     03  PF-SITUACAO                  PIC X(01).
