000110* REGCADMV - LAYOUT DO REGISTRO DO ARQUIVO DE MOVIMENTACAO DE
000120* CADASTRO (NOTASCMV), GERADO PELA SECRETARIA NA ABERTURA DO
000130* PERIODO LETIVO E APLICADO EM LOTE POR DESAFIO-CADASTRO-ALUNOS.
000131* NA VIRADA DO ANO O LOTE DA REMATRICULA (PROMOVIDOS PARA A SERIE
000132* SEGUINTE E CONCLUINTES) E GERADO POR DESAFIO-RESULTADO-FINAL.
000140* O ARQUIVO CARREGA UM HEADER (TIPO H) COM DATA DE GERACAO E
000150* ORIGEM, REGISTROS DE DETALHE (TIPO D) E UM TRAILER (TIPO T)
000160* COM A QUANTIDADE DE DETALHES E O HASH TOTAL DAS MATRICULAS
000180* ARQUIVO DE TRANSACOES DE NOTAS (REGTRANS).
000190* CODIGO DO MOVIMENTO: I = INCLUSAO (NOME E TURMA OBRIGATORIOS),
000200* A = ALTERACAO (CAMPO EM BRANCO MANTEM O ATUAL),
000210* E = INATIVACAO (SITUACAO PASSA A I, NADA E REMOVIDO),
000211* T = TRANSFERENCIA PARA OUTRA ESCOLA (SITUACAO PASSA A T).
000212* O HEADER INFORMA O ANO LETIVO/BIMESTRE A PARTIR DO QUAL O LOTE
000213* VALE (VIGENCIA), USADO NA ENTURMACAO HISTORICA (NOTASENT) PARA
000214* A MUDANCA DE TURMA NA ALTERACAO E PARA A TRANSFERENCIA.
000220*----------------------------------------------------------------
000230 01  CM-REGISTRO-MOVIMENTO.
000240     03  CM-TIPO-REGISTRO             PIC X(01).
000300             88  CM88-CODIGO-INCLUSAO         VALUE "I".
000310             88  CM88-CODIGO-ALTERACAO        VALUE "A".
000320             88  CM88-CODIGO-INATIVACAO       VALUE "E".
000321             88  CM88-CODIGO-TRANSFERENCIA    VALUE "T".
000330         05  CM-MATRICULA                 PIC 9(08).
000340         05  CM-NOME                      PIC X(30).
000350         05  CM-TURMA                     PIC X(10).
000360     03  CM-DADOS-HEADER REDEFINES CM-DADOS-DETALHE.
000370         05  CM-HDR-DATA-GERACAO          PIC 9(08).
000380         05  CM-HDR-ORIGEM                PIC X(20).
000390         05  CM-HDR-ANO-VIGENCIA          PIC 9(04).
000391         05  CM-HDR-BIMESTRE-VIGENCIA     PIC 9(01).
000392         05  FILLER                       PIC X(16).
000400     03  CM-DADOS-TRAILER REDEFINES CM-DADOS-DETALHE.
000410         05  CM-TRL-QTD-REGISTROS         PIC 9(06).
000420         05  CM-TRL-HASH-MATRICULAS       PIC 9(10).
