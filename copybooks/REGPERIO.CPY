000100*----------------------------------------------------------------
000110* REGPERIO - LAYOUT DO REGISTRO DO CALENDARIO DE PERIODOS
000120* LETIVOS (NOTASPER). UM REGISTRO POR ANO LETIVO/BIMESTRE COM AS
000130* DATAS DE ABERTURA E DE FECHAMENTO E A SITUACAO DO PERIODO.
000140* MANTIDO POR DESAFIO-CADASTRO-PERIODOS. PERIODO FECHADO TEM OS
000150* BOLETINS JA EMITIDOS E ENVIADOS A SECRETARIA: O LEITOR DE
000160* NOTAS REJEITA PARA O LOG DE EXCECOES QUALQUER TRANSACAO PARA
000170* ELE E A CORRECAO DE EXCECOES NAO O REENVIA. SO VOLTA A ACEITAR
000180* LANCAMENTOS QUANDO REABERTO, COM O NUMERO DA AUTORIZACAO E O
000190* NOME DE QUEM AUTORIZOU. PERIODO AUSENTE DO CALENDARIO NUNCA
000200* FOI FECHADO E E TRATADO COMO ABERTO.
000210*----------------------------------------------------------------
000220 01  PE-REGISTRO-PERIODO.
000230     03  PE-CHAVE-PERIODO.
000240         05  PE-ANO-LETIVO                PIC 9(04).
000250         05  PE-BIMESTRE                  PIC 9(01).
000260     03  PE-DATA-ABERTURA             PIC 9(08).
000270     03  PE-DATA-FECHAMENTO           PIC 9(08).
000280     03  PE-SITUACAO                  PIC X(08).
000290         88  PE88-ABERTO                  VALUE "ABERTO".
000300         88  PE88-FECHADO                 VALUE "FECHADO".
000310         88  PE88-REABERTO                VALUE "REABERTO".
000320     03  PE-NUM-AUTORIZACAO           PIC X(10).
000330     03  PE-AUTORIZADO-POR            PIC X(30).
000340     03  PE-DATA-SITUACAO             PIC 9(08).
