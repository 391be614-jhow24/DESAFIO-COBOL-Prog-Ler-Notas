000100*----------------------------------------------------------------
000110* REGBLOQ - LAYOUT DO REGISTRO DO LOG DE TRANSACOES BLOQUEADAS
000120* POR PERIODO FECHADO (NOTASBLQ). GRAVADO PELO LEITOR DE NOTAS
000130* PARA CADA DETALHE REJEITADO PORQUE O ANO LETIVO/BIMESTRE ESTA
000140* FECHADO NO CALENDARIO (NOTASPER), E PELA CORRECAO DE EXCECOES
000150* PARA CADA CORRECAO RECUSADA PELO MESMO MOTIVO. O ARQUIVO SO
000160* RECEBE ACRESCIMOS; A LISTAGEM DO CALENDARIO TOTALIZA OS
000170* BLOQUEIOS POR PERIODO A PARTIR DELE.
000180*----------------------------------------------------------------
000190 01  BQ-REGISTRO-BLOQUEIO.
000200     03  BQ-DATA                      PIC 9(08).
000210     03  BQ-RUN-ID                    PIC X(14).
000220     03  BQ-ORIGEM                    PIC X(20).
000230     03  BQ-ANO-LETIVO                PIC 9(04).
000240     03  BQ-BIMESTRE                  PIC 9(01).
000250     03  BQ-CODIGO-TRANSACAO          PIC X(01).
000260     03  BQ-MATRICULA                 PIC 9(08).
000270     03  BQ-MATERIA                   PIC X(20).
