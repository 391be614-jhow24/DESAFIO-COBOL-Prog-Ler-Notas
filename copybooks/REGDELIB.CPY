000100*----------------------------------------------------------------
000110* REGDELIB - LAYOUT DO REGISTRO DA TRILHA DE DELIBERACOES DO
000120* CONSELHO DE CLASSE (NOTASCON). GRAVADO POR
000130* DESAFIO-DELIBERA-CONSELHO A CADA DELIBERACAO (D) QUE MUDA O
000140* STATUS ANUAL DE UM ALUNO/MATERIA NO FECHAMENTO (NOTASANO) PARA
000150* APROV-CONSELHO, E A CADA CANCELAMENTO (C) QUE DEVOLVE O STATUS
000160* ANTERIOR. LEVA O NUMERO DA ATA, QUEM REGISTROU E A
000165* JUSTIFICATIVA.
000170* A ULTIMA OPERACAO DE CADA ALUNO/MATERIA/ANO E A QUE VALE: O
000180* DESAFIO-CONSOLIDA-ANO REAPLICA AS DELIBERACOES VIGENTES QUANDO O
000190* ANO E CONSOLIDADO DE NOVO. O ARQUIVO SO RECEBE ACRESCIMOS.
000200*----------------------------------------------------------------
000210 01  DL-REGISTRO-DELIBERACAO.
000220     03  DL-DATA                      PIC 9(08).
000230     03  DL-HORA                      PIC 9(06).
000240     03  DL-OPERACAO                  PIC X(01).
000250         88  DL88-DELIBERACAO             VALUE "D".
000260         88  DL88-CANCELAMENTO            VALUE "C".
000270     03  DL-MATRICULA                 PIC 9(08).
000280     03  DL-NOME                      PIC X(20).
000290     03  DL-MATERIA                   PIC X(20).
000300     03  DL-ANO-LETIVO                PIC 9(04).
000310     03  DL-MEDIA-ANUAL               PIC 9(02)V99.
000320     03  DL-NOTA-FINAL-ANUAL          PIC 9(02)V99.
000330     03  DL-STATUS-ANTERIOR           PIC X(14).
000340     03  DL-STATUS-NOVO               PIC X(14).
000350     03  DL-NUM-ATA                   PIC X(10).
000360     03  DL-REGISTRADO-POR            PIC X(30).
000370     03  DL-JUSTIFICATIVA             PIC X(60).
