000100*----------------------------------------------------------------
000110* REGDEPEN - LAYOUT DO REGISTRO DO ARQUIVO DE DEPENDENCIAS
000120* (NOTASDEP), GERADO POR DESAFIO-RESULTADO-FINAL NA APURACAO DO
000130* RESULTADO DO ANO. UM REGISTRO POR ALUNO PROMOVIDO COM
000140* DEPENDENCIA E MATERIA REPROVADA: O ALUNO CURSA A MATERIA DE
000150* NOVO NO ANO SEGUINTE (DP-ANO-CURSO), JUNTO COM A NOVA SERIE
000160* (DP-TURMA-CURSO). DP-ANO-ORIGEM/DP-TURMA-ORIGEM SAO O ANO E A
000170* TURMA EM QUE A MATERIA FOI REPROVADA, COM A NOTA FINAL E O
000180* STATUS ANUAL DO FECHAMENTO (NOTASANO).
000190* SITUACAO: P = PENDENTE (A CURSAR).
000200* DP-MATERIA-CURSO E A CHAVE DE MATERIA SOB A QUAL AS NOTAS DA
000210* DEPENDENCIA SAO LANCADAS NO MESTRE: OS 16 PRIMEIROS CARACTERES
000220* DA MATERIA, A MARCA "DP" E A SERIE DE ORIGEM COM DOIS DIGITOS
000230* ("MATEMATICA      DP07"), PARA NAO SE CONFUNDIR COM A MESMA
000240* MATERIA CURSADA NA SERIE NOVA. O PESO E O DA MATERIA ORIGINAL.
000250*----------------------------------------------------------------
000260 01  DP-REGISTRO-DEPENDENCIA.
000270     03  DP-MATRICULA                 PIC 9(08).
000280     03  DP-NOME                      PIC X(30).
000290     03  DP-MATERIA                   PIC X(20).
000300     03  DP-MATERIA-CURSO.
000310         05  DP-MATERIA-BASE          PIC X(16).
000320         05  DP-MARCA-DEPENDENCIA     PIC X(02).
000330             88  DP88-MARCA-DEPENDENCIA   VALUE "DP".
000340         05  DP-SERIE-ORIGEM          PIC 9(02).
000350     03  DP-ANO-ORIGEM                PIC 9(04).
000360     03  DP-TURMA-ORIGEM              PIC X(10).
000370     03  DP-NOTA-FINAL-ORIGEM         PIC 9(02)V99.
000380     03  DP-STATUS-ORIGEM             PIC X(14).
000390     03  DP-ANO-CURSO                 PIC 9(04).
000400     03  DP-TURMA-CURSO               PIC X(10).
000410     03  DP-SITUACAO                  PIC X(01).
000420         88  DP88-PENDENTE                VALUE "P".
000430     03  DP-DATA-GERACAO              PIC 9(08).
