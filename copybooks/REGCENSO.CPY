000100*----------------------------------------------------------------
000110* REGCENSO - LAYOUT DO ARQUIVO DE EXPORTACAO DO RENDIMENTO
000120* ESCOLAR PARA O CENSO ESCOLAR (NOTASCEN - MODULO SITUACAO DO
000130* ALUNO DO EDUCACENSO), GERADO POR DESAFIO-EXPORTA-EDUCACENSO
000140* POR ANO LETIVO. REGISTRO 00 = CABECALHO DA ESCOLA (UM POR
000150* ARQUIVO), 90 = SITUACAO DE UM ALUNO NO ANO (CODIGO DA TURMA
000160* E DO ALUNO NA ESCOLA), 99 = TRAILER COM A QUANTIDADE DE
000170* ALUNOS, OS TOTAIS POR SITUACAO E O HASH DAS MATRICULAS.
000180* SITUACAO DO ALUNO: 1 = TRANSFERIDO / 2 = DEIXOU DE FREQUENTAR
000190* (ABANDONO) / 3 = FALECIDO / 4 = REPROVADO / 5 = APROVADO.
000200*----------------------------------------------------------------
000210 01  CE-REGISTRO-CENSO.
000220     03  CE-TIPO-REGISTRO             PIC X(02).
000230         88  CE88-TIPO-HEADER             VALUE "00".
000240         88  CE88-TIPO-ALUNO              VALUE "90".
000250         88  CE88-TIPO-TRAILER            VALUE "99".
000260     03  CE-DADOS-ALUNO.
000270         05  CE-CODIGO-ESCOLA             PIC 9(08).
000280         05  CE-ANO-LETIVO                PIC 9(04).
000290         05  CE-CODIGO-TURMA              PIC X(10).
000300         05  CE-CODIGO-ALUNO              PIC 9(08).
000310         05  CE-NOME-ALUNO                PIC X(30).
000320         05  CE-SITUACAO-ALUNO            PIC 9(01).
000330             88  CE88-TRANSFERIDO             VALUE 1.
000340             88  CE88-ABANDONO                VALUE 2.
000350             88  CE88-FALECIDO                VALUE 3.
000360             88  CE88-REPROVADO               VALUE 4.
000370             88  CE88-APROVADO                VALUE 5.
000380             88  CE88-SITUACAO-VALIDA         VALUE 1 THRU 5.
000390         05  FILLER                       PIC X(09).
000400     03  CE-DADOS-HEADER REDEFINES CE-DADOS-ALUNO.
000410         05  CE-HDR-CODIGO-ESCOLA         PIC 9(08).
000420         05  CE-HDR-ANO-LETIVO            PIC 9(04).
000430         05  CE-HDR-DATA-GERACAO          PIC 9(08).
000440         05  CE-HDR-RUN-ID                PIC X(14).
000450         05  FILLER                       PIC X(36).
000460     03  CE-DADOS-TRAILER REDEFINES CE-DADOS-ALUNO.
000470         05  CE-TRL-QTD-ALUNOS            PIC 9(06).
000480         05  CE-TRL-QTD-APROVADOS         PIC 9(06).
000490         05  CE-TRL-QTD-REPROVADOS        PIC 9(06).
000500         05  CE-TRL-QTD-TRANSFERIDOS      PIC 9(06).
000510         05  CE-TRL-QTD-ABANDONOS         PIC 9(06).
000520         05  CE-TRL-QTD-FALECIDOS         PIC 9(06).
000530         05  CE-TRL-HASH-MATRICULAS       PIC 9(10).
000540         05  FILLER                       PIC X(24).
