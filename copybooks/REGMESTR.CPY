000130* COM SUCESSO. O ARQUIVO E INDEXADO PELA CHAVE RM-CHAVE-MESTRE,
000140* O QUE DA AS ALTERACOES/EXCLUSOES UM READ DIRETO E PERMITE A
000150* CONSULTA POR ALUNO SEM VARRER O ARQUIVO INTEIRO.
000151* RM-CODIGO-PROFESSOR E O PROFESSOR DO LOTE QUE GRAVOU O
000152* REGISTRO POR ULTIMO (BRANCO NOS REGISTROS ANTERIORES AO
000153* CADASTRO DE PROFESSORES).
000160*----------------------------------------------------------------
000170 01  RM-REGISTRO-MESTRE.
000180     03  RM-CHAVE-MESTRE.
000280     03  RM-NOTAFINAL                 PIC 9(02)V99.
000290     03  RM-STATUS                    PIC X(14).
000300     03  RM-RUN-ID                    PIC X(14).
000310     03  RM-CODIGO-PROFESSOR          PIC X(08).
