000120* NOTAS. GRAVADO A CADA ALTERACAO OU EXCLUSAO APLICADA NO
000130* MESTRE, PARA QUE MUDANCAS DE NOTA APOS A PUBLICACAO POSSAM
000140* SER JUSTIFICADAS A DIRECAO. NA EXCLUSAO A NOTA NOVA E ZERO.
000141* RT-RUN-ID E O LOTE QUE FEZ A MUDANCA; RT-IMAGEM-ANTERIOR
000142* GUARDA O REGISTRO DO MESTRE COMO ESTAVA ANTES DELA (A NOTA
000143* FINAL ANTERIOR E RT-NOTA-ANTIGA), PERMITINDO AO ESTORNO
000144* (DESAFIO-ESTORNO-LOTE) DEVOLVER O MESTRE AO ESTADO ANTERIOR
000145* AO LOTE. NAS ENTRADAS DE ORIGEM "ESTORNO" RT-ANT-RUN-ID E
000146* SEMPRE O LOTE ESTORNADO; NA REINCLUSAO DE UM REGISTRO EXCLUIDO
000147* O RESTO DA IMAGEM ANTERIOR FICA EM BRANCO/ZERO.
000148* RT-CODIGO-PROFESSOR E O PROFESSOR DO LOTE QUE FEZ A MUDANCA
000149* (BRANCO NAS ENTRADAS DE ORIGEM "ESTORNO").
000150*----------------------------------------------------------------
000160 01  RT-REGISTRO-RETIFICACAO.
000170     03  RT-DATA                      PIC 9(08).
000230     03  RT-NOTA-ANTIGA               PIC 9(02)V99.
000240     03  RT-NOTA-NOVA                 PIC 9(02)V99.
000250     03  RT-ORIGEM                    PIC X(20).
000260     03  RT-RUN-ID                    PIC X(14).
000265     03  RT-CODIGO-PROFESSOR          PIC X(08).
000270     03  RT-IMAGEM-ANTERIOR.
000280         05  RT-ANT-NOME                  PIC X(20).
000290         05  RT-ANT-NOTA1                 PIC 9(02).
000300         05  RT-ANT-NOTA2                 PIC 9(02).
000310         05  RT-ANT-NOTA3                 PIC 9(02).
000320         05  RT-ANT-NOTA4                 PIC 9(02).
000330         05  RT-ANT-STATUS                PIC X(14).
000340         05  RT-ANT-RUN-ID                PIC X(14).
000350         05  RT-ANT-CODIGO-PROFESSOR      PIC X(08).
