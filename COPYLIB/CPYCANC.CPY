000100******************************************************************
000110* CPYCANC - LAYOUT DO ARQUIVO DIARIO DE CANCELAMENTOS DE BILHETES
000120* PREMIO (CANCFILE) ENVIADO PELA CENTRAL. CADA REGISTRO PEDE O
000130* ESTORNO DAS MILHAS DE UM RESGATE APROVADO, IDENTIFICADO PELA
000140* REFERENCIA GRAVADA NO HISTORICO RESGHIST (VER CPYHRSG E
000150* ESTRESG). QUANTIDADE EM BRANCO OU ZERO PEDE O ESTORNO TOTAL DO
000160* QUE AINDA NAO FOI ESTORNADO; PREENCHIDA, PEDE ESTORNO PARCIAL.
000170* MOTIVOS DE RECUSA GRAVADOS NO RELATORIO DE ESTORNO:
000180*   01 - REFERENCIA DO RESGATE EM BRANCO
000190*   02 - REFERENCIA NAO ENCONTRADA NO HISTORICO RESGHIST
000200*   03 - RESGATE JA ESTORNADO POR COMPLETO
000210*   04 - QUANTIDADE DE MILHAS NAO NUMERICA
000220*   05 - QUANTIDADE ACIMA DO SALDO AINDA NAO ESTORNADO
000230*   06 - MEMBRO DO RESGATE NAO CADASTRADO NO MEMBMST
000240******************************************************************
000250 01  CN-REGISTRO-CANCELAMENTO.
000260     05  CN-REFERENCIA-RESGATE       PIC X(12).
000270     05  CN-QUANT-MILHAS             PIC X(07).
000280     05  FILLER                      PIC X(61).
