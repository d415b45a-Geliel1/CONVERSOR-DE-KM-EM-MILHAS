000170 01  TH-REGISTRO-HISTORICO.
000180     05  TH-NUMERO-BILHETE           PIC X(13).
000190     05  TH-DATA-PROCESSO            PIC 9(08).
000192* PARCEIRO QUE APRESENTOU A VIAGEM, USADO PELO DESFAZIMENTO DO
000194* CICLO DE UM UNICO PARCEIRO (DESFCICLO). EM BRANCO NOS
000196* REGISTROS ANTIGOS E NAS VIAGENS SEM PARCEIRO.
000198     05  TH-CODIGO-PARCEIRO          PIC X(03).
000200     05  FILLER                      PIC X(56).
