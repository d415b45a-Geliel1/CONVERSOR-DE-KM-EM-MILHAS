000100******************************************************************
000110* CPYDUPL - LAYOUT DO REGISTRO DE VIAGEM BLOQUEADA PELO CONTROLE
000120* DE DUPLICIDADE (DUPVIAGEM), GRAVADO NO ARQUIVO KMDUPL AO LADO
000130* DO RELATORIO DUPREL. DP-DADOS-VIAGEM GUARDA A IMAGEM DO
000140* REGISTRO DE VIAGEM REAPRESENTADO (VER CPYTRIP) E
000150* DP-DATA-PROCESSO A DATA EM QUE O BILHETE FOI PROCESSADO PELA
000160* PRIMEIRA VEZ (TH-DATA-PROCESSO DO HISTORICO TRIPHIST). LIDO
000170* PELO RETORNO AOS PARCEIROS (RETPARC).
000180******************************************************************
000190 01  DP-REGISTRO-DUPLICADO.
000200     05  DP-DADOS-VIAGEM             PIC X(72).
000210     05  DP-DATA-PROCESSO            PIC 9(08).
