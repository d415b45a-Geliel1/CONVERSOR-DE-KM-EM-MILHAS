000140     05  IF-NUMERO-MEMBRO            PIC X(10).
000150* SITUACAO DO CREDITO JUNTO AO SISTEMA DE RESERVAS: "C" QUANDO
000160* A CONFIRMACAO (ACKFILE) FOI CASADA PELO CONFMILHAS; EM BRANCO,
000170* CREDITO AINDA NAO CONFIRMADO; "E" CONVERSAO ESTORNADA PELO
000172* DESFAZIMENTO DO CICLO DIARIO (DESFCICLO), IGNORADA PELA
000174* POSTAGEM, PELA CONCILIACAO E PELOS RELATORIOS.
000180     05  IF-SITUACAO-CREDITO         PIC X(01).
000190* UNIDADE DE DISTANCIA DA QUANTIDADE EM IF-QUANT-KM (VER
000200* CPYUNID). EM BRANCO OU "KM", QUILOMETROS.
000310     05  IF-SINAL-MILHAS             PIC X(01).
000320* CODIGO DO MOTIVO DO AJUSTE MANUAL; EM BRANCO NAS CONVERSOES.
000330     05  IF-MOTIVO-AJUSTE            PIC X(03).
000332* CODIGO DA CAMPANHA PROMOCIONAL APLICADA NA CONVERSAO (VER
000334* CPYCAMP) E AS MILHAS DE BONUS QUE ELA ACRESCENTOU A
000336* IF-QUANT-MILHAS (JA INCLUIDAS NELA). EM BRANCO, SEM CAMPANHA.
000337     05  IF-CODIGO-CAMPANHA          PIC X(04).
000338     05  IF-MILHAS-CAMPANHA          PIC 9(07).
