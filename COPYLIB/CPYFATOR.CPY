000110* CPYFATOR - LAYOUT DO PARAMETRO DE CONVERSAO KM/MILHAS.
000120* USADO PELO ARQUIVO CALCPARM, LIDO PELO CALCMILHAS NO INICIO
000130* DA EXECUCAO PARA OBTER O FATOR DE CONVERSAO SEM PRECISAR
000140* ALTERAR E RECOMPILAR O PROGRAMA. TAMBEM GUARDA O VALOR DA
000142* MILHA NO PASSIVO (MOEDA POR MILHA), USADO PELO CONTMILHAS PARA
000144* VALORIZAR OS MOVIMENTOS QUE NAO SAO CREDITOS DE PARCEIRO.
000145* MANTIDO PELO MANTPARM.
000146* POLITICA DE SENHAS, LIDA NO SIGN-ON DE TODOS OS PROGRAMAS:
000147* FALHAS DE SENHA CONSECUTIVAS QUE BLOQUEIAM O OPERADOR E DIAS
000148* DE VALIDADE DA SENHA. ZERADOS OU EM BRANCO, VALEM 5 FALHAS E
000149* 90 DIAS.
000150******************************************************************
000160 01  CF-REGISTRO-PARAMETRO.
000170     05  CF-FATOR-KM-MILHAS          PIC 9(03)V9(05).
000175     05  CF-OPERADOR-LOTE            PIC X(08).
000176     05  CF-VALOR-MILHA-PASSIVO      PIC 9(03)V9(05).
000177     05  CF-MAX-FALHAS-SIGNON        PIC 9(02).
000178     05  CF-DIAS-VALIDADE-SENHA      PIC 9(03).
000180     05  FILLER                      PIC X(51).
