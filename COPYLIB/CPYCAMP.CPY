000100******************************************************************
000110* CPYCAMP - LAYOUT DA TABELA DE CAMPANHAS PROMOCIONAIS DE BONUS,
000120* MANTIDA NO ARQUIVO CAMPTAB PELO PROGRAMA MANTCAMP, COMO A
000130* TIERTAB E MANTIDA PELO MANTNIVEL. NO MODO LOTE O CALCMILHAS
000140* APLICA O MULTIPLICADOR DA CAMPANHA SOBRE O MULTIPLICADOR DO
000150* NIVEL (TIERTAB) DE CADA VIAGEM CONVERTIDA NA VIGENCIA DA
000160* CAMPANHA QUE ATENDA AOS FILTROS INFORMADOS. FILTRO EM BRANCO
000170* ACEITA QUALQUER VALOR; O FILTRO DE UNIDADE "KM" ACEITA TAMBEM
000180* AS VIAGENS SEM UNIDADE. COM MAIS DE UMA CAMPANHA ATENDIDA,
000190* VALE A DE MAIOR MULTIPLICADOR (AS CAMPANHAS NAO SE SOMAM).
000200* SITUACAO DA CAMPANHA: "A" ATIVA, "I" DESATIVADA PELO MANTCAMP.
000210******************************************************************
000220 01  CP-REGISTRO-CAMPANHA.
000230     05  CP-CODIGO-CAMPANHA          PIC X(04).
000240     05  CP-DESCRICAO                PIC X(25).
000250* VIGENCIA (AAAAMMDD), PELA DATA DE PROCESSAMENTO DO LOTE.
000260     05  CP-DATA-INICIO              PIC 9(08).
000270     05  CP-DATA-FIM                 PIC 9(08).
000280* FILTROS OPCIONAIS: PARCEIRO (CPYPARC), NIVEL (CPYNIVEL) E
000290* UNIDADE DE DISTANCIA (CPYUNID) DA VIAGEM.
000300     05  CP-CODIGO-PARCEIRO          PIC X(03).
000310     05  CP-CODIGO-NIVEL             PIC X(03).
000320     05  CP-CODIGO-UNIDADE           PIC X(02).
000330* MULTIPLICADOR DE BONUS DA CAMPANHA (2,0000 = MILHAS EM DOBRO).
000340     05  CP-MULTIPLICADOR            PIC 9(01)V9(04).
000350     05  CP-SITUACAO                 PIC X(01).
000360     05  FILLER                      PIC X(21).
