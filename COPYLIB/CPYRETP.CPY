000100*----------------------------------------------------------------
000110*CPYRETP - LAYOUT DO ARQUIVO DE RETORNO AO PARCEIRO, GRAVADO
000120*PELO RETPARC AO FIM DO CICLO DIARIO, UM ARQUIVO POR PARCEIRO DO
000130*CADASTRO PARCTAB (NOME "RET" + CODIGO DO PARCEIRO). UM REGISTRO
000140*DE DETALHE POR VIAGEM APRESENTADA PELO PARCEIRO NO LOTE DO DIA,
000150*COM O RESULTADO DO PROCESSAMENTO:
000160*  "C" - CREDITADA (MILHAS EM RN-QUANT-MILHAS)
000170*  "R" - REJEITADA PELA CRITICA DO LOTE (MOTIVO DE CPYREJ EM
000180*        RN-CODIGO-MOTIVO)
000190*  "D" - DUPLICADA, BLOQUEADA PELO DUPVIAGEM (DATA DO PRIMEIRO
000200*        PROCESSAMENTO DO BILHETE EM RN-DATA-ORIGINAL)
000210*----------------------------------------------------------------
000220 01  RN-REGISTRO-DETALHE.
000230* TIPO DO REGISTRO: "D" DETALHE.
000240     05  RN-TIPO-REGISTRO            PIC X(01).
000250     05  RN-CODIGO-PARCEIRO          PIC X(03).
000260     05  RN-DATA-CICLO               PIC 9(08).
000270     05  RN-NUMERO-BILHETE           PIC X(13).
000280     05  RN-NUMERO-MEMBRO            PIC X(10).
000290* QUANTIDADE ENVIADA PELO PARCEIRO, NA UNIDADE DA VIAGEM; ZERO
000300* QUANDO REJEITADA POR QUANTIDADE NAO NUMERICA.
000310     05  RN-QUANT-KM                 PIC 9(09).
000320     05  RN-SITUACAO-VIAGEM          PIC X(01).
000330     05  RN-CODIGO-MOTIVO            PIC X(02).
000340     05  RN-DATA-ORIGINAL            PIC 9(08).
000350     05  RN-QUANT-MILHAS             PIC 9(07).
000360     05  FILLER                      PIC X(18).
000370*----------------------------------------------------------------
000380*REGISTRO TRAILER, SEMPRE O ULTIMO DO ARQUIVO, COM AS CONTAGENS
000390*E TOTAIS PARA O PARCEIRO CONCILIAR COM O QUE ENVIOU.
000400*----------------------------------------------------------------
000410 01  RN-REGISTRO-TRAILER.
000420* TIPO DO REGISTRO: "T" TRAILER.
000430     05  RN-TRL-TIPO-REGISTRO        PIC X(01).
000440     05  RN-TRL-CODIGO-PARCEIRO      PIC X(03).
000450     05  RN-TRL-DATA-CICLO           PIC 9(08).
000460     05  RN-TRL-QTD-VIAGENS          PIC 9(07).
000470     05  RN-TRL-QTD-CREDITADAS       PIC 9(07).
000480     05  RN-TRL-QTD-REJEITADAS       PIC 9(07).
000490     05  RN-TRL-QTD-DUPLICADAS       PIC 9(07).
000500     05  RN-TRL-TOTAL-KM             PIC 9(11).
000510     05  RN-TRL-TOTAL-MILHAS         PIC 9(11).
000520     05  FILLER                      PIC X(18).
