000100******************************************************************
000110* CPYHRSG - LAYOUT DO HISTORICO DE RESGATES APROVADOS, MANTIDO NO
000120* ARQUIVO INDEXADO RESGHIST COM CHAVE NA REFERENCIA DO RESGATE
000130* ENVIADA PELA CENTRAL (RR-REFERENCIA-RESGATE, VER CPYRESG). O
000140* RESGMILHAS GRAVA AQUI CADA DEBITO APROVADO E O ESTRESG ABATE
000150* DELE OS ESTORNOS DE BILHETES CANCELADOS (VER CPYCANC), PARA
000160* QUE NENHUMA REFERENCIA SEJA ESTORNADA ALEM DO QUE FOI DEBITADO.
000170* SITUACAO DO RESGATE:
000180*   "A" - ATIVO, SEM ESTORNO
000190*   "P" - ESTORNADO PARCIALMENTE (AINDA ACEITA ESTORNO DO SALDO)
000200*   "E" - ESTORNADO POR COMPLETO
000210******************************************************************
000220 01  RH-REGISTRO-HISTORICO.
000230     05  RH-REFERENCIA-RESGATE       PIC X(12).
000240* CONTA EFETIVAMENTE DEBITADA (A SOBREVIVENTE, SE O PEDIDO VEIO
000250* PARA UMA CONTA FUNDIDA) E O NUMERO INFORMADO PELA CENTRAL.
000260     05  RH-NUMERO-MEMBRO            PIC X(10).
000270     05  RH-NUMERO-PEDIDO            PIC X(10).
000280     05  RH-DATA-RESGATE             PIC 9(08).
000290     05  RH-QUANT-MILHAS             PIC 9(07).
000300     05  RH-QUANT-ESTORNADA          PIC 9(07).
000310     05  RH-SITUACAO-RESGATE         PIC X(01).
000320* DATA DO ULTIMO ESTORNO; ZERO ENQUANTO ATIVO.
000330     05  RH-DATA-ULT-ESTORNO         PIC 9(08).
000340     05  FILLER                      PIC X(17).
