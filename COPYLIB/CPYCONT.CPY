000100******************************************************************
000110* CPYCONT - LAYOUT DA INTERFACE CONTABIL CONTINTF, GRAVADA PELO
000120* CONTMILHAS A CADA DIA CONTABIL PARA O RAZAO CORPORATIVO COM OS
000130* LANCAMENTOS DO PASSIVO DE MILHAS. CADA GRUPO DE MOVIMENTOS DO
000140* RAZAO MEMBMOV (ORIGEM, SINAL E PARCEIRO) GERA UM PAR DE
000150* LINHAS, UMA A DEBITO E OUTRA A CREDITO, DE MESMO VALOR.
000160* TIPO DO REGISTRO: "L" LINHA DE LANCAMENTO; "T" TRAILER, SEMPRE
000170* O ULTIMO DO ARQUIVO, COM A QUANTIDADE DE LINHAS E OS TOTAIS A
000180* DEBITO E A CREDITO PARA A CARGA NO RAZAO CORPORATIVO CONFERIR.
000190******************************************************************
000200 01  LC-REGISTRO-LANCAMENTO.
000210     05  LC-TIPO-REGISTRO            PIC X(01).
000220     05  LC-DATA-CONTABIL            PIC 9(08).
000230     05  LC-NUMERO-LINHA             PIC 9(05).
000240     05  LC-CONTA-CONTABIL           PIC X(10).
000250* NATUREZA DO LANCAMENTO: "D" DEBITO, "C" CREDITO.
000260     05  LC-NATUREZA                 PIC X(01).
000270     05  LC-VALOR-LANCAMENTO         PIC 9(13)V9(02).
000280* ORIGEM DO MOVIMENTO NO RAZAO MEMBMOV (VER CPYMOV) E PARCEIRO
000290* (EM BRANCO QUANDO O MOVIMENTO NAO E DE PARCEIRO).
000300     05  LC-ORIGEM-MOVIMENTO         PIC X(03).
000310     05  LC-CODIGO-PARCEIRO          PIC X(03).
000320     05  LC-QUANT-MILHAS             PIC 9(11).
000330     05  LC-HISTORICO                PIC X(20).
000340     05  FILLER                      PIC X(03).
000350******************************************************************
000360* REGISTRO TRAILER DA INTERFACE CONTABIL.
000370******************************************************************
000380 01  LC-REGISTRO-TRAILER.
000390     05  LC-TRL-TIPO-REGISTRO        PIC X(01).
000400     05  LC-TRL-DATA-CONTABIL        PIC 9(08).
000410     05  LC-TRL-QTD-LINHAS           PIC 9(05).
000420     05  LC-TRL-TOTAL-DEBITOS        PIC 9(13)V9(02).
000430     05  LC-TRL-TOTAL-CREDITOS       PIC 9(13)V9(02).
000440     05  FILLER                      PIC X(36).
