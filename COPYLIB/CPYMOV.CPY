000210*   "RSG" - DEBITO DE RESGATE APLICADO PELO RESGMILHAS
000220*   "EXP" - EXPIRACAO DE MILHAS POR INATIVIDADE
000230*   "AJU" - AJUSTE MANUAL AUTORIZADO POR SUPERVISOR
000235*   "FUS" - FUSAO DE CONTAS DUPLICADAS (FUSAOMEMB): DEBITO NA
000236*           CONTA INCORPORADA E CREDITO NA SOBREVIVENTE
000237*   "EST" - ESTORNO DE RESGATE POR BILHETE CANCELADO (ESTRESG)
000238*   "DES" - ESTORNO DE CREDITO "CRD" PELO DESFAZIMENTO DO CICLO
000239*           DIARIO DE UMA DATA (DESFCICLO)
000240* SINAL: "+" CREDITO, "-" DEBITO.
000250******************************************************************
000260 01  MV-REGISTRO-MOVIMENTO.
000330     05  MV-QUANT-MILHAS             PIC 9(07).
000340     05  MV-SALDO-ANTERIOR           PIC 9(11).
000350     05  MV-SALDO-NOVO               PIC 9(11).
000352* REFERENCIA DO RESGATE NOS MOVIMENTOS "RSG" E "EST", PARA QUE O
000354* EXTRATO MOSTRE O DEBITO E O SEU ESTORNO LADO A LADO. NOS
000355* MOVIMENTOS "CRD", PARCEIRO E HORA DA CONVERSAO NA MILEINTF
000356* ("PPP HHMMSSCC", EM BRANCO NOS CREDITOS ANTIGOS); NOS "DES",
000357* A MESMA REFERENCIA DO CREDITO "CRD" ESTORNADO. EM BRANCO NAS
000358* DEMAIS ORIGENS.
000359     05  MV-REFERENCIA               PIC X(12).
000361* DIA CONTABIL (AAAAMMDD) EM QUE O MOVIMENTO FOI LANCADO NA
000362* INTERFACE CONTABIL PELO CONTMILHAS. FICA EM BRANCO (OS
000363* PROGRAMAS QUE GRAVAM O RAZAO LIMPAM O REGISTRO ANTES) ATE O
000364* PRIMEIRO FECHAMENTO CONTABIL APOS A GRAVACAO.
000365     05  MV-DATA-CONTABIL            PIC 9(08).
000366     05  FILLER                      PIC X(05).
