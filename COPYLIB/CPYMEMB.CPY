000190     05  MB-CODIGO-NIVEL             PIC X(03).
000200     05  MB-SALDO-MILHAS             PIC 9(11).
000210     05  MB-DATA-ULT-ATIVIDADE       PIC 9(08).
000211* SITUACAO DO MEMBRO: "F" CONTA FUNDIDA EM OUTRA PELO FUSAOMEMB
000212* (SALDO TRANSFERIDO PARA A CONTA SOBREVIVENTE); EM BRANCO,
000213* CONTA ATIVA. CREDITOS E RESGATES ENDERECADOS A UMA CONTA
000214* FUNDIDA SAO DESVIADOS PARA MB-NUMERO-SOBREVIVENTE.
000215     05  MB-SITUACAO-MEMBRO          PIC X(01).
000216     05  MB-NUMERO-SOBREVIVENTE      PIC X(10).
000220     05  FILLER                      PIC X(07).
