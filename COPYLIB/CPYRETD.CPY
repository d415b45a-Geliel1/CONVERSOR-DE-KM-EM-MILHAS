000100******************************************************************
000110* CPYRETD - LAYOUT DO ARQUIVO DE CREDITOS RETIDOS PARA LIBERACAO,
000120* MANTIDO NO ARQUIVO INDEXADO MEMBRETD COM CHAVE DATA DA
000130* CONVERSAO + SEQUENCIA. O RELEXCECAO GRAVA AQUI CADA CONVERSAO
000140* DA MILEINTF APONTADA COMO EXCECAO (CONVERSAO ACIMA DO TETO OU
000150* MEMBRO ACIMA DOS LIMITES DO DIA), ANTES DA POSTAGEM. O
000160* POSTMILHAS NAO POSTA AS CONVERSOES RETIDAS; UM SUPERVISOR
000170* LIBERA OU CANCELA CADA ITEM PELO LIBRETIDO, E OS ITENS
000180* LIBERADOS SAO POSTADOS PELA POSTAGEM SEGUINTE. OS CANCELADOS
000190* SAO APONTADOS PELA CONCILIACAO (CONCILIA).
000200* MOTIVO DA RETENCAO:
000210*   "01" - MEMBRO COM VIAGENS ACIMA DO LIMITE DO DIA
000220*   "02" - MEMBRO COM MILHAS ACIMA DO LIMITE DO DIA
000230*   "03" - CONVERSAO UNICA ACIMA DO TETO DE MILHAS
000240* SITUACAO DO ITEM:
000250*   "R" - RETIDO, AGUARDANDO DECISAO DO SUPERVISOR
000260*   "L" - LIBERADO, AGUARDANDO A PROXIMA POSTAGEM
000270*   "T" - LIBERADO E POSTADO
000280*   "C" - CANCELADO PELO SUPERVISOR, SEM POSTAGEM
000290*   "D" - DESFEITO COM O CICLO DIARIO DA DATA (DESFCICLO)
000300******************************************************************
000310 01  RO-REGISTRO-RETIDO.
000320     05  RO-CHAVE.
000330         10  RO-DATA-CONVERSAO       PIC 9(08).
000340         10  RO-SEQUENCIA            PIC 9(06).
000350* DADOS DO REGISTRO ORIGINAL DA INTERFACE MILEINTF.
000360     05  RO-HORA-CONVERSAO           PIC 9(08).
000370     05  RO-NUMERO-MEMBRO            PIC X(10).
000380     05  RO-QUANT-MILHAS             PIC 9(07).
000390     05  RO-CODIGO-PARCEIRO          PIC X(03).
000400     05  RO-MOTIVO-RETENCAO          PIC X(02).
000410     05  RO-SITUACAO-ITEM            PIC X(01).
000420* DATA DA DECISAO DO SUPERVISOR, DA POSTAGEM OU DO DESFAZIMENTO
000430* DO ITEM; ZERO ENQUANTO RETIDO.
000440     05  RO-DATA-SITUACAO            PIC 9(08).
000450* SUPERVISOR QUE LIBEROU OU CANCELOU O ITEM E O MOTIVO INFORMADO.
000460     05  RO-SUPERVISOR-ID            PIC X(08).
000470     05  RO-MOTIVO-DECISAO           PIC X(19).
