000100******************************************************************
000110* CPYSUSP - LAYOUT DO ARQUIVO DE SUSPENSOS DE POSTAGEM, MANTIDO
000120* NO ARQUIVO INDEXADO MEMBSUSP COM CHAVE DATA DE SUSPENSAO +
000130* SEQUENCIA. O POSTMILHAS GRAVA AQUI CADA CREDITO DA INTERFACE
000140* MILEINTF QUE NAO PODE SER POSTADO POR FALTA DO NUMERO DE
000150* MEMBRO OU POR MEMBRO NAO CADASTRADO NO MEMBMST, E A CADA
000160* POSTAGEM TENTA POSTA-LO NOVAMENTE. O NUMERO DO MEMBRO PODE SER
000170* CORRIGIDO PELA OPERACAO (MANTSUSP) E OS ITENS ANTIGOS SAO
000180* LISTADOS POR IDADE E BAIXADOS PELO RELSUSP.
000190* MOTIVO DA SUSPENSAO:
000200*   "01" - REGISTRO SEM NUMERO DE MEMBRO
000210*   "02" - MEMBRO NAO CADASTRADO NO MEMBMST
000220* SITUACAO DO ITEM:
000230*   "P" - PENDENTE, AGUARDANDO POSTAGEM
000240*   "T" - POSTADO EM UMA POSTAGEM POSTERIOR
000250*   "B" - BAIXADO POR IDADE, SEM POSTAGEM
000255*   "D" - DESFEITO COM O CICLO DIARIO DA DATA (DESFCICLO)
000260******************************************************************
000270 01  SU-REGISTRO-SUSPENSO.
000280     05  SU-CHAVE.
000290         10  SU-DATA-SUSPENSAO       PIC 9(08).
000300         10  SU-SEQUENCIA            PIC 9(06).
000310* DADOS DO REGISTRO ORIGINAL DA INTERFACE MILEINTF.
000320     05  SU-DATA-CONVERSAO           PIC 9(08).
000330     05  SU-HORA-CONVERSAO           PIC 9(08).
000340     05  SU-OPERADOR-ID              PIC X(08).
000350     05  SU-NUMERO-MEMBRO            PIC X(10).
000360     05  SU-QUANT-MILHAS             PIC 9(07).
000370     05  SU-CODIGO-PARCEIRO          PIC X(03).
000380     05  SU-TIPO-LANCAMENTO          PIC X(01).
000390     05  SU-SINAL-MILHAS             PIC X(01).
000400     05  SU-MOTIVO-SUSPENSAO         PIC X(02).
000410     05  SU-SITUACAO-ITEM            PIC X(01).
000420* DATA DA POSTAGEM, DA BAIXA OU DO DESFAZIMENTO DO ITEM; ZERO
000425* ENQUANTO PENDENTE.
000430     05  SU-DATA-SITUACAO            PIC 9(08).
000440     05  FILLER                      PIC X(09).
