000100*----------------------------------------------------------------
000110*CPYMILHA - LAYOUT DO REGISTRO DE SAIDA COM AS MILHAS CALCULADAS.
000112*O BILHETE, O PARCEIRO, O MEMBRO E A QUANTIDADE ENVIADA DA
000115*VIAGEM CONVERTIDA SAO LEVADOS PARA O ARQUIVO DE RETORNO AOS
000117*PARCEIROS (RETPARC).
000120*----------------------------------------------------------------
000130 01  MI-REGISTRO-MILHAS.
000140     05  MI-QUANT-MILHAS              PIC 9(07).
000141     05  MI-NUMERO-BILHETE            PIC X(13).
000142     05  MI-CODIGO-PARCEIRO           PIC X(03).
000143     05  MI-NUMERO-MEMBRO             PIC X(10).
000144     05  MI-QUANT-KM                  PIC 9(09).
000150     05  FILLER                       PIC X(38).
