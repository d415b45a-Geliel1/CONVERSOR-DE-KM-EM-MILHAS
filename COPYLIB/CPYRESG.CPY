000170*   02 - MEMBRO NAO CADASTRADO NO MEMBMST
000180*   03 - QUANTIDADE DE MILHAS NAO NUMERICA OU ZERO
000190*   04 - SALDO DE MILHAS INSUFICIENTE
000192*   05 - REFERENCIA DO RESGATE EM BRANCO
000194*   06 - REFERENCIA JA GRAVADA NO HISTORICO RESGHIST (VER CPYHRSG)
000200******************************************************************
000210 01  RR-REGISTRO-RESGATE.
000220     05  RR-NUMERO-MEMBRO            PIC X(10).
