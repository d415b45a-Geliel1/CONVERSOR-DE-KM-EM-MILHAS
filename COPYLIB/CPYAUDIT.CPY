000146*   "M" - MILHAS PARA KM
000148*   "A" - AJUSTE MANUAL DE MILHAS AUTORIZADO POR SUPERVISOR
000149*         (VER AJUSMILHAS; ENTRADA ZERO, SAIDA = MILHAS)
000150*   "E" - ESTORNO DE UMA CONVERSAO KM->MILHAS PELO DESFAZIMENTO
000152*         DO CICLO DIARIO (DESFCICLO; DATA E HORA DA CONVERSAO
000154*         ESTORNADA, OPERADOR = SUPERVISOR RESPONSAVEL)
000157******************************************************************
000160 01  AU-REGISTRO-AUDITORIA.
000170     05  AU-DATA-CONVERSAO           PIC 9(08).
000180     05  AU-HORA-CONVERSAO           PIC 9(08).
