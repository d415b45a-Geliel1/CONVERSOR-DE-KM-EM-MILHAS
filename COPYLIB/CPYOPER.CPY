000180*   "O" - OPERADOR COMUM (SOMENTE CONVERSOES INTERATIVAS)
000190*   "S" - SUPERVISOR (TAMBEM EXECUTA O LOTE E MANTEM OPERADORES)
000200*   "P" - GRUPO DE PARAMETROS (TAMBEM ALTERA CALCPARM E TIERTAB)
000202* CONTROLE DE SENHA E BLOQUEIO, ATUALIZADO NO SIGN-ON DE TODOS OS
000203* PROGRAMAS: FALHAS DE SENHA CONSECUTIVAS (ZERADAS A CADA SIGN-ON
000204* ACEITO); BLOQUEIO "B" QUANDO AS FALHAS ATINGEM O LIMITE DO
000205* CALCPARM, DESFEITO SOMENTE POR UM SUPERVISOR NO MANTOPER; DATA
000206* DA ULTIMA TROCA DE SENHA (ZERO = SENHA PROVISORIA, TROCA
000207* OBRIGATORIA NO PROXIMO SIGN-ON) E DATA DO ULTIMO SIGN-ON ACEITO
000208* (ZERO = NUNCA). REGISTROS ANTIGOS TEM ESTES CAMPOS EM BRANCO.
000210******************************************************************
000220 01  OP-REGISTRO-OPERADOR.
000230     05  OP-CODIGO                   PIC X(08).
000260     05  OP-SITUACAO                 PIC X(01).
000270     05  OP-NIVEL-AUTORIZACAO        PIC X(01).
000280     05  OP-DATA-CADASTRO            PIC 9(08).
000282     05  OP-QTD-FALHAS-SIGNON        PIC 9(02).
000283     05  OP-SITUACAO-BLOQUEIO        PIC X(01).
000284         88  OP-BLOQUEADO                    VALUE "B".
000285     05  OP-DATA-SENHA               PIC 9(08).
000286     05  OP-DATA-ULT-SIGNON          PIC 9(08).
000290     05  FILLER                      PIC X(10).
