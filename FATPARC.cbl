000180*                    PLANILHAS MANUAIS. CONVERSOES SEM PARCEIRO
000190*                    IDENTIFICADO SAO TOTALIZADAS A PARTE, SEM
000200*                    PRECIFICACAO.
000202* 15/10/2026 GGSS    CONVERSOES ESTORNADAS PELO DESFAZIMENTO DO
000204*                    CICLO (SITUACAO "E", DESFCICLO) NAO SAO
000206*                    FATURADAS AO PARCEIRO.
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002180* ACUMULA UM REGISTRO DA INTERFACE DO MES DE REFERENCIA NO
002190* PARCEIRO CORRESPONDENTE. CODIGO EM BRANCO E TOTALIZADO A
002200* PARTE; CODIGO NAO CADASTRADO ENTRA NA TABELA SEM TARIFA E E
002210* APONTADO NO RELATORIO. CONVERSOES ESTORNADAS PELO DESFCICLO
002215* NAO SAO FATURADAS.
002220******************************************************************
002230 2200-ACUMULAR-REGISTRO.
002240         COMPUTE FP-ANO-MES-REGISTRO = IF-DATA-CONVERSAO / 100.
002250         IF FP-ANO-MES-REGISTRO NOT = FP-MES-REFERENCIA
002255             OR IF-SITUACAO-CREDITO = "E"
002260             GO TO 2200-LER-PROXIMO
002270         END-IF.
002280         ADD 1 TO FP-CONT-LIDOS.
