000160*                    ATUALIZADO MILEINTN E GRAVA O RELATORIO DE
000170*                    ENVELHECIMENTO AGEREL DOS CREDITOS AINDA
000180*                    SEM CONFIRMACAO APOS 1, 3 E 7 DIAS.
000182* 15/10/2026 GGSS    CONVERSOES ESTORNADAS PELO DESFAZIMENTO DO
000184*                    CICLO (SITUACAO "E", DESFCICLO) PASSAM
000186*                    DIRETO PARA A MILEINTN, SEM CASAMENTO NEM
000188*                    IDADE, E SAO CONTADAS NO RELATORIO.
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001070* CONTADORES DA EXECUCAO.
001080 01  CV-CONT-LIDOS                   PIC 9(09) COMP VALUE ZERO.
001090 01  CV-CONT-JA-CREDITADOS           PIC 9(09) COMP VALUE ZERO.
001095 01  CV-CONT-ESTORNADOS              PIC 9(09) COMP VALUE ZERO.
001100 01  CV-CONT-CONFIRMADOS             PIC 9(09) COMP VALUE ZERO.
001110 01  CV-CONT-PENDENTES               PIC 9(09) COMP VALUE ZERO.
001120 01  CV-CONT-RECUSADOS               PIC 9(09) COMP VALUE ZERO.
002280* TRATA UM REGISTRO DA INTERFACE: OS JA CONFIRMADOS PASSAM
002290* DIRETO; OS DEMAIS SAO CASADOS COM UMA CONFIRMACAO POSTADA
002300* ("P") E MARCADOS COM "C", OU PERMANECEM PENDENTES E TEM A
002310* IDADE APURADA PARA O RELATORIO. OS ESTORNADOS PELO DESFCICLO
002315* ("E") TAMBEM PASSAM DIRETO. TODOS OS REGISTROS SAO
002320* REGRAVADOS NA INTERFACE ATUALIZADA MILEINTN.
002330******************************************************************
002340 2200-TRATAR-REGISTRO.
002370             ADD 1 TO CV-CONT-JA-CREDITADOS
002380             GO TO 2200-GRAVAR
002390         END-IF.
002392         IF IF-SITUACAO-CREDITO = "E"
002394             ADD 1 TO CV-CONT-ESTORNADOS
002396             GO TO 2200-GRAVAR
002398         END-IF.
002400         PERFORM 3000-BUSCAR-CONFIRMACAO THRU 3000-EXIT.
002410         IF CONF-ENCONTRADA
002420             MOVE "S" TO CV-CONF-USADA-SW(CV-CONF-ACHADA)
003820             INTO RA-LINHA-RELATORIO.
003830         WRITE RA-LINHA-RELATORIO.

003832         MOVE CV-CONT-ESTORNADOS TO CV-REL-CONTADOR-ED.
003834         MOVE SPACES TO RA-LINHA-RELATORIO.
003835         STRING "CONVERSOES ESTORNADAS PELO DESFCICLO: "
003836             DELIMITED BY SIZE
003837             CV-REL-CONTADOR-ED DELIMITED BY SIZE
003838             INTO RA-LINHA-RELATORIO.
003839         WRITE RA-LINHA-RELATORIO.

003840         MOVE CV-CONT-CONFIRMADOS TO CV-REL-CONTADOR-ED.
003850         MOVE SPACES TO RA-LINHA-RELATORIO.
003860         STRING "CREDITOS CONFIRMADOS NESTA EXECUCAO: "
