000170*                    CONTRA MB-SALDO-MILHAS DO CADASTRO MEMBMST.
000180*                    E O DOCUMENTO USADO PELA CENTRAL DE
000190*                    ATENDIMENTO NAS CONTESTACOES DE SALDO.
000192* 15/10/2026 GGSS    AS LINHAS DE RESGATE ("RSG") E DE ESTORNO
000194*                    ("EST") PASSARAM A MOSTRAR A REFERENCIA DO
000196*                    BILHETE (MV-REFERENCIA, VER CPYMOV).
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002750         MOVE MV-QUANT-MILHAS TO EM-REL-MILHAS-ED.
002760         MOVE MV-SALDO-NOVO TO EM-REL-SALDO-ED.
002770         MOVE SPACES TO RE-LINHA-RELATORIO.
002772* RESGATES E ESTORNOS TRAZEM A REFERENCIA DO BILHETE, QUE LIGA O
002774* ESTORNO AO DEBITO ORIGINAL NO EXTRATO.
002776         IF MV-REFERENCIA = SPACES
002780             STRING "  " DELIMITED BY SIZE
002790                 MV-DATA-MOVIMENTO DELIMITED BY SIZE
002800                 " " DELIMITED BY SIZE
002810                 MV-ORIGEM-MOVIMENTO DELIMITED BY SIZE
002820                 " " DELIMITED BY SIZE
002830                 MV-SINAL-MOVIMENTO DELIMITED BY SIZE
002840                 EM-REL-MILHAS-ED DELIMITED BY SIZE
002850                 " SALDO " DELIMITED BY SIZE
002860                 EM-REL-SALDO-ED DELIMITED BY SIZE
002861                 INTO RE-LINHA-RELATORIO
002862         ELSE
002863             STRING "  " DELIMITED BY SIZE
002865                 MV-DATA-MOVIMENTO DELIMITED BY SIZE
002866                 " " DELIMITED BY SIZE
002867                 MV-ORIGEM-MOVIMENTO DELIMITED BY SIZE
002868                 " " DELIMITED BY SIZE
002870                 MV-SINAL-MOVIMENTO DELIMITED BY SIZE
002871                 EM-REL-MILHAS-ED DELIMITED BY SIZE
002872                 " SALDO " DELIMITED BY SIZE
002873                 EM-REL-SALDO-ED DELIMITED BY SIZE
002875                 " REF " DELIMITED BY SIZE
002876                 MV-REFERENCIA DELIMITED BY SIZE
002877                 INTO RE-LINHA-RELATORIO
002879         END-IF.
002880         WRITE RE-LINHA-RELATORIO.
002890 2400-EXIT.
002900         EXIT.
