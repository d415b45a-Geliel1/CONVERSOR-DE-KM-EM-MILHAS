000216*                    (ARQUIVO INDEXADO MEMBMOV, VER CPYMOV), COM
000218*                    O SALDO ANTERIOR E O NOVO, PARA O EXTRATO
000219*                    DO MEMBRO (EXTRMEMBRO).
000220* 15/10/2026 GGSS    PEDIDOS DE UMA CONTA FUNDIDA (FUSAOMEMB) SAO
000222*                    DEBITADOS DA CONTA SOBREVIVENTE.
000223* 15/10/2026 GGSS    CADA RESGATE APROVADO PASSOU A SER GRAVADO
000225*                    NO HISTORICO INDEXADO RESGHIST (VER CPYHRSG)
000227*                    PELA REFERENCIA DA CENTRAL, E A REFERENCIA
000228*                    VAI TAMBEM PARA O MOVIMENTO NO MEMBMOV, PARA
000230*                    O ESTORNO DE BILHETES CANCELADOS (ESTRESG).
000231*                    PEDIDO SEM REFERENCIA OU COM REFERENCIA JA
000233*                    GRAVADA NO RESGHIST E NEGADO SEM DEBITO
000235*                    (MOTIVOS 05 E 06, VER CPYRESG).
000236******************************************************************
000238 IDENTIFICATION DIVISION.
000240*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000250 PROGRAM-ID. RESGMILHAS.
000260 AUTHOR. GELIEL GUSTAVO DE SOUZA SILVA.
000566             ACCESS MODE IS RANDOM
000567             RECORD KEY IS MV-CHAVE
000568             FILE STATUS IS RG-MEMBMOV-STATUS.
000569* HISTORICO DE RESGATES APROVADOS POR REFERENCIA (VER CPYHRSG).
000570     SELECT RESGATE-HISTORICO-FILE ASSIGN TO "RESGHIST"
000571             ORGANIZATION IS INDEXED
000572             ACCESS MODE IS RANDOM
000573             RECORD KEY IS RH-REFERENCIA-RESGATE
000574             FILE STATUS IS RG-RESGHIST-STATUS.
000577 DATA DIVISION.
000580*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000590 FILE SECTION.
000600*-----------------------
000796             RECORD CONTAINS 80 CHARACTERS.
000798 COPY CPYMOV.

000799 FD  RESGATE-HISTORICO-FILE
000801             LABEL RECORDS ARE STANDARD
000803             RECORD CONTAINS 80 CHARACTERS.
000805 COPY CPYHRSG.

000807 WORKING-STORAGE SECTION.
000810*-----------------------
000820* STATUS DOS ARQUIVOS UTILIZADOS PELO PROGRAMA.
000830 01  RG-RESGFILE-STATUS              PIC X(02).
000850 01  RG-RESGREL-STATUS               PIC X(02).
000860 01  RG-RESGCTL-STATUS               PIC X(02).
000862 01  RG-MEMBMOV-STATUS               PIC X(02).
000864 01  RG-RESGHIST-STATUS              PIC X(02).

000870 01  RG-FIM-ARQUIVO-RESG-SW          PIC X(01) VALUE "N".
000880             88  FIM-ARQUIVO-RESG            VALUE "S".
001120             88  MOTIVO-MEMBRO-EM-BRANCO     VALUE "01".
001130             88  MOTIVO-MEMBRO-INEXISTENTE   VALUE "02".
001140             88  MOTIVO-MILHAS-INVALIDAS     VALUE "03".
001143             88  MOTIVO-SALDO-INSUFICIENTE   VALUE "04".
001146             88  MOTIVO-REFERENCIA-EM-BRANCO VALUE "05".
001149             88  MOTIVO-REFERENCIA-REPETIDA  VALUE "06".

001152* APOIO A GRAVACAO DO RAZAO DE MOVIMENTOS MEMBMOV: SALDO DO
001154* MEMBRO ANTES DO DEBITO E MARCA DE GRAVACAO DO MOVIMENTO (A
001180 01  RG-CONT-APROVADOS               PIC 9(09) COMP VALUE ZERO.
001190 01  RG-CONT-NEGADOS                 PIC 9(09) COMP VALUE ZERO.
001200 01  RG-TOTAL-MILHAS-DEBITADAS       PIC 9(11) COMP VALUE ZERO.
001201 01  RG-CONT-REDIRECIONADOS          PIC 9(09) COMP VALUE ZERO.

001202* LOCALIZACAO DO MEMBRO NO CADASTRO, SEGUINDO AS CONTAS FUNDIDAS
001203* ATE A SOBREVIVENTE (NO MAXIMO 10 FUSOES ENCADEADAS).
001204 01  RG-MEMBRO-LOCALIZADO-SW         PIC X(01) VALUE "N".
001205             88  MEMBRO-LOCALIZADO           VALUE "S".
001206 01  RG-SALTOS-FUSAO                 PIC 9(02) COMP VALUE ZERO.

001210* CAMPOS EDITADOS USADOS SOMENTE PARA MONTAR AS LINHAS DO
001220* RELATORIO DE RESGATE.
001637             CLOSE MOVIMENTO-MEMBRO-FILE
001638             GO TO 0000-EXIT
001639         END-IF.
001640* O HISTORICO DE RESGATES E CRIADO NA PRIMEIRA EXECUCAO.
001641         OPEN I-O RESGATE-HISTORICO-FILE.
001642         IF RG-RESGHIST-STATUS = "35"
001643             DISPLAY "HISTORICO RESGHIST INEXISTENTE - SERA "
001646                 "CRIADO."
001650             OPEN OUTPUT RESGATE-HISTORICO-FILE
001654             CLOSE RESGATE-HISTORICO-FILE
001658             OPEN I-O RESGATE-HISTORICO-FILE
001662         END-IF.
001665         IF RG-RESGHIST-STATUS NOT = "00"
001669             DISPLAY "ERRO AO ABRIR O ARQUIVO RESGHIST - STATUS "
001673                 RG-RESGHIST-STATUS
001677             CLOSE RESGATE-PEDIDO-FILE
001681             CLOSE MEMBRO-MASTER-FILE
001684             CLOSE MOVIMENTO-MEMBRO-FILE
001688             CLOSE RELATORIO-RESGATE-FILE
001692             GO TO 0000-EXIT
001696         END-IF.
001700         MOVE SPACES TO RP-LINHA-RELATORIO.
001710         STRING "RELATORIO DE RESGATE DE MILHAS - DATA: "
001720             DELIMITED BY SIZE
001800         CLOSE RESGATE-PEDIDO-FILE.
001810         CLOSE MEMBRO-MASTER-FILE.
001815         CLOSE MOVIMENTO-MEMBRO-FILE.
001817         CLOSE RESGATE-HISTORICO-FILE.
001820         CLOSE RELATORIO-RESGATE-FILE.
001830         PERFORM 1200-REGISTRAR-DATA-RESGATADA THRU 1200-EXIT.
001840         DISPLAY "RESGATE CONCLUIDO - PEDIDOS APROVADOS: "
002760* 2200-TRATAR-PEDIDO
002770* CRITICA E PROCESSA UM PEDIDO DE RESGATE: MEMBRO INFORMADO E
002780* CADASTRADO, MILHAS NUMERICAS E DIFERENTES DE ZERO E SALDO
002790* SUFICIENTE, REFERENCIA DA CENTRAL INFORMADA E AINDA NAO
002792* GRAVADA NO HISTORICO RESGHIST (UM MESMO BILHETE NAO PODE SER
002795* DEBITADO DUAS VEZES NEM FICAR SEM HISTORICO PARA O ESTORNO).
002797* APROVADO, DEBITA O SALDO E ATUALIZA A DATA DA
002800* ULTIMA ATIVIDADE; NEGADO, GRAVA A LINHA COM O MOTIVO PARA QUE
002810* A CENTRAL POSSA RESPONDER AO PASSAGEIRO.
002820******************************************************************
002950             SET MOTIVO-MILHAS-INVALIDAS TO TRUE
002960             PERFORM 2400-GRAVAR-NEGADO THRU 2400-EXIT
002970             GO TO 2200-LER-PROXIMO
002971         END-IF.
002972         IF RG-PED-REFERENCIA = SPACES
002973             SET MOTIVO-REFERENCIA-EM-BRANCO TO TRUE
002974             PERFORM 2400-GRAVAR-NEGADO THRU 2400-EXIT
002975             GO TO 2200-LER-PROXIMO
002976         END-IF.
002977         MOVE RG-PED-REFERENCIA TO RH-REFERENCIA-RESGATE.
002978         READ RESGATE-HISTORICO-FILE
002980             INVALID KEY
002981                 CONTINUE
002982             NOT INVALID KEY
002983                 SET MOTIVO-REFERENCIA-REPETIDA TO TRUE
002984         END-READ.
002985         IF MOTIVO-REFERENCIA-REPETIDA
002986             PERFORM 2400-GRAVAR-NEGADO THRU 2400-EXIT
002987             GO TO 2200-LER-PROXIMO
002988         END-IF.
002990         MOVE RG-PED-QUANT-MILHAS TO RG-MILHAS-PEDIDAS.
003000         MOVE RG-PED-NUMERO-MEMBRO TO MB-NUMERO-MEMBRO.
003010         PERFORM 4100-LOCALIZAR-MEMBRO THRU 4100-EXIT.
003020         IF NOT MEMBRO-LOCALIZADO
003030             SET MOTIVO-MEMBRO-INEXISTENTE TO TRUE
003040             PERFORM 2400-GRAVAR-NEGADO THRU 2400-EXIT
003050             GO TO 2200-LER-PROXIMO
003060         END-IF.
003070         IF RG-MILHAS-PEDIDAS > MB-SALDO-MILHAS
003080             SET MOTIVO-SALDO-INSUFICIENTE TO TRUE
003090             PERFORM 2400-GRAVAR-NEGADO THRU 2400-EXIT
003300                 GO TO 2300-EXIT
003310         END-REWRITE.
003315         PERFORM 2350-GRAVAR-MOVIMENTO THRU 2350-EXIT.
003317         PERFORM 2370-GRAVAR-HISTORICO THRU 2370-EXIT.
003320         ADD 1 TO RG-CONT-APROVADOS.
003330         ADD RG-MILHAS-PEDIDAS TO RG-TOTAL-MILHAS-DEBITADAS.
003340         MOVE RG-MILHAS-PEDIDAS TO RG-REL-MILHAS-REG-ED.
003610         MOVE "RSG" TO MV-ORIGEM-MOVIMENTO.
003620         MOVE "-" TO MV-SINAL-MOVIMENTO.
003630         MOVE RG-MILHAS-PEDIDAS TO MV-QUANT-MILHAS.
003635         MOVE RG-PED-REFERENCIA TO MV-REFERENCIA.
003640         MOVE RG-SALDO-ANTERIOR TO MV-SALDO-ANTERIOR.
003650         MOVE MB-SALDO-MILHAS TO MV-SALDO-NOVO.
003660         MOVE "N" TO RG-MOV-GRAVADO-SW.
003850 2360-EXIT.
003860         EXIT.
003870
003871******************************************************************
003872* 2370-GRAVAR-HISTORICO
003873* GRAVA O RESGATE APROVADO NO HISTORICO RESGHIST, PELA
003874* REFERENCIA DA CENTRAL, PARA QUE UM CANCELAMENTO POSTERIOR DO
003875* BILHETE POSSA SER ESTORNADO PELO ESTRESG. A REFERENCIA JA FOI
003876* CRITICADA NO 2200 (INFORMADA E AINDA NAO GRAVADA).
003878******************************************************************
003879 2370-GRAVAR-HISTORICO.
003880         MOVE SPACES TO RH-REGISTRO-HISTORICO.
003881         MOVE RG-PED-REFERENCIA TO RH-REFERENCIA-RESGATE.
003882         MOVE MB-NUMERO-MEMBRO TO RH-NUMERO-MEMBRO.
003883         MOVE RG-PED-NUMERO-MEMBRO TO RH-NUMERO-PEDIDO.
003884         MOVE RG-DATA-REFERENCIA TO RH-DATA-RESGATE.
003885         MOVE RG-MILHAS-PEDIDAS TO RH-QUANT-MILHAS.
003886         MOVE ZERO TO RH-QUANT-ESTORNADA.
003887         MOVE "A" TO RH-SITUACAO-RESGATE.
003888         MOVE ZERO TO RH-DATA-ULT-ESTORNO.
003889         WRITE RH-REGISTRO-HISTORICO
003890             INVALID KEY
003891                 DISPLAY "ERRO AO GRAVAR O HISTORICO RESGHIST - "
003892                     "STATUS " RG-RESGHIST-STATUS
003893                     " REF " RG-PED-REFERENCIA
003894         END-WRITE.
003895 2370-EXIT.
003896         EXIT.
003897
003898******************************************************************
003899* 2400-GRAVAR-NEGADO
003900* GRAVA NO RELATORIO DE RESGATE A LINHA DO PEDIDO NEGADO COM O
003910* MOTIVO DA RECUSA JA PREENCHIDO PELO PARAGRAFO CHAMADOR (VER
003920* OS MOTIVOS EM CPYRESG).
004400             RG-REL-MILHAS-ED DELIMITED BY SIZE
004410             INTO RP-LINHA-RELATORIO.
004420         WRITE RP-LINHA-RELATORIO.
004421
004422         MOVE RG-CONT-REDIRECIONADOS TO RG-REL-CONTADOR-ED.
004423         MOVE SPACES TO RP-LINHA-RELATORIO.
004424         STRING "PEDIDOS DESVIADOS DE CONTA FUNDIDA: "
004425             DELIMITED BY SIZE
004426             RG-REL-CONTADOR-ED DELIMITED BY SIZE
004427             INTO RP-LINHA-RELATORIO.
004428         WRITE RP-LINHA-RELATORIO.
004430 4000-EXIT.
004440         EXIT.
004450
004460******************************************************************
004470* 4100-LOCALIZAR-MEMBRO
004480* LE NO CADASTRO O MEMBRO EM MB-NUMERO-MEMBRO. SE A CONTA FOI
004490* FUNDIDA EM OUTRA PELO FUSAOMEMB (VER CPYMEMB), SEGUE O NUMERO
004500* DA CONTA SOBREVIVENTE, PARA QUE O RESGATE SEJA DEBITADO DO
004510* SALDO QUE FICOU ATIVO. SOBREVIVENTE NAO CADASTRADA OU UMA
004520* CADEIA DE FUSOES LONGA DEMAIS E TRATADA COMO MEMBRO
004530* INEXISTENTE.
004540******************************************************************
004550 4100-LOCALIZAR-MEMBRO.
004560         MOVE "S" TO RG-MEMBRO-LOCALIZADO-SW.
004570         MOVE ZERO TO RG-SALTOS-FUSAO.
004580         READ MEMBRO-MASTER-FILE
004590             INVALID KEY
004600                 MOVE "N" TO RG-MEMBRO-LOCALIZADO-SW
004610                 GO TO 4100-EXIT
004620         END-READ.
004630         PERFORM 4110-SEGUIR-FUSAO THRU 4110-EXIT
004640             UNTIL NOT MEMBRO-LOCALIZADO
004650                 OR MB-SITUACAO-MEMBRO NOT = "F"
004660                 OR RG-SALTOS-FUSAO > 9.
004670         IF MEMBRO-LOCALIZADO
004680             IF MB-SITUACAO-MEMBRO = "F"
004690                 MOVE "N" TO RG-MEMBRO-LOCALIZADO-SW
004700             ELSE
004710                 IF RG-SALTOS-FUSAO > ZERO
004720                     ADD 1 TO RG-CONT-REDIRECIONADOS
004730                 END-IF
004740             END-IF
004750         END-IF.
004760 4100-EXIT.
004770         EXIT.
004780
004790 4110-SEGUIR-FUSAO.
004800         ADD 1 TO RG-SALTOS-FUSAO.
004810         MOVE MB-NUMERO-SOBREVIVENTE TO MB-NUMERO-MEMBRO.
004820         READ MEMBRO-MASTER-FILE
004830             INVALID KEY
004840                 MOVE "N" TO RG-MEMBRO-LOCALIZADO-SW
004850         END-READ.
004860 4110-EXIT.
004870         EXIT.
