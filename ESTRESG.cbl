000010******************************************************************
000020* AUTHOR:     GELIEL GUSTAVO DE SOUZA SILVA.
000030* INSTALLATION: DEPARTAMENTO DE OPERACOES - MILHAGEM.
000040* DATE-WRITTEN: 15/10/2026.
000050* DATE-COMPILED:
000060******************************************************************
000070* HISTORICO DE ALTERACOES:
000080* DATA       AUTOR   DESCRICAO
000090* ---------- ------- ----------------------------------------
000100* 15/10/2026 GGSS    PROGRAMA ORIGINAL - ESTORNO DE RESGATES:
000110*                    LE O ARQUIVO DIARIO DE CANCELAMENTOS DE
000120*                    BILHETES PREMIO DA CENTRAL (CANCFILE, VER
000130*                    CPYCANC), LOCALIZA O RESGATE ORIGINAL NO
000140*                    HISTORICO RESGHIST (VER CPYHRSG) PELA
000150*                    REFERENCIA E DEVOLVE AO SALDO DO MEMBRO O
000160*                    TOTAL OU PARTE DAS MILHAS DEBITADAS, SEM
000170*                    ULTRAPASSAR O QUE AINDA NAO FOI ESTORNADO.
000180*                    CADA ESTORNO GERA UM MOVIMENTO DE ORIGEM
000190*                    "EST" NO RAZAO MEMBMOV COM A REFERENCIA DO
000200*                    BILHETE, PARA QUE O EXTRATO (EXTRMEMBRO)
000210*                    MOSTRE O DEBITO E O ESTORNO LADO A LADO. OS
000220*                    CANCELAMENTOS APROVADOS E RECUSADOS, COM O
000230*                    MOTIVO, SAO LISTADOS NO RELATORIO ESTREL. A
000240*                    DATA DE REFERENCIA E CONTROLADA NO ARQUIVO
000250*                    ESTCTL, COMO O RESGCTL DO RESGMILHAS.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000290 PROGRAM-ID. ESTRESG.
000300 AUTHOR. GELIEL GUSTAVO DE SOUZA SILVA.
000310 INSTALLATION. DEPARTAMENTO DE OPERACOES - MILHAGEM.
000320 DATE-WRITTEN. 15/10/2026.
000330 DATE-COMPILED.
000340 ENVIRONMENT DIVISION.
000350*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000360 CONFIGURATION SECTION.
000370 SPECIAL-NAMES.
000380     DECIMAL-POINT IS COMMA.
000390*-----------------------
000400 INPUT-OUTPUT SECTION.
000410*-----------------------
000420 FILE-CONTROL.
000430* ARQUIVO DIARIO DE CANCELAMENTOS DA CENTRAL (VER CPYCANC).
000440     SELECT CANCELAMENTO-FILE ASSIGN TO "CANCFILE"
000450             ORGANIZATION IS SEQUENTIAL
000460             FILE STATUS IS ET-CANCFILE-STATUS.
000470* HISTORICO DE RESGATES APROVADOS POR REFERENCIA (VER CPYHRSG).
000480     SELECT RESGATE-HISTORICO-FILE ASSIGN TO "RESGHIST"
000490             ORGANIZATION IS INDEXED
000500             ACCESS MODE IS RANDOM
000510             RECORD KEY IS RH-REFERENCIA-RESGATE
000520             FILE STATUS IS ET-RESGHIST-STATUS.
000530* CADASTRO MESTRE DE MEMBROS FIDELIDADE, INDEXADO POR NUMERO.
000540     SELECT MEMBRO-MASTER-FILE ASSIGN TO "MEMBMST"
000550             ORGANIZATION IS INDEXED
000560             ACCESS MODE IS RANDOM
000570             RECORD KEY IS MB-NUMERO-MEMBRO
000580             FILE STATUS IS ET-MEMBMST-STATUS.
000590* RAZAO DE MOVIMENTOS DE MILHAS POR MEMBRO (VER CPYMOV).
000600     SELECT MOVIMENTO-MEMBRO-FILE ASSIGN TO "MEMBMOV"
000610             ORGANIZATION IS INDEXED
000620             ACCESS MODE IS RANDOM
000630             RECORD KEY IS MV-CHAVE
000640             FILE STATUS IS ET-MEMBMOV-STATUS.
000650* RELATORIO DE ESTORNOS APROVADOS E RECUSADOS DO DIA.
000660     SELECT RELATORIO-ESTORNO-FILE ASSIGN TO "ESTREL"
000670             ORGANIZATION IS SEQUENTIAL
000680             FILE STATUS IS ET-ESTREL-STATUS.
000690* CONTROLE DE DATAS JA ESTORNADAS - UM REGISTRO POR DATA.
000700     SELECT CONTROLE-ESTORNO-FILE ASSIGN TO "ESTCTL"
000710             ORGANIZATION IS SEQUENTIAL
000720             FILE STATUS IS ET-ESTCTL-STATUS.
000730 DATA DIVISION.
000740*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000750 FILE SECTION.
000760*-----------------------
000770 FD  CANCELAMENTO-FILE
000780             LABEL RECORDS ARE STANDARD
000790             RECORD CONTAINS 80 CHARACTERS.
000800 COPY CPYCANC.

000810 FD  RESGATE-HISTORICO-FILE
000820             LABEL RECORDS ARE STANDARD
000830             RECORD CONTAINS 80 CHARACTERS.
000840 COPY CPYHRSG.

000850 FD  MEMBRO-MASTER-FILE
000860             LABEL RECORDS ARE STANDARD
000870             RECORD CONTAINS 80 CHARACTERS.
000880 COPY CPYMEMB.

000890 FD  MOVIMENTO-MEMBRO-FILE
000900             LABEL RECORDS ARE STANDARD
000910             RECORD CONTAINS 80 CHARACTERS.
000920 COPY CPYMOV.

000930 FD  RELATORIO-ESTORNO-FILE
000940             LABEL RECORDS ARE STANDARD
000950             RECORD CONTAINS 80 CHARACTERS.
000960 01  RP-LINHA-RELATORIO              PIC X(80).

000970 FD  CONTROLE-ESTORNO-FILE
000980             LABEL RECORDS ARE STANDARD
000990             RECORD CONTAINS 80 CHARACTERS.
001000 01  RC-REGISTRO-CONTROLE.
001010     05  RC-DATA-ESTORNADA           PIC 9(08).
001020     05  RC-DATA-EXECUCAO            PIC 9(08).
001030     05  FILLER                      PIC X(64).

001040 WORKING-STORAGE SECTION.
001050*-----------------------
001060* STATUS DOS ARQUIVOS UTILIZADOS PELO PROGRAMA.
001070 01  ET-CANCFILE-STATUS              PIC X(02).
001080 01  ET-RESGHIST-STATUS              PIC X(02).
001090 01  ET-MEMBMST-STATUS               PIC X(02).
001100 01  ET-MEMBMOV-STATUS               PIC X(02).
001110 01  ET-ESTREL-STATUS                PIC X(02).
001120 01  ET-ESTCTL-STATUS                PIC X(02).

001130 01  ET-FIM-ARQUIVO-CANC-SW          PIC X(01) VALUE "N".
001140             88  FIM-ARQUIVO-CANC            VALUE "S".

001150* CONTROLE DE REEXECUCAO: A DATA DE REFERENCIA E PROCURADA NO
001160* ARQUIVO ESTCTL E, SE JA ESTORNADA, A EXECUCAO E RECUSADA.
001170 01  ET-FIM-ARQUIVO-CTL-SW           PIC X(01) VALUE "N".
001180             88  FIM-ARQUIVO-CTL             VALUE "S".
001190 01  ET-DATA-JA-ESTORNADA-SW         PIC X(01) VALUE "N".
001200             88  DATA-JA-ESTORNADA           VALUE "S".

001210* DATA (AAAAMMDD) DE REFERENCIA DO ESTORNO. EM BRANCO NO
001220* TERMINAL, ASSUME A DATA DE HOJE.
001230 01  ET-DATA-REF-ENTRADA             PIC X(08).
001240 01  ET-DATA-REFERENCIA              PIC 9(08) VALUE ZERO.

001250* MILHAS A ESTORNAR NO CANCELAMENTO ATUAL E SALDO DO RESGATE
001260* AINDA NAO ESTORNADO.
001270 01  ET-MILHAS-ESTORNO               PIC 9(07) VALUE ZERO.
001280 01  ET-MILHAS-DISPONIVEIS           PIC 9(07) VALUE ZERO.
001290 01  ET-TIPO-ESTORNO                 PIC X(07).

001300* MOTIVO DA RECUSA APURADO PARA O CANCELAMENTO ATUAL (VER OS
001310* MOTIVOS EM CPYCANC).
001320 01  ET-MOTIVO-RECUSA                PIC X(02).
001330             88  MOTIVO-REFERENCIA-EM-BRANCO VALUE "01".
001340             88  MOTIVO-REFERENCIA-INEXISTENTE VALUE "02".
001350             88  MOTIVO-JA-ESTORNADO         VALUE "03".
001360             88  MOTIVO-MILHAS-INVALIDAS     VALUE "04".
001370             88  MOTIVO-MILHAS-EXCEDENTES    VALUE "05".
001380             88  MOTIVO-MEMBRO-INEXISTENTE   VALUE "06".

001390* LOCALIZACAO DO MEMBRO NO CADASTRO, SEGUINDO AS CONTAS FUNDIDAS
001400* ATE A SOBREVIVENTE (NO MAXIMO 10 FUSOES ENCADEADAS).
001410 01  ET-MEMBRO-LOCALIZADO-SW         PIC X(01) VALUE "N".
001420             88  MEMBRO-LOCALIZADO           VALUE "S".
001430 01  ET-SALTOS-FUSAO                 PIC 9(02) COMP VALUE ZERO.

001440* APOIO A GRAVACAO DO RAZAO DE MOVIMENTOS MEMBMOV (A SEQUENCIA
001450* DA CHAVE E INCREMENTADA ATE GRAVAR, COMO NO RESGMILHAS).
001460 01  ET-SALDO-ANTERIOR               PIC 9(11) VALUE ZERO.
001470 01  ET-MOV-GRAVADO-SW               PIC X(01) VALUE "N".
001480             88  MOVIMENTO-GRAVADO           VALUE "S".

001490* CONTADORES E TOTAIS DA EXECUCAO.
001500 01  ET-CONT-LIDOS                   PIC 9(09) COMP VALUE ZERO.
001510 01  ET-CONT-TOTAIS                  PIC 9(09) COMP VALUE ZERO.
001520 01  ET-CONT-PARCIAIS                PIC 9(09) COMP VALUE ZERO.
001530 01  ET-CONT-RECUSADOS               PIC 9(09) COMP VALUE ZERO.
001540 01  ET-TOTAL-MILHAS-ESTORNADAS      PIC 9(11) COMP VALUE ZERO.

001550* CAMPOS EDITADOS USADOS SOMENTE PARA MONTAR AS LINHAS DO
001560* RELATORIO DE ESTORNO.
001570 01  ET-REL-CONTADOR-ED              PIC Z(08)9.
001580 01  ET-REL-MILHAS-ED                PIC Z(10)9.
001590 01  ET-REL-MILHAS-REG-ED            PIC Z(06)9.
001600 01  ET-REL-SALDO-ED                 PIC Z(10)9.

001610 PROCEDURE DIVISION.
001620*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001630******************************************************************
001640* 0000-MAINLINE
001650* PARAGRAFO PRINCIPAL - OBTEM A DATA DE REFERENCIA, RECUSA UMA
001660* DATA JA ESTORNADA, ABRE OS ARQUIVOS E PROCESSA OS CANCELAMENTOS
001670* DO DIA, GRAVANDO O RELATORIO E O CONTROLE DA DATA.
001680******************************************************************
001690 0000-MAINLINE.
001700         PERFORM 1000-OBTER-DATA-REFERENCIA THRU 1000-EXIT.
001710         PERFORM 1100-VERIFICAR-DATA-ESTORNADA THRU 1100-EXIT.
001720         IF DATA-JA-ESTORNADA
001730             DISPLAY "DATA JA ESTORNADA ANTERIORMENTE - EXECUCAO "
001740                 "RECUSADA PARA NAO CREDITAR OS SALDOS EM "
001750                 "DOBRO (VER ARQUIVO ESTCTL)."
001760             GO TO 0000-EXIT
001770         END-IF.
001780         OPEN INPUT CANCELAMENTO-FILE.
001790         IF ET-CANCFILE-STATUS = "35"
001800             DISPLAY "AVISO - ARQUIVO CANCFILE INEXISTENTE - "
001810                 "NENHUM CANCELAMENTO A PROCESSAR."
001820             GO TO 0000-EXIT
001830         END-IF.
001840         IF ET-CANCFILE-STATUS NOT = "00"
001850             DISPLAY "ERRO AO ABRIR O ARQUIVO CANCFILE - STATUS "
001860                 ET-CANCFILE-STATUS
001870             GO TO 0000-EXIT
001880         END-IF.
001890         OPEN I-O RESGATE-HISTORICO-FILE.
001900         IF ET-RESGHIST-STATUS NOT = "00"
001910             DISPLAY "ERRO AO ABRIR O ARQUIVO RESGHIST - STATUS "
001920                 ET-RESGHIST-STATUS
001930             CLOSE CANCELAMENTO-FILE
001940             GO TO 0000-EXIT
001950         END-IF.
001960         OPEN I-O MEMBRO-MASTER-FILE.
001970         IF ET-MEMBMST-STATUS NOT = "00"
001980             DISPLAY "ERRO AO ABRIR O ARQUIVO MEMBMST - STATUS "
001990                 ET-MEMBMST-STATUS
002000             CLOSE CANCELAMENTO-FILE
002010             CLOSE RESGATE-HISTORICO-FILE
002020             GO TO 0000-EXIT
002030         END-IF.
002040* O RAZAO DE MOVIMENTOS E CRIADO NA PRIMEIRA EXECUCAO, COMO NO
002050* RESGMILHAS.
002060         OPEN I-O MOVIMENTO-MEMBRO-FILE.
002070         IF ET-MEMBMOV-STATUS = "35"
002080             DISPLAY "RAZAO MEMBMOV INEXISTENTE - SERA CRIADO."
002090             OPEN OUTPUT MOVIMENTO-MEMBRO-FILE
002100             CLOSE MOVIMENTO-MEMBRO-FILE
002110             OPEN I-O MOVIMENTO-MEMBRO-FILE
002120         END-IF.
002130         IF ET-MEMBMOV-STATUS NOT = "00"
002140             DISPLAY "ERRO AO ABRIR O ARQUIVO MEMBMOV - STATUS "
002150                 ET-MEMBMOV-STATUS
002160             CLOSE CANCELAMENTO-FILE
002170             CLOSE RESGATE-HISTORICO-FILE
002180             CLOSE MEMBRO-MASTER-FILE
002190             GO TO 0000-EXIT
002200         END-IF.
002210         OPEN OUTPUT RELATORIO-ESTORNO-FILE.
002220         IF ET-ESTREL-STATUS NOT = "00"
002230             DISPLAY "ERRO AO ABRIR O ARQUIVO ESTREL - STATUS "
002240                 ET-ESTREL-STATUS
002250             CLOSE CANCELAMENTO-FILE
002260             CLOSE RESGATE-HISTORICO-FILE
002270             CLOSE MEMBRO-MASTER-FILE
002280             CLOSE MOVIMENTO-MEMBRO-FILE
002290             GO TO 0000-EXIT
002300         END-IF.
002310         MOVE SPACES TO RP-LINHA-RELATORIO.
002320         STRING "RELATORIO DE ESTORNO DE RESGATES - DATA: "
002330             DELIMITED BY SIZE
002340             ET-DATA-REFERENCIA DELIMITED BY SIZE
002350             INTO RP-LINHA-RELATORIO.
002360         WRITE RP-LINHA-RELATORIO.
002370         PERFORM 2100-LER-CANCELAMENTO THRU 2100-EXIT.
002380         PERFORM 2200-TRATAR-CANCELAMENTO THRU 2200-EXIT
002390             UNTIL FIM-ARQUIVO-CANC.
002400         PERFORM 4000-GRAVAR-TOTAIS THRU 4000-EXIT.
002410         CLOSE CANCELAMENTO-FILE.
002420         CLOSE RESGATE-HISTORICO-FILE.
002430         CLOSE MEMBRO-MASTER-FILE.
002440         CLOSE MOVIMENTO-MEMBRO-FILE.
002450         CLOSE RELATORIO-ESTORNO-FILE.
002460         PERFORM 1200-REGISTRAR-DATA-ESTORNADA THRU 1200-EXIT.
002470         DISPLAY "ESTORNO CONCLUIDO - TOTAIS: " ET-CONT-TOTAIS
002480             " PARCIAIS: " ET-CONT-PARCIAIS
002490             " RECUSADOS: " ET-CONT-RECUSADOS.
002500         GO TO 0000-EXIT.
002510 0000-EXIT.
002520         STOP RUN.

002530******************************************************************
002540* 1000-OBTER-DATA-REFERENCIA
002550* OBTEM A DATA (AAAAMMDD) DE REFERENCIA DO ESTORNO DO DIA. EM
002560* BRANCO, ASSUME A DATA DE HOJE.
002570******************************************************************
002580 1000-OBTER-DATA-REFERENCIA.
002590         DISPLAY "DATA DE REFERENCIA DO ESTORNO (AAAAMMDD, EM "
002600             "BRANCO PARA HOJE): ".
002610         ACCEPT ET-DATA-REF-ENTRADA.
002620         IF ET-DATA-REF-ENTRADA = SPACES
002630             ACCEPT ET-DATA-REFERENCIA FROM DATE YYYYMMDD
002640         ELSE
002650             IF ET-DATA-REF-ENTRADA IS NUMERIC
002660                 MOVE ET-DATA-REF-ENTRADA TO ET-DATA-REFERENCIA
002670             ELSE
002680                 DISPLAY "DATA INVALIDA - ASSUMINDO A "
002690                     "DATA DE HOJE."
002700                 ACCEPT ET-DATA-REFERENCIA FROM DATE YYYYMMDD
002710             END-IF
002720         END-IF.
002730 1000-EXIT.
002740         EXIT.

002750******************************************************************
002760* 1100-VERIFICAR-DATA-ESTORNADA
002770* PROCURA A DATA DE REFERENCIA NO ARQUIVO DE CONTROLE ESTCTL.
002780* SE ENCONTRADA, A EXECUCAO E RECUSADA PELO CHAMADOR PARA NAO
002790* ESTORNAR OS CANCELAMENTOS PARCIAIS EM DOBRO.
002800******************************************************************
002810 1100-VERIFICAR-DATA-ESTORNADA.
002820         OPEN INPUT CONTROLE-ESTORNO-FILE.
002830         IF ET-ESTCTL-STATUS = "35"
002840             GO TO 1100-EXIT
002850         END-IF.
002860         IF ET-ESTCTL-STATUS NOT = "00"
002870             DISPLAY "ERRO AO ABRIR O ARQUIVO ESTCTL - STATUS "
002880                 ET-ESTCTL-STATUS
002890             SET DATA-JA-ESTORNADA TO TRUE
002900             GO TO 1100-EXIT
002910         END-IF.
002920         PERFORM 1110-LER-CONTROLE THRU 1110-EXIT
002930             UNTIL FIM-ARQUIVO-CTL
002940                 OR DATA-JA-ESTORNADA.
002950         CLOSE CONTROLE-ESTORNO-FILE.
002960 1100-EXIT.
002970         EXIT.

002980 1110-LER-CONTROLE.
002990         READ CONTROLE-ESTORNO-FILE
003000             AT END SET FIM-ARQUIVO-CTL TO TRUE
003010         END-READ.
003020         IF NOT FIM-ARQUIVO-CTL
003030             AND RC-DATA-ESTORNADA = ET-DATA-REFERENCIA
003040             SET DATA-JA-ESTORNADA TO TRUE
003050         END-IF.
003060 1110-EXIT.
003070         EXIT.

003080******************************************************************
003090* 1200-REGISTRAR-DATA-ESTORNADA
003100* GRAVA A DATA DE REFERENCIA NO ARQUIVO DE CONTROLE ESTCTL AO
003110* FINAL DE UM ESTORNO CONCLUIDO, PARA QUE UMA REEXECUCAO DA
003120* MESMA DATA SEJA RECUSADA.
003130******************************************************************
003140 1200-REGISTRAR-DATA-ESTORNADA.
003150         OPEN EXTEND CONTROLE-ESTORNO-FILE.
003160         IF ET-ESTCTL-STATUS = "35"
003170             OPEN OUTPUT CONTROLE-ESTORNO-FILE
003180         END-IF.
003190         IF ET-ESTCTL-STATUS NOT = "00"
003200             DISPLAY "AVISO - NAO FOI POSSIVEL GRAVAR O "
003210                 "CONTROLE ESTCTL (STATUS " ET-ESTCTL-STATUS
003220                 ") - A PROXIMA EXECUCAO NAO RECUSARA ESTA "
003230                 "DATA."
003240             GO TO 1200-EXIT
003250         END-IF.
003260         MOVE SPACES TO RC-REGISTRO-CONTROLE.
003270         MOVE ET-DATA-REFERENCIA TO RC-DATA-ESTORNADA.
003280         ACCEPT RC-DATA-EXECUCAO FROM DATE YYYYMMDD.
003290         WRITE RC-REGISTRO-CONTROLE.
003300         CLOSE CONTROLE-ESTORNO-FILE.
003310 1200-EXIT.
003320         EXIT.

003330 2100-LER-CANCELAMENTO.
003340         READ CANCELAMENTO-FILE
003350             AT END SET FIM-ARQUIVO-CANC TO TRUE
003360         END-READ.
003370 2100-EXIT.
003380         EXIT.

003390******************************************************************
003400* 2200-TRATAR-CANCELAMENTO
003410* CRITICA E PROCESSA UM CANCELAMENTO: REFERENCIA INFORMADA E
003420* PRESENTE NO HISTORICO, RESGATE AINDA NAO ESTORNADO POR
003430* COMPLETO, QUANTIDADE NUMERICA E DENTRO DO SALDO A ESTORNAR E
003440* MEMBRO CADASTRADO. APROVADO, CREDITA O SALDO; RECUSADO, GRAVA
003450* A LINHA COM O MOTIVO PARA QUE A CENTRAL POSSA APURAR.
003460******************************************************************
003470 2200-TRATAR-CANCELAMENTO.
003480         ADD 1 TO ET-CONT-LIDOS.
003490         MOVE SPACES TO ET-MOTIVO-RECUSA.
003500         MOVE ZERO TO ET-MILHAS-ESTORNO.
003510         IF CN-REFERENCIA-RESGATE = SPACES
003520             SET MOTIVO-REFERENCIA-EM-BRANCO TO TRUE
003530             PERFORM 2400-GRAVAR-RECUSADO THRU 2400-EXIT
003540             GO TO 2200-LER-PROXIMO
003550         END-IF.
003560         MOVE CN-REFERENCIA-RESGATE TO RH-REFERENCIA-RESGATE.
003570         READ RESGATE-HISTORICO-FILE
003580             INVALID KEY
003590                 SET MOTIVO-REFERENCIA-INEXISTENTE TO TRUE
003600                 PERFORM 2400-GRAVAR-RECUSADO THRU 2400-EXIT
003610                 GO TO 2200-LER-PROXIMO
003620         END-READ.
003630         IF RH-SITUACAO-RESGATE = "E"
003640             SET MOTIVO-JA-ESTORNADO TO TRUE
003650             PERFORM 2400-GRAVAR-RECUSADO THRU 2400-EXIT
003660             GO TO 2200-LER-PROXIMO
003670         END-IF.
003680         COMPUTE ET-MILHAS-DISPONIVEIS =
003690             RH-QUANT-MILHAS - RH-QUANT-ESTORNADA.
003700* QUANTIDADE EM BRANCO OU ZERO PEDE O ESTORNO DE TODO O SALDO
003710* AINDA NAO ESTORNADO DO RESGATE.
003720         IF CN-QUANT-MILHAS = SPACES
003730             OR CN-QUANT-MILHAS = "0000000"
003740             MOVE ET-MILHAS-DISPONIVEIS TO ET-MILHAS-ESTORNO
003750         ELSE
003760             IF CN-QUANT-MILHAS IS NOT NUMERIC
003770                 SET MOTIVO-MILHAS-INVALIDAS TO TRUE
003780                 PERFORM 2400-GRAVAR-RECUSADO THRU 2400-EXIT
003790                 GO TO 2200-LER-PROXIMO
003800             END-IF
003810             MOVE CN-QUANT-MILHAS TO ET-MILHAS-ESTORNO
003820         END-IF.
003830         IF ET-MILHAS-ESTORNO > ET-MILHAS-DISPONIVEIS
003840             SET MOTIVO-MILHAS-EXCEDENTES TO TRUE
003850             PERFORM 2400-GRAVAR-RECUSADO THRU 2400-EXIT
003860             GO TO 2200-LER-PROXIMO
003870         END-IF.
003880         MOVE RH-NUMERO-MEMBRO TO MB-NUMERO-MEMBRO.
003890         PERFORM 4100-LOCALIZAR-MEMBRO THRU 4100-EXIT.
003900         IF NOT MEMBRO-LOCALIZADO
003910             SET MOTIVO-MEMBRO-INEXISTENTE TO TRUE
003920             PERFORM 2400-GRAVAR-RECUSADO THRU 2400-EXIT
003930             GO TO 2200-LER-PROXIMO
003940         END-IF.
003950         PERFORM 2300-CREDITAR-SALDO THRU 2300-EXIT.
003960 2200-LER-PROXIMO.
003970         PERFORM 2100-LER-CANCELAMENTO THRU 2100-EXIT.
003980 2200-EXIT.
003990         EXIT.

004000******************************************************************
004010* 2300-CREDITAR-SALDO
004020* DEVOLVE AS MILHAS DO ESTORNO AO SALDO DO MEMBRO, GRAVA O
004030* MOVIMENTO "EST" NO RAZAO, ABATE O ESTORNO NO HISTORICO DO
004040* RESGATE E GRAVA A LINHA DE APROVACAO NO RELATORIO.
004050******************************************************************
004060 2300-CREDITAR-SALDO.
004070         MOVE MB-SALDO-MILHAS TO ET-SALDO-ANTERIOR.
004080         ADD ET-MILHAS-ESTORNO TO MB-SALDO-MILHAS.
004090         REWRITE MB-REGISTRO-MEMBRO
004100             INVALID KEY
004110                 DISPLAY "ERRO AO REGRAVAR O MEMBRO - STATUS "
004120                     ET-MEMBMST-STATUS
004130                 GO TO 2300-EXIT
004140         END-REWRITE.
004150         PERFORM 2350-GRAVAR-MOVIMENTO THRU 2350-EXIT.
004160         ADD ET-MILHAS-ESTORNO TO RH-QUANT-ESTORNADA.
004170         IF RH-QUANT-ESTORNADA < RH-QUANT-MILHAS
004180             MOVE "P" TO RH-SITUACAO-RESGATE
004190             MOVE "PARCIAL" TO ET-TIPO-ESTORNO
004200             ADD 1 TO ET-CONT-PARCIAIS
004210         ELSE
004220             MOVE "E" TO RH-SITUACAO-RESGATE
004230             MOVE "TOTAL" TO ET-TIPO-ESTORNO
004240             ADD 1 TO ET-CONT-TOTAIS
004250         END-IF.
004260         MOVE ET-DATA-REFERENCIA TO RH-DATA-ULT-ESTORNO.
004270         REWRITE RH-REGISTRO-HISTORICO
004280             INVALID KEY
004290                 DISPLAY "ERRO AO REGRAVAR O HISTORICO - STATUS "
004300                     ET-RESGHIST-STATUS
004310         END-REWRITE.
004320         ADD ET-MILHAS-ESTORNO TO ET-TOTAL-MILHAS-ESTORNADAS.
004330         MOVE ET-MILHAS-ESTORNO TO ET-REL-MILHAS-REG-ED.
004340         MOVE MB-SALDO-MILHAS TO ET-REL-SALDO-ED.
004350         MOVE SPACES TO RP-LINHA-RELATORIO.
004360         STRING "APROVADO - REF " DELIMITED BY SIZE
004370             RH-REFERENCIA-RESGATE DELIMITED BY SIZE
004380             " MEMBRO " DELIMITED BY SIZE
004390             MB-NUMERO-MEMBRO DELIMITED BY SIZE
004400             " " DELIMITED BY SIZE
004410             ET-TIPO-ESTORNO DELIMITED BY SIZE
004420             ET-REL-MILHAS-REG-ED DELIMITED BY SIZE
004430             " SALDO " DELIMITED BY SIZE
004440             ET-REL-SALDO-ED DELIMITED BY SIZE
004450             INTO RP-LINHA-RELATORIO.
004460         WRITE RP-LINHA-RELATORIO.
004470 2300-EXIT.
004480         EXIT.

004490******************************************************************
004500* 2350-GRAVAR-MOVIMENTO
004510* GRAVA NO RAZAO MEMBMOV O MOVIMENTO DO ESTORNO QUE ACABOU DE SER
004520* APLICADO, COM A REFERENCIA DO BILHETE E O SALDO ANTERIOR E O
004530* NOVO.
004540******************************************************************
004550 2350-GRAVAR-MOVIMENTO.
004560         MOVE SPACES TO MV-REGISTRO-MOVIMENTO.
004570         MOVE MB-NUMERO-MEMBRO TO MV-NUMERO-MEMBRO.
004580         MOVE ET-DATA-REFERENCIA TO MV-DATA-MOVIMENTO.
004590         MOVE ZERO TO MV-SEQUENCIA.
004600         MOVE "EST" TO MV-ORIGEM-MOVIMENTO.
004610         MOVE "+" TO MV-SINAL-MOVIMENTO.
004620         MOVE ET-MILHAS-ESTORNO TO MV-QUANT-MILHAS.
004630         MOVE ET-SALDO-ANTERIOR TO MV-SALDO-ANTERIOR.
004640         MOVE MB-SALDO-MILHAS TO MV-SALDO-NOVO.
004650         MOVE RH-REFERENCIA-RESGATE TO MV-REFERENCIA.
004660         MOVE "N" TO ET-MOV-GRAVADO-SW.
004670         PERFORM 2360-GRAVAR-COM-SEQUENCIA THRU 2360-EXIT
004680             UNTIL MOVIMENTO-GRAVADO
004690                 OR MV-SEQUENCIA = 9999.
004700         IF NOT MOVIMENTO-GRAVADO
004710             DISPLAY "AVISO - MOVIMENTO NAO GRAVADO NO MEMBMOV - "
004720                 "CHAVE ESGOTADA PARA O MEMBRO "
004730                 MB-NUMERO-MEMBRO
004740         END-IF.
004750 2350-EXIT.
004760         EXIT.

004770 2360-GRAVAR-COM-SEQUENCIA.
004780         WRITE MV-REGISTRO-MOVIMENTO
004790             INVALID KEY
004800                 ADD 1 TO MV-SEQUENCIA
004810             NOT INVALID KEY
004820                 SET MOVIMENTO-GRAVADO TO TRUE
004830         END-WRITE.
004840 2360-EXIT.
004850         EXIT.

004860******************************************************************
004870* 2400-GRAVAR-RECUSADO
004880* GRAVA NO RELATORIO DE ESTORNO A LINHA DO CANCELAMENTO RECUSADO
004890* COM O MOTIVO JA PREENCHIDO PELO PARAGRAFO CHAMADOR (VER OS
004900* MOTIVOS EM CPYCANC).
004910******************************************************************
004920 2400-GRAVAR-RECUSADO.
004930         ADD 1 TO ET-CONT-RECUSADOS.
004940         MOVE SPACES TO RP-LINHA-RELATORIO.
004950         STRING "RECUSADO - REF " DELIMITED BY SIZE
004960             CN-REFERENCIA-RESGATE DELIMITED BY SIZE
004970             " MILHAS " DELIMITED BY SIZE
004980             CN-QUANT-MILHAS DELIMITED BY SIZE
004990             " MOTIVO " DELIMITED BY SIZE
005000             ET-MOTIVO-RECUSA DELIMITED BY SIZE
005010             INTO RP-LINHA-RELATORIO.
005020         WRITE RP-LINHA-RELATORIO.
005030 2400-EXIT.
005040         EXIT.

005050******************************************************************
005060* 4000-GRAVAR-TOTAIS
005070* GRAVA NO RELATORIO DE ESTORNO OS CONTADORES E O TOTAL DE
005080* MILHAS ESTORNADAS NA EXECUCAO.
005090******************************************************************
005100 4000-GRAVAR-TOTAIS.
005110         MOVE ET-CONT-LIDOS TO ET-REL-CONTADOR-ED.
005120         MOVE SPACES TO RP-LINHA-RELATORIO.
005130         STRING "CANCELAMENTOS LIDOS: " DELIMITED BY SIZE
005140             ET-REL-CONTADOR-ED DELIMITED BY SIZE
005150             INTO RP-LINHA-RELATORIO.
005160         WRITE RP-LINHA-RELATORIO.

005170         MOVE ET-CONT-TOTAIS TO ET-REL-CONTADOR-ED.
005180         MOVE SPACES TO RP-LINHA-RELATORIO.
005190         STRING "ESTORNOS TOTAIS APROVADOS: " DELIMITED BY SIZE
005200             ET-REL-CONTADOR-ED DELIMITED BY SIZE
005210             INTO RP-LINHA-RELATORIO.
005220         WRITE RP-LINHA-RELATORIO.

005230         MOVE ET-CONT-PARCIAIS TO ET-REL-CONTADOR-ED.
005240         MOVE SPACES TO RP-LINHA-RELATORIO.
005250         STRING "ESTORNOS PARCIAIS APROVADOS: " DELIMITED BY SIZE
005260             ET-REL-CONTADOR-ED DELIMITED BY SIZE
005270             INTO RP-LINHA-RELATORIO.
005280         WRITE RP-LINHA-RELATORIO.

005290         MOVE ET-CONT-RECUSADOS TO ET-REL-CONTADOR-ED.
005300         MOVE SPACES TO RP-LINHA-RELATORIO.
005310         STRING "CANCELAMENTOS RECUSADOS: " DELIMITED BY SIZE
005320             ET-REL-CONTADOR-ED DELIMITED BY SIZE
005330             INTO RP-LINHA-RELATORIO.
005340         WRITE RP-LINHA-RELATORIO.

005350         MOVE ET-TOTAL-MILHAS-ESTORNADAS TO ET-REL-MILHAS-ED.
005360         MOVE SPACES TO RP-LINHA-RELATORIO.
005370         STRING "TOTAL DE MILHAS ESTORNADAS: " DELIMITED BY SIZE
005380             ET-REL-MILHAS-ED DELIMITED BY SIZE
005390             INTO RP-LINHA-RELATORIO.
005400         WRITE RP-LINHA-RELATORIO.
005410 4000-EXIT.
005420         EXIT.

005430******************************************************************
005440* 4100-LOCALIZAR-MEMBRO
005450* LE NO CADASTRO O MEMBRO EM MB-NUMERO-MEMBRO. SE A CONTA FOI
005460* FUNDIDA EM OUTRA PELO FUSAOMEMB DEPOIS DO RESGATE (VER
005470* CPYMEMB), SEGUE O NUMERO DA CONTA SOBREVIVENTE, QUE RECEBE O
005480* ESTORNO. SOBREVIVENTE NAO CADASTRADA OU UMA CADEIA DE FUSOES
005490* LONGA DEMAIS E TRATADA COMO MEMBRO INEXISTENTE.
005500******************************************************************
005510 4100-LOCALIZAR-MEMBRO.
005520         MOVE "S" TO ET-MEMBRO-LOCALIZADO-SW.
005530         MOVE ZERO TO ET-SALTOS-FUSAO.
005540         READ MEMBRO-MASTER-FILE
005550             INVALID KEY
005560                 MOVE "N" TO ET-MEMBRO-LOCALIZADO-SW
005570                 GO TO 4100-EXIT
005580         END-READ.
005590         PERFORM 4110-SEGUIR-FUSAO THRU 4110-EXIT
005600             UNTIL NOT MEMBRO-LOCALIZADO
005610                 OR MB-SITUACAO-MEMBRO NOT = "F"
005620                 OR ET-SALTOS-FUSAO > 9.
005630         IF MEMBRO-LOCALIZADO
005640             AND MB-SITUACAO-MEMBRO = "F"
005650             MOVE "N" TO ET-MEMBRO-LOCALIZADO-SW
005660         END-IF.
005670 4100-EXIT.
005680         EXIT.

005690 4110-SEGUIR-FUSAO.
005700         ADD 1 TO ET-SALTOS-FUSAO.
005710         MOVE MB-NUMERO-SOBREVIVENTE TO MB-NUMERO-MEMBRO.
005720         READ MEMBRO-MASTER-FILE
005730             INVALID KEY
005740                 MOVE "N" TO ET-MEMBRO-LOCALIZADO-SW
005750         END-READ.
005760 4110-EXIT.
005770         EXIT.
