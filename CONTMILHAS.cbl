000010******************************************************************
000020* AUTHOR:     GELIEL GUSTAVO DE SOUZA SILVA.
000030* INSTALLATION: DEPARTAMENTO DE OPERACOES - MILHAGEM.
000040* DATE-WRITTEN: 15/10/2026.
000050* DATE-COMPILED:
000060******************************************************************
000070* HISTORICO DE ALTERACOES:
000080* DATA       AUTOR   DESCRICAO
000090* ---------- ------- ----------------------------------------
000100* 15/10/2026 GGSS    PROGRAMA ORIGINAL - FECHAMENTO CONTABIL
000110*                    DIARIO DO PASSIVO DE MILHAS, A PEDIDO DA
000120*                    AREA FINANCEIRA, QUE REMONTAVA O PASSIVO
000130*                    TODO MES A PARTIR DO FATREL E DO RESGREL.
000140*                    LE OS MOVIMENTOS DO RAZAO MEMBMOV AINDA NAO
000150*                    CONTABILIZADOS (CREDITOS, ESTORNOS DE
000160*                    CREDITO, RESGATES, ESTORNOS DE RESGATE,
000170*                    EXPIRACOES E AJUSTES), MARCA-OS COM O DIA
000180*                    CONTABIL E GRAVA A INTERFACE CONTINTF (VER
000190*                    CPYCONT) PARA O RAZAO CORPORATIVO, COM UM
000200*                    PAR DE LINHAS A DEBITO E A CREDITO POR
000210*                    ORIGEM, SINAL E PARCEIRO. OS CREDITOS DE
000220*                    PARCEIRO SAO VALORIZADOS PELA TARIFA
000230*                    CONTRATADA DA PARCTAB E OS DEMAIS PELO
000240*                    VALOR DA MILHA NO PASSIVO DO CALCPARM. O
000250*                    RELATORIO CONTREL DEMONSTRA SALDO DE
000260*                    ABERTURA + CREDITOS - RESGATES -
000270*                    EXPIRACOES +/- AJUSTES = SALDO DE
000280*                    FECHAMENTO E CONFRONTA O FECHAMENTO COM A
000290*                    SOMA DE MB-SALDO-MILHAS DO MEMBMST. O
000300*                    FECHAMENTO DE CADA DIA FICA NO CONTCTL E E
000310*                    A ABERTURA DO DIA SEGUINTE.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000350 PROGRAM-ID. CONTMILHAS.
000360 AUTHOR. GELIEL GUSTAVO DE SOUZA SILVA.
000370 INSTALLATION. DEPARTAMENTO DE OPERACOES - MILHAGEM.
000380 DATE-WRITTEN. 15/10/2026.
000390 DATE-COMPILED.
000400 ENVIRONMENT DIVISION.
000410*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000420 CONFIGURATION SECTION.
000430 SPECIAL-NAMES.
000440     DECIMAL-POINT IS COMMA.
000450*-----------------------
000460 INPUT-OUTPUT SECTION.
000470*-----------------------
000480 FILE-CONTROL.
000490* RAZAO DE MOVIMENTOS DE MILHAS POR MEMBRO (VER CPYMOV).
000500     SELECT MOVIMENTO-MEMBRO-FILE ASSIGN TO "MEMBMOV"
000510             ORGANIZATION IS INDEXED
000520             ACCESS MODE IS DYNAMIC
000530             RECORD KEY IS MV-CHAVE
000540             FILE STATUS IS CT-MEMBMOV-STATUS.
000550* CADASTRO MESTRE DE MEMBROS FIDELIDADE (VER CPYMEMB).
000560     SELECT MEMBRO-MASTER-FILE ASSIGN TO "MEMBMST"
000570             ORGANIZATION IS INDEXED
000580             ACCESS MODE IS DYNAMIC
000590             RECORD KEY IS MB-NUMERO-MEMBRO
000600             FILE STATUS IS CT-MEMBMST-STATUS.
000610* CADASTRO DE PARCEIROS COM AS TARIFAS CONTRATADAS (VER CPYPARC).
000620     SELECT PARC-TABLE-FILE ASSIGN TO "PARCTAB"
000630             ORGANIZATION IS SEQUENTIAL
000640             FILE STATUS IS CT-PARCTAB-STATUS.
000650* PARAMETRO COM O VALOR DA MILHA NO PASSIVO (VER CPYFATOR).
000660     SELECT FATOR-CONVERSAO-FILE ASSIGN TO "CALCPARM"
000670             ORGANIZATION IS SEQUENTIAL
000680             FILE STATUS IS CT-CALCPARM-STATUS.
000690* CONTROLE DOS DIAS CONTABEIS FECHADOS, COM O SALDO DO PASSIVO.
000700     SELECT CONTROLE-CONTABIL-FILE ASSIGN TO "CONTCTL"
000710             ORGANIZATION IS SEQUENTIAL
000720             FILE STATUS IS CT-CONTCTL-STATUS.
000730* INTERFACE CONTABIL PARA O RAZAO CORPORATIVO (VER CPYCONT).
000740     SELECT INTERFACE-CONTABIL-FILE ASSIGN TO "CONTINTF"
000750             ORGANIZATION IS SEQUENTIAL
000760             FILE STATUS IS CT-CONTINTF-STATUS.
000770* RELATORIO DE CONTROLE DO PASSIVO DE MILHAS.
000780     SELECT RELATORIO-CONTABIL-FILE ASSIGN TO "CONTREL"
000790             ORGANIZATION IS SEQUENTIAL
000800             FILE STATUS IS CT-CONTREL-STATUS.
000810 DATA DIVISION.
000820*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000830 FILE SECTION.
000840*-----------------------
000850 FD  MOVIMENTO-MEMBRO-FILE
000860             LABEL RECORDS ARE STANDARD
000870             RECORD CONTAINS 80 CHARACTERS.
000880 COPY CPYMOV.

000890 FD  MEMBRO-MASTER-FILE
000900             LABEL RECORDS ARE STANDARD
000910             RECORD CONTAINS 80 CHARACTERS.
000920 COPY CPYMEMB.

000930 FD  PARC-TABLE-FILE
000940             LABEL RECORDS ARE STANDARD
000950             RECORD CONTAINS 80 CHARACTERS.
000960 COPY CPYPARC.

000970 FD  FATOR-CONVERSAO-FILE
000980             LABEL RECORDS ARE STANDARD
000990             RECORD CONTAINS 80 CHARACTERS.
001000 COPY CPYFATOR.

001010 FD  CONTROLE-CONTABIL-FILE
001020             LABEL RECORDS ARE STANDARD
001030             RECORD CONTAINS 80 CHARACTERS.
001040 01  GC-REGISTRO-CONTROLE.
001050     05  GC-DATA-CONTABIL            PIC 9(08).
001060     05  GC-DATA-EXECUCAO            PIC 9(08).
001070* SALDO DO PASSIVO NO FECHAMENTO DO DIA, EM MILHAS E EM MOEDA.
001080     05  GC-SALDO-MILHAS             PIC S9(11).
001090     05  GC-SALDO-VALOR              PIC S9(13)V9(02).
001100* SOMA DE MB-SALDO-MILHAS NO FECHAMENTO E RESULTADO DO
001110* CONFRONTO: "C" CONFERE, "D" DIVERGENCIA.
001120     05  GC-SOMA-MEMBMST             PIC 9(11).
001130     05  GC-SITUACAO-CONFRONTO       PIC X(01).
001140     05  FILLER                      PIC X(26).

001150 FD  INTERFACE-CONTABIL-FILE
001160             LABEL RECORDS ARE STANDARD
001170             RECORD CONTAINS 80 CHARACTERS.
001180 COPY CPYCONT.

001190 FD  RELATORIO-CONTABIL-FILE
001200             LABEL RECORDS ARE STANDARD
001210             RECORD CONTAINS 80 CHARACTERS.
001220 01  RU-LINHA-RELATORIO              PIC X(80).

001230 WORKING-STORAGE SECTION.
001240*-----------------------
001250* STATUS DOS ARQUIVOS UTILIZADOS PELO PROGRAMA.
001260 01  CT-MEMBMOV-STATUS               PIC X(02).
001270 01  CT-MEMBMST-STATUS               PIC X(02).
001280 01  CT-PARCTAB-STATUS               PIC X(02).
001290 01  CT-CALCPARM-STATUS              PIC X(02).
001300 01  CT-CONTCTL-STATUS               PIC X(02).
001310 01  CT-CONTINTF-STATUS              PIC X(02).
001320 01  CT-CONTREL-STATUS               PIC X(02).

001330 01  CT-FIM-MOVIMENTOS-SW            PIC X(01) VALUE "N".
001340             88  FIM-MOVIMENTOS              VALUE "S".
001350 01  CT-FIM-MESTRE-SW                PIC X(01) VALUE "N".
001360             88  FIM-MESTRE                  VALUE "S".
001370 01  CT-FIM-ARQUIVO-PARC-SW          PIC X(01) VALUE "N".
001380             88  FIM-ARQUIVO-PARC            VALUE "S".
001390 01  CT-FIM-ARQUIVO-CTL-SW           PIC X(01) VALUE "N".
001400             88  FIM-ARQUIVO-CTL             VALUE "S".

001410* DIA CONTABIL (AAAAMMDD) A FECHAR. EM BRANCO NO TERMINAL,
001420* ASSUME A DATA DE HOJE. OS MOVIMENTOS AINDA NAO CONTABILIZADOS
001430* ENTRAM NO DIA INFORMADO, QUALQUER QUE SEJA A DATA DO
001440* MOVIMENTO - UM DIA SEM FECHAMENTO CAI NO FECHAMENTO SEGUINTE.
001450 01  CT-DATA-ENTRADA                 PIC X(08).
001460 01  CT-DATA-CONTABIL                PIC 9(08) VALUE ZERO.
001470 01  CT-DATA-HOJE                    PIC 9(08) VALUE ZERO.
001480 01  CT-PARAMETROS-OK-SW             PIC X(01) VALUE "N".
001490             88  PARAMETROS-VALIDOS          VALUE "S".

001500* VALOR DA MILHA NO PASSIVO, LIDO DO CALCPARM.
001510 01  CT-VALOR-MILHA-PASSIVO          PIC 9(03)V9(05) VALUE ZERO.

001520* SALDO DE ABERTURA: FECHAMENTO DO ULTIMO DIA CONTABIL ANTERIOR
001530* REGISTRADO NO CONTCTL. SEM DIA ANTERIOR (IMPLANTACAO), A
001540* ABERTURA E APURADA PELA SOMA DO MEMBMST MENOS OS MOVIMENTOS DO
001550* DIA, E OS MOVIMENTOS ANTERIORES AO DIA SO SAO MARCADOS.
001560 01  CT-IMPLANTACAO-SW               PIC X(01) VALUE "S".
001570             88  IMPLANTACAO                 VALUE "S".
001580 01  CT-DIA-POSTERIOR-SW             PIC X(01) VALUE "N".
001590             88  DIA-POSTERIOR-FECHADO       VALUE "S".
001600 01  CT-ABERTURA-MILHAS              PIC S9(11) COMP VALUE ZERO.
001610 01  CT-ABERTURA-VALOR               PIC S9(13)V9(02) COMP
001620                                                 VALUE ZERO.
001630 01  CT-FECHAMENTO-MILHAS            PIC S9(11) COMP VALUE ZERO.
001640 01  CT-FECHAMENTO-VALOR             PIC S9(13)V9(02) COMP
001650                                                 VALUE ZERO.
001660 01  CT-SOMA-MEMBMST                 PIC 9(11) COMP VALUE ZERO.
001670 01  CT-DIFERENCA-MILHAS             PIC S9(11) COMP VALUE ZERO.
001680 01  CT-VARIACAO-MILHAS              PIC S9(11) COMP VALUE ZERO.

001690* CONTAS DO PLANO CORPORATIVO USADAS NOS LANCAMENTOS. TODO
001700* MOVIMENTO QUE AUMENTA O SALDO DO MEMBRO CREDITA O PASSIVO E
001710* TODO MOVIMENTO QUE O REDUZ DEBITA O PASSIVO; A CONTRAPARTIDA
001720* DEPENDE DA ORIGEM DO MOVIMENTO.
001730 01  CT-CONTA-PASSIVO                PIC X(10) VALUE "2140100001".
001740 01  CT-CONTA-RECEBER-PARCEIRO       PIC X(10) VALUE "1120300001".
001750 01  CT-CONTA-RECEITA-RESGATE        PIC X(10) VALUE "4110100001".
001760 01  CT-CONTA-RECEITA-EXPIRACAO      PIC X(10) VALUE "4110200001".
001770 01  CT-CONTA-AJUSTE-MILHAS          PIC X(10) VALUE "5120900001".
001780 01  CT-CONTA-CONTRAPARTIDA          PIC X(10).

001790* CATEGORIAS DO DEMONSTRATIVO DO PASSIVO, NA ORDEM DO
001800* RELATORIO. AS TRANSFERENCIAS POR FUSAO DE CONTAS (FUSAOMEMB)
001810* NAO ALTERAM O PASSIVO E NAO SAO LANCADAS NA INTERFACE: ENTRAM
001820* SOMENTE NO DEMONSTRATIVO EM MILHAS.
001830 01  CT-TEXTOS-CATEGORIAS.
001840     05  FILLER                      PIC X(34) VALUE
001850             "(+) CREDITOS DE PARCEIROS (CRD)".
001860     05  FILLER                      PIC X(34) VALUE
001870             "(-) ESTORNOS DE CREDITO (DES)".
001880     05  FILLER                      PIC X(34) VALUE
001890             "(-) RESGATES (RSG)".
001900     05  FILLER                      PIC X(34) VALUE
001910             "(+) ESTORNOS DE RESGATE (EST)".
001920     05  FILLER                      PIC X(34) VALUE
001930             "(-) EXPIRACOES (EXP)".
001940     05  FILLER                      PIC X(34) VALUE
001950             "(+) AJUSTES A CREDITO (AJU)".
001960     05  FILLER                      PIC X(34) VALUE
001970             "(-) AJUSTES A DEBITO (AJU)".
001980     05  FILLER                      PIC X(34) VALUE
001990             "(+) FUSAO DE CONTAS - ENTRADAS".
002000     05  FILLER                      PIC X(34) VALUE
002010             "(-) FUSAO DE CONTAS - SAIDAS".
002020 01  CT-TABELA-TEXTOS REDEFINES CT-TEXTOS-CATEGORIAS.
002030     05  CT-TEXTO-CATEGORIA          PIC X(34) OCCURS 9 TIMES.
002040 01  CT-HISTORICOS-CATEGORIAS.
002050     05  FILLER                      PIC X(20) VALUE
002060             "CREDITO PARCEIRO".
002070     05  FILLER                      PIC X(20) VALUE
002080             "ESTORNO CREDITO".
002090     05  FILLER                      PIC X(20) VALUE
002100             "RESGATE DE MILHAS".
002110     05  FILLER                      PIC X(20) VALUE
002120             "ESTORNO RESGATE".
002130     05  FILLER                      PIC X(20) VALUE
002140             "EXPIRACAO DE MILHAS".
002150     05  FILLER                      PIC X(20) VALUE
002160             "AJUSTE A CREDITO".
002170     05  FILLER                      PIC X(20) VALUE
002180             "AJUSTE A DEBITO".
002190     05  FILLER                      PIC X(20) VALUE
002200             "FUSAO ENTRADA".
002210     05  FILLER                      PIC X(20) VALUE
002220             "FUSAO SAIDA".
002230 01  CT-TABELA-HISTORICOS REDEFINES CT-HISTORICOS-CATEGORIAS.
002240     05  CT-HISTORICO-CATEGORIA      PIC X(20) OCCURS 9 TIMES.
002250 01  CT-TABELA-CATEGORIAS.
002260     05  CT-CATEGORIA-TABELA OCCURS 9 TIMES.
002270         10  CT-CAT-QTD              PIC 9(09) COMP.
002280         10  CT-CAT-MILHAS           PIC 9(11) COMP.
002290         10  CT-CAT-VALOR            PIC 9(13)V9(02) COMP.
002300 01  CT-CAT-SUB                      PIC 9(02) COMP.
002310 01  CT-CATEGORIA                    PIC 9(02) COMP.

002320* GRUPOS DE MOVIMENTOS DO DIA (ORIGEM, SINAL E PARCEIRO), CADA
002330* UM LANCADO COMO UM PAR DE LINHAS NA INTERFACE.
002340 01  CT-QTD-GRUPOS                   PIC 9(03) COMP VALUE ZERO.
002350 01  CT-TABELA-GRUPOS.
002360     05  CT-GRUPO-TABELA OCCURS 300 TIMES.
002370         10  CT-GRP-ORIGEM           PIC X(03).
002380         10  CT-GRP-SINAL            PIC X(01).
002390         10  CT-GRP-PARCEIRO         PIC X(03).
002400         10  CT-GRP-CATEGORIA        PIC 9(02) COMP.
002410         10  CT-GRP-QTD              PIC 9(09) COMP.
002420         10  CT-GRP-MILHAS           PIC 9(11) COMP.
002430 01  CT-GRUPO-SUB                    PIC 9(03) COMP.
002440 01  CT-GRUPO-ACHADO                 PIC 9(03) COMP VALUE ZERO.
002450 01  CT-PARCEIRO-MOVIMENTO           PIC X(03).
002460 01  CT-CONT-GRUPOS-EXCEDENTES       PIC 9(09) COMP VALUE ZERO.

002470* VISAO DA REFERENCIA DOS MOVIMENTOS "CRD" E "DES", QUE TRAZ O
002480* PARCEIRO DA CONVERSAO NAS TRES PRIMEIRAS POSICOES (CPYMOV).
002490 01  CT-REFERENCIA-MOVIMENTO.
002500     05  CT-REF-PARCEIRO             PIC X(03).
002510     05  FILLER                      PIC X(09).

002520* TABELA DE PARCEIROS COM A TARIFA CONTRATADA, CARREGADA DA
002530* PARCTAB (INCLUSIVE DESATIVADOS).
002540 01  CT-QTD-PARCEIROS                PIC 9(03) COMP VALUE ZERO.
002550 01  CT-TABELA-PARCEIROS.
002560     05  CT-PARCEIRO-TABELA OCCURS 60 TIMES.
002570         10  CT-TAB-CODIGO           PIC X(03).
002580         10  CT-TAB-TARIFA           PIC 9(05)V9(02).
002583* PARCEIROS DA PARCTAB QUE NAO COUBERAM NA TABELA.
002586 01  CT-QTD-EXCEDENTES               PIC 9(05) COMP VALUE ZERO.
002590 01  CT-PARCEIRO-SUB                 PIC 9(03) COMP.
002600 01  CT-TARIFA-GRUPO                 PIC 9(05)V9(05).
002610 01  CT-TARIFA-ACHADA-SW             PIC X(01) VALUE "N".
002620             88  TARIFA-ACHADA               VALUE "S".
002630 01  CT-CONT-SEM-TARIFA              PIC 9(09) COMP VALUE ZERO.
002640 01  CT-MILHAS-SEM-TARIFA            PIC 9(11) COMP VALUE ZERO.

002650* APOIO A GRAVACAO DAS LINHAS DA INTERFACE.
002660 01  CT-VALOR-GRUPO                  PIC 9(13)V9(02) COMP
002670                                                 VALUE ZERO.
002680 01  CT-NUMERO-LINHA                 PIC 9(05) VALUE ZERO.
002690 01  CT-TOTAL-DEBITOS                PIC 9(13)V9(02) COMP
002700                                                 VALUE ZERO.
002710 01  CT-TOTAL-CREDITOS               PIC 9(13)V9(02) COMP
002720                                                 VALUE ZERO.
002730 01  CT-CREDITOS-PASSIVO             PIC 9(13)V9(02) COMP
002740                                                 VALUE ZERO.
002750 01  CT-DEBITOS-PASSIVO              PIC 9(13)V9(02) COMP
002760                                                 VALUE ZERO.

002770* CONTADORES DA EXECUCAO.
002780 01  CT-CONT-LIDOS                   PIC 9(09) COMP VALUE ZERO.
002790 01  CT-CONT-LANCADOS                PIC 9(09) COMP VALUE ZERO.
002800 01  CT-CONT-IMPLANTACAO             PIC 9(09) COMP VALUE ZERO.
002810 01  CT-CONT-POSTERIORES             PIC 9(09) COMP VALUE ZERO.
002820 01  CT-CONT-MEMBROS                 PIC 9(09) COMP VALUE ZERO.

002830* CAMPOS EDITADOS USADOS SOMENTE PARA MONTAR AS LINHAS DO
002840* RELATORIO DE CONTROLE.
002850 01  CT-REL-CONTADOR-ED              PIC Z(08)9.
002860 01  CT-REL-MILHAS-ED                PIC -(11)9.
002870 01  CT-REL-VALOR-ED                 PIC -(13)9,9(02).
002880 01  CT-REL-VALOR-MILHA-ED           PIC 9(03),9(05).
002890 01  CT-REL-TEXTO                    PIC X(34).

002900 PROCEDURE DIVISION.
002910*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002920******************************************************************
002930* 0000-MAINLINE
002940* PARAGRAFO PRINCIPAL - OBTEM O DIA CONTABIL E OS PARAMETROS,
002950* APURA E MARCA OS MOVIMENTOS AINDA NAO CONTABILIZADOS, SOMA O
002960* MEMBMST, GRAVA A INTERFACE E O RELATORIO DE CONTROLE E
002970* REGISTRA O FECHAMENTO DO DIA NO CONTCTL.
002980******************************************************************
002990 0000-MAINLINE.
003000         PERFORM 1000-OBTER-DATA-CONTABIL THRU 1000-EXIT.
003010         IF NOT PARAMETROS-VALIDOS
003020             GO TO 0000-EXIT
003030         END-IF.
003040         MOVE "N" TO CT-PARAMETROS-OK-SW.
003050         PERFORM 1100-LER-PARAMETRO THRU 1100-EXIT.
003060         IF NOT PARAMETROS-VALIDOS
003070             GO TO 0000-EXIT
003080         END-IF.
003090         PERFORM 1200-LER-CONTROLE THRU 1200-EXIT.
003100         IF DIA-POSTERIOR-FECHADO
003110             DISPLAY "JA EXISTE DIA CONTABIL POSTERIOR A "
003120                 CT-DATA-CONTABIL " FECHADO NO CONTCTL - "
003130                 "EXECUCAO ENCERRADA."
003140             GO TO 0000-EXIT
003150         END-IF.
003160         PERFORM 1300-CARREGAR-PARCEIROS THRU 1300-EXIT.
003170         PERFORM 1400-ABRIR-ARQUIVOS THRU 1400-EXIT.
003180         IF CT-CONTREL-STATUS NOT = "00"
003190             GO TO 0000-EXIT
003200         END-IF.
003210         PERFORM 2000-APURAR-MOVIMENTOS THRU 2000-EXIT.
003220         CLOSE MOVIMENTO-MEMBRO-FILE.
003230         PERFORM 3000-SOMAR-SALDOS THRU 3000-EXIT.
003240         PERFORM 4000-GRAVAR-LANCAMENTOS THRU 4000-EXIT.
003250         CLOSE INTERFACE-CONTABIL-FILE.
003260         PERFORM 5000-GRAVAR-DEMONSTRATIVO THRU 5000-EXIT.
003270         CLOSE RELATORIO-CONTABIL-FILE.
003280         PERFORM 6000-REGISTRAR-FECHAMENTO THRU 6000-EXIT.
003290         IF CT-DIFERENCA-MILHAS = ZERO
003300             DISPLAY "FECHAMENTO CONTABIL DE " CT-DATA-CONTABIL
003310                 " CONCLUIDO - PASSIVO CONFERE COM O MEMBMST."
003320         ELSE
003330             DISPLAY "ATENCAO - PASSIVO DE " CT-DATA-CONTABIL
003340                 " DIVERGE DO MEMBMST (VER CONTREL)."
003350         END-IF.
003360         GO TO 0000-EXIT.
003370 0000-EXIT.
003380         STOP RUN.

003390******************************************************************
003400* 1000-OBTER-DATA-CONTABIL
003410* OBTEM O DIA CONTABIL (AAAAMMDD) A FECHAR. EM BRANCO, ASSUME A
003420* DATA DE HOJE. NAO SE FECHA DIA FUTURO.
003430******************************************************************
003440 1000-OBTER-DATA-CONTABIL.
003450         ACCEPT CT-DATA-HOJE FROM DATE YYYYMMDD.
003460         DISPLAY "DIA CONTABIL A FECHAR (AAAAMMDD, EM BRANCO "
003470             "PARA HOJE): ".
003480         ACCEPT CT-DATA-ENTRADA.
003490         IF CT-DATA-ENTRADA = SPACES
003500             MOVE CT-DATA-HOJE TO CT-DATA-CONTABIL
003510         ELSE
003520             IF CT-DATA-ENTRADA IS NOT NUMERIC
003530                 DISPLAY "DATA INVALIDA - EXECUCAO ENCERRADA."
003540                 GO TO 1000-EXIT
003550             END-IF
003560             MOVE CT-DATA-ENTRADA TO CT-DATA-CONTABIL
003570         END-IF.
003580         IF CT-DATA-CONTABIL < 19000101
003590             OR CT-DATA-CONTABIL > CT-DATA-HOJE
003600             DISPLAY "DATA FORA DO PERIODO VALIDO - EXECUCAO "
003610                 "ENCERRADA."
003620             GO TO 1000-EXIT
003630         END-IF.
003640         SET PARAMETROS-VALIDOS TO TRUE.
003650 1000-EXIT.
003660         EXIT.

003670******************************************************************
003680* 1100-LER-PARAMETRO
003690* LE O VALOR DA MILHA NO PASSIVO DO CALCPARM. SEM ELE NAO HA
003700* COMO VALORIZAR RESGATES, EXPIRACOES E AJUSTES, E O FECHAMENTO
003710* E RECUSADO.
003720******************************************************************
003730 1100-LER-PARAMETRO.
003740         OPEN INPUT FATOR-CONVERSAO-FILE.
003750         IF CT-CALCPARM-STATUS NOT = "00"
003760             DISPLAY "ERRO AO ABRIR O ARQUIVO CALCPARM - STATUS "
003770                 CT-CALCPARM-STATUS
003780             GO TO 1100-EXIT
003790         END-IF.
003800         READ FATOR-CONVERSAO-FILE
003810             AT END MOVE SPACES TO CF-REGISTRO-PARAMETRO
003820         END-READ.
003830         CLOSE FATOR-CONVERSAO-FILE.
003840         IF CF-VALOR-MILHA-PASSIVO IS NOT NUMERIC
003850             OR CF-VALOR-MILHA-PASSIVO = ZERO
003860             DISPLAY "VALOR DA MILHA NO PASSIVO NAO CADASTRADO "
003870                 "NO CALCPARM - CADASTRE PELO MANTPARM."
003880             GO TO 1100-EXIT
003890         END-IF.
003900         MOVE CF-VALOR-MILHA-PASSIVO TO CT-VALOR-MILHA-PASSIVO.
003910         SET PARAMETROS-VALIDOS TO TRUE.
003920 1100-EXIT.
003930         EXIT.

003940******************************************************************
003950* 1200-LER-CONTROLE
003960* LE O CONTCTL E GUARDA O FECHAMENTO DO ULTIMO DIA ANTERIOR AO
003970* DIA CONTABIL COMO SALDO DE ABERTURA. UM DIA POSTERIOR JA
003980* FECHADO IMPEDE O FECHAMENTO (OS MOVIMENTOS DELE JA FORAM
003990* MARCADOS). REEXECUTAR O MESMO DIA E PERMITIDO: VALE O ULTIMO
004000* REGISTRO GRAVADO.
004010******************************************************************
004020 1200-LER-CONTROLE.
004030         OPEN INPUT CONTROLE-CONTABIL-FILE.
004040         IF CT-CONTCTL-STATUS NOT = "00"
004050             GO TO 1200-EXIT
004060         END-IF.
004070         PERFORM 1210-LER-REGISTRO THRU 1210-EXIT
004080             UNTIL FIM-ARQUIVO-CTL.
004090         CLOSE CONTROLE-CONTABIL-FILE.
004100 1200-EXIT.
004110         EXIT.

004120 1210-LER-REGISTRO.
004130         READ CONTROLE-CONTABIL-FILE
004140             AT END SET FIM-ARQUIVO-CTL TO TRUE
004150         END-READ.
004160         IF FIM-ARQUIVO-CTL
004170             GO TO 1210-EXIT
004180         END-IF.
004190         IF GC-DATA-CONTABIL > CT-DATA-CONTABIL
004200             SET DIA-POSTERIOR-FECHADO TO TRUE
004210             GO TO 1210-EXIT
004220         END-IF.
004230         IF GC-DATA-CONTABIL < CT-DATA-CONTABIL
004240             MOVE "N" TO CT-IMPLANTACAO-SW
004250             MOVE GC-SALDO-MILHAS TO CT-ABERTURA-MILHAS
004260             MOVE GC-SALDO-VALOR TO CT-ABERTURA-VALOR
004270         END-IF.
004280 1210-EXIT.
004290         EXIT.

004300******************************************************************
004310* 1300-CARREGAR-PARCEIROS
004320* CARREGA A TARIFA CONTRATADA DE CADA PARCEIRO DA PARCTAB. SEM O
004330* CADASTRO, OS CREDITOS DE PARCEIRO SAO VALORIZADOS PELO VALOR
004340* DA MILHA NO PASSIVO E APONTADOS NO RELATORIO. OS PARCEIROS
004343* QUE NAO COUBEREM NA TABELA SAO CONTADOS E AVISADOS NO CONSOLE
004346* E NO RELATORIO; SEUS CREDITOS FICAM SEM TARIFA DE PARCEIRO.
004350******************************************************************
004360 1300-CARREGAR-PARCEIROS.
004370         OPEN INPUT PARC-TABLE-FILE.
004380         IF CT-PARCTAB-STATUS NOT = "00"
004390             DISPLAY "AVISO - ARQUIVO PARCTAB INDISPONIVEL "
004400                 "(STATUS " CT-PARCTAB-STATUS ") - CREDITOS "
004410                 "SERAO VALORIZADOS PELO VALOR DA MILHA NO "
004420                 "PASSIVO."
004430             GO TO 1300-EXIT
004440         END-IF.
004450         PERFORM 1310-LER-PARCEIRO THRU 1310-EXIT
004460             UNTIL FIM-ARQUIVO-PARC
004470                 OR CT-QTD-PARCEIROS = 60.
004473         PERFORM 1320-CONTAR-EXCEDENTE THRU 1320-EXIT
004476             UNTIL FIM-ARQUIVO-PARC.
004480         CLOSE PARC-TABLE-FILE.
004481         IF CT-QTD-EXCEDENTES > ZERO
004482             MOVE CT-QTD-EXCEDENTES TO CT-REL-CONTADOR-ED
004484             DISPLAY "AVISO - MAIS DE 60 PARCEIROS NA PARCTAB - "
004485                 CT-REL-CONTADOR-ED " PARCEIRO(S) SERAO "
004487                 "VALORIZADOS PELO VALOR DA MILHA NO PASSIVO."
004488         END-IF.
004490 1300-EXIT.
004500         EXIT.

004510 1310-LER-PARCEIRO.
004520         READ PARC-TABLE-FILE
004530             AT END SET FIM-ARQUIVO-PARC TO TRUE
004540         END-READ.
004550         IF NOT FIM-ARQUIVO-PARC
004560             ADD 1 TO CT-QTD-PARCEIROS
004570             MOVE PA-CODIGO-PARCEIRO
004580                 TO CT-TAB-CODIGO(CT-QTD-PARCEIROS)
004590             MOVE PA-TARIFA-MILHA
004600                 TO CT-TAB-TARIFA(CT-QTD-PARCEIROS)
004610         END-IF.
004620 1310-EXIT.
004630         EXIT.

004631 1320-CONTAR-EXCEDENTE.
004632         READ PARC-TABLE-FILE
004633             AT END SET FIM-ARQUIVO-PARC TO TRUE
004634         END-READ.
004635         IF NOT FIM-ARQUIVO-PARC
004636             ADD 1 TO CT-QTD-EXCEDENTES
004637         END-IF.
004638 1320-EXIT.
004639         EXIT.

004640******************************************************************
004650* 1400-ABRIR-ARQUIVOS
004660* ABRE O RAZAO PARA ATUALIZACAO, A INTERFACE E O RELATORIO. O
004670* RELATORIO E O ULTIMO A SER ABERTO: STATUS DIFERENTE DE "00"
004680* NELE INDICA AO CHAMADOR QUE O FECHAMENTO NAO PODE PROSSEGUIR.
004690******************************************************************
004700 1400-ABRIR-ARQUIVOS.
004710         MOVE "99" TO CT-CONTREL-STATUS.
004720         OPEN I-O MOVIMENTO-MEMBRO-FILE.
004730         IF CT-MEMBMOV-STATUS NOT = "00"
004740             DISPLAY "ERRO AO ABRIR O ARQUIVO MEMBMOV - STATUS "
004750                 CT-MEMBMOV-STATUS
004760             GO TO 1400-EXIT
004770         END-IF.
004780         OPEN OUTPUT INTERFACE-CONTABIL-FILE.
004790         IF CT-CONTINTF-STATUS NOT = "00"
004800             DISPLAY "ERRO AO ABRIR O ARQUIVO CONTINTF - STATUS "
004810                 CT-CONTINTF-STATUS
004820             CLOSE MOVIMENTO-MEMBRO-FILE
004830             GO TO 1400-EXIT
004840         END-IF.
004850         OPEN OUTPUT RELATORIO-CONTABIL-FILE.
004860         IF CT-CONTREL-STATUS NOT = "00"
004870             DISPLAY "ERRO AO ABRIR O ARQUIVO CONTREL - STATUS "
004880                 CT-CONTREL-STATUS
004890             CLOSE MOVIMENTO-MEMBRO-FILE
004900             CLOSE INTERFACE-CONTABIL-FILE
004910         END-IF.
004920 1400-EXIT.
004930         EXIT.

004940******************************************************************
004950* 2000-APURAR-MOVIMENTOS
004960* PERCORRE TODO O RAZAO MEMBMOV. CADA MOVIMENTO AINDA NAO
004970* CONTABILIZADO (OU JA MARCADO COM ESTE MESMO DIA, NA
004980* REEXECUCAO) E ACUMULADO NO SEU GRUPO E MARCADO COM O DIA
004990* CONTABIL.
005000******************************************************************
005010 2000-APURAR-MOVIMENTOS.
005020         MOVE LOW-VALUES TO MV-CHAVE.
005030         START MOVIMENTO-MEMBRO-FILE
005040             KEY IS NOT LESS THAN MV-CHAVE
005050             INVALID KEY SET FIM-MOVIMENTOS TO TRUE
005060         END-START.
005070         PERFORM 2100-TRATAR-MOVIMENTO THRU 2100-EXIT
005080             UNTIL FIM-MOVIMENTOS.
005090 2000-EXIT.
005100         EXIT.

005110 2100-TRATAR-MOVIMENTO.
005120         READ MOVIMENTO-MEMBRO-FILE NEXT RECORD
005130             AT END SET FIM-MOVIMENTOS TO TRUE
005140         END-READ.
005150         IF FIM-MOVIMENTOS
005160             GO TO 2100-EXIT
005170         END-IF.
005180         ADD 1 TO CT-CONT-LIDOS.
005190         IF MV-DATA-CONTABIL IS NUMERIC
005200             AND MV-DATA-CONTABIL NOT = ZERO
005210             IF MV-DATA-CONTABIL > CT-DATA-CONTABIL
005220                 ADD 1 TO CT-CONT-POSTERIORES
005230             END-IF
005240             IF MV-DATA-CONTABIL NOT = CT-DATA-CONTABIL
005250                 GO TO 2100-EXIT
005260             END-IF
005270         END-IF.
005280* NA IMPLANTACAO, O PASSIVO ANTERIOR AO DIA JA ESTA NA ABERTURA
005290* (SOMA DO MEMBMST): OS MOVIMENTOS ANTIGOS SO SAO MARCADOS.
005300         IF IMPLANTACAO
005310             AND MV-DATA-MOVIMENTO < CT-DATA-CONTABIL
005320             ADD 1 TO CT-CONT-IMPLANTACAO
005330             GO TO 2100-MARCAR
005340         END-IF.
005350         PERFORM 2200-ACUMULAR-GRUPO THRU 2200-EXIT.
005360         ADD 1 TO CT-CONT-LANCADOS.
005370 2100-MARCAR.
005380         MOVE CT-DATA-CONTABIL TO MV-DATA-CONTABIL.
005390         REWRITE MV-REGISTRO-MOVIMENTO
005400             INVALID KEY
005410                 DISPLAY "ERRO AO MARCAR O MOVIMENTO "
005420                     MV-NUMERO-MEMBRO " " MV-DATA-MOVIMENTO
005430                     " - STATUS " CT-MEMBMOV-STATUS
005440         END-REWRITE.
005450 2100-EXIT.
005460         EXIT.

005470******************************************************************
005480* 2200-ACUMULAR-GRUPO
005490* CLASSIFICA O MOVIMENTO NA CATEGORIA DO DEMONSTRATIVO E O
005500* ACUMULA NO GRUPO DE ORIGEM, SINAL E PARCEIRO. SO OS CREDITOS
005510* E OS SEUS ESTORNOS TEM PARCEIRO. ORIGEM DESCONHECIDA E TRATADA
005520* COMO AJUSTE, PELO SINAL.
005530******************************************************************
005540 2200-ACUMULAR-GRUPO.
005550         MOVE SPACES TO CT-PARCEIRO-MOVIMENTO.
005560         EVALUATE TRUE
005570             WHEN MV-ORIGEM-MOVIMENTO = "CRD"
005580                 AND MV-SINAL-MOVIMENTO = "+"
005590                 MOVE 1 TO CT-CATEGORIA
005600             WHEN MV-ORIGEM-MOVIMENTO = "DES"
005610                 AND MV-SINAL-MOVIMENTO = "-"
005620                 MOVE 2 TO CT-CATEGORIA
005630             WHEN MV-ORIGEM-MOVIMENTO = "RSG"
005640                 AND MV-SINAL-MOVIMENTO = "-"
005650                 MOVE 3 TO CT-CATEGORIA
005660             WHEN MV-ORIGEM-MOVIMENTO = "EST"
005670                 AND MV-SINAL-MOVIMENTO = "+"
005680                 MOVE 4 TO CT-CATEGORIA
005690             WHEN MV-ORIGEM-MOVIMENTO = "EXP"
005700                 AND MV-SINAL-MOVIMENTO = "-"
005710                 MOVE 5 TO CT-CATEGORIA
005720             WHEN MV-ORIGEM-MOVIMENTO = "FUS"
005730                 AND MV-SINAL-MOVIMENTO = "+"
005740                 MOVE 8 TO CT-CATEGORIA
005750             WHEN MV-ORIGEM-MOVIMENTO = "FUS"
005760                 MOVE 9 TO CT-CATEGORIA
005770             WHEN MV-SINAL-MOVIMENTO = "+"
005780                 MOVE 6 TO CT-CATEGORIA
005790             WHEN OTHER
005800                 MOVE 7 TO CT-CATEGORIA
005810         END-EVALUATE.
005820         IF CT-CATEGORIA = 1 OR CT-CATEGORIA = 2
005830             MOVE MV-REFERENCIA TO CT-REFERENCIA-MOVIMENTO
005840             MOVE CT-REF-PARCEIRO TO CT-PARCEIRO-MOVIMENTO
005850         END-IF.
005860         ADD 1 TO CT-CAT-QTD(CT-CATEGORIA).
005870         ADD MV-QUANT-MILHAS TO CT-CAT-MILHAS(CT-CATEGORIA).
005880         MOVE ZERO TO CT-GRUPO-ACHADO.
005890         PERFORM 2210-COMPARAR-GRUPO THRU 2210-EXIT
005900             VARYING CT-GRUPO-SUB FROM 1 BY 1
005910             UNTIL CT-GRUPO-SUB > CT-QTD-GRUPOS
005920                 OR CT-GRUPO-ACHADO > ZERO.
005930         IF CT-GRUPO-ACHADO = ZERO
005940             IF CT-QTD-GRUPOS NOT < 300
005950                 ADD 1 TO CT-CONT-GRUPOS-EXCEDENTES
005960                 MOVE 300 TO CT-GRUPO-ACHADO
005970             ELSE
005980                 ADD 1 TO CT-QTD-GRUPOS
005990                 MOVE CT-QTD-GRUPOS TO CT-GRUPO-ACHADO
006000                 MOVE MV-ORIGEM-MOVIMENTO TO
006010                     CT-GRP-ORIGEM(CT-GRUPO-ACHADO)
006020                 MOVE MV-SINAL-MOVIMENTO TO
006030                     CT-GRP-SINAL(CT-GRUPO-ACHADO)
006040                 MOVE CT-PARCEIRO-MOVIMENTO TO
006050                     CT-GRP-PARCEIRO(CT-GRUPO-ACHADO)
006060                 MOVE CT-CATEGORIA TO
006070                     CT-GRP-CATEGORIA(CT-GRUPO-ACHADO)
006080                 MOVE ZERO TO CT-GRP-QTD(CT-GRUPO-ACHADO)
006090                 MOVE ZERO TO CT-GRP-MILHAS(CT-GRUPO-ACHADO)
006100             END-IF
006110         END-IF.
006120         ADD 1 TO CT-GRP-QTD(CT-GRUPO-ACHADO).
006130         ADD MV-QUANT-MILHAS TO CT-GRP-MILHAS(CT-GRUPO-ACHADO).
006140 2200-EXIT.
006150         EXIT.

006160 2210-COMPARAR-GRUPO.
006170         IF CT-GRP-ORIGEM(CT-GRUPO-SUB) = MV-ORIGEM-MOVIMENTO
006180             AND CT-GRP-SINAL(CT-GRUPO-SUB) = MV-SINAL-MOVIMENTO
006190             AND CT-GRP-PARCEIRO(CT-GRUPO-SUB) =
006200                 CT-PARCEIRO-MOVIMENTO
006210             MOVE CT-GRUPO-SUB TO CT-GRUPO-ACHADO
006220         END-IF.
006230 2210-EXIT.
006240         EXIT.

006250******************************************************************
006260* 3000-SOMAR-SALDOS
006270* SOMA MB-SALDO-MILHAS DE TODO O CADASTRO MEMBMST PARA O
006280* CONFRONTO COM O SALDO DE FECHAMENTO DO PASSIVO.
006290******************************************************************
006300 3000-SOMAR-SALDOS.
006310         OPEN INPUT MEMBRO-MASTER-FILE.
006320         IF CT-MEMBMST-STATUS NOT = "00"
006330             DISPLAY "ERRO AO ABRIR O ARQUIVO MEMBMST - STATUS "
006340                 CT-MEMBMST-STATUS
006350             GO TO 3000-EXIT
006360         END-IF.
006370         MOVE SPACES TO MB-NUMERO-MEMBRO.
006380         START MEMBRO-MASTER-FILE
006390             KEY IS NOT LESS THAN MB-NUMERO-MEMBRO
006400             INVALID KEY SET FIM-MESTRE TO TRUE
006410         END-START.
006420         PERFORM 3100-SOMAR-MEMBRO THRU 3100-EXIT
006430             UNTIL FIM-MESTRE.
006440         CLOSE MEMBRO-MASTER-FILE.
006450 3000-EXIT.
006460         EXIT.

006470 3100-SOMAR-MEMBRO.
006480         READ MEMBRO-MASTER-FILE NEXT RECORD
006490             AT END SET FIM-MESTRE TO TRUE
006500         END-READ.
006510         IF FIM-MESTRE
006520             GO TO 3100-EXIT
006530         END-IF.
006540         ADD 1 TO CT-CONT-MEMBROS.
006550         IF MB-SALDO-MILHAS IS NUMERIC
006560             ADD MB-SALDO-MILHAS TO CT-SOMA-MEMBMST
006570         END-IF.
006580 3100-EXIT.
006590         EXIT.

006600******************************************************************
006610* 4000-GRAVAR-LANCAMENTOS
006620* VALORIZA CADA GRUPO E GRAVA NA INTERFACE O PAR DE LINHAS A
006630* DEBITO E A CREDITO, SEGUIDO DO TRAILER COM OS TOTAIS. AS
006640* TRANSFERENCIAS POR FUSAO NAO SAO LANCADAS.
006650******************************************************************
006660 4000-GRAVAR-LANCAMENTOS.
006670         PERFORM 4100-LANCAR-GRUPO THRU 4100-EXIT
006680             VARYING CT-GRUPO-SUB FROM 1 BY 1
006690             UNTIL CT-GRUPO-SUB > CT-QTD-GRUPOS.
006700         MOVE SPACES TO LC-REGISTRO-TRAILER.
006710         MOVE "T" TO LC-TRL-TIPO-REGISTRO.
006720         MOVE CT-DATA-CONTABIL TO LC-TRL-DATA-CONTABIL.
006730         MOVE CT-NUMERO-LINHA TO LC-TRL-QTD-LINHAS.
006740         MOVE CT-TOTAL-DEBITOS TO LC-TRL-TOTAL-DEBITOS.
006750         MOVE CT-TOTAL-CREDITOS TO LC-TRL-TOTAL-CREDITOS.
006760         WRITE LC-REGISTRO-TRAILER.
006770 4000-EXIT.
006780         EXIT.

006790******************************************************************
006800* 4100-LANCAR-GRUPO
006810* CREDITOS DE PARCEIRO E SEUS ESTORNOS USAM A TARIFA CONTRATADA
006820* DO PARCEIRO; OS DEMAIS GRUPOS, E OS CREDITOS SEM PARCEIRO OU
006830* SEM TARIFA, USAM O VALOR DA MILHA NO PASSIVO.
006840******************************************************************
006850 4100-LANCAR-GRUPO.
006860         MOVE CT-GRP-CATEGORIA(CT-GRUPO-SUB) TO CT-CATEGORIA.
006870         IF CT-CATEGORIA > 7
006880             GO TO 4100-EXIT
006890         END-IF.
006900         MOVE CT-VALOR-MILHA-PASSIVO TO CT-TARIFA-GRUPO.
006910         IF CT-CATEGORIA = 1 OR CT-CATEGORIA = 2
006920             PERFORM 4200-BUSCAR-TARIFA THRU 4200-EXIT
006930             IF NOT TARIFA-ACHADA
006940                 ADD CT-GRP-QTD(CT-GRUPO-SUB) TO
006950                     CT-CONT-SEM-TARIFA
006960                 ADD CT-GRP-MILHAS(CT-GRUPO-SUB) TO
006970                     CT-MILHAS-SEM-TARIFA
006980             END-IF
006990         END-IF.
007000         COMPUTE CT-VALOR-GRUPO ROUNDED =
007010             CT-GRP-MILHAS(CT-GRUPO-SUB) * CT-TARIFA-GRUPO.
007020         ADD CT-VALOR-GRUPO TO CT-CAT-VALOR(CT-CATEGORIA).
007030         EVALUATE CT-CATEGORIA
007040             WHEN 1
007050             WHEN 2
007060                 MOVE CT-CONTA-RECEBER-PARCEIRO TO
007070                     CT-CONTA-CONTRAPARTIDA
007080             WHEN 3
007090             WHEN 4
007100                 MOVE CT-CONTA-RECEITA-RESGATE TO
007110                     CT-CONTA-CONTRAPARTIDA
007120             WHEN 5
007130                 MOVE CT-CONTA-RECEITA-EXPIRACAO TO
007140                     CT-CONTA-CONTRAPARTIDA
007150             WHEN OTHER
007160                 MOVE CT-CONTA-AJUSTE-MILHAS TO
007170                     CT-CONTA-CONTRAPARTIDA
007180         END-EVALUATE.
007190* MOVIMENTO A CREDITO DO MEMBRO: DEBITA A CONTRAPARTIDA E
007200* CREDITA O PASSIVO; A DEBITO DO MEMBRO, O INVERSO.
007210         IF CT-CATEGORIA = 1 OR CT-CATEGORIA = 4
007220             OR CT-CATEGORIA = 6
007230             PERFORM 4300-GRAVAR-LINHA THRU 4300-EXIT
007240             MOVE CT-CONTA-CONTRAPARTIDA TO LC-CONTA-CONTABIL
007250             MOVE "D" TO LC-NATUREZA
007260             WRITE LC-REGISTRO-LANCAMENTO
007270             PERFORM 4300-GRAVAR-LINHA THRU 4300-EXIT
007280             MOVE CT-CONTA-PASSIVO TO LC-CONTA-CONTABIL
007290             MOVE "C" TO LC-NATUREZA
007300             WRITE LC-REGISTRO-LANCAMENTO
007310             ADD CT-VALOR-GRUPO TO CT-CREDITOS-PASSIVO
007320         ELSE
007330             PERFORM 4300-GRAVAR-LINHA THRU 4300-EXIT
007340             MOVE CT-CONTA-PASSIVO TO LC-CONTA-CONTABIL
007350             MOVE "D" TO LC-NATUREZA
007360             WRITE LC-REGISTRO-LANCAMENTO
007370             PERFORM 4300-GRAVAR-LINHA THRU 4300-EXIT
007380             MOVE CT-CONTA-CONTRAPARTIDA TO LC-CONTA-CONTABIL
007390             MOVE "C" TO LC-NATUREZA
007400             WRITE LC-REGISTRO-LANCAMENTO
007410             ADD CT-VALOR-GRUPO TO CT-DEBITOS-PASSIVO
007420         END-IF.
007430         ADD CT-VALOR-GRUPO TO CT-TOTAL-DEBITOS.
007440         ADD CT-VALOR-GRUPO TO CT-TOTAL-CREDITOS.
007450 4100-EXIT.
007460         EXIT.

007470 4200-BUSCAR-TARIFA.
007480         MOVE "N" TO CT-TARIFA-ACHADA-SW.
007490         IF CT-GRP-PARCEIRO(CT-GRUPO-SUB) = SPACES
007500             GO TO 4200-EXIT
007510         END-IF.
007520         PERFORM 4210-COMPARAR-PARCEIRO THRU 4210-EXIT
007530             VARYING CT-PARCEIRO-SUB FROM 1 BY 1
007540             UNTIL CT-PARCEIRO-SUB > CT-QTD-PARCEIROS
007550                 OR TARIFA-ACHADA.
007560 4200-EXIT.
007570         EXIT.

007580 4210-COMPARAR-PARCEIRO.
007590         IF CT-TAB-CODIGO(CT-PARCEIRO-SUB) =
007600             CT-GRP-PARCEIRO(CT-GRUPO-SUB)
007610             AND CT-TAB-TARIFA(CT-PARCEIRO-SUB) IS NUMERIC
007620             AND CT-TAB-TARIFA(CT-PARCEIRO-SUB) > ZERO
007630             MOVE CT-TAB-TARIFA(CT-PARCEIRO-SUB) TO
007640                 CT-TARIFA-GRUPO
007650             SET TARIFA-ACHADA TO TRUE
007660         END-IF.
007670 4210-EXIT.
007680         EXIT.

007690******************************************************************
007700* 4300-GRAVAR-LINHA
007710* PREPARA UMA LINHA DE LANCAMENTO COM OS DADOS DO GRUPO ATUAL;
007720* A CONTA E A NATUREZA SAO COMPLETADAS PELO CHAMADOR.
007730******************************************************************
007740 4300-GRAVAR-LINHA.
007750         ADD 1 TO CT-NUMERO-LINHA.
007760         MOVE SPACES TO LC-REGISTRO-LANCAMENTO.
007770         MOVE "L" TO LC-TIPO-REGISTRO.
007780         MOVE CT-DATA-CONTABIL TO LC-DATA-CONTABIL.
007790         MOVE CT-NUMERO-LINHA TO LC-NUMERO-LINHA.
007800         MOVE CT-VALOR-GRUPO TO LC-VALOR-LANCAMENTO.
007810         MOVE CT-GRP-ORIGEM(CT-GRUPO-SUB) TO LC-ORIGEM-MOVIMENTO.
007820         MOVE CT-GRP-PARCEIRO(CT-GRUPO-SUB) TO LC-CODIGO-PARCEIRO.
007830         MOVE CT-GRP-MILHAS(CT-GRUPO-SUB) TO LC-QUANT-MILHAS.
007840         MOVE CT-HISTORICO-CATEGORIA(CT-CATEGORIA) TO
007850             LC-HISTORICO.
007860 4300-EXIT.
007870         EXIT.

007880******************************************************************
007890* 5000-GRAVAR-DEMONSTRATIVO
007900* GRAVA O DEMONSTRATIVO DO PASSIVO (ABERTURA, MOVIMENTOS DO DIA
007910* POR CATEGORIA E FECHAMENTO, EM MILHAS E EM MOEDA) E O
007920* CONFRONTO DO FECHAMENTO COM A SOMA DE MB-SALDO-MILHAS.
007930******************************************************************
007940 5000-GRAVAR-DEMONSTRATIVO.
007950         MOVE ZERO TO CT-VARIACAO-MILHAS.
007960         PERFORM 5100-APURAR-VARIACAO THRU 5100-EXIT
007970             VARYING CT-CAT-SUB FROM 1 BY 1
007980             UNTIL CT-CAT-SUB > 9.
007990         IF IMPLANTACAO
008000             COMPUTE CT-ABERTURA-MILHAS =
008010                 CT-SOMA-MEMBMST - CT-VARIACAO-MILHAS
008020             COMPUTE CT-ABERTURA-VALOR ROUNDED =
008030                 CT-ABERTURA-MILHAS * CT-VALOR-MILHA-PASSIVO
008040         END-IF.
008050         COMPUTE CT-FECHAMENTO-MILHAS =
008060             CT-ABERTURA-MILHAS + CT-VARIACAO-MILHAS.
008070         COMPUTE CT-FECHAMENTO-VALOR = CT-ABERTURA-VALOR
008080             + CT-CREDITOS-PASSIVO - CT-DEBITOS-PASSIVO.
008090         COMPUTE CT-DIFERENCA-MILHAS =
008100             CT-FECHAMENTO-MILHAS - CT-SOMA-MEMBMST.

008110         MOVE SPACES TO RU-LINHA-RELATORIO.
008120         STRING "DEMONSTRATIVO DO PASSIVO DE MILHAS - DIA "
008130             DELIMITED BY SIZE
008140             "CONTABIL: " DELIMITED BY SIZE
008150             CT-DATA-CONTABIL DELIMITED BY SIZE
008160             INTO RU-LINHA-RELATORIO.
008170         WRITE RU-LINHA-RELATORIO.
008180         MOVE CT-VALOR-MILHA-PASSIVO TO CT-REL-VALOR-MILHA-ED.
008190         MOVE SPACES TO RU-LINHA-RELATORIO.
008200         STRING "VALOR DA MILHA NO PASSIVO: " DELIMITED BY SIZE
008210             CT-REL-VALOR-MILHA-ED DELIMITED BY SIZE
008220             INTO RU-LINHA-RELATORIO.
008230         WRITE RU-LINHA-RELATORIO.
008240         MOVE SPACES TO RU-LINHA-RELATORIO.
008250         STRING "                                  "
008260             DELIMITED BY SIZE
008270             "      MILHAS" DELIMITED BY SIZE
008280             "              VALOR" DELIMITED BY SIZE
008290             INTO RU-LINHA-RELATORIO.
008300         WRITE RU-LINHA-RELATORIO.

008310         IF IMPLANTACAO
008320             MOVE "SALDO DE ABERTURA (IMPLANTACAO)" TO
008330                 CT-REL-TEXTO
008340         ELSE
008350             MOVE "SALDO DE ABERTURA" TO CT-REL-TEXTO
008360         END-IF.
008370         MOVE CT-ABERTURA-MILHAS TO CT-REL-MILHAS-ED.
008380         MOVE CT-ABERTURA-VALOR TO CT-REL-VALOR-ED.
008390         PERFORM 5900-GRAVAR-LINHA-SALDO THRU 5900-EXIT.
008400         PERFORM 5200-GRAVAR-CATEGORIA THRU 5200-EXIT
008410             VARYING CT-CAT-SUB FROM 1 BY 1
008420             UNTIL CT-CAT-SUB > 9.
008430         MOVE "(=) SALDO DE FECHAMENTO" TO CT-REL-TEXTO.
008440         MOVE CT-FECHAMENTO-MILHAS TO CT-REL-MILHAS-ED.
008450         MOVE CT-FECHAMENTO-VALOR TO CT-REL-VALOR-ED.
008460         PERFORM 5900-GRAVAR-LINHA-SALDO THRU 5900-EXIT.

008470         MOVE SPACES TO RU-LINHA-RELATORIO.
008480         WRITE RU-LINHA-RELATORIO.
008490         MOVE CT-SOMA-MEMBMST TO CT-REL-MILHAS-ED.
008500         MOVE SPACES TO RU-LINHA-RELATORIO.
008510         STRING "SOMA DE MB-SALDO-MILHAS (MEMBMST) "
008520             DELIMITED BY SIZE
008530             CT-REL-MILHAS-ED DELIMITED BY SIZE
008540             INTO RU-LINHA-RELATORIO.
008550         WRITE RU-LINHA-RELATORIO.
008560         MOVE CT-DIFERENCA-MILHAS TO CT-REL-MILHAS-ED.
008570         MOVE SPACES TO RU-LINHA-RELATORIO.
008580         IF CT-DIFERENCA-MILHAS = ZERO
008590             STRING "CONFRONTO PASSIVO X MEMBMST: CONFERE"
008600                 DELIMITED BY SIZE
008610                 INTO RU-LINHA-RELATORIO
008620         ELSE
008630             STRING "CONFRONTO PASSIVO X MEMBMST: DIVERGENCIA "
008640                 DELIMITED BY SIZE
008650                 CT-REL-MILHAS-ED DELIMITED BY SIZE
008660                 " MILHAS" DELIMITED BY SIZE
008670                 INTO RU-LINHA-RELATORIO
008680         END-IF.
008690         WRITE RU-LINHA-RELATORIO.

008700         MOVE SPACES TO RU-LINHA-RELATORIO.
008710         WRITE RU-LINHA-RELATORIO.
008720         MOVE "MOVIMENTOS DO RAZAO LIDOS" TO CT-REL-TEXTO.
008730         MOVE CT-CONT-LIDOS TO CT-REL-CONTADOR-ED.
008740         PERFORM 5910-GRAVAR-LINHA-CONTADOR THRU 5910-EXIT.
008750         MOVE "MOVIMENTOS LANCADOS NO DIA" TO CT-REL-TEXTO.
008760         MOVE CT-CONT-LANCADOS TO CT-REL-CONTADOR-ED.
008770         PERFORM 5910-GRAVAR-LINHA-CONTADOR THRU 5910-EXIT.
008780         MOVE "LINHAS GRAVADAS NA CONTINTF" TO CT-REL-TEXTO.
008790         MOVE CT-NUMERO-LINHA TO CT-REL-CONTADOR-ED.
008800         PERFORM 5910-GRAVAR-LINHA-CONTADOR THRU 5910-EXIT.
008810         MOVE "MEMBROS NO MEMBMST" TO CT-REL-TEXTO.
008820         MOVE CT-CONT-MEMBROS TO CT-REL-CONTADOR-ED.
008830         PERFORM 5910-GRAVAR-LINHA-CONTADOR THRU 5910-EXIT.
008840         IF IMPLANTACAO
008850             MOVE "MOVIMENTOS ANTERIORES A IMPLANTACAO" TO
008860                 CT-REL-TEXTO
008870             MOVE CT-CONT-IMPLANTACAO TO CT-REL-CONTADOR-ED
008880             PERFORM 5910-GRAVAR-LINHA-CONTADOR THRU 5910-EXIT
008890         END-IF.
008900         IF CT-CONT-SEM-TARIFA > ZERO
008910             MOVE "CREDITOS SEM TARIFA DE PARCEIRO" TO
008920                 CT-REL-TEXTO
008930             MOVE CT-CONT-SEM-TARIFA TO CT-REL-CONTADOR-ED
008940             PERFORM 5910-GRAVAR-LINHA-CONTADOR THRU 5910-EXIT
008950         END-IF.
008951         IF CT-QTD-EXCEDENTES > ZERO
008952             MOVE "AVISO - MAIS DE 60 PARCEIROS" TO
008954                 CT-REL-TEXTO
008955             MOVE CT-QTD-EXCEDENTES TO CT-REL-CONTADOR-ED
008957             PERFORM 5910-GRAVAR-LINHA-CONTADOR THRU 5910-EXIT
008958         END-IF.
008960         IF CT-CONT-POSTERIORES > ZERO
008970             MOVE "AVISO - MOVIMENTOS DE DIA POSTERIOR" TO
008980                 CT-REL-TEXTO
008990             MOVE CT-CONT-POSTERIORES TO CT-REL-CONTADOR-ED
009000             PERFORM 5910-GRAVAR-LINHA-CONTADOR THRU 5910-EXIT
009010         END-IF.
009020         IF CT-CONT-GRUPOS-EXCEDENTES > ZERO
009030             MOVE "AVISO - MOVIMENTOS FORA DOS GRUPOS" TO
009040                 CT-REL-TEXTO
009050             MOVE CT-CONT-GRUPOS-EXCEDENTES TO CT-REL-CONTADOR-ED
009060             PERFORM 5910-GRAVAR-LINHA-CONTADOR THRU 5910-EXIT
009070         END-IF.
009080 5000-EXIT.
009090         EXIT.

009100******************************************************************
009110* 5100-APURAR-VARIACAO
009120* SOMA A VARIACAO DO PASSIVO EM MILHAS: CATEGORIAS 1, 4, 6 E 8
009130* AUMENTAM O SALDO; AS DEMAIS O REDUZEM.
009140******************************************************************
009150 5100-APURAR-VARIACAO.
009160         IF CT-CAT-SUB = 1 OR CT-CAT-SUB = 4
009170             OR CT-CAT-SUB = 6 OR CT-CAT-SUB = 8
009180             ADD CT-CAT-MILHAS(CT-CAT-SUB) TO CT-VARIACAO-MILHAS
009190         ELSE
009200             SUBTRACT CT-CAT-MILHAS(CT-CAT-SUB) FROM
009210                 CT-VARIACAO-MILHAS
009220         END-IF.
009230 5100-EXIT.
009240         EXIT.

009250 5200-GRAVAR-CATEGORIA.
009260         MOVE CT-TEXTO-CATEGORIA(CT-CAT-SUB) TO CT-REL-TEXTO.
009270         MOVE CT-CAT-MILHAS(CT-CAT-SUB) TO CT-REL-MILHAS-ED.
009280         MOVE CT-CAT-VALOR(CT-CAT-SUB) TO CT-REL-VALOR-ED.
009290         PERFORM 5900-GRAVAR-LINHA-SALDO THRU 5900-EXIT.
009300 5200-EXIT.
009310         EXIT.

009320 5900-GRAVAR-LINHA-SALDO.
009330         MOVE SPACES TO RU-LINHA-RELATORIO.
009340         STRING CT-REL-TEXTO DELIMITED BY SIZE
009350             CT-REL-MILHAS-ED DELIMITED BY SIZE
009360             " " DELIMITED BY SIZE
009370             CT-REL-VALOR-ED DELIMITED BY SIZE
009380             INTO RU-LINHA-RELATORIO.
009390         WRITE RU-LINHA-RELATORIO.
009400 5900-EXIT.
009410         EXIT.

009420 5910-GRAVAR-LINHA-CONTADOR.
009430         MOVE SPACES TO RU-LINHA-RELATORIO.
009440         STRING CT-REL-TEXTO DELIMITED BY SIZE
009450             " " DELIMITED BY SIZE
009460             CT-REL-CONTADOR-ED DELIMITED BY SIZE
009470             INTO RU-LINHA-RELATORIO.
009480         WRITE RU-LINHA-RELATORIO.
009490 5910-EXIT.
009500         EXIT.

009510******************************************************************
009520* 6000-REGISTRAR-FECHAMENTO
009530* GRAVA NO CONTCTL O FECHAMENTO DO DIA, QUE SERA A ABERTURA DO
009540* PROXIMO. O SALDO GRAVADO E O DO PASSIVO (NAO A SOMA DO
009550* MEMBMST): UMA DIVERGENCIA CONTINUA APONTADA ATE SER
009560* REGULARIZADA POR AJUSTE.
009570******************************************************************
009580 6000-REGISTRAR-FECHAMENTO.
009590         OPEN EXTEND CONTROLE-CONTABIL-FILE.
009600         IF CT-CONTCTL-STATUS = "35"
009610             OPEN OUTPUT CONTROLE-CONTABIL-FILE
009620         END-IF.
009630         IF CT-CONTCTL-STATUS NOT = "00"
009640             DISPLAY "ERRO AO GRAVAR O CONTCTL - STATUS "
009650                 CT-CONTCTL-STATUS
009660             GO TO 6000-EXIT
009670         END-IF.
009680         MOVE SPACES TO GC-REGISTRO-CONTROLE.
009690         MOVE CT-DATA-CONTABIL TO GC-DATA-CONTABIL.
009700         MOVE CT-DATA-HOJE TO GC-DATA-EXECUCAO.
009710         MOVE CT-FECHAMENTO-MILHAS TO GC-SALDO-MILHAS.
009720         MOVE CT-FECHAMENTO-VALOR TO GC-SALDO-VALOR.
009730         MOVE CT-SOMA-MEMBMST TO GC-SOMA-MEMBMST.
009740         IF CT-DIFERENCA-MILHAS = ZERO
009750             MOVE "C" TO GC-SITUACAO-CONFRONTO
009760         ELSE
009770             MOVE "D" TO GC-SITUACAO-CONFRONTO
009780         END-IF.
009790         WRITE GC-REGISTRO-CONTROLE.
009800         CLOSE CONTROLE-CONTABIL-FILE.
009810 6000-EXIT.
009820         EXIT.
