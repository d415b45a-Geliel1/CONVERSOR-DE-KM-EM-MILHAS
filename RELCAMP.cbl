000010******************************************************************
000020* AUTHOR:     GELIEL GUSTAVO DE SOUZA SILVA.
000030* INSTALLATION: DEPARTAMENTO DE OPERACOES - MILHAGEM.
000040* DATE-WRITTEN: 15/10/2026.
000050* DATE-COMPILED:
000060******************************************************************
000070* HISTORICO DE ALTERACOES:
000080* DATA       AUTOR   DESCRICAO
000090* ---------- ------- ----------------------------------------
000100* 15/10/2026 GGSS    PROGRAMA ORIGINAL - RELATORIO DE CUSTO DAS
000110*                    CAMPANHAS PROMOCIONAIS (RELCAMP). LE A
000120*                    INTERFACE MILEINTF E TOTALIZA, PARA CADA
000130*                    CAMPANHA APLICADA PELO CALCMILHAS, AS
000140*                    VIAGENS E AS MILHAS DE BONUS GERADAS POR DIA
000150*                    E PARCEIRO, COM SUBTOTAL POR PARCEIRO, TOTAL
000160*                    DA CAMPANHA E TOTAL GERAL, NO PERIODO
000170*                    INFORMADO. OS DADOS DA CAMPANHA (DESCRICAO,
000180*                    VIGENCIA E MULTIPLICADOR) VEM DA CAMPTAB.
000182* 15/10/2026 GGSS    CONVERSOES ESTORNADAS PELO DESFAZIMENTO DO
000184*                    CICLO (SITUACAO "E", DESFCICLO) DEIXAM DE
000186*                    ENTRAR NO CUSTO DAS CAMPANHAS.
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000220 PROGRAM-ID. RELCAMP.
000230 AUTHOR. GELIEL GUSTAVO DE SOUZA SILVA.
000240 INSTALLATION. DEPARTAMENTO DE OPERACOES - MILHAGEM.
000250 DATE-WRITTEN. 15/10/2026.
000260 DATE-COMPILED.
000270 ENVIRONMENT DIVISION.
000280*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000290 CONFIGURATION SECTION.
000300 SPECIAL-NAMES.
000310     DECIMAL-POINT IS COMMA.
000320*-----------------------
000330 INPUT-OUTPUT SECTION.
000340*-----------------------
000350 FILE-CONTROL.
000360* TABELA DE CAMPANHAS PROMOCIONAIS (VER CPYCAMP).
000370     SELECT CAMPANHA-TABLE-FILE ASSIGN TO "CAMPTAB"
000380             ORGANIZATION IS SEQUENTIAL
000390             FILE STATUS IS CR-CAMPTAB-STATUS.
000400* INTERFACE DE MILHAGEM GERADA PELO CALCMILHAS (VER CPYINTF).
000410     SELECT MILHAS-INTERFACE-FILE ASSIGN TO "MILEINTF"
000420             ORGANIZATION IS SEQUENTIAL
000430             FILE STATUS IS CR-MILEINTF-STATUS.
000440* RELATORIO DE CUSTO DAS CAMPANHAS.
000450     SELECT RELATORIO-CAMPANHA-FILE ASSIGN TO "CAMPREL"
000460             ORGANIZATION IS SEQUENTIAL
000470             FILE STATUS IS CR-CAMPREL-STATUS.
000480 DATA DIVISION.
000490*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000500 FILE SECTION.
000510*-----------------------
000520 FD  CAMPANHA-TABLE-FILE
000530             LABEL RECORDS ARE STANDARD
000540             RECORD CONTAINS 80 CHARACTERS.
000550 COPY CPYCAMP.

000560 FD  MILHAS-INTERFACE-FILE
000570             LABEL RECORDS ARE STANDARD
000580             RECORD CONTAINS 80 CHARACTERS.
000590 COPY CPYINTF.

000600 FD  RELATORIO-CAMPANHA-FILE
000610             LABEL RECORDS ARE STANDARD
000620             RECORD CONTAINS 80 CHARACTERS.
000630 01  RK-LINHA-RELATORIO              PIC X(80).

000640 WORKING-STORAGE SECTION.
000650*-----------------------
000660* STATUS DOS ARQUIVOS UTILIZADOS PELO PROGRAMA.
000670 01  CR-CAMPTAB-STATUS               PIC X(02).
000680 01  CR-MILEINTF-STATUS              PIC X(02).
000690 01  CR-CAMPREL-STATUS               PIC X(02).

000700 01  CR-FIM-ARQUIVO-CAMP-SW          PIC X(01) VALUE "N".
000710             88  FIM-ARQUIVO-CAMP            VALUE "S".
000720 01  CR-FIM-ARQUIVO-INTF-SW          PIC X(01) VALUE "N".
000730             88  FIM-ARQUIVO-INTF            VALUE "S".

000740* PERIODO DO RELATORIO (AAAAMMDD), PELA DATA DE CONVERSAO. INICIO
000750* EM BRANCO CONSIDERA TODA A INTERFACE; FIM EM BRANCO CONSIDERA
000760* ATE O ULTIMO REGISTRO.
000770 01  CR-DATA-INICIO-ENTRADA          PIC X(08).
000780 01  CR-DATA-FIM-ENTRADA             PIC X(08).
000790 01  CR-DATA-INICIO                  PIC 9(08) VALUE ZERO.
000800 01  CR-DATA-FIM                     PIC 9(08) VALUE 99999999.

000810* TABELA DAS CAMPANHAS, CARREGADA DA CAMPTAB E COMPLETADA COM
000820* OS CODIGOS ENCONTRADOS NA INTERFACE QUE NAO ESTAO MAIS NA
000830* TABELA (CADASTRADA = "N"), COM OS TOTAIS DE CADA CAMPANHA.
000840 01  CR-QTD-CAMPANHAS                PIC 9(03) COMP VALUE ZERO.
000850 01  CR-TABELA-CAMPANHAS.
000860     05  CR-CAMPANHA-TABELA OCCURS 80 TIMES.
000870         10  CR-TAB-CODIGO           PIC X(04).
000880         10  CR-TAB-DESCRICAO        PIC X(25).
000890         10  CR-TAB-DATA-INICIO      PIC 9(08).
000900         10  CR-TAB-DATA-FIM         PIC 9(08).
000910         10  CR-TAB-MULTIPLICADOR    PIC 9(01)V9(04).
000920         10  CR-TAB-CADASTRADA       PIC X(01).
000930         10  CR-TAB-VIAGENS          PIC 9(09) COMP.
000940         10  CR-TAB-BONUS            PIC 9(11) COMP.

000950* TOTAIS POR CAMPANHA, DIA E PARCEIRO, NA ORDEM EM QUE APARECEM
000960* NA INTERFACE (GRAVADA EM ORDEM DE PROCESSAMENTO).
000970 01  CR-QTD-DIAS                     PIC 9(05) COMP VALUE ZERO.
000980 01  CR-TABELA-DIAS.
000990     05  CR-DIA-TABELA OCCURS 1500 TIMES.
001000         10  CR-DIA-CAMPANHA         PIC 9(03) COMP.
001010         10  CR-DIA-DATA             PIC 9(08).
001020         10  CR-DIA-PARCEIRO         PIC X(03).
001030         10  CR-DIA-VIAGENS          PIC 9(09) COMP.
001040         10  CR-DIA-BONUS            PIC 9(11) COMP.

001050* TOTAIS POR CAMPANHA E PARCEIRO EM TODO O PERIODO.
001060 01  CR-QTD-PARCEIROS                PIC 9(05) COMP VALUE ZERO.
001070 01  CR-TABELA-PARCEIROS.
001080     05  CR-PARCEIRO-TABELA OCCURS 500 TIMES.
001090         10  CR-PAR-CAMPANHA         PIC 9(03) COMP.
001100         10  CR-PAR-PARCEIRO         PIC X(03).
001110         10  CR-PAR-VIAGENS          PIC 9(09) COMP.
001120         10  CR-PAR-BONUS            PIC 9(11) COMP.

001130* SUBSCRITOS E RESULTADOS DAS BUSCAS NAS TABELAS.
001140 01  CR-CAMPANHA-SUB                 PIC 9(03) COMP.
001150 01  CR-CAMPANHA-ACHADA              PIC 9(03) COMP VALUE ZERO.
001160 01  CR-DIA-SUB                      PIC 9(05) COMP.
001170 01  CR-DIA-ACHADO                   PIC 9(05) COMP VALUE ZERO.
001180 01  CR-PARCEIRO-SUB                 PIC 9(05) COMP.
001190 01  CR-PARCEIRO-ACHADO              PIC 9(05) COMP VALUE ZERO.
001200 01  CR-ENCONTRADO-SW                PIC X(01).
001210             88  ENCONTRADO                  VALUE "S".
001220             88  NAO-ENCONTRADO              VALUE "N".

001230* CONTADORES GERAIS DA EXECUCAO.
001240 01  CR-CONT-LIDOS                   PIC 9(09) COMP VALUE ZERO.
001250 01  CR-CONT-COM-CAMPANHA            PIC 9(09) COMP VALUE ZERO.
001260 01  CR-CONT-EXCESSO-CAMPANHA        PIC 9(09) COMP VALUE ZERO.
001270 01  CR-CONT-EXCESSO-DIA             PIC 9(09) COMP VALUE ZERO.
001280 01  CR-CONT-EXCESSO-PARCEIRO        PIC 9(09) COMP VALUE ZERO.
001290 01  CR-TOT-VIAGENS                  PIC 9(09) COMP VALUE ZERO.
001300 01  CR-TOT-BONUS                    PIC 9(11) COMP VALUE ZERO.

001310* CAMPOS EDITADOS USADOS SOMENTE PARA MONTAR AS LINHAS DO
001320* RELATORIO.
001330 01  CR-REL-VIAGENS-ED               PIC Z(08)9.
001340 01  CR-REL-BONUS-ED                 PIC Z(10)9.
001350 01  CR-REL-CONTADOR-ED              PIC Z(08)9.
001360 01  CR-REL-MULT-ED                  PIC 9,9(04).

001370 PROCEDURE DIVISION.
001380*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001390******************************************************************
001400* 0000-MAINLINE
001410* PARAGRAFO PRINCIPAL - OBTEM O PERIODO, CARREGA A TABELA DE
001420* CAMPANHAS, ACUMULA AS MILHAS DE BONUS DA INTERFACE E GRAVA O
001430* RELATORIO POR CAMPANHA, DIA E PARCEIRO.
001440******************************************************************
001450 0000-MAINLINE.
001460         PERFORM 1000-OBTER-PERIODO THRU 1000-EXIT.
001470         PERFORM 1100-CARREGAR-TABELA-CAMPANHAS THRU 1100-EXIT.
001480         OPEN INPUT MILHAS-INTERFACE-FILE.
001490         IF CR-MILEINTF-STATUS NOT = "00"
001500             DISPLAY "ERRO AO ABRIR O ARQUIVO MILEINTF - STATUS "
001510                 CR-MILEINTF-STATUS
001520             GO TO 0000-EXIT
001530         END-IF.
001540         PERFORM 2000-ACUMULAR-INTERFACE THRU 2000-EXIT
001550             UNTIL FIM-ARQUIVO-INTF.
001560         CLOSE MILHAS-INTERFACE-FILE.
001570         OPEN OUTPUT RELATORIO-CAMPANHA-FILE.
001580         IF CR-CAMPREL-STATUS NOT = "00"
001590             DISPLAY "ERRO AO ABRIR O ARQUIVO CAMPREL - STATUS "
001600                 CR-CAMPREL-STATUS
001610             GO TO 0000-EXIT
001620         END-IF.
001630         MOVE SPACES TO RK-LINHA-RELATORIO.
001640         STRING "CUSTO DAS CAMPANHAS PROMOCIONAIS - PERIODO "
001650             DELIMITED BY SIZE
001660             CR-DATA-INICIO DELIMITED BY SIZE
001670             " A " DELIMITED BY SIZE
001680             CR-DATA-FIM DELIMITED BY SIZE
001690             INTO RK-LINHA-RELATORIO.
001700         WRITE RK-LINHA-RELATORIO.
001710         PERFORM 3000-GRAVAR-CAMPANHA THRU 3000-EXIT
001720             VARYING CR-CAMPANHA-SUB FROM 1 BY 1
001730             UNTIL CR-CAMPANHA-SUB > CR-QTD-CAMPANHAS.
001740         PERFORM 4000-GRAVAR-TOTAIS THRU 4000-EXIT.
001750         CLOSE RELATORIO-CAMPANHA-FILE.
001760         DISPLAY "RELATORIO DE CAMPANHAS CONCLUIDO - MILHAS DE "
001770             "BONUS: " CR-TOT-BONUS " - VER CAMPREL.".
001780         GO TO 0000-EXIT.
001790 0000-EXIT.
001800         STOP RUN.

001810******************************************************************
001820* 1000-OBTER-PERIODO
001830* OBTEM AS DATAS INICIAL E FINAL (AAAAMMDD) DO RELATORIO. DATA
001840* EM BRANCO OU NAO NUMERICA DEIXA O PERIODO ABERTO DAQUELE LADO.
001850******************************************************************
001860 1000-OBTER-PERIODO.
001870         DISPLAY "DATA INICIAL DO RELATORIO DE CAMPANHAS "
001880             "(AAAAMMDD, EM BRANCO PARA TODAS): ".
001890         ACCEPT CR-DATA-INICIO-ENTRADA.
001900         IF CR-DATA-INICIO-ENTRADA IS NUMERIC
001910             MOVE CR-DATA-INICIO-ENTRADA TO CR-DATA-INICIO
001920         END-IF.
001930         DISPLAY "DATA FINAL DO RELATORIO DE CAMPANHAS "
001940             "(AAAAMMDD, EM BRANCO PARA TODAS): ".
001950         ACCEPT CR-DATA-FIM-ENTRADA.
001960         IF CR-DATA-FIM-ENTRADA IS NUMERIC
001970             MOVE CR-DATA-FIM-ENTRADA TO CR-DATA-FIM
001980         END-IF.
001990 1000-EXIT.
002000         EXIT.

002010******************************************************************
002020* 1100-CARREGAR-TABELA-CAMPANHAS
002030* LE O ARQUIVO CAMPTAB E CARREGA NA MEMORIA TODAS AS CAMPANHAS
002040* (INCLUSIVE DESATIVADAS - O BONUS PODE TER SIDO DADO ANTES DA
002050* DESATIVACAO), COM OS ACUMULADORES ZERADOS. SE O ARQUIVO NAO
002060* EXISTIR, AS CAMPANHAS SAO LISTADAS SOMENTE PELO CODIGO.
002070******************************************************************
002080 1100-CARREGAR-TABELA-CAMPANHAS.
002090         OPEN INPUT CAMPANHA-TABLE-FILE.
002100         IF CR-CAMPTAB-STATUS = "35"
002110             DISPLAY "AVISO - ARQUIVO CAMPTAB INEXISTENTE - "
002120                 "CAMPANHAS LISTADAS SOMENTE PELO CODIGO."
002130             GO TO 1100-EXIT
002140         END-IF.
002150         IF CR-CAMPTAB-STATUS NOT = "00"
002160             DISPLAY "ERRO AO ABRIR O ARQUIVO CAMPTAB - STATUS "
002170                 CR-CAMPTAB-STATUS
002180             GO TO 1100-EXIT
002190         END-IF.
002200         PERFORM 1110-LER-CAMPANHA THRU 1110-EXIT
002210             UNTIL FIM-ARQUIVO-CAMP
002220                 OR CR-QTD-CAMPANHAS = 50.
002230         CLOSE CAMPANHA-TABLE-FILE.
002240 1100-EXIT.
002250         EXIT.

002260 1110-LER-CAMPANHA.
002270         READ CAMPANHA-TABLE-FILE
002280             AT END SET FIM-ARQUIVO-CAMP TO TRUE
002290         END-READ.
002300         IF NOT FIM-ARQUIVO-CAMP
002310             ADD 1 TO CR-QTD-CAMPANHAS
002320             MOVE CP-CODIGO-CAMPANHA
002330                 TO CR-TAB-CODIGO(CR-QTD-CAMPANHAS)
002340             MOVE CP-DESCRICAO
002350                 TO CR-TAB-DESCRICAO(CR-QTD-CAMPANHAS)
002360             MOVE CP-DATA-INICIO
002370                 TO CR-TAB-DATA-INICIO(CR-QTD-CAMPANHAS)
002380             MOVE CP-DATA-FIM
002390                 TO CR-TAB-DATA-FIM(CR-QTD-CAMPANHAS)
002400             MOVE CP-MULTIPLICADOR
002410                 TO CR-TAB-MULTIPLICADOR(CR-QTD-CAMPANHAS)
002420             MOVE "S" TO CR-TAB-CADASTRADA(CR-QTD-CAMPANHAS)
002430             MOVE ZERO TO CR-TAB-VIAGENS(CR-QTD-CAMPANHAS)
002440             MOVE ZERO TO CR-TAB-BONUS(CR-QTD-CAMPANHAS)
002450         END-IF.
002460 1110-EXIT.
002470         EXIT.

002480******************************************************************
002490* 2000-ACUMULAR-INTERFACE
002500* LE UM REGISTRO DA INTERFACE E, SE FOR UMA CONVERSAO COM
002510* CAMPANHA DENTRO DO PERIODO, ACUMULA A VIAGEM E AS MILHAS DE
002520* BONUS NOS TOTAIS DA CAMPANHA, DO DIA/PARCEIRO E DO PARCEIRO.
002530* REGISTROS ANTERIORES A CAMPANHA OU DE AJUSTE MANUAL TRAZEM
002540* O CODIGO EM BRANCO E SAO IGNORADOS, ASSIM COMO AS CONVERSOES
002545* ESTORNADAS PELO DESFCICLO.
002550******************************************************************
002560 2000-ACUMULAR-INTERFACE.
002570         READ MILHAS-INTERFACE-FILE
002580             AT END SET FIM-ARQUIVO-INTF TO TRUE
002590         END-READ.
002600         IF FIM-ARQUIVO-INTF
002610             GO TO 2000-EXIT
002620         END-IF.
002630         ADD 1 TO CR-CONT-LIDOS.
002640         IF IF-CODIGO-CAMPANHA = SPACES
002650             OR IF-MILHAS-CAMPANHA IS NOT NUMERIC
002660             OR IF-TIPO-LANCAMENTO = "A"
002665             OR IF-SITUACAO-CREDITO = "E"
002670             GO TO 2000-EXIT
002680         END-IF.
002690         IF IF-DATA-CONVERSAO < CR-DATA-INICIO
002700             OR IF-DATA-CONVERSAO > CR-DATA-FIM
002710             GO TO 2000-EXIT
002720         END-IF.
002730         ADD 1 TO CR-CONT-COM-CAMPANHA.
002740         PERFORM 2100-LOCALIZAR-CAMPANHA THRU 2100-EXIT.
002750         IF CR-CAMPANHA-ACHADA = ZERO
002760             GO TO 2000-EXIT
002770         END-IF.
002780         ADD 1 TO CR-TAB-VIAGENS(CR-CAMPANHA-ACHADA).
002790         ADD IF-MILHAS-CAMPANHA
002800             TO CR-TAB-BONUS(CR-CAMPANHA-ACHADA).
002810         ADD 1 TO CR-TOT-VIAGENS.
002820         ADD IF-MILHAS-CAMPANHA TO CR-TOT-BONUS.
002830         PERFORM 2200-ACUMULAR-DIA THRU 2200-EXIT.
002840         PERFORM 2300-ACUMULAR-PARCEIRO THRU 2300-EXIT.
002850 2000-EXIT.
002860         EXIT.

002870******************************************************************
002880* 2100-LOCALIZAR-CAMPANHA
002890* PROCURA O CODIGO DA CAMPANHA DO REGISTRO NA TABELA. CODIGO QUE
002900* NAO ESTA NA CAMPTAB E INCLUIDO COMO NAO CADASTRADO. COM A
002910* TABELA CHEIA, O REGISTRO E CONTADO COMO EXCESSO E
002920* CR-CAMPANHA-ACHADA VOLTA ZERADO.
002930******************************************************************
002940 2100-LOCALIZAR-CAMPANHA.
002950         SET NAO-ENCONTRADO TO TRUE.
002960         MOVE ZERO TO CR-CAMPANHA-ACHADA.
002970         PERFORM 2110-VERIFICAR-CAMPANHA THRU 2110-EXIT
002980             VARYING CR-CAMPANHA-SUB FROM 1 BY 1
002990             UNTIL CR-CAMPANHA-SUB > CR-QTD-CAMPANHAS
003000                 OR ENCONTRADO.
003010         IF ENCONTRADO
003020             GO TO 2100-EXIT
003030         END-IF.
003040         IF CR-QTD-CAMPANHAS = 80
003050             ADD 1 TO CR-CONT-EXCESSO-CAMPANHA
003060             GO TO 2100-EXIT
003070         END-IF.
003080         ADD 1 TO CR-QTD-CAMPANHAS.
003090         MOVE CR-QTD-CAMPANHAS TO CR-CAMPANHA-ACHADA.
003100         MOVE IF-CODIGO-CAMPANHA
003110             TO CR-TAB-CODIGO(CR-CAMPANHA-ACHADA).
003120         MOVE "CAMPANHA NAO CADASTRADA"
003130             TO CR-TAB-DESCRICAO(CR-CAMPANHA-ACHADA).
003140         MOVE ZERO TO CR-TAB-DATA-INICIO(CR-CAMPANHA-ACHADA).
003150         MOVE ZERO TO CR-TAB-DATA-FIM(CR-CAMPANHA-ACHADA).
003160         MOVE ZERO TO CR-TAB-MULTIPLICADOR(CR-CAMPANHA-ACHADA).
003170         MOVE "N" TO CR-TAB-CADASTRADA(CR-CAMPANHA-ACHADA).
003180         MOVE ZERO TO CR-TAB-VIAGENS(CR-CAMPANHA-ACHADA).
003190         MOVE ZERO TO CR-TAB-BONUS(CR-CAMPANHA-ACHADA).
003200 2100-EXIT.
003210         EXIT.

003220 2110-VERIFICAR-CAMPANHA.
003230         IF CR-TAB-CODIGO(CR-CAMPANHA-SUB) = IF-CODIGO-CAMPANHA
003240             SET ENCONTRADO TO TRUE
003250             MOVE CR-CAMPANHA-SUB TO CR-CAMPANHA-ACHADA
003260         END-IF.
003270 2110-EXIT.
003280         EXIT.

003290******************************************************************
003300* 2200-ACUMULAR-DIA
003310* ACUMULA O REGISTRO NA LINHA DA CAMPANHA, DATA DE CONVERSAO E
003320* PARCEIRO, CRIANDO A LINHA NA PRIMEIRA OCORRENCIA. COM A TABELA
003330* CHEIA, O REGISTRO FICA SO NOS TOTAIS E E CONTADO COMO EXCESSO.
003340******************************************************************
003350 2200-ACUMULAR-DIA.
003360         SET NAO-ENCONTRADO TO TRUE.
003370         MOVE ZERO TO CR-DIA-ACHADO.
003380         PERFORM 2210-VERIFICAR-DIA THRU 2210-EXIT
003390             VARYING CR-DIA-SUB FROM 1 BY 1
003400             UNTIL CR-DIA-SUB > CR-QTD-DIAS
003410                 OR ENCONTRADO.
003420         IF NAO-ENCONTRADO
003430             IF CR-QTD-DIAS = 1500
003440                 ADD 1 TO CR-CONT-EXCESSO-DIA
003450                 GO TO 2200-EXIT
003460             END-IF
003470             ADD 1 TO CR-QTD-DIAS
003480             MOVE CR-QTD-DIAS TO CR-DIA-ACHADO
003490             MOVE CR-CAMPANHA-ACHADA
003500                 TO CR-DIA-CAMPANHA(CR-DIA-ACHADO)
003510             MOVE IF-DATA-CONVERSAO TO CR-DIA-DATA(CR-DIA-ACHADO)
003520             MOVE IF-CODIGO-PARCEIRO
003530                 TO CR-DIA-PARCEIRO(CR-DIA-ACHADO)
003540             MOVE ZERO TO CR-DIA-VIAGENS(CR-DIA-ACHADO)
003550             MOVE ZERO TO CR-DIA-BONUS(CR-DIA-ACHADO)
003560         END-IF.
003570         ADD 1 TO CR-DIA-VIAGENS(CR-DIA-ACHADO).
003580         ADD IF-MILHAS-CAMPANHA TO CR-DIA-BONUS(CR-DIA-ACHADO).
003590 2200-EXIT.
003600         EXIT.

003610 2210-VERIFICAR-DIA.
003620         IF CR-DIA-CAMPANHA(CR-DIA-SUB) = CR-CAMPANHA-ACHADA
003630             AND CR-DIA-DATA(CR-DIA-SUB) = IF-DATA-CONVERSAO
003640             AND CR-DIA-PARCEIRO(CR-DIA-SUB) = IF-CODIGO-PARCEIRO
003650             SET ENCONTRADO TO TRUE
003660             MOVE CR-DIA-SUB TO CR-DIA-ACHADO
003670         END-IF.
003680 2210-EXIT.
003690         EXIT.

003700******************************************************************
003710* 2300-ACUMULAR-PARCEIRO
003720* ACUMULA O REGISTRO NO SUBTOTAL DA CAMPANHA E PARCEIRO, CRIANDO
003730* A LINHA NA PRIMEIRA OCORRENCIA. COM A TABELA CHEIA, O REGISTRO
003740* FICA SO NOS TOTAIS E E CONTADO COMO EXCESSO.
003750******************************************************************
003760 2300-ACUMULAR-PARCEIRO.
003770         SET NAO-ENCONTRADO TO TRUE.
003780         MOVE ZERO TO CR-PARCEIRO-ACHADO.
003790         PERFORM 2310-VERIFICAR-PARCEIRO THRU 2310-EXIT
003800             VARYING CR-PARCEIRO-SUB FROM 1 BY 1
003810             UNTIL CR-PARCEIRO-SUB > CR-QTD-PARCEIROS
003820                 OR ENCONTRADO.
003830         IF NAO-ENCONTRADO
003840             IF CR-QTD-PARCEIROS = 500
003850                 ADD 1 TO CR-CONT-EXCESSO-PARCEIRO
003860                 GO TO 2300-EXIT
003870             END-IF
003880             ADD 1 TO CR-QTD-PARCEIROS
003890             MOVE CR-QTD-PARCEIROS TO CR-PARCEIRO-ACHADO
003900             MOVE CR-CAMPANHA-ACHADA
003910                 TO CR-PAR-CAMPANHA(CR-PARCEIRO-ACHADO)
003920             MOVE IF-CODIGO-PARCEIRO
003930                 TO CR-PAR-PARCEIRO(CR-PARCEIRO-ACHADO)
003940             MOVE ZERO TO CR-PAR-VIAGENS(CR-PARCEIRO-ACHADO)
003950             MOVE ZERO TO CR-PAR-BONUS(CR-PARCEIRO-ACHADO)
003960         END-IF.
003970         ADD 1 TO CR-PAR-VIAGENS(CR-PARCEIRO-ACHADO).
003980         ADD IF-MILHAS-CAMPANHA
003990             TO CR-PAR-BONUS(CR-PARCEIRO-ACHADO).
004000 2300-EXIT.
004010         EXIT.

004020 2310-VERIFICAR-PARCEIRO.
004030         IF CR-PAR-CAMPANHA(CR-PARCEIRO-SUB) = CR-CAMPANHA-ACHADA
004040             AND CR-PAR-PARCEIRO(CR-PARCEIRO-SUB)
004050                 = IF-CODIGO-PARCEIRO
004060             SET ENCONTRADO TO TRUE
004070             MOVE CR-PARCEIRO-SUB TO CR-PARCEIRO-ACHADO
004080         END-IF.
004090 2310-EXIT.
004100         EXIT.

004110******************************************************************
004120* 3000-GRAVAR-CAMPANHA
004130* GRAVA O BLOCO DE UMA CAMPANHA: CABECALHO COM DESCRICAO,
004140* VIGENCIA E MULTIPLICADOR, AS LINHAS POR DIA E PARCEIRO, OS
004150* SUBTOTAIS POR PARCEIRO E O TOTAL DA CAMPANHA. CAMPANHA SEM
004160* NENHUMA VIAGEM NO PERIODO NAO E LISTADA.
004170******************************************************************
004180 3000-GRAVAR-CAMPANHA.
004190         IF CR-TAB-VIAGENS(CR-CAMPANHA-SUB) = ZERO
004200             GO TO 3000-EXIT
004210         END-IF.
004220         MOVE SPACES TO RK-LINHA-RELATORIO.
004230         WRITE RK-LINHA-RELATORIO.
004240         MOVE CR-TAB-MULTIPLICADOR(CR-CAMPANHA-SUB)
004250             TO CR-REL-MULT-ED.
004260         MOVE SPACES TO RK-LINHA-RELATORIO.
004270         STRING "CAMPANHA " DELIMITED BY SIZE
004280             CR-TAB-CODIGO(CR-CAMPANHA-SUB) DELIMITED BY SIZE
004290             " " DELIMITED BY SIZE
004300             CR-TAB-DESCRICAO(CR-CAMPANHA-SUB) DELIMITED BY SIZE
004310             " MULTIPLICADOR " DELIMITED BY SIZE
004320             CR-REL-MULT-ED DELIMITED BY SIZE
004330             INTO RK-LINHA-RELATORIO.
004340         WRITE RK-LINHA-RELATORIO.
004350         IF CR-TAB-CADASTRADA(CR-CAMPANHA-SUB) = "S"
004360             MOVE SPACES TO RK-LINHA-RELATORIO
004370             STRING "  VIGENCIA " DELIMITED BY SIZE
004380                 CR-TAB-DATA-INICIO(CR-CAMPANHA-SUB)
004390                     DELIMITED BY SIZE
004400                 " A " DELIMITED BY SIZE
004410                 CR-TAB-DATA-FIM(CR-CAMPANHA-SUB)
004420                     DELIMITED BY SIZE
004430                 INTO RK-LINHA-RELATORIO
004440             WRITE RK-LINHA-RELATORIO
004450         END-IF.
004460         MOVE SPACES TO RK-LINHA-RELATORIO.
004470         STRING "  DATA     PARCEIRO   VIAGENS   MILHAS BONUS"
004480             DELIMITED BY SIZE
004490             INTO RK-LINHA-RELATORIO.
004500         WRITE RK-LINHA-RELATORIO.
004510         PERFORM 3100-GRAVAR-LINHA-DIA THRU 3100-EXIT
004520             VARYING CR-DIA-SUB FROM 1 BY 1
004530             UNTIL CR-DIA-SUB > CR-QTD-DIAS.
004540         PERFORM 3200-GRAVAR-LINHA-PARCEIRO THRU 3200-EXIT
004550             VARYING CR-PARCEIRO-SUB FROM 1 BY 1
004560             UNTIL CR-PARCEIRO-SUB > CR-QTD-PARCEIROS.
004570         MOVE CR-TAB-VIAGENS(CR-CAMPANHA-SUB)
004575             TO CR-REL-VIAGENS-ED.
004580         MOVE CR-TAB-BONUS(CR-CAMPANHA-SUB) TO CR-REL-BONUS-ED.
004590         MOVE SPACES TO RK-LINHA-RELATORIO.
004600         STRING "  TOTAL DA CAMPANHA " DELIMITED BY SIZE
004610             CR-TAB-CODIGO(CR-CAMPANHA-SUB) DELIMITED BY SIZE
004620             "  VIAGENS " DELIMITED BY SIZE
004630             CR-REL-VIAGENS-ED DELIMITED BY SIZE
004640             "  MILHAS BONUS " DELIMITED BY SIZE
004650             CR-REL-BONUS-ED DELIMITED BY SIZE
004660             INTO RK-LINHA-RELATORIO.
004670         WRITE RK-LINHA-RELATORIO.
004680 3000-EXIT.
004690         EXIT.

004700 3100-GRAVAR-LINHA-DIA.
004710         IF CR-DIA-CAMPANHA(CR-DIA-SUB) NOT = CR-CAMPANHA-SUB
004720             GO TO 3100-EXIT
004730         END-IF.
004740         MOVE CR-DIA-VIAGENS(CR-DIA-SUB) TO CR-REL-VIAGENS-ED.
004750         MOVE CR-DIA-BONUS(CR-DIA-SUB) TO CR-REL-BONUS-ED.
004760         MOVE SPACES TO RK-LINHA-RELATORIO.
004770         STRING "  " DELIMITED BY SIZE
004780             CR-DIA-DATA(CR-DIA-SUB) DELIMITED BY SIZE
004790             " " DELIMITED BY SIZE
004800             CR-DIA-PARCEIRO(CR-DIA-SUB) DELIMITED BY SIZE
004810             "  " DELIMITED BY SIZE
004820             CR-REL-VIAGENS-ED DELIMITED BY SIZE
004830             " " DELIMITED BY SIZE
004840             CR-REL-BONUS-ED DELIMITED BY SIZE
004850             INTO RK-LINHA-RELATORIO.
004860         WRITE RK-LINHA-RELATORIO.
004870 3100-EXIT.
004880         EXIT.

004890 3200-GRAVAR-LINHA-PARCEIRO.
004900         IF CR-PAR-CAMPANHA(CR-PARCEIRO-SUB) NOT = CR-CAMPANHA-SUB
004910             GO TO 3200-EXIT
004920         END-IF.
004930         MOVE CR-PAR-VIAGENS(CR-PARCEIRO-SUB)
004935             TO CR-REL-VIAGENS-ED.
004940         MOVE CR-PAR-BONUS(CR-PARCEIRO-SUB) TO CR-REL-BONUS-ED.
004950         MOVE SPACES TO RK-LINHA-RELATORIO.
004960         STRING "  SUBTOTAL PARCEIRO " DELIMITED BY SIZE
004970             CR-PAR-PARCEIRO(CR-PARCEIRO-SUB) DELIMITED BY SIZE
004980             "  VIAGENS " DELIMITED BY SIZE
004990             CR-REL-VIAGENS-ED DELIMITED BY SIZE
005000             "  MILHAS BONUS " DELIMITED BY SIZE
005010             CR-REL-BONUS-ED DELIMITED BY SIZE
005020             INTO RK-LINHA-RELATORIO.
005030         WRITE RK-LINHA-RELATORIO.
005040 3200-EXIT.
005050         EXIT.

005060******************************************************************
005070* 4000-GRAVAR-TOTAIS
005080* GRAVA O TOTAL GERAL DE VIAGENS E MILHAS DE BONUS, OS REGISTROS
005090* LIDOS E OS AVISOS DE EXCESSO DAS TABELAS EM MEMORIA.
005100******************************************************************
005110 4000-GRAVAR-TOTAIS.
005120         MOVE SPACES TO RK-LINHA-RELATORIO.
005130         WRITE RK-LINHA-RELATORIO.
005140         MOVE CR-TOT-VIAGENS TO CR-REL-VIAGENS-ED.
005150         MOVE CR-TOT-BONUS TO CR-REL-BONUS-ED.
005160         MOVE SPACES TO RK-LINHA-RELATORIO.
005170         STRING "TOTAL GERAL - VIAGENS " DELIMITED BY SIZE
005180             CR-REL-VIAGENS-ED DELIMITED BY SIZE
005190             "  MILHAS BONUS " DELIMITED BY SIZE
005200             CR-REL-BONUS-ED DELIMITED BY SIZE
005210             INTO RK-LINHA-RELATORIO.
005220         WRITE RK-LINHA-RELATORIO.
005230         MOVE CR-CONT-LIDOS TO CR-REL-CONTADOR-ED.
005240         MOVE SPACES TO RK-LINHA-RELATORIO.
005250         STRING "REGISTROS LIDOS NA MILEINTF: " DELIMITED BY SIZE
005260             CR-REL-CONTADOR-ED DELIMITED BY SIZE
005270             INTO RK-LINHA-RELATORIO.
005280         WRITE RK-LINHA-RELATORIO.
005290         IF CR-CONT-EXCESSO-CAMPANHA > ZERO
005300             MOVE CR-CONT-EXCESSO-CAMPANHA TO CR-REL-CONTADOR-ED
005310             MOVE SPACES TO RK-LINHA-RELATORIO
005320             STRING "AVISO - REGISTROS FORA DO RELATORIO POR "
005330                 DELIMITED BY SIZE
005340                 "EXCESSO DE CAMPANHAS: " DELIMITED BY SIZE
005350                 CR-REL-CONTADOR-ED DELIMITED BY SIZE
005360                 INTO RK-LINHA-RELATORIO
005370             WRITE RK-LINHA-RELATORIO
005380         END-IF.
005390         IF CR-CONT-EXCESSO-DIA > ZERO
005400             MOVE CR-CONT-EXCESSO-DIA TO CR-REL-CONTADOR-ED
005410             MOVE SPACES TO RK-LINHA-RELATORIO
005420             STRING "AVISO - REGISTROS SEM LINHA DIA/PARCEIRO "
005430                 DELIMITED BY SIZE
005440                 "(TABELA CHEIA): " DELIMITED BY SIZE
005450                 CR-REL-CONTADOR-ED DELIMITED BY SIZE
005460                 INTO RK-LINHA-RELATORIO
005470             WRITE RK-LINHA-RELATORIO
005480         END-IF.
005490         IF CR-CONT-EXCESSO-PARCEIRO > ZERO
005500             MOVE CR-CONT-EXCESSO-PARCEIRO TO CR-REL-CONTADOR-ED
005510             MOVE SPACES TO RK-LINHA-RELATORIO
005520             STRING "AVISO - REGISTROS SEM SUBTOTAL DE PARCEIRO "
005530                 DELIMITED BY SIZE
005540                 "(TABELA CHEIA): " DELIMITED BY SIZE
005550                 CR-REL-CONTADOR-ED DELIMITED BY SIZE
005560                 INTO RK-LINHA-RELATORIO
005570             WRITE RK-LINHA-RELATORIO
005580         END-IF.
005590 4000-EXIT.
005600         EXIT.
