000010******************************************************************
000020* AUTHOR:     GELIEL GUSTAVO DE SOUZA SILVA.
000030* INSTALLATION: DEPARTAMENTO DE OPERACOES - MILHAGEM.
000040* DATE-WRITTEN: 15/10/2026.
000050* DATE-COMPILED:
000060******************************************************************
000070* HISTORICO DE ALTERACOES:
000080* DATA       AUTOR   DESCRICAO
000090* ---------- ------- ----------------------------------------
000100* 15/10/2026 GGSS    PROGRAMA ORIGINAL - RETORNO AOS PARCEIROS NO
000110*                    FIM DO CICLO DIARIO: GRAVA UM ARQUIVO POR
000120*                    PARCEIRO DO CADASTRO PARCTAB (VER CPYRETP)
000130*                    COM O RESULTADO DE CADA VIAGEM APRESENTADA
000140*                    NO LOTE DO DIA - CREDITADA (MILBATCH, COM AS
000150*                    MILHAS), REJEITADA PELA CRITICA (KMREJECT,
000160*                    COM O MOTIVO) OU DUPLICADA (KMDUPL, COM A
000170*                    DATA DO PRIMEIRO PROCESSAMENTO) - E UM
000180*                    TRAILER COM CONTAGENS E TOTAIS PARA O
000190*                    PARCEIRO CONCILIAR COM O QUE ENVIOU. O
000200*                    RELATORIO RETREL LISTA OS ARQUIVOS GERADOS E
000210*                    AS VIAGENS QUE NAO PUDERAM SER DEVOLVIDAS
000220*                    (SEM PARCEIRO OU PARCEIRO NAO CADASTRADO).
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000260 PROGRAM-ID. RETPARC.
000270 AUTHOR. GELIEL GUSTAVO DE SOUZA SILVA.
000280 INSTALLATION. DEPARTAMENTO DE OPERACOES - MILHAGEM.
000290 DATE-WRITTEN. 15/10/2026.
000300 DATE-COMPILED.
000310 ENVIRONMENT DIVISION.
000320*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000330 CONFIGURATION SECTION.
000340 SPECIAL-NAMES.
000350     DECIMAL-POINT IS COMMA.
000360*-----------------------
000370 INPUT-OUTPUT SECTION.
000380*-----------------------
000390 FILE-CONTROL.
000400* CADASTRO DE PARCEIROS (VER CPYPARC).
000410     SELECT PARC-TABLE-FILE ASSIGN TO "PARCTAB"
000420             ORGANIZATION IS SEQUENTIAL
000430             FILE STATUS IS PR-PARCTAB-STATUS.
000440* VIAGENS CONVERTIDAS PELO CALCMILHAS NO DIA (VER CPYMILHA).
000450     SELECT MILHAS-IN-FILE ASSIGN TO "MILBATCH"
000460             ORGANIZATION IS SEQUENTIAL
000470             FILE STATUS IS PR-MILBATCH-STATUS.
000480* VIAGENS REJEITADAS PELA CRITICA DO LOTE (VER CPYREJ).
000490     SELECT KM-REJECT-FILE ASSIGN TO "KMREJECT"
000500             ORGANIZATION IS SEQUENTIAL
000510             FILE STATUS IS PR-KMREJECT-STATUS.
000520* VIAGENS DUPLICADAS BLOQUEADAS PELO DUPVIAGEM (VER CPYDUPL).
000530     SELECT KM-DUPL-FILE ASSIGN TO "KMDUPL"
000540             ORGANIZATION IS SEQUENTIAL
000550             FILE STATUS IS PR-KMDUPL-STATUS.
000560* ARQUIVO DE RETORNO DO PARCEIRO (VER CPYRETP). O NOME E MONTADO
000570* EM PR-NOME-ARQUIVO ("RET" + CODIGO DO PARCEIRO) ANTES DE CADA
000580* ABERTURA.
000590     SELECT RETORNO-PARCEIRO-FILE ASSIGN TO PR-NOME-ARQUIVO
000600             ORGANIZATION IS SEQUENTIAL
000610             FILE STATUS IS PR-RETORNO-STATUS.
000620* RELATORIO DE CONTROLE DOS ARQUIVOS DE RETORNO GERADOS.
000630     SELECT RELATORIO-RETORNO-FILE ASSIGN TO "RETREL"
000640             ORGANIZATION IS SEQUENTIAL
000650             FILE STATUS IS PR-RETREL-STATUS.
000660* CONTROLE DO CICLO DIARIO DE PROCESSAMENTO (VER CPYCICLO).
000670     SELECT CICLO-CONTROLE-FILE ASSIGN TO "CICLOCTL"
000680             ORGANIZATION IS INDEXED
000690             ACCESS MODE IS RANDOM
000700             RECORD KEY IS CY-CHAVE
000710             FILE STATUS IS PR-CICLOCTL-STATUS.
000720 DATA DIVISION.
000730*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000740 FILE SECTION.
000750*-----------------------
000760 FD  PARC-TABLE-FILE
000770             LABEL RECORDS ARE STANDARD
000780             RECORD CONTAINS 80 CHARACTERS.
000790 COPY CPYPARC.

000800 FD  MILHAS-IN-FILE
000810             LABEL RECORDS ARE STANDARD
000820             RECORD CONTAINS 80 CHARACTERS.
000830 COPY CPYMILHA.

000840 FD  KM-REJECT-FILE
000850             LABEL RECORDS ARE STANDARD
000860             RECORD CONTAINS 80 CHARACTERS.
000870 COPY CPYREJ.

000880 FD  KM-DUPL-FILE
000890             LABEL RECORDS ARE STANDARD
000900             RECORD CONTAINS 80 CHARACTERS.
000910 COPY CPYDUPL.

000920 FD  RETORNO-PARCEIRO-FILE
000930             LABEL RECORDS ARE STANDARD
000940             RECORD CONTAINS 80 CHARACTERS.
000950 COPY CPYRETP.

000960 FD  RELATORIO-RETORNO-FILE
000970             LABEL RECORDS ARE STANDARD
000980             RECORD CONTAINS 80 CHARACTERS.
000990 01  RZ-LINHA-RELATORIO              PIC X(80).

001000 FD  CICLO-CONTROLE-FILE
001010             LABEL RECORDS ARE STANDARD
001020             RECORD CONTAINS 80 CHARACTERS.
001030 COPY CPYCICLO.

001040 WORKING-STORAGE SECTION.
001050*-----------------------
001060* STATUS DOS ARQUIVOS UTILIZADOS PELO PROGRAMA.
001070 01  PR-PARCTAB-STATUS               PIC X(02).
001080 01  PR-MILBATCH-STATUS              PIC X(02).
001090 01  PR-KMREJECT-STATUS              PIC X(02).
001100 01  PR-KMDUPL-STATUS                PIC X(02).
001110 01  PR-RETORNO-STATUS               PIC X(02).
001120 01  PR-RETREL-STATUS                PIC X(02).
001130 01  PR-CICLOCTL-STATUS              PIC X(02).

001140* NOME DO ARQUIVO DE RETORNO DO PARCEIRO EM GRAVACAO.
001150 01  PR-NOME-ARQUIVO.
001160     05  FILLER                      PIC X(03) VALUE "RET".
001170     05  PR-NOME-ARQ-PARCEIRO        PIC X(03).

001180* IMAGEM DO REGISTRO DE VIAGEM GUARDADA NOS ARQUIVOS DE
001190* REJEITADAS E DUPLICADAS, PARA OBTER O PARCEIRO E O BILHETE.
001200 COPY CPYTRIP.

001210* LIBERACAO DA EXECUCAO PELO CONTROLE DO CICLO DIARIO (VER
001220* 1000-VERIFICAR-CICLO).
001230 01  PR-CICLO-LIBERADO-SW            PIC X(01) VALUE "N".
001240             88  CICLO-LIBERADO              VALUE "S".

001250 01  PR-FIM-ARQUIVO-PARC-SW          PIC X(01) VALUE "N".
001260             88  FIM-ARQUIVO-PARC            VALUE "S".
001270 01  PR-FIM-ARQUIVO-MILHAS-SW        PIC X(01) VALUE "N".
001280             88  FIM-ARQUIVO-MILHAS          VALUE "S".
001290 01  PR-FIM-ARQUIVO-REJ-SW           PIC X(01) VALUE "N".
001300             88  FIM-ARQUIVO-REJ             VALUE "S".
001310 01  PR-FIM-ARQUIVO-DUPL-SW          PIC X(01) VALUE "N".
001320             88  FIM-ARQUIVO-DUPL            VALUE "S".

001330* PRESENCA DOS ARQUIVOS DE ENTRADA DO DIA. ARQUIVO AUSENTE
001340* (NENHUMA VIAGEM NAQUELA SITUACAO) E TRATADO COMO VAZIO.
001350 01  PR-MILBATCH-EXISTE-SW           PIC X(01) VALUE "N".
001360             88  MILBATCH-EXISTE             VALUE "S".
001370 01  PR-KMREJECT-EXISTE-SW           PIC X(01) VALUE "N".
001380             88  KMREJECT-EXISTE             VALUE "S".
001390 01  PR-KMDUPL-EXISTE-SW             PIC X(01) VALUE "N".
001400             88  KMDUPL-EXISTE               VALUE "S".
001410 01  PR-ERRO-ENTRADA-SW              PIC X(01) VALUE "N".
001420             88  ERRO-ENTRADA                VALUE "S".

001430* DATA DO CICLO, GRAVADA EM CADA REGISTRO DE RETORNO.
001440 01  PR-DATA-HOJE                    PIC 9(08) VALUE ZERO.

001450* TABELA DE PARCEIROS, CARREGADA DO CADASTRO PARCTAB, COM A
001460* QUANTIDADE DE VIAGENS DO DIA APURADA EM 2000-APURAR-MOVIMENTO.
001470 01  PR-QTD-PARCEIROS                PIC 9(03) COMP VALUE ZERO.
001473* PARCEIROS DO PARCTAB QUE NAO COUBERAM NA TABELA.
001476 01  PR-QTD-EXCEDENTES               PIC 9(05) COMP VALUE ZERO.
001480 01  PR-TABELA-PARCEIROS.
001490     05  PR-PARCEIRO-TABELA OCCURS 60 TIMES.
001500         10  PR-TAB-CODIGO           PIC X(03).
001510         10  PR-TAB-NOME             PIC X(25).
001520         10  PR-TAB-SITUACAO         PIC X(01).
001530         10  PR-TAB-VIAGENS          PIC 9(09) COMP.

001540* SUBSCRITOS E RESULTADO DA BUSCA NA TABELA DE PARCEIROS.
001550 01  PR-PARCEIRO-SUB                 PIC 9(03) COMP.
001560 01  PR-PARCEIRO-BUSCA               PIC 9(03) COMP.
001570 01  PR-PARCEIRO-ACHADO              PIC 9(03) COMP VALUE ZERO.
001580 01  PR-PARCEIRO-ENCONTRADO-SW       PIC X(01).
001590             88  PARCEIRO-ENCONTRADO         VALUE "S".
001600             88  PARCEIRO-NAO-ENCONTRADO     VALUE "N".
001610 01  PR-CODIGO-PESQUISA              PIC X(03).

001620* CONTADORES DO ARQUIVO DE RETORNO EM GRAVACAO, LEVADOS AO
001630* TRAILER.
001640 01  PR-ARQ-VIAGENS                  PIC 9(09) COMP VALUE ZERO.
001650 01  PR-ARQ-CREDITADAS               PIC 9(09) COMP VALUE ZERO.
001660 01  PR-ARQ-REJEITADAS               PIC 9(09) COMP VALUE ZERO.
001670 01  PR-ARQ-DUPLICADAS               PIC 9(09) COMP VALUE ZERO.
001680 01  PR-ARQ-TOTAL-KM                 PIC 9(11) COMP VALUE ZERO.
001690 01  PR-ARQ-TOTAL-MILHAS             PIC 9(11) COMP VALUE ZERO.

001700* CONTADORES GERAIS DA EXECUCAO.
001710 01  PR-CONT-ARQUIVOS                PIC 9(09) COMP VALUE ZERO.
001720 01  PR-CONT-ERROS-ARQUIVO           PIC 9(09) COMP VALUE ZERO.
001730 01  PR-CONT-RETORNADAS              PIC 9(09) COMP VALUE ZERO.
001740 01  PR-CONT-SEM-PARCEIRO            PIC 9(09) COMP VALUE ZERO.
001750 01  PR-CONT-NAO-CADASTRADO          PIC 9(09) COMP VALUE ZERO.
001760 01  PR-TOT-MILHAS                   PIC 9(11) COMP VALUE ZERO.

001770* CAMPOS EDITADOS USADOS SOMENTE PARA MONTAR AS LINHAS DO
001780* RELATORIO DE CONTROLE.
001790 01  PR-REL-CONTADOR-ED              PIC Z(08)9.
001800 01  PR-REL-MILHAS-ED                PIC Z(10)9.
001810 01  PR-REL-VIAGENS-ED               PIC Z(06)9.
001820 01  PR-REL-CREDITADAS-ED            PIC Z(06)9.
001830 01  PR-REL-REJEITADAS-ED            PIC Z(06)9.
001840 01  PR-REL-DUPLICADAS-ED            PIC Z(06)9.

001850 PROCEDURE DIVISION.
001860*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001870******************************************************************
001880* 0000-MAINLINE
001890* PARAGRAFO PRINCIPAL - CONFERE O FIM DO CICLO DO DIA, CARREGA O
001900* CADASTRO DE PARCEIROS, APURA O MOVIMENTO DO DIA E GRAVA UM
001910* ARQUIVO DE RETORNO POR PARCEIRO E O RELATORIO DE CONTROLE.
001920******************************************************************
001930 0000-MAINLINE.
001940         ACCEPT PR-DATA-HOJE FROM DATE YYYYMMDD.
001950         PERFORM 1000-VERIFICAR-CICLO THRU 1000-EXIT.
001960         IF NOT CICLO-LIBERADO
001970             GO TO 0000-EXIT
001980         END-IF.
001990         PERFORM 1100-CARREGAR-TABELA-PARCEIROS THRU 1100-EXIT.
002000         IF PR-QTD-PARCEIROS = ZERO
002010             DISPLAY "NENHUM PARCEIRO NO CADASTRO PARCTAB - "
002020                 "NENHUM ARQUIVO DE RETORNO GERADO."
002030             GO TO 0000-EXIT
002040         END-IF.
002050         PERFORM 2000-APURAR-MOVIMENTO THRU 2000-EXIT.
002060         IF ERRO-ENTRADA
002070             GO TO 0000-EXIT
002080         END-IF.
002090         OPEN OUTPUT RELATORIO-RETORNO-FILE.
002100         IF PR-RETREL-STATUS NOT = "00"
002110             DISPLAY "ERRO AO ABRIR O ARQUIVO RETREL - STATUS "
002120                 PR-RETREL-STATUS
002130             GO TO 0000-EXIT
002140         END-IF.
002150         MOVE SPACES TO RZ-LINHA-RELATORIO.
002160         STRING "RETORNO AOS PARCEIROS - DATA DO CICLO: "
002170             DELIMITED BY SIZE
002180             PR-DATA-HOJE DELIMITED BY SIZE
002190             INTO RZ-LINHA-RELATORIO.
002200         WRITE RZ-LINHA-RELATORIO.
002210         PERFORM 3000-GERAR-RETORNO THRU 3000-EXIT
002220             VARYING PR-PARCEIRO-SUB FROM 1 BY 1
002230             UNTIL PR-PARCEIRO-SUB > PR-QTD-PARCEIROS.
002240         PERFORM 4000-GRAVAR-TOTAIS THRU 4000-EXIT.
002250         CLOSE RELATORIO-RETORNO-FILE.
002260         DISPLAY "RETORNO AOS PARCEIROS CONCLUIDO - ARQUIVOS: "
002270             PR-CONT-ARQUIVOS " - VER RETREL.".
002280         GO TO 0000-EXIT.
002290 0000-EXIT.
002300         STOP RUN.

002310******************************************************************
002320* 1000-VERIFICAR-CICLO
002330* CONFERE NO CONTROLE CICLOCTL SE A ULTIMA ETAPA DO CICLO (05 -
002340* CONCILIA) FOI COMPLETADA NA DATA DE HOJE. ANTES DISSO OS
002350* ARQUIVOS DO DIA PODEM ESTAR INCOMPLETOS OU SER DE OUTRO DIA E
002360* A EXECUCAO E RECUSADA. SE O CONTROLE NAO PUDER SER ABERTO, A
002370* EXECUCAO SEGUE COM AVISO, COMO NAS ETAPAS DO CICLO.
002380******************************************************************
002390 1000-VERIFICAR-CICLO.
002400         OPEN INPUT CICLO-CONTROLE-FILE.
002410         IF PR-CICLOCTL-STATUS NOT = "00"
002420             DISPLAY "AVISO - NAO FOI POSSIVEL ABRIR O CONTROLE "
002430                 "CICLOCTL (STATUS " PR-CICLOCTL-STATUS ") - "
002440                 "EXECUCAO SEM CONFERENCIA DO CICLO."
002450             SET CICLO-LIBERADO TO TRUE
002460             GO TO 1000-EXIT
002470         END-IF.
002480         MOVE PR-DATA-HOJE TO CY-DATA-CICLO.
002490         MOVE 05 TO CY-NUMERO-ETAPA.
002500         READ CICLO-CONTROLE-FILE
002510             INVALID KEY
002520                 DISPLAY "EXECUCAO RECUSADA - A CONCILIACAO "
002530                     "(CONCILIA) AINDA NAO FOI EXECUTADA NA "
002540                     "DATA (VER CICLOCTL)."
002550                 CLOSE CICLO-CONTROLE-FILE
002560                 GO TO 1000-EXIT
002570         END-READ.
002580         IF CY-SITUACAO-ETAPA NOT = "C"
002590             DISPLAY "EXECUCAO RECUSADA - A CONCILIACAO "
002600                 "(CONCILIA) AINDA NAO FOI COMPLETADA NA DATA "
002610                 "(VER CICLOCTL)."
002620             CLOSE CICLO-CONTROLE-FILE
002630             GO TO 1000-EXIT
002640         END-IF.
002650         SET CICLO-LIBERADO TO TRUE.
002660         CLOSE CICLO-CONTROLE-FILE.
002670 1000-EXIT.
002680         EXIT.

002690******************************************************************
002700* 1100-CARREGAR-TABELA-PARCEIROS
002710* LE O ARQUIVO PARCTAB E CARREGA NA MEMORIA TODOS OS PARCEIROS
002720* (INCLUSIVE DESATIVADOS, CUJAS VIAGENS SAO REJEITADAS PELA
002730* CRITICA E TAMBEM PRECISAM SER DEVOLVIDAS). OS PARCEIROS QUE
002732* NAO COUBEREM NA TABELA SAO CONTADOS, AVISADOS NO CONSOLE E
002735* NO RELATORIO, E SUAS VIAGENS FICAM COMO DE PARCEIRO NAO
002737* CADASTRADO.
002740******************************************************************
002750 1100-CARREGAR-TABELA-PARCEIROS.
002760         OPEN INPUT PARC-TABLE-FILE.
002770         IF PR-PARCTAB-STATUS = "35"
002780             DISPLAY "AVISO - ARQUIVO PARCTAB INEXISTENTE."
002790             GO TO 1100-EXIT
002800         END-IF.
002810         IF PR-PARCTAB-STATUS NOT = "00"
002820             DISPLAY "ERRO AO ABRIR O ARQUIVO PARCTAB - STATUS "
002830                 PR-PARCTAB-STATUS
002840             GO TO 1100-EXIT
002850         END-IF.
002860         PERFORM 1110-LER-PARCEIRO THRU 1110-EXIT
002870             UNTIL FIM-ARQUIVO-PARC
002880                 OR PR-QTD-PARCEIROS = 60.
002883         PERFORM 1120-CONTAR-EXCEDENTE THRU 1120-EXIT
002886             UNTIL FIM-ARQUIVO-PARC.
002890         CLOSE PARC-TABLE-FILE.
002891         IF PR-QTD-EXCEDENTES > ZERO
002892             MOVE PR-QTD-EXCEDENTES TO PR-REL-CONTADOR-ED
002894             DISPLAY "AVISO - MAIS DE 60 PARCEIROS NO PARCTAB - "
002895                 PR-REL-CONTADOR-ED " PARCEIRO(S) SEM ARQUIVO "
002897                 "DE RETORNO."
002898         END-IF.
002900 1100-EXIT.
002910         EXIT.

002920 1110-LER-PARCEIRO.
002930         READ PARC-TABLE-FILE
002940             AT END SET FIM-ARQUIVO-PARC TO TRUE
002950         END-READ.
002960         IF NOT FIM-ARQUIVO-PARC
002970             ADD 1 TO PR-QTD-PARCEIROS
002980             MOVE PA-CODIGO-PARCEIRO
002990                 TO PR-TAB-CODIGO(PR-QTD-PARCEIROS)
003000             MOVE PA-NOME-PARCEIRO
003010                 TO PR-TAB-NOME(PR-QTD-PARCEIROS)
003020             MOVE PA-SITUACAO
003030                 TO PR-TAB-SITUACAO(PR-QTD-PARCEIROS)
003040             MOVE ZERO TO PR-TAB-VIAGENS(PR-QTD-PARCEIROS)
003050         END-IF.
003060 1110-EXIT.
003070         EXIT.

003071 1120-CONTAR-EXCEDENTE.
003072         READ PARC-TABLE-FILE
003073             AT END SET FIM-ARQUIVO-PARC TO TRUE
003074         END-READ.
003075         IF NOT FIM-ARQUIVO-PARC
003076             ADD 1 TO PR-QTD-EXCEDENTES
003077         END-IF.
003078 1120-EXIT.
003079         EXIT.

003080******************************************************************
003090* 2000-APURAR-MOVIMENTO
003100* CONFERE A PRESENCA DOS TRES ARQUIVOS DE RESULTADO DO DIA E
003110* CONTA AS VIAGENS DE CADA PARCEIRO, AS SEM PARCEIRO E AS DE
003120* PARCEIRO NAO CADASTRADO. ARQUIVO AUSENTE E TRATADO COMO VAZIO;
003130* QUALQUER OUTRO ERRO DE ABERTURA INTERROMPE A EXECUCAO, PARA NAO
003140* DEVOLVER AOS PARCEIROS UM RETORNO INCOMPLETO.
003150******************************************************************
003160 2000-APURAR-MOVIMENTO.
003170         OPEN INPUT MILHAS-IN-FILE.
003180         IF PR-MILBATCH-STATUS = "35"
003190             DISPLAY "AVISO - ARQUIVO MILBATCH INEXISTENTE - "
003200                 "NENHUMA VIAGEM CREDITADA NO DIA."
003210         ELSE
003220             IF PR-MILBATCH-STATUS NOT = "00"
003230                 DISPLAY "ERRO AO ABRIR O ARQUIVO MILBATCH - "
003240                     "STATUS " PR-MILBATCH-STATUS
003250                 SET ERRO-ENTRADA TO TRUE
003260                 GO TO 2000-EXIT
003270             END-IF
003280             SET MILBATCH-EXISTE TO TRUE
003290             MOVE "N" TO PR-FIM-ARQUIVO-MILHAS-SW
003300             PERFORM 2100-LER-MILBATCH THRU 2100-EXIT
003310             PERFORM 2110-CONTAR-CREDITADA THRU 2110-EXIT
003320                 UNTIL FIM-ARQUIVO-MILHAS
003330             CLOSE MILHAS-IN-FILE
003340         END-IF.
003350         OPEN INPUT KM-REJECT-FILE.
003360         IF PR-KMREJECT-STATUS = "35"
003370             DISPLAY "AVISO - ARQUIVO KMREJECT INEXISTENTE - "
003380                 "NENHUMA VIAGEM REJEITADA NO DIA."
003390         ELSE
003400             IF PR-KMREJECT-STATUS NOT = "00"
003410                 DISPLAY "ERRO AO ABRIR O ARQUIVO KMREJECT - "
003420                     "STATUS " PR-KMREJECT-STATUS
003430                 SET ERRO-ENTRADA TO TRUE
003440                 GO TO 2000-EXIT
003450             END-IF
003460             SET KMREJECT-EXISTE TO TRUE
003470             MOVE "N" TO PR-FIM-ARQUIVO-REJ-SW
003480             PERFORM 2200-LER-KMREJECT THRU 2200-EXIT
003490             PERFORM 2210-CONTAR-REJEITADA THRU 2210-EXIT
003500                 UNTIL FIM-ARQUIVO-REJ
003510             CLOSE KM-REJECT-FILE
003520         END-IF.
003530         OPEN INPUT KM-DUPL-FILE.
003540         IF PR-KMDUPL-STATUS = "35"
003550             DISPLAY "AVISO - ARQUIVO KMDUPL INEXISTENTE - "
003560                 "NENHUMA VIAGEM DUPLICADA NO DIA."
003570         ELSE
003580             IF PR-KMDUPL-STATUS NOT = "00"
003590                 DISPLAY "ERRO AO ABRIR O ARQUIVO KMDUPL - "
003600                     "STATUS " PR-KMDUPL-STATUS
003610                 SET ERRO-ENTRADA TO TRUE
003620                 GO TO 2000-EXIT
003630             END-IF
003640             SET KMDUPL-EXISTE TO TRUE
003650             MOVE "N" TO PR-FIM-ARQUIVO-DUPL-SW
003660             PERFORM 2300-LER-KMDUPL THRU 2300-EXIT
003670             PERFORM 2310-CONTAR-DUPLICADA THRU 2310-EXIT
003680                 UNTIL FIM-ARQUIVO-DUPL
003690             CLOSE KM-DUPL-FILE
003700         END-IF.
003710 2000-EXIT.
003720         EXIT.

003730 2100-LER-MILBATCH.
003740         READ MILHAS-IN-FILE
003750             AT END SET FIM-ARQUIVO-MILHAS TO TRUE
003760         END-READ.
003770 2100-EXIT.
003780         EXIT.

003790 2110-CONTAR-CREDITADA.
003800         MOVE MI-CODIGO-PARCEIRO TO PR-CODIGO-PESQUISA.
003810         PERFORM 2400-CONTAR-VIAGEM THRU 2400-EXIT.
003820         PERFORM 2100-LER-MILBATCH THRU 2100-EXIT.
003830 2110-EXIT.
003840         EXIT.

003850 2200-LER-KMREJECT.
003860         READ KM-REJECT-FILE
003870             AT END SET FIM-ARQUIVO-REJ TO TRUE
003880         END-READ.
003890 2200-EXIT.
003900         EXIT.

003910 2210-CONTAR-REJEITADA.
003920         MOVE RJ-DADOS-VIAGEM TO TR-REGISTRO-TRIP.
003930         MOVE TR-CODIGO-PARCEIRO TO PR-CODIGO-PESQUISA.
003940         PERFORM 2400-CONTAR-VIAGEM THRU 2400-EXIT.
003950         PERFORM 2200-LER-KMREJECT THRU 2200-EXIT.
003960 2210-EXIT.
003970         EXIT.

003980 2300-LER-KMDUPL.
003990         READ KM-DUPL-FILE
004000             AT END SET FIM-ARQUIVO-DUPL TO TRUE
004010         END-READ.
004020 2300-EXIT.
004030         EXIT.

004040 2310-CONTAR-DUPLICADA.
004050         MOVE DP-DADOS-VIAGEM TO TR-REGISTRO-TRIP.
004060         MOVE TR-CODIGO-PARCEIRO TO PR-CODIGO-PESQUISA.
004070         PERFORM 2400-CONTAR-VIAGEM THRU 2400-EXIT.
004080         PERFORM 2300-LER-KMDUPL THRU 2300-EXIT.
004090 2310-EXIT.
004100         EXIT.

004110******************************************************************
004120* 2400-CONTAR-VIAGEM
004130* CONTA UMA VIAGEM DO DIA NO PARCEIRO PR-CODIGO-PESQUISA. CODIGO
004140* EM BRANCO (ARQUIVOS ANTIGOS) OU AUSENTE DO CADASTRO NAO TEM A
004150* QUEM SER DEVOLVIDO E E APENAS CONTADO NO RELATORIO.
004160******************************************************************
004170 2400-CONTAR-VIAGEM.
004180         IF PR-CODIGO-PESQUISA = SPACES
004190             ADD 1 TO PR-CONT-SEM-PARCEIRO
004200             GO TO 2400-EXIT
004210         END-IF.
004220         PERFORM 2500-BUSCAR-PARCEIRO THRU 2500-EXIT.
004230         IF PARCEIRO-ENCONTRADO
004240             ADD 1 TO PR-TAB-VIAGENS(PR-PARCEIRO-ACHADO)
004250         ELSE
004260             ADD 1 TO PR-CONT-NAO-CADASTRADO
004270         END-IF.
004280 2400-EXIT.
004290         EXIT.

004300******************************************************************
004310* 2500-BUSCAR-PARCEIRO
004320* PROCURA PR-CODIGO-PESQUISA NA TABELA DE PARCEIROS E DEVOLVE O
004330* RESULTADO EM PR-PARCEIRO-ENCONTRADO-SW E, QUANDO ACHADO, O
004340* SUBSCRITO DA ENTRADA EM PR-PARCEIRO-ACHADO.
004350******************************************************************
004360 2500-BUSCAR-PARCEIRO.
004370         SET PARCEIRO-NAO-ENCONTRADO TO TRUE.
004380         MOVE ZERO TO PR-PARCEIRO-ACHADO.
004390         PERFORM 2510-VERIFICAR-PARCEIRO THRU 2510-EXIT
004400             VARYING PR-PARCEIRO-BUSCA FROM 1 BY 1
004410             UNTIL PR-PARCEIRO-BUSCA > PR-QTD-PARCEIROS
004420                 OR PARCEIRO-ENCONTRADO.
004430 2500-EXIT.
004440         EXIT.

004450 2510-VERIFICAR-PARCEIRO.
004460         IF PR-TAB-CODIGO(PR-PARCEIRO-BUSCA) = PR-CODIGO-PESQUISA
004470             SET PARCEIRO-ENCONTRADO TO TRUE
004480             MOVE PR-PARCEIRO-BUSCA TO PR-PARCEIRO-ACHADO
004490         END-IF.
004500 2510-EXIT.
004510         EXIT.

004520******************************************************************
004530* 3000-GERAR-RETORNO
004540* GRAVA O ARQUIVO DE RETORNO DO PARCEIRO DO SUBSCRITO ATUAL:
004550* PERCORRE AS CREDITADAS, AS REJEITADAS E AS DUPLICADAS DO DIA,
004560* GRAVANDO UM DETALHE PARA CADA VIAGEM DO PARCEIRO, E FECHA O
004570* ARQUIVO COM O TRAILER. PARCEIRO ATIVO RECEBE O ARQUIVO MESMO
004580* SEM VIAGENS NO DIA (TRAILER ZERADO); PARCEIRO DESATIVADO SO
004590* RECEBE QUANDO TEVE VIAGENS APRESENTADAS.
004600******************************************************************
004610 3000-GERAR-RETORNO.
004620         IF PR-TAB-SITUACAO(PR-PARCEIRO-SUB) = "I"
004630             AND PR-TAB-VIAGENS(PR-PARCEIRO-SUB) = ZERO
004640             GO TO 3000-EXIT
004650         END-IF.
004660         MOVE PR-TAB-CODIGO(PR-PARCEIRO-SUB)
004665             TO PR-NOME-ARQ-PARCEIRO.
004670         MOVE ZERO TO PR-ARQ-VIAGENS.
004680         MOVE ZERO TO PR-ARQ-CREDITADAS.
004690         MOVE ZERO TO PR-ARQ-REJEITADAS.
004700         MOVE ZERO TO PR-ARQ-DUPLICADAS.
004710         MOVE ZERO TO PR-ARQ-TOTAL-KM.
004720         MOVE ZERO TO PR-ARQ-TOTAL-MILHAS.
004730         OPEN OUTPUT RETORNO-PARCEIRO-FILE.
004740         IF PR-RETORNO-STATUS NOT = "00"
004750             DISPLAY "ERRO AO ABRIR O ARQUIVO " PR-NOME-ARQUIVO
004760                 " - STATUS " PR-RETORNO-STATUS
004770             ADD 1 TO PR-CONT-ERROS-ARQUIVO
004780             MOVE SPACES TO RZ-LINHA-RELATORIO
004790             STRING "ARQUIVO " DELIMITED BY SIZE
004800                 PR-NOME-ARQUIVO DELIMITED BY SIZE
004810                 " NAO GERADO - ERRO NA ABERTURA - STATUS "
004820                 DELIMITED BY SIZE
004830                 PR-RETORNO-STATUS DELIMITED BY SIZE
004840                 INTO RZ-LINHA-RELATORIO
004850             WRITE RZ-LINHA-RELATORIO
004860             GO TO 3000-EXIT
004870         END-IF.
004880         IF MILBATCH-EXISTE
004890             OPEN INPUT MILHAS-IN-FILE
004900             MOVE "N" TO PR-FIM-ARQUIVO-MILHAS-SW
004910             PERFORM 2100-LER-MILBATCH THRU 2100-EXIT
004920             PERFORM 3100-RETORNAR-CREDITADA THRU 3100-EXIT
004930                 UNTIL FIM-ARQUIVO-MILHAS
004940             CLOSE MILHAS-IN-FILE
004950         END-IF.
004960         IF KMREJECT-EXISTE
004970             OPEN INPUT KM-REJECT-FILE
004980             MOVE "N" TO PR-FIM-ARQUIVO-REJ-SW
004990             PERFORM 2200-LER-KMREJECT THRU 2200-EXIT
005000             PERFORM 3200-RETORNAR-REJEITADA THRU 3200-EXIT
005010                 UNTIL FIM-ARQUIVO-REJ
005020             CLOSE KM-REJECT-FILE
005030         END-IF.
005040         IF KMDUPL-EXISTE
005050             OPEN INPUT KM-DUPL-FILE
005060             MOVE "N" TO PR-FIM-ARQUIVO-DUPL-SW
005070             PERFORM 2300-LER-KMDUPL THRU 2300-EXIT
005080             PERFORM 3300-RETORNAR-DUPLICADA THRU 3300-EXIT
005090                 UNTIL FIM-ARQUIVO-DUPL
005100             CLOSE KM-DUPL-FILE
005110         END-IF.
005120         PERFORM 3400-GRAVAR-TRAILER THRU 3400-EXIT.
005130         CLOSE RETORNO-PARCEIRO-FILE.
005140         ADD 1 TO PR-CONT-ARQUIVOS.
005150         ADD PR-ARQ-VIAGENS TO PR-CONT-RETORNADAS.
005160         ADD PR-ARQ-TOTAL-MILHAS TO PR-TOT-MILHAS.
005170         PERFORM 3500-GRAVAR-LINHA-PARCEIRO THRU 3500-EXIT.
005180 3000-EXIT.
005190         EXIT.

005200******************************************************************
005210* 3100-RETORNAR-CREDITADA
005220* GRAVA O DETALHE DE UMA VIAGEM CONVERTIDA PELO CALCMILHAS, COM
005230* AS MILHAS CREDITADAS, QUANDO E DO PARCEIRO ATUAL.
005240******************************************************************
005250 3100-RETORNAR-CREDITADA.
005260         IF MI-CODIGO-PARCEIRO
005265             NOT = PR-TAB-CODIGO(PR-PARCEIRO-SUB)
005270             GO TO 3100-LER-PROXIMO
005280         END-IF.
005290         MOVE SPACES TO RN-REGISTRO-DETALHE.
005300         MOVE "D" TO RN-TIPO-REGISTRO.
005310         MOVE MI-CODIGO-PARCEIRO TO RN-CODIGO-PARCEIRO.
005320         MOVE PR-DATA-HOJE TO RN-DATA-CICLO.
005330         MOVE MI-NUMERO-BILHETE TO RN-NUMERO-BILHETE.
005340         MOVE MI-NUMERO-MEMBRO TO RN-NUMERO-MEMBRO.
005350         MOVE MI-QUANT-KM TO RN-QUANT-KM.
005360         MOVE "C" TO RN-SITUACAO-VIAGEM.
005370         MOVE ZERO TO RN-DATA-ORIGINAL.
005380         MOVE MI-QUANT-MILHAS TO RN-QUANT-MILHAS.
005390         WRITE RN-REGISTRO-DETALHE.
005400         ADD 1 TO PR-ARQ-VIAGENS.
005410         ADD 1 TO PR-ARQ-CREDITADAS.
005420         ADD MI-QUANT-KM TO PR-ARQ-TOTAL-KM.
005430         ADD MI-QUANT-MILHAS TO PR-ARQ-TOTAL-MILHAS.
005440 3100-LER-PROXIMO.
005450         PERFORM 2100-LER-MILBATCH THRU 2100-EXIT.
005460 3100-EXIT.
005470         EXIT.

005480******************************************************************
005490* 3200-RETORNAR-REJEITADA
005500* GRAVA O DETALHE DE UMA VIAGEM REJEITADA PELA CRITICA DO LOTE,
005510* COM O MOTIVO DA REJEICAO (VER CPYREJ), QUANDO E DO PARCEIRO
005520* ATUAL. QUANTIDADE NAO NUMERICA (MOTIVO 01) VAI ZERADA.
005530******************************************************************
005540 3200-RETORNAR-REJEITADA.
005550         MOVE RJ-DADOS-VIAGEM TO TR-REGISTRO-TRIP.
005560         IF TR-CODIGO-PARCEIRO
005565             NOT = PR-TAB-CODIGO(PR-PARCEIRO-SUB)
005570             GO TO 3200-LER-PROXIMO
005580         END-IF.
005590         MOVE SPACES TO RN-REGISTRO-DETALHE.
005600         MOVE "D" TO RN-TIPO-REGISTRO.
005610         MOVE TR-CODIGO-PARCEIRO TO RN-CODIGO-PARCEIRO.
005620         MOVE PR-DATA-HOJE TO RN-DATA-CICLO.
005630         MOVE TR-NUMERO-BILHETE TO RN-NUMERO-BILHETE.
005640         MOVE TR-NUMERO-MEMBRO TO RN-NUMERO-MEMBRO.
005650         IF TR-QUANT-KM IS NUMERIC
005660             MOVE TR-QUANT-KM TO RN-QUANT-KM
005670         ELSE
005680             MOVE ZERO TO RN-QUANT-KM
005690         END-IF.
005700         MOVE "R" TO RN-SITUACAO-VIAGEM.
005710         MOVE RJ-CODIGO-MOTIVO TO RN-CODIGO-MOTIVO.
005720         MOVE ZERO TO RN-DATA-ORIGINAL.
005730         MOVE ZERO TO RN-QUANT-MILHAS.
005740         WRITE RN-REGISTRO-DETALHE.
005750         ADD 1 TO PR-ARQ-VIAGENS.
005760         ADD 1 TO PR-ARQ-REJEITADAS.
005770         ADD RN-QUANT-KM TO PR-ARQ-TOTAL-KM.
005780 3200-LER-PROXIMO.
005790         PERFORM 2200-LER-KMREJECT THRU 2200-EXIT.
005800 3200-EXIT.
005810         EXIT.

005820******************************************************************
005830* 3300-RETORNAR-DUPLICADA
005840* GRAVA O DETALHE DE UMA VIAGEM BLOQUEADA PELO CONTROLE DE
005850* DUPLICIDADE, COM A DATA EM QUE O BILHETE FOI PROCESSADO PELA
005860* PRIMEIRA VEZ, QUANDO E DO PARCEIRO ATUAL.
005870******************************************************************
005880 3300-RETORNAR-DUPLICADA.
005890         MOVE DP-DADOS-VIAGEM TO TR-REGISTRO-TRIP.
005900         IF TR-CODIGO-PARCEIRO
005905             NOT = PR-TAB-CODIGO(PR-PARCEIRO-SUB)
005910             GO TO 3300-LER-PROXIMO
005920         END-IF.
005930         MOVE SPACES TO RN-REGISTRO-DETALHE.
005940         MOVE "D" TO RN-TIPO-REGISTRO.
005950         MOVE TR-CODIGO-PARCEIRO TO RN-CODIGO-PARCEIRO.
005960         MOVE PR-DATA-HOJE TO RN-DATA-CICLO.
005970         MOVE TR-NUMERO-BILHETE TO RN-NUMERO-BILHETE.
005980         MOVE TR-NUMERO-MEMBRO TO RN-NUMERO-MEMBRO.
005990         MOVE TR-QUANT-KM TO RN-QUANT-KM.
006000         MOVE "D" TO RN-SITUACAO-VIAGEM.
006010         MOVE DP-DATA-PROCESSO TO RN-DATA-ORIGINAL.
006020         MOVE ZERO TO RN-QUANT-MILHAS.
006030         WRITE RN-REGISTRO-DETALHE.
006040         ADD 1 TO PR-ARQ-VIAGENS.
006050         ADD 1 TO PR-ARQ-DUPLICADAS.
006060         ADD TR-QUANT-KM TO PR-ARQ-TOTAL-KM.
006070 3300-LER-PROXIMO.
006080         PERFORM 2300-LER-KMDUPL THRU 2300-EXIT.
006090 3300-EXIT.
006100         EXIT.

006110******************************************************************
006120* 3400-GRAVAR-TRAILER
006130* GRAVA O TRAILER DO ARQUIVO DE RETORNO COM AS CONTAGENS POR
006140* SITUACAO, A QUANTIDADE TOTAL ENVIADA E AS MILHAS CREDITADAS.
006150******************************************************************
006160 3400-GRAVAR-TRAILER.
006170         MOVE SPACES TO RN-REGISTRO-TRAILER.
006180         MOVE "T" TO RN-TRL-TIPO-REGISTRO.
006190         MOVE PR-TAB-CODIGO(PR-PARCEIRO-SUB)
006200             TO RN-TRL-CODIGO-PARCEIRO.
006210         MOVE PR-DATA-HOJE TO RN-TRL-DATA-CICLO.
006220         MOVE PR-ARQ-VIAGENS TO RN-TRL-QTD-VIAGENS.
006230         MOVE PR-ARQ-CREDITADAS TO RN-TRL-QTD-CREDITADAS.
006240         MOVE PR-ARQ-REJEITADAS TO RN-TRL-QTD-REJEITADAS.
006250         MOVE PR-ARQ-DUPLICADAS TO RN-TRL-QTD-DUPLICADAS.
006260         MOVE PR-ARQ-TOTAL-KM TO RN-TRL-TOTAL-KM.
006270         MOVE PR-ARQ-TOTAL-MILHAS TO RN-TRL-TOTAL-MILHAS.
006280         WRITE RN-REGISTRO-TRAILER.
006290 3400-EXIT.
006300         EXIT.

006310******************************************************************
006320* 3500-GRAVAR-LINHA-PARCEIRO
006330* GRAVA NO RELATORIO DE CONTROLE AS LINHAS DO ARQUIVO DE RETORNO
006340* GERADO PARA O PARCEIRO ATUAL.
006350******************************************************************
006360 3500-GRAVAR-LINHA-PARCEIRO.
006370         MOVE PR-ARQ-TOTAL-MILHAS TO PR-REL-MILHAS-ED.
006380         MOVE SPACES TO RZ-LINHA-RELATORIO.
006390         STRING "ARQUIVO " DELIMITED BY SIZE
006400             PR-NOME-ARQUIVO DELIMITED BY SIZE
006410             " " DELIMITED BY SIZE
006420             PR-TAB-NOME(PR-PARCEIRO-SUB) DELIMITED BY SIZE
006430             " MILHAS: " DELIMITED BY SIZE
006440             PR-REL-MILHAS-ED DELIMITED BY SIZE
006450             INTO RZ-LINHA-RELATORIO.
006460         WRITE RZ-LINHA-RELATORIO.
006470         MOVE PR-ARQ-VIAGENS TO PR-REL-VIAGENS-ED.
006480         MOVE PR-ARQ-CREDITADAS TO PR-REL-CREDITADAS-ED.
006490         MOVE PR-ARQ-REJEITADAS TO PR-REL-REJEITADAS-ED.
006500         MOVE PR-ARQ-DUPLICADAS TO PR-REL-DUPLICADAS-ED.
006510         MOVE SPACES TO RZ-LINHA-RELATORIO.
006520         STRING "  VIAGENS: " DELIMITED BY SIZE
006530             PR-REL-VIAGENS-ED DELIMITED BY SIZE
006540             " CREDITADAS: " DELIMITED BY SIZE
006550             PR-REL-CREDITADAS-ED DELIMITED BY SIZE
006560             " REJEITADAS: " DELIMITED BY SIZE
006570             PR-REL-REJEITADAS-ED DELIMITED BY SIZE
006580             " DUPLICADAS: " DELIMITED BY SIZE
006590             PR-REL-DUPLICADAS-ED DELIMITED BY SIZE
006600             INTO RZ-LINHA-RELATORIO.
006610         WRITE RZ-LINHA-RELATORIO.
006620 3500-EXIT.
006630         EXIT.

006640******************************************************************
006650* 4000-GRAVAR-TOTAIS
006660* GRAVA NO RELATORIO DE CONTROLE OS TOTAIS DA EXECUCAO E AS
006670* VIAGENS DO DIA QUE NAO PUDERAM SER DEVOLVIDAS A UM PARCEIRO,
006680* PARA APURACAO PELA AREA DE PARCERIAS.
006690******************************************************************
006700 4000-GRAVAR-TOTAIS.
006710         MOVE PR-CONT-ARQUIVOS TO PR-REL-CONTADOR-ED.
006720         MOVE SPACES TO RZ-LINHA-RELATORIO.
006730         STRING "ARQUIVOS DE RETORNO GERADOS: " DELIMITED BY SIZE
006740             PR-REL-CONTADOR-ED DELIMITED BY SIZE
006750             INTO RZ-LINHA-RELATORIO.
006760         WRITE RZ-LINHA-RELATORIO.

006770         IF PR-CONT-ERROS-ARQUIVO > ZERO
006780             MOVE PR-CONT-ERROS-ARQUIVO TO PR-REL-CONTADOR-ED
006790             MOVE SPACES TO RZ-LINHA-RELATORIO
006800             STRING "ARQUIVOS NAO GERADOS POR ERRO: "
006810                 DELIMITED BY SIZE
006820                 PR-REL-CONTADOR-ED DELIMITED BY SIZE
006830                 INTO RZ-LINHA-RELATORIO
006840             WRITE RZ-LINHA-RELATORIO
006850         END-IF.

006860         MOVE PR-CONT-RETORNADAS TO PR-REL-CONTADOR-ED.
006870         MOVE PR-TOT-MILHAS TO PR-REL-MILHAS-ED.
006880         MOVE SPACES TO RZ-LINHA-RELATORIO.
006890         STRING "VIAGENS DEVOLVIDAS: " DELIMITED BY SIZE
006900             PR-REL-CONTADOR-ED DELIMITED BY SIZE
006910             " MILHAS CREDITADAS: " DELIMITED BY SIZE
006920             PR-REL-MILHAS-ED DELIMITED BY SIZE
006930             INTO RZ-LINHA-RELATORIO.
006940         WRITE RZ-LINHA-RELATORIO.

006950         MOVE PR-CONT-SEM-PARCEIRO TO PR-REL-CONTADOR-ED.
006960         MOVE SPACES TO RZ-LINHA-RELATORIO.
006970         STRING "VIAGENS SEM PARCEIRO (NAO DEVOLVIDAS): "
006980             DELIMITED BY SIZE
006990             PR-REL-CONTADOR-ED DELIMITED BY SIZE
007000             INTO RZ-LINHA-RELATORIO.
007010         WRITE RZ-LINHA-RELATORIO.

007020         MOVE PR-CONT-NAO-CADASTRADO TO PR-REL-CONTADOR-ED.
007030         MOVE SPACES TO RZ-LINHA-RELATORIO.
007040         STRING "VIAGENS DE PARCEIRO NAO CADASTRADO (NAO "
007050             DELIMITED BY SIZE
007060             "DEVOLVIDAS): " DELIMITED BY SIZE
007070             PR-REL-CONTADOR-ED DELIMITED BY SIZE
007080             INTO RZ-LINHA-RELATORIO.
007081         WRITE RZ-LINHA-RELATORIO.

007083         IF PR-QTD-EXCEDENTES > ZERO
007085             MOVE PR-QTD-EXCEDENTES TO PR-REL-CONTADOR-ED
007086             MOVE SPACES TO RZ-LINHA-RELATORIO
007088             STRING "AVISO - MAIS DE 60 PARCEIROS NO PARCTAB - "
007090                 DELIMITED BY SIZE
007091                 "SEM RETORNO: " DELIMITED BY SIZE
007093                 PR-REL-CONTADOR-ED DELIMITED BY SIZE
007095                 INTO RZ-LINHA-RELATORIO
007096             WRITE RZ-LINHA-RELATORIO
007098         END-IF.
007100 4000-EXIT.
007110         EXIT.
