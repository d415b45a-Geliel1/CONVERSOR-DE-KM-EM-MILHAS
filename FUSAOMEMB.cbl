000010******************************************************************
000020* AUTHOR:     GELIEL GUSTAVO DE SOUZA SILVA.
000030* INSTALLATION: DEPARTAMENTO DE OPERACOES - MILHAGEM.
000040* DATE-WRITTEN: 15/10/2026.
000050* DATE-COMPILED:
000060******************************************************************
000070* HISTORICO DE ALTERACOES:
000080* DATA       AUTOR   DESCRICAO
000090* ---------- ------- ----------------------------------------
000100* 15/10/2026 GGSS    PROGRAMA ORIGINAL - FUSAO DE CONTAS DE
000110*                    MEMBROS CADASTRADOS EM DUPLICIDADE NO
000120*                    MEMBMST: UM SUPERVISOR (NIVEL "S" NO
000130*                    OPERMST, MESMO SIGN-ON DO AJUSMILHAS)
000140*                    INFORMA A CONTA A INCORPORAR E A CONTA
000150*                    SOBREVIVENTE, COM DUPLA CONFIRMACAO. O SALDO
000160*                    DA CONTA INCORPORADA E TRANSFERIDO PARA A
000170*                    SOBREVIVENTE COM UM PAR DEBITO/CREDITO DE
000180*                    ORIGEM "FUS" NO RAZAO MEMBMOV (VER CPYMOV);
000190*                    A SOBREVIVENTE FICA COM O MAIOR DOS DOIS
000200*                    NIVEIS (PELA QUALIFICACAO NA TIERTAB) E A
000210*                    DATA DE ULTIMA ATIVIDADE MAIS RECENTE, PARA
000220*                    O EXPMILHAS NAO EXPIRAR AS MILHAS ANTES DO
000230*                    PRAZO. A CONTA INCORPORADA E MARCADA COMO
000240*                    FUNDIDA (VER CPYMEMB) E CREDITOS E RESGATES
000250*                    POSTERIORES SAO DESVIADOS PARA A
000260*                    SOBREVIVENTE. CADA FUSAO E REGISTRADA NA
000270*                    SECLOG.
000271* 15/10/2026 GGSS    O SIGN-ON PASSA A SEGUIR A POLITICA DE SENHAS
000272*                    DO CALCPARM: BLOQUEIO DO OPERADOR APOS O
000273*                    LIMITE DE FALHAS DE SENHA CONSECUTIVAS EM
000274*                    QUALQUER PROGRAMA (DESFEITO SOMENTE POR UM
000275*                    SUPERVISOR NO MANTOPER) E TROCA OBRIGATORIA
000276*                    DA SENHA PROVISORIA OU VENCIDA. O OPERMST
000277*                    PASSA A SER ABERTO EM I-O PARA ATUALIZAR
000278*                    ESSE CONTROLE.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000310 PROGRAM-ID. FUSAOMEMB.
000320 AUTHOR. GELIEL GUSTAVO DE SOUZA SILVA.
000330 INSTALLATION. DEPARTAMENTO DE OPERACOES - MILHAGEM.
000340 DATE-WRITTEN. 15/10/2026.
000350 DATE-COMPILED.
000360 ENVIRONMENT DIVISION.
000370*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000380 CONFIGURATION SECTION.
000390 SPECIAL-NAMES.
000400     DECIMAL-POINT IS COMMA.
000410*-----------------------
000420 INPUT-OUTPUT SECTION.
000430*-----------------------
000440 FILE-CONTROL.
000441* PARAMETRO CALCPARM, LIDO NO SIGN-ON PARA OBTER A POLITICA DE
000443* SENHAS (VER CPYFATOR).
000445     SELECT FATOR-CONVERSAO-FILE ASSIGN TO "CALCPARM"
000446             ORGANIZATION IS SEQUENTIAL
000448             FILE STATUS IS FU-CALCPARM-STATUS.
000450* CADASTRO MESTRE DE OPERADORES (VER CPYOPER).
000460     SELECT OPERADOR-MASTER-FILE ASSIGN TO "OPERMST"
000470             ORGANIZATION IS INDEXED
000480             ACCESS MODE IS RANDOM
000490             RECORD KEY IS OP-CODIGO
000500             FILE STATUS IS FU-OPERMST-STATUS.
000510* TABELA DE NIVEIS DE FIDELIDADE COM AS QUALIFICACOES.
000520     SELECT TIER-TABLE-FILE ASSIGN TO "TIERTAB"
000530             ORGANIZATION IS SEQUENTIAL
000540             FILE STATUS IS FU-TIERTAB-STATUS.
000550* CADASTRO MESTRE DE MEMBROS FIDELIDADE (VER CPYMEMB).
000560     SELECT MEMBRO-MASTER-FILE ASSIGN TO "MEMBMST"
000570             ORGANIZATION IS INDEXED
000580             ACCESS MODE IS RANDOM
000590             RECORD KEY IS MB-NUMERO-MEMBRO
000600             FILE STATUS IS FU-MEMBMST-STATUS.
000610* RAZAO DE MOVIMENTOS DE MILHAS POR MEMBRO (VER CPYMOV).
000620     SELECT MOVIMENTO-MEMBRO-FILE ASSIGN TO "MEMBMOV"
000630             ORGANIZATION IS INDEXED
000640             ACCESS MODE IS RANDOM
000650             RECORD KEY IS MV-CHAVE
000660             FILE STATUS IS FU-MEMBMOV-STATUS.
000670* TRILHA DE SEGURANCA COM AS RECUSAS DE SIGN-ON E AS FUSOES.
000680     SELECT SEGURANCA-LOG-FILE ASSIGN TO "SECLOG"
000690             ORGANIZATION IS SEQUENTIAL
000700             FILE STATUS IS FU-SECLOG-STATUS.
000710 DATA DIVISION.
000720*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000730 FILE SECTION.
000740*-----------------------
000742 FD  FATOR-CONVERSAO-FILE
000744             LABEL RECORDS ARE STANDARD
000746             RECORD CONTAINS 80 CHARACTERS.
000748 COPY CPYFATOR.

000750 FD  OPERADOR-MASTER-FILE
000760             LABEL RECORDS ARE STANDARD
000770             RECORD CONTAINS 80 CHARACTERS.
000780 COPY CPYOPER.

000790 FD  TIER-TABLE-FILE
000800             LABEL RECORDS ARE STANDARD
000810             RECORD CONTAINS 80 CHARACTERS.
000820 COPY CPYNIVEL.

000830 FD  MEMBRO-MASTER-FILE
000840             LABEL RECORDS ARE STANDARD
000850             RECORD CONTAINS 80 CHARACTERS.
000860 COPY CPYMEMB.

000870 FD  MOVIMENTO-MEMBRO-FILE
000880             LABEL RECORDS ARE STANDARD
000890             RECORD CONTAINS 80 CHARACTERS.
000900 COPY CPYMOV.

000910 FD  SEGURANCA-LOG-FILE
000920             LABEL RECORDS ARE STANDARD
000930             RECORD CONTAINS 80 CHARACTERS.
000940 01  SL-LINHA-SEGURANCA              PIC X(80).

000950 WORKING-STORAGE SECTION.
000960*-----------------------
000970* STATUS DOS ARQUIVOS UTILIZADOS PELO PROGRAMA.
000980 01  FU-OPERMST-STATUS               PIC X(02).
000985 01  FU-CALCPARM-STATUS              PIC X(02).
000990 01  FU-TIERTAB-STATUS               PIC X(02).
001000 01  FU-MEMBMST-STATUS               PIC X(02).
001010 01  FU-MEMBMOV-STATUS               PIC X(02).
001020 01  FU-SECLOG-STATUS                PIC X(02).

001030* CONTROLE DO SIGN-ON DO SUPERVISOR RESPONSAVEL. SOMENTE O
001040* NIVEL "S" FUNDE CONTAS - A FUSAO MEXE DIRETO NO SALDO.
001050 01  FU-OPERADOR-ID                  PIC X(08) VALUE SPACES.
001060 01  FU-SENHA-INFORMADA              PIC X(08).
001070 01  FU-TENTATIVAS-SIGNON            PIC 9(01) COMP VALUE ZERO.
001080 01  FU-SIGNON-OK-SW                 PIC X(01) VALUE "N".
001090             88  SIGNON-AUTORIZADO           VALUE "S".
001100 01  FU-EVENTO-SEGURANCA             PIC X(34).
001101* POLITICA DE SENHAS DO CALCPARM (VER CPYFATOR), COM OS VALORES
001102* PADRAO QUANDO O ARQUIVO NAO EXISTE OU OS CAMPOS ESTAO ZERADOS.
001103 01  FU-MAX-FALHAS-SIGNON            PIC 9(02) VALUE 5.
001104 01  FU-DIAS-VALIDADE-SENHA          PIC 9(03) VALUE 90.
001105* TROCA OBRIGATORIA DA SENHA PROVISORIA OU VENCIDA NO SIGN-ON:
001106* NOVA SENHA DIGITADA DUAS VEZES, DATA DO SIGN-ON E DIAS DESDE A
001107* ULTIMA TROCA. O SW INDICA SE A SENHA ESTA EM DIA, SE FOI
001108* TROCADA AGORA OU SE A TROCA FOI RECUSADA.
001109 01  FU-SENHA-TROCA                  PIC X(08).
001110 01  FU-SENHA-TROCA-CONF             PIC X(08).
001111 01  FU-DATA-SIGNON                  PIC 9(08) VALUE ZERO.
001112 01  FU-DIAS-SENHA                   PIC S9(07) COMP VALUE ZERO.
001113 01  FU-VALIDADE-SENHA-SW            PIC X(01) VALUE "S".
001114             88  SENHA-EM-DIA                VALUE "S".
001115             88  SENHA-TROCADA               VALUE "T".
001116             88  SENHA-RECUSADA              VALUE "N".
001117* LIGADO QUANDO A FALHA ATUAL BLOQUEOU O OPERADOR.
001118 01  FU-BLOQUEIO-NOVO-SW             PIC X(01) VALUE "N".
001119             88  BLOQUEIO-NOVO               VALUE "S".
001122 01  FU-LOG-DATA                     PIC 9(08).
001126 01  FU-LOG-HORA                     PIC 9(08).

001130* CONTROLE DO LACO DE FUSOES DA SESSAO.
001140 01  FU-CONTINUAR-SW                 PIC X(01) VALUE "S".
001150             88  CONTINUAR-FUNDINDO          VALUE "S".

001160 01  FU-FIM-ARQUIVO-NIVEL-SW         PIC X(01) VALUE "N".
001170             88  FIM-ARQUIVO-NIVEL           VALUE "S".

001180* TABELA DOS NIVEIS COM AS MILHAS DE QUALIFICACAO, CARREGADA DA
001190* TIERTAB NO INICIO DA EXECUCAO (COMO NO REVNIVEL), USADA PARA
001200* ESCOLHER O MAIOR DOS DOIS NIVEIS DAS CONTAS FUNDIDAS. NIVEL EM
001210* BRANCO OU FORA DA TABELA VALE ZERO (NIVEL DE BASE).
001220 01  FU-QTD-NIVEIS                   PIC 9(03) COMP VALUE ZERO.
001230 01  FU-TABELA-NIVEIS.
001240     05  FU-NIVEL-TABELA OCCURS 50 TIMES.
001250         10  FU-TAB-CODIGO           PIC X(03).
001260         10  FU-TAB-QUALIFICACAO     PIC 9(11).
001270 01  FU-NIVEL-SUB                    PIC 9(03) COMP.
001280 01  FU-NIVEL-PROCURADO              PIC X(03).
001290 01  FU-QUALIF-ACHADA                PIC 9(11) COMP VALUE ZERO.
001300 01  FU-QUALIF-PERDEDOR              PIC 9(11) COMP VALUE ZERO.
001310 01  FU-QUALIF-SOBREVIVENTE          PIC 9(11) COMP VALUE ZERO.

001320* DADOS DAS DUAS CONTAS EM FUSAO. A CONTA INCORPORADA (PERDEDOR)
001330* TEM O SALDO TRANSFERIDO PARA A SOBREVIVENTE.
001340 01  FU-NUMERO-PERDEDOR              PIC X(10).
001350 01  FU-NUMERO-SOBREVIVENTE          PIC X(10).
001360 01  FU-NIVEL-PERDEDOR               PIC X(03).
001370 01  FU-SALDO-PERDEDOR               PIC 9(11) VALUE ZERO.
001380 01  FU-DATA-PERDEDOR                PIC 9(08) VALUE ZERO.
001390 01  FU-NIVEL-FINAL                  PIC X(03).
001400 01  FU-DATA-FINAL                   PIC 9(08) VALUE ZERO.
001410 01  FU-DATA-HOJE                    PIC 9(08) VALUE ZERO.

001420* APOIO A GRAVACAO DO RAZAO DE MOVIMENTOS MEMBMOV (A SEQUENCIA
001430* DA CHAVE E INCREMENTADA ATE GRAVAR, COMO NO POSTMILHAS).
001440 01  FU-SALDO-ANTERIOR               PIC 9(11) VALUE ZERO.
001450 01  FU-SINAL-MOVIMENTO              PIC X(01).
001460 01  FU-MOV-GRAVADO-SW               PIC X(01) VALUE "N".
001470             88  MOVIMENTO-GRAVADO           VALUE "S".

001480* DUPLA CONFIRMACAO DA FUSAO - AS CONTAS SO SAO ALTERADAS APOS
001490* AS DUAS RESPOSTAS "S".
001500 01  FU-CONFIRMACAO-1                PIC X(01).
001510             88  CONFIRMA-PRIMEIRA           VALUE "S".
001520 01  FU-CONFIRMACAO-2                PIC X(01).
001530             88  CONFIRMA-SEGUNDA            VALUE "S".

001540* CONTADOR DE FUSOES EFETUADAS NA SESSAO.
001550 01  FU-CONT-FUNDIDOS                PIC 9(09) COMP VALUE ZERO.

001560* CAMPO EDITADO PARA A EXIBICAO DOS SALDOS.
001570 01  FU-REL-SALDO-ED                 PIC Z(10)9.

001580 PROCEDURE DIVISION.
001590*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001600******************************************************************
001610* 0000-MAINLINE
001620* PARAGRAFO PRINCIPAL - EXIGE O SIGN-ON DE UM SUPERVISOR, CARREGA
001630* A TABELA DE NIVEIS, ABRE OS ARQUIVOS E REPETE A FUSAO DE CONTAS
001640* ATE O ENCERRAMENTO DA SESSAO.
001650******************************************************************
001660 0000-MAINLINE.
001670         PERFORM 0100-EFETUAR-SIGNON THRU 0100-EXIT.
001680         IF NOT SIGNON-AUTORIZADO
001690             DISPLAY "SIGN-ON RECUSADO - EXECUCAO ENCERRADA."
001700             GO TO 0000-EXIT
001710         END-IF.
001720         ACCEPT FU-DATA-HOJE FROM DATE YYYYMMDD.
001730         PERFORM 1000-CARREGAR-TABELA-NIVEIS THRU 1000-EXIT.
001740         OPEN I-O MEMBRO-MASTER-FILE.
001750         IF FU-MEMBMST-STATUS NOT = "00"
001760             DISPLAY "ERRO AO ABRIR O ARQUIVO MEMBMST - STATUS "
001770                 FU-MEMBMST-STATUS
001780             GO TO 0000-EXIT
001790         END-IF.
001800* O RAZAO DE MOVIMENTOS E CRIADO NA PRIMEIRA EXECUCAO, COMO NO
001810* POSTMILHAS.
001820         OPEN I-O MOVIMENTO-MEMBRO-FILE.
001830         IF FU-MEMBMOV-STATUS = "35"
001840             DISPLAY "RAZAO MEMBMOV INEXISTENTE - SERA CRIADO."
001850             OPEN OUTPUT MOVIMENTO-MEMBRO-FILE
001860             CLOSE MOVIMENTO-MEMBRO-FILE
001870             OPEN I-O MOVIMENTO-MEMBRO-FILE
001880         END-IF.
001890         IF FU-MEMBMOV-STATUS NOT = "00"
001900             DISPLAY "ERRO AO ABRIR O ARQUIVO MEMBMOV - STATUS "
001910                 FU-MEMBMOV-STATUS
001920             CLOSE MEMBRO-MASTER-FILE
001930             GO TO 0000-EXIT
001940         END-IF.
001950         PERFORM 2000-FUNDIR-CONTAS THRU 2000-EXIT
001960             UNTIL NOT CONTINUAR-FUNDINDO.
001970         CLOSE MEMBRO-MASTER-FILE.
001980         CLOSE MOVIMENTO-MEMBRO-FILE.
001990         DISPLAY "SESSAO ENCERRADA - FUSOES EFETUADAS: "
002000             FU-CONT-FUNDIDOS.
002010         GO TO 0000-EXIT.
002020 0000-EXIT.
002030         STOP RUN.

002040******************************************************************
002050* 0100-EFETUAR-SIGNON
002060* VALIDA O SUPERVISOR RESPONSAVEL NO CADASTRO OPERMST (SENHA,
002070* SITUACAO ATIVA E NIVEL "S"), COM ATE TRES TENTATIVAS E
002080* REGISTRO DAS RECUSAS NA SECLOG. SEM O CADASTRO NAO HA FUSAO:
002090* A FUSAO MEXE DIRETO NO SALDO DOS MEMBROS.
002100******************************************************************
002110 0100-EFETUAR-SIGNON.
002120         OPEN I-O OPERADOR-MASTER-FILE.
002130         IF FU-OPERMST-STATUS NOT = "00"
002140             DISPLAY "CADASTRO OPERMST INDISPONIVEL (STATUS "
002150                 FU-OPERMST-STATUS ") - CADASTRE OS OPERADORES "
002160                 "PELO MANTOPER ANTES DE FUNDIR CONTAS."
002170             GO TO 0100-EXIT
002180         END-IF.
002185         PERFORM 0150-LER-POLITICA-SENHA THRU 0150-EXIT.
002190         PERFORM 0110-TENTAR-SIGNON THRU 0110-EXIT
002200             UNTIL SIGNON-AUTORIZADO
002210                 OR FU-TENTATIVAS-SIGNON > 2.
002220         CLOSE OPERADOR-MASTER-FILE.
002230 0100-EXIT.
002240         EXIT.

002250 0110-TENTAR-SIGNON.
002260         ADD 1 TO FU-TENTATIVAS-SIGNON.
002270         DISPLAY "SIGN-ON - CODIGO DO OPERADOR: ".
002280         ACCEPT FU-OPERADOR-ID.
002290         DISPLAY "SENHA: ".
002300         ACCEPT FU-SENHA-INFORMADA.
002310         MOVE FU-OPERADOR-ID TO OP-CODIGO.
002320         READ OPERADOR-MASTER-FILE
002330             INVALID KEY
002340                 DISPLAY "OPERADOR NAO CADASTRADO."
002350                 MOVE "SIGN-ON OPERADOR INEXISTENTE" TO
002360                     FU-EVENTO-SEGURANCA
002370                 PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002380                 GO TO 0110-EXIT
002390         END-READ.
002391         IF OP-BLOQUEADO
002392             DISPLAY "OPERADOR BLOQUEADO - PROCURE UM SUPERVISOR."
002393             MOVE "SIGN-ON OPERADOR BLOQUEADO" TO
002395                 FU-EVENTO-SEGURANCA
002396             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002397             GO TO 0110-EXIT
002398         END-IF.
002400         IF OP-SENHA NOT = FU-SENHA-INFORMADA
002410             DISPLAY "SENHA INVALIDA."
002420             MOVE "SIGN-ON SENHA INVALIDA" TO
002430                 FU-EVENTO-SEGURANCA
002440             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002445             PERFORM 0130-CONTAR-FALHA-SIGNON THRU 0130-EXIT
002450             GO TO 0110-EXIT
002460         END-IF.
002470         IF OP-SITUACAO = "I"
002480             DISPLAY "OPERADOR DESATIVADO."
002490             MOVE "SIGN-ON OPERADOR DESATIVADO" TO
002500                 FU-EVENTO-SEGURANCA
002510             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002520             GO TO 0110-EXIT
002530         END-IF.
002540         IF OP-NIVEL-AUTORIZACAO NOT = "S"
002550             DISPLAY "SOMENTE SUPERVISORES FUNDEM CONTAS DE "
002560                 "MEMBROS."
002570             MOVE "SIGN-ON SEM NIVEL DE SUPERVISOR" TO
002580                 FU-EVENTO-SEGURANCA
002590             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002600             GO TO 0110-EXIT
002601         END-IF.
002602         PERFORM 0140-VERIFICAR-VALIDADE-SENHA THRU 0140-EXIT.
002603         IF SENHA-RECUSADA
002604             GO TO 0110-EXIT
002605         END-IF.
002606         MOVE ZERO TO OP-QTD-FALHAS-SIGNON.
002607         MOVE FU-DATA-SIGNON TO OP-DATA-ULT-SIGNON.
002608         REWRITE OP-REGISTRO-OPERADOR
002609             INVALID KEY
002610                 DISPLAY "ERRO AO REGRAVAR O OPERMST - STATUS "
002611                     FU-OPERMST-STATUS
002612                 GO TO 0110-EXIT
002613         END-REWRITE.
002614         IF SENHA-TROCADA
002615             MOVE "SENHA ALTERADA NO SIGN-ON" TO
002616                 FU-EVENTO-SEGURANCA
002617             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002618         END-IF.
002620         SET SIGNON-AUTORIZADO TO TRUE.
002630 0110-EXIT.
002640         EXIT.

002650******************************************************************
002660* 0120-GRAVAR-SECLOG
002670* GRAVA NA TRILHA DE SEGURANCA UMA LINHA COM DATA, HORA,
002680* PROGRAMA, OPERADOR INFORMADO E O EVENTO JA PREPARADO PELO
002690* PARAGRAFO CHAMADOR.
002700******************************************************************
002710 0120-GRAVAR-SECLOG.
002720         OPEN EXTEND SEGURANCA-LOG-FILE.
002730         IF FU-SECLOG-STATUS = "35"
002740             OPEN OUTPUT SEGURANCA-LOG-FILE
002750         END-IF.
002760         IF FU-SECLOG-STATUS NOT = "00"
002770             DISPLAY "AVISO - NAO FOI POSSIVEL GRAVAR A SECLOG "
002780                 "(STATUS " FU-SECLOG-STATUS ")."
002790             GO TO 0120-EXIT
002800         END-IF.
002810         ACCEPT FU-LOG-DATA FROM DATE YYYYMMDD.
002820         ACCEPT FU-LOG-HORA FROM TIME.
002830         MOVE SPACES TO SL-LINHA-SEGURANCA.
002840         STRING FU-LOG-DATA DELIMITED BY SIZE
002850             " " DELIMITED BY SIZE
002860             FU-LOG-HORA DELIMITED BY SIZE
002870             " FUSAOMEMB " DELIMITED BY SIZE
002880             FU-OPERADOR-ID DELIMITED BY SIZE
002890             " " DELIMITED BY SIZE
002900             FU-EVENTO-SEGURANCA DELIMITED BY SIZE
002910             INTO SL-LINHA-SEGURANCA.
002920         WRITE SL-LINHA-SEGURANCA.
002930         CLOSE SEGURANCA-LOG-FILE.
002940 0120-EXIT.
002941         EXIT.

002942******************************************************************
002943* 0130-CONTAR-FALHA-SIGNON
002944* SOMA UMA FALHA DE SENHA AO CONTADOR DE FALHAS CONSECUTIVAS DO
002945* OPERADOR, COMUM A TODOS OS PROGRAMAS, E O BLOQUEIA AO ATINGIR O
002946* LIMITE DA POLITICA DE SENHAS. O BLOQUEIO SO E DESFEITO POR UM
002947* SUPERVISOR NO MANTOPER.
002948******************************************************************
002949 0130-CONTAR-FALHA-SIGNON.
002950         MOVE "N" TO FU-BLOQUEIO-NOVO-SW.
002951         IF OP-QTD-FALHAS-SIGNON IS NOT NUMERIC
002952             MOVE ZERO TO OP-QTD-FALHAS-SIGNON
002953         END-IF.
002954         IF OP-QTD-FALHAS-SIGNON < 99
002955             ADD 1 TO OP-QTD-FALHAS-SIGNON
002956         END-IF.
002957         IF OP-QTD-FALHAS-SIGNON NOT < FU-MAX-FALHAS-SIGNON
002958             AND NOT OP-BLOQUEADO
002959             MOVE "B" TO OP-SITUACAO-BLOQUEIO
002960             SET BLOQUEIO-NOVO TO TRUE
002961         END-IF.
002962         REWRITE OP-REGISTRO-OPERADOR
002963             INVALID KEY
002964                 DISPLAY "ERRO AO REGRAVAR O OPERMST - STATUS "
002965                     FU-OPERMST-STATUS
002966                 GO TO 0130-EXIT
002967         END-REWRITE.
002968         IF BLOQUEIO-NOVO
002969             DISPLAY "OPERADOR BLOQUEADO APOS "
002970                 OP-QTD-FALHAS-SIGNON " FALHAS DE SENHA - "
002971                 "PROCURE UM SUPERVISOR."
002972             MOVE "BLOQUEIO POR FALHAS DE SIGN-ON" TO
002973                 FU-EVENTO-SEGURANCA
002974             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002975         END-IF.
002976 0130-EXIT.
002977         EXIT.

002978******************************************************************
002979* 0140-VERIFICAR-VALIDADE-SENHA
002980* A SENHA PROVISORIA (DATA DA TROCA ZERADA OU EM BRANCO, COMO APOS
002981* A INCLUSAO OU O DESBLOQUEIO NO MANTOPER) E A SENHA COM MAIS DIAS
002982* DESDE A ULTIMA TROCA DO QUE A VALIDADE DA POLITICA DE SENHAS
002983* OBRIGAM O OPERADOR A ESCOLHER UMA NOVA SENHA ANTES DE
002984* PROSSEGUIR. A NOVA SENHA E DIGITADA DUAS VEZES E NAO PODE FICAR
002985* EM BRANCO NEM REPETIR A ATUAL; A RECUSA E REGISTRADA NA SECLOG.
002986******************************************************************
002987 0140-VERIFICAR-VALIDADE-SENHA.
002988         SET SENHA-EM-DIA TO TRUE.
002989         ACCEPT FU-DATA-SIGNON FROM DATE YYYYMMDD.
002990         IF OP-DATA-SENHA IS NUMERIC
002991             AND OP-DATA-SENHA > 19000000
002992             COMPUTE FU-DIAS-SENHA =
002993                 FUNCTION INTEGER-OF-DATE(FU-DATA-SIGNON)
002994                 - FUNCTION INTEGER-OF-DATE(OP-DATA-SENHA)
002995             IF FU-DIAS-SENHA < FU-DIAS-VALIDADE-SENHA
002996                 GO TO 0140-EXIT
002997             END-IF
002998             DISPLAY "SENHA EXPIRADA - ESCOLHA UMA NOVA SENHA."
002999         ELSE
003000             DISPLAY "SENHA PROVISORIA - ESCOLHA UMA NOVA SENHA."
003001         END-IF.
003002         SET SENHA-RECUSADA TO TRUE.
003003         DISPLAY "NOVA SENHA (ATE 8 CARACTERES): ".
003004         ACCEPT FU-SENHA-TROCA.
003005         DISPLAY "CONFIRME A NOVA SENHA: ".
003006         ACCEPT FU-SENHA-TROCA-CONF.
003007         IF FU-SENHA-TROCA = SPACES
003008             OR FU-SENHA-TROCA = OP-SENHA
003009             OR FU-SENHA-TROCA NOT = FU-SENHA-TROCA-CONF
003010             DISPLAY "NOVA SENHA RECUSADA - NAO PODE FICAR EM "
003011                 "BRANCO, REPETIR A ATUAL OU DIFERIR DA "
003012                 "CONFIRMACAO."
003013             MOVE "SIGN-ON NOVA SENHA RECUSADA" TO
003014                 FU-EVENTO-SEGURANCA
003015             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
003016             GO TO 0140-EXIT
003017         END-IF.
003018         MOVE FU-SENHA-TROCA TO OP-SENHA.
003019         MOVE FU-DATA-SIGNON TO OP-DATA-SENHA.
003020         SET SENHA-TROCADA TO TRUE.
003021 0140-EXIT.
003022         EXIT.

003023******************************************************************
003024* 0150-LER-POLITICA-SENHA
003025* OBTEM NO CALCPARM A POLITICA DE SENHAS: FALHAS CONSECUTIVAS QUE
003026* BLOQUEIAM O OPERADOR E DIAS DE VALIDADE DA SENHA. SEM O ARQUIVO
003027* OU COM OS CAMPOS ZERADOS, PERMANECEM OS VALORES PADRAO.
003028******************************************************************
003029 0150-LER-POLITICA-SENHA.
003030         OPEN INPUT FATOR-CONVERSAO-FILE.
003031         IF FU-CALCPARM-STATUS NOT = "00"
003032             GO TO 0150-EXIT
003033         END-IF.
003034         READ FATOR-CONVERSAO-FILE
003035             AT END
003036                 CLOSE FATOR-CONVERSAO-FILE
003037                 GO TO 0150-EXIT
003038         END-READ.
003039         IF CF-MAX-FALHAS-SIGNON IS NUMERIC
003040             AND CF-MAX-FALHAS-SIGNON > ZERO
003041             MOVE CF-MAX-FALHAS-SIGNON TO FU-MAX-FALHAS-SIGNON
003042         END-IF.
003043         IF CF-DIAS-VALIDADE-SENHA IS NUMERIC
003044             AND CF-DIAS-VALIDADE-SENHA > ZERO
003045             MOVE CF-DIAS-VALIDADE-SENHA TO
003046                 FU-DIAS-VALIDADE-SENHA
003047         END-IF.
003048         CLOSE FATOR-CONVERSAO-FILE.
003049 0150-EXIT.
003050         EXIT.

003052******************************************************************
003053* 1000-CARREGAR-TABELA-NIVEIS
003055* LE O ARQUIVO TIERTAB E CARREGA NA MEMORIA TODOS OS NIVEIS COM
003057* AS MILHAS DE QUALIFICACAO (EM BRANCO NOS REGISTROS ANTIGOS,
003058* NORMALIZADA PARA ZERO - NIVEL DE BASE). SEM A TABELA, TODOS
003060* OS NIVEIS VALEM ZERO E A SOBREVIVENTE MANTEM O SEU NIVEL.
003061******************************************************************
003063 1000-CARREGAR-TABELA-NIVEIS.
003065         OPEN INPUT TIER-TABLE-FILE.
003066         IF FU-TIERTAB-STATUS NOT = "00"
003068             DISPLAY "AVISO - NAO FOI POSSIVEL ABRIR O ARQUIVO "
003070                 "TIERTAB (STATUS " FU-TIERTAB-STATUS ")."
003080             GO TO 1000-EXIT
003090         END-IF.
003100         PERFORM 1010-LER-NIVEL THRU 1010-EXIT
003110             UNTIL FIM-ARQUIVO-NIVEL
003120                 OR FU-QTD-NIVEIS = 50.
003130         CLOSE TIER-TABLE-FILE.
003140 1000-EXIT.
003150         EXIT.

003160 1010-LER-NIVEL.
003170         READ TIER-TABLE-FILE
003180             AT END SET FIM-ARQUIVO-NIVEL TO TRUE
003190         END-READ.
003200         IF NOT FIM-ARQUIVO-NIVEL
003210             ADD 1 TO FU-QTD-NIVEIS
003220             MOVE TB-CODIGO-NIVEL
003230                 TO FU-TAB-CODIGO(FU-QTD-NIVEIS)
003240             IF TB-MILHAS-QUALIFICACAO IS NUMERIC
003250                 MOVE TB-MILHAS-QUALIFICACAO
003260                     TO FU-TAB-QUALIFICACAO(FU-QTD-NIVEIS)
003270             ELSE
003280                 MOVE ZERO TO FU-TAB-QUALIFICACAO(FU-QTD-NIVEIS)
003290             END-IF
003300         END-IF.
003310 1010-EXIT.
003320         EXIT.

003330******************************************************************
003340* 1100-OBTER-QUALIFICACAO
003350* PROCURA NA TABELA O NIVEL EM FU-NIVEL-PROCURADO E DEVOLVE AS
003360* MILHAS DE QUALIFICACAO EM FU-QUALIF-ACHADA (ZERO SE NAO
003370* ENCONTRADO).
003380******************************************************************
003390 1100-OBTER-QUALIFICACAO.
003400         MOVE ZERO TO FU-QUALIF-ACHADA.
003410         PERFORM 1110-VERIFICAR-NIVEL THRU 1110-EXIT
003420             VARYING FU-NIVEL-SUB FROM 1 BY 1
003430             UNTIL FU-NIVEL-SUB > FU-QTD-NIVEIS.
003440 1100-EXIT.
003450         EXIT.

003460 1110-VERIFICAR-NIVEL.
003470         IF FU-TAB-CODIGO(FU-NIVEL-SUB) = FU-NIVEL-PROCURADO
003480             MOVE FU-TAB-QUALIFICACAO(FU-NIVEL-SUB)
003490                 TO FU-QUALIF-ACHADA
003500         END-IF.
003510 1110-EXIT.
003520         EXIT.

003530******************************************************************
003540* 2000-FUNDIR-CONTAS
003550* OBTEM E VALIDA AS DUAS CONTAS (AMBAS CADASTRADAS, DISTINTAS E
003560* AINDA NAO FUNDIDAS), EXIBE O RESULTADO DA FUSAO, EXIGE A DUPLA
003570* CONFIRMACAO E APLICA A FUSAO. AO FINAL, O LACO PEDE A PROXIMA
003580* FUSAO ATE SER INFORMADA UMA CONTA EM BRANCO. SALDO A
003582* INCORPORAR MAIOR QUE O CAMPO DE MILHAS DO MOVIMENTO (VER
003584* CPYMOV) E RECUSADO. SE A CONTA SOBREVIVENTE NAO PUDER SER
003586* CREDITADA DEPOIS DE BAIXADA A INCORPORADA, A FUSAO E
003588* APONTADA COMO INCOMPLETA NO CONSOLE E NA SECLOG.
003590******************************************************************
003600 2000-FUNDIR-CONTAS.
003610         DISPLAY "CONTA A INCORPORAR (10 CARACTERES, EM BRANCO "
003620             "PARA ENCERRAR): ".
003630         ACCEPT FU-NUMERO-PERDEDOR.
003640         IF FU-NUMERO-PERDEDOR = SPACES
003650             MOVE "N" TO FU-CONTINUAR-SW
003660             GO TO 2000-EXIT
003670         END-IF.
003680         MOVE FU-NUMERO-PERDEDOR TO MB-NUMERO-MEMBRO.
003690         READ MEMBRO-MASTER-FILE
003700             INVALID KEY
003710                 DISPLAY "MEMBRO NAO CADASTRADO: "
003720                     FU-NUMERO-PERDEDOR
003730                 GO TO 2000-EXIT
003740         END-READ.
003750         IF MB-SITUACAO-MEMBRO = "F"
003760             DISPLAY "CONTA JA FUNDIDA NA CONTA "
003770                 MB-NUMERO-SOBREVIVENTE "."
003780             GO TO 2000-EXIT
003790         END-IF.
003800         MOVE MB-CODIGO-NIVEL TO FU-NIVEL-PERDEDOR.
003810         MOVE MB-SALDO-MILHAS TO FU-SALDO-PERDEDOR.
003820         MOVE MB-DATA-ULT-ATIVIDADE TO FU-DATA-PERDEDOR.
003830         MOVE MB-SALDO-MILHAS TO FU-REL-SALDO-ED.
003840         DISPLAY "NOME..: " MB-NOME-MEMBRO.
003850         DISPLAY "NIVEL.: " MB-CODIGO-NIVEL
003860             "  ULT ATIVIDADE: " MB-DATA-ULT-ATIVIDADE.
003870         DISPLAY "SALDO.: " FU-REL-SALDO-ED.
003871         IF FU-SALDO-PERDEDOR > 9999999
003872             DISPLAY "SALDO ACIMA DE 9.999.999 MILHAS - "
003874                 "TRANSFIRA O SALDO POR AJUSTES (AJUSMILHAS) "
003875                 "ANTES DA FUSAO."
003877             GO TO 2000-EXIT
003878         END-IF.
003880         DISPLAY "CONTA SOBREVIVENTE (10 CARACTERES): ".
003890         ACCEPT FU-NUMERO-SOBREVIVENTE.
003900         IF FU-NUMERO-SOBREVIVENTE = SPACES
003910             OR FU-NUMERO-SOBREVIVENTE = FU-NUMERO-PERDEDOR
003920             DISPLAY "CONTA SOBREVIVENTE INVALIDA - FUSAO "
003930                 "ABANDONADA."
003940             GO TO 2000-EXIT
003950         END-IF.
003960         MOVE FU-NUMERO-SOBREVIVENTE TO MB-NUMERO-MEMBRO.
003970         READ MEMBRO-MASTER-FILE
003980             INVALID KEY
003990                 DISPLAY "MEMBRO NAO CADASTRADO: "
004000                     FU-NUMERO-SOBREVIVENTE
004010                 GO TO 2000-EXIT
004020         END-READ.
004030         IF MB-SITUACAO-MEMBRO = "F"
004040             DISPLAY "CONTA SOBREVIVENTE JA FUNDIDA NA CONTA "
004050                 MB-NUMERO-SOBREVIVENTE " - FUSAO ABANDONADA."
004060             GO TO 2000-EXIT
004070         END-IF.
004080         MOVE MB-SALDO-MILHAS TO FU-REL-SALDO-ED.
004090         DISPLAY "NOME..: " MB-NOME-MEMBRO.
004100         DISPLAY "NIVEL.: " MB-CODIGO-NIVEL
004110             "  ULT ATIVIDADE: " MB-DATA-ULT-ATIVIDADE.
004120         DISPLAY "SALDO.: " FU-REL-SALDO-ED.
004130         PERFORM 2100-APURAR-RESULTADO THRU 2100-EXIT.
004140         COMPUTE FU-REL-SALDO-ED =
004150             MB-SALDO-MILHAS + FU-SALDO-PERDEDOR.
004160         DISPLAY "RESULTADO - NIVEL " FU-NIVEL-FINAL
004170             " ULT ATIVIDADE " FU-DATA-FINAL
004180             " SALDO " FU-REL-SALDO-ED.
004190         DISPLAY "CONFIRMA A FUSAO DA CONTA " FU-NUMERO-PERDEDOR
004200             " NA CONTA " FU-NUMERO-SOBREVIVENTE " (S/N) ? ".
004210         ACCEPT FU-CONFIRMACAO-1.
004220         IF NOT CONFIRMA-PRIMEIRA
004230             DISPLAY "FUSAO CANCELADA."
004240             GO TO 2000-EXIT
004250         END-IF.
004260         DISPLAY "CONFIRME NOVAMENTE - A CONTA INCORPORADA SERA "
004270             "ZERADA E MARCADA COMO FUNDIDA (S/N) ? ".
004280         ACCEPT FU-CONFIRMACAO-2.
004290         IF NOT CONFIRMA-SEGUNDA
004300             DISPLAY "FUSAO CANCELADA."
004310             GO TO 2000-EXIT
004320         END-IF.
004330         PERFORM 2200-BAIXAR-PERDEDOR THRU 2200-EXIT.
004340         IF FU-MEMBMST-STATUS NOT = "00"
004350             GO TO 2000-EXIT
004360         END-IF.
004361         PERFORM 2300-CREDITAR-SOBREVIVENTE THRU 2300-EXIT.
004362         IF FU-MEMBMST-STATUS NOT = "00"
004364             MOVE FU-SALDO-PERDEDOR TO FU-REL-SALDO-ED
004365             DISPLAY "FUSAO INCOMPLETA - A CONTA "
004366                 FU-NUMERO-PERDEDOR " FOI BAIXADA SEM CREDITO NA "
004368                 "SOBREVIVENTE - RESTITUIR " FU-REL-SALDO-ED
004369                 " MILHAS."
004370             MOVE SPACES TO FU-EVENTO-SEGURANCA
004372             STRING "FUSAO INCOMPLETA " DELIMITED BY SIZE
004373                 FU-NUMERO-PERDEDOR DELIMITED BY SIZE
004374                 INTO FU-EVENTO-SEGURANCA
004376             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
004377             GO TO 2000-EXIT
004378         END-IF.
004380         MOVE SPACES TO FU-EVENTO-SEGURANCA.
004390         STRING "FUSAO " DELIMITED BY SIZE
004400             FU-NUMERO-PERDEDOR DELIMITED BY SIZE
004410             " EM " DELIMITED BY SIZE
004420             FU-NUMERO-SOBREVIVENTE DELIMITED BY SIZE
004430             INTO FU-EVENTO-SEGURANCA.
004440         PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT.
004450         ADD 1 TO FU-CONT-FUNDIDOS.
004460         DISPLAY "FUSAO EFETUADA.".
004470 2000-EXIT.
004480         EXIT.

004490******************************************************************
004500* 2100-APURAR-RESULTADO
004510* APURA O NIVEL DA CONTA SOBREVIVENTE (O DE MAIOR QUALIFICACAO
004520* ENTRE OS DOIS; EMPATE MANTEM O DA SOBREVIVENTE) E A DATA DE
004530* ULTIMA ATIVIDADE MAIS RECENTE. A SOBREVIVENTE E O REGISTRO
004540* CORRENTE DO CADASTRO.
004550******************************************************************
004560 2100-APURAR-RESULTADO.
004570         MOVE FU-NIVEL-PERDEDOR TO FU-NIVEL-PROCURADO.
004580         PERFORM 1100-OBTER-QUALIFICACAO THRU 1100-EXIT.
004590         MOVE FU-QUALIF-ACHADA TO FU-QUALIF-PERDEDOR.
004600         MOVE MB-CODIGO-NIVEL TO FU-NIVEL-PROCURADO.
004610         PERFORM 1100-OBTER-QUALIFICACAO THRU 1100-EXIT.
004620         MOVE FU-QUALIF-ACHADA TO FU-QUALIF-SOBREVIVENTE.
004630         MOVE MB-CODIGO-NIVEL TO FU-NIVEL-FINAL.
004640         IF FU-QUALIF-PERDEDOR > FU-QUALIF-SOBREVIVENTE
004650             OR (MB-CODIGO-NIVEL = SPACES
004660                 AND FU-NIVEL-PERDEDOR NOT = SPACES)
004670             MOVE FU-NIVEL-PERDEDOR TO FU-NIVEL-FINAL
004680         END-IF.
004690         MOVE MB-DATA-ULT-ATIVIDADE TO FU-DATA-FINAL.
004700         IF FU-DATA-PERDEDOR > FU-DATA-FINAL
004710             MOVE FU-DATA-PERDEDOR TO FU-DATA-FINAL
004720         END-IF.
004730 2100-EXIT.
004740         EXIT.

004750******************************************************************
004760* 2200-BAIXAR-PERDEDOR
004770* ZERA O SALDO DA CONTA INCORPORADA, MARCA-A COMO FUNDIDA NA
004780* SOBREVIVENTE E GRAVA O DEBITO "FUS" NO RAZAO MEMBMOV.
004790******************************************************************
004800 2200-BAIXAR-PERDEDOR.
004810         MOVE FU-NUMERO-PERDEDOR TO MB-NUMERO-MEMBRO.
004820         READ MEMBRO-MASTER-FILE
004830             INVALID KEY
004840                 DISPLAY "ERRO AO LER O MEMBRO - STATUS "
004850                     FU-MEMBMST-STATUS
004860                 GO TO 2200-EXIT
004870         END-READ.
004880         MOVE MB-SALDO-MILHAS TO FU-SALDO-ANTERIOR.
004890         MOVE ZERO TO MB-SALDO-MILHAS.
004900         MOVE "F" TO MB-SITUACAO-MEMBRO.
004910         MOVE FU-NUMERO-SOBREVIVENTE TO MB-NUMERO-SOBREVIVENTE.
004920         REWRITE MB-REGISTRO-MEMBRO
004930             INVALID KEY
004940                 DISPLAY "ERRO AO REGRAVAR O MEMBRO - STATUS "
004950                     FU-MEMBMST-STATUS
004960                 GO TO 2200-EXIT
004970         END-REWRITE.
004980         IF FU-SALDO-PERDEDOR > ZERO
004990             MOVE "-" TO FU-SINAL-MOVIMENTO
005000             PERFORM 2400-GRAVAR-MOVIMENTO THRU 2400-EXIT
005010         END-IF.
005020 2200-EXIT.
005030         EXIT.

005040******************************************************************
005050* 2300-CREDITAR-SOBREVIVENTE
005060* SOMA O SALDO TRANSFERIDO A CONTA SOBREVIVENTE, APLICA O NIVEL
005070* E A DATA DE ULTIMA ATIVIDADE APURADOS E GRAVA O CREDITO "FUS"
005080* NO RAZAO MEMBMOV.
005090******************************************************************
005100 2300-CREDITAR-SOBREVIVENTE.
005110         MOVE FU-NUMERO-SOBREVIVENTE TO MB-NUMERO-MEMBRO.
005120         READ MEMBRO-MASTER-FILE
005130             INVALID KEY
005140                 DISPLAY "ERRO AO LER O MEMBRO - STATUS "
005150                     FU-MEMBMST-STATUS
005160                 GO TO 2300-EXIT
005170         END-READ.
005180         MOVE MB-SALDO-MILHAS TO FU-SALDO-ANTERIOR.
005190         ADD FU-SALDO-PERDEDOR TO MB-SALDO-MILHAS.
005200         MOVE FU-NIVEL-FINAL TO MB-CODIGO-NIVEL.
005210         MOVE FU-DATA-FINAL TO MB-DATA-ULT-ATIVIDADE.
005220         REWRITE MB-REGISTRO-MEMBRO
005230             INVALID KEY
005240                 DISPLAY "ERRO AO REGRAVAR O MEMBRO - STATUS "
005250                     FU-MEMBMST-STATUS
005260                 GO TO 2300-EXIT
005270         END-REWRITE.
005280         IF FU-SALDO-PERDEDOR > ZERO
005290             MOVE "+" TO FU-SINAL-MOVIMENTO
005300             PERFORM 2400-GRAVAR-MOVIMENTO THRU 2400-EXIT
005310         END-IF.
005320 2300-EXIT.
005330         EXIT.

005340******************************************************************
005350* 2400-GRAVAR-MOVIMENTO
005360* GRAVA NO RAZAO MEMBMOV O MOVIMENTO "FUS" DA CONTA CORRENTE, COM
005370* O SINAL JA PREPARADO PELO CHAMADOR E O SALDO ANTERIOR E O NOVO.
005380******************************************************************
005390 2400-GRAVAR-MOVIMENTO.
005400         MOVE SPACES TO MV-REGISTRO-MOVIMENTO.
005410         MOVE MB-NUMERO-MEMBRO TO MV-NUMERO-MEMBRO.
005420         MOVE FU-DATA-HOJE TO MV-DATA-MOVIMENTO.
005430         MOVE ZERO TO MV-SEQUENCIA.
005440         MOVE "FUS" TO MV-ORIGEM-MOVIMENTO.
005450         MOVE FU-SINAL-MOVIMENTO TO MV-SINAL-MOVIMENTO.
005460         MOVE FU-SALDO-PERDEDOR TO MV-QUANT-MILHAS.
005470         MOVE FU-SALDO-ANTERIOR TO MV-SALDO-ANTERIOR.
005480         MOVE MB-SALDO-MILHAS TO MV-SALDO-NOVO.
005490         MOVE "N" TO FU-MOV-GRAVADO-SW.
005500         PERFORM 2410-GRAVAR-COM-SEQUENCIA THRU 2410-EXIT
005510             UNTIL MOVIMENTO-GRAVADO
005520                 OR MV-SEQUENCIA = 9999.
005530         IF NOT MOVIMENTO-GRAVADO
005540             DISPLAY "AVISO - MOVIMENTO NAO GRAVADO NO MEMBMOV - "
005550                 "CHAVE ESGOTADA PARA O MEMBRO "
005560                 MB-NUMERO-MEMBRO
005570         END-IF.
005580 2400-EXIT.
005590         EXIT.

005600 2410-GRAVAR-COM-SEQUENCIA.
005610         WRITE MV-REGISTRO-MOVIMENTO
005620             INVALID KEY
005630                 ADD 1 TO MV-SEQUENCIA
005640             NOT INVALID KEY
005650                 SET MOVIMENTO-GRAVADO TO TRUE
005660         END-WRITE.
005670 2410-EXIT.
005680         EXIT.
