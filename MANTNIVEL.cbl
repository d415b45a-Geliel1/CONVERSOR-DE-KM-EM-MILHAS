000254*                    12 MESES CORRIDOS, VER CPYNIVEL), USADAS
000255*                    PELA NOVA REVISAO PERIODICA DE NIVEIS
000256*                    (REVNIVEL). ZERO MARCA O NIVEL DE BASE.
000257* 15/10/2026 GGSS    O SIGN-ON PASSA A SEGUIR A POLITICA DE SENHAS
000258*                    DO CALCPARM: BLOQUEIO DO OPERADOR APOS O
000259*                    LIMITE DE FALHAS DE SENHA CONSECUTIVAS EM
000260*                    QUALQUER PROGRAMA (DESFEITO SOMENTE POR UM
000261*                    SUPERVISOR NO MANTOPER) E TROCA OBRIGATORIA
000262*                    DA SENHA PROVISORIA OU VENCIDA. O OPERMST
000263*                    PASSA A SER ABERTO EM I-O PARA ATUALIZAR
000264*                    ESSE CONTROLE.
000265*                    INCLUSOES, ALTERACOES E DESATIVACOES DA
000266*                    TABELA PASSAM A SER REGISTRADAS TAMBEM NA
000267*                    SECLOG, ALEM DA TRILHA TIERLOG.
000268******************************************************************
000270 IDENTIFICATION DIVISION.
000280*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000290 PROGRAM-ID. MANTNIVEL.
000480     SELECT TIER-LOG-FILE ASSIGN TO "TIERLOG"
000490             ORGANIZATION IS SEQUENTIAL
000500             FILE STATUS IS MN-TIERLOG-STATUS.
000501* PARAMETRO CALCPARM, LIDO NO SIGN-ON PARA OBTER A POLITICA DE
000503* SENHAS (VER CPYFATOR).
000505     SELECT FATOR-CONVERSAO-FILE ASSIGN TO "CALCPARM"
000506             ORGANIZATION IS SEQUENTIAL
000508             FILE STATUS IS MN-CALCPARM-STATUS.
000510* CADASTRO MESTRE DE OPERADORES (VER CPYOPER).
000520     SELECT OPERADOR-MASTER-FILE ASSIGN TO "OPERMST"
000530             ORGANIZATION IS INDEXED
000710             RECORD CONTAINS 80 CHARACTERS.
000720 01  TL-LINHA-LOG                    PIC X(80).

000722 FD  FATOR-CONVERSAO-FILE
000724             LABEL RECORDS ARE STANDARD
000726             RECORD CONTAINS 80 CHARACTERS.
000728 COPY CPYFATOR.

000730 FD  OPERADOR-MASTER-FILE
000740             LABEL RECORDS ARE STANDARD
000750             RECORD CONTAINS 80 CHARACTERS.
000840 01  MN-TIERTAB-STATUS               PIC X(02).
000850 01  MN-TIERLOG-STATUS               PIC X(02).
000860 01  MN-OPERMST-STATUS               PIC X(02).
000865 01  MN-CALCPARM-STATUS              PIC X(02).
000870 01  MN-SECLOG-STATUS                PIC X(02).

000880 01  MN-FIM-ARQUIVO-NIVEL-SW         PIC X(01) VALUE "N".
001110 01  MN-SIGNON-OK-SW                 PIC X(01) VALUE "N".
001120             88  SIGNON-AUTORIZADO           VALUE "S".
001130 01  MN-EVENTO-SEGURANCA             PIC X(34).
001131* POLITICA DE SENHAS DO CALCPARM (VER CPYFATOR), COM OS VALORES
001132* PADRAO QUANDO O ARQUIVO NAO EXISTE OU OS CAMPOS ESTAO ZERADOS.
001133 01  MN-MAX-FALHAS-SIGNON            PIC 9(02) VALUE 5.
001134 01  MN-DIAS-VALIDADE-SENHA          PIC 9(03) VALUE 90.
001135* TROCA OBRIGATORIA DA SENHA PROVISORIA OU VENCIDA NO SIGN-ON:
001136* NOVA SENHA DIGITADA DUAS VEZES, DATA DO SIGN-ON E DIAS DESDE A
001137* ULTIMA TROCA. O SW INDICA SE A SENHA ESTA EM DIA, SE FOI
001138* TROCADA AGORA OU SE A TROCA FOI RECUSADA.
001139 01  MN-SENHA-TROCA                  PIC X(08).
001140 01  MN-SENHA-TROCA-CONF             PIC X(08).
001141 01  MN-DATA-SIGNON                  PIC 9(08) VALUE ZERO.
001142 01  MN-DIAS-SENHA                   PIC S9(07) COMP VALUE ZERO.
001143 01  MN-VALIDADE-SENHA-SW            PIC X(01) VALUE "S".
001144             88  SENHA-EM-DIA                VALUE "S".
001145             88  SENHA-TROCADA               VALUE "T".
001146             88  SENHA-RECUSADA              VALUE "N".
001147* LIGADO QUANDO A FALHA ATUAL BLOQUEOU O OPERADOR.
001148 01  MN-BLOQUEIO-NOVO-SW             PIC X(01) VALUE "N".
001149             88  BLOQUEIO-NOVO               VALUE "S".

001152* TABELA DE NIVEIS CARREGADA NA MEMORIA A PARTIR DO ARQUIVO
001156* TIERTAB NO INICIO DA EXECUCAO (VER CPYNIVEL). A SITUACAO EM
001160* BRANCO DOS REGISTROS ANTIGOS E NORMALIZADA PARA "A" NA CARGA.
001170 01  MN-QTD-NIVEIS                   PIC 9(03) COMP VALUE ZERO.
001180 01  MN-TABELA-NIVEIS.
001980* AINDA NAO EXISTIR, MANTEM O ACESSO ANTERIOR SEM VALIDACAO.
001990******************************************************************
002000 0100-EFETUAR-SIGNON.
002010         OPEN I-O OPERADOR-MASTER-FILE.
002020         IF MN-OPERMST-STATUS = "35"
002030             DISPLAY "AVISO - CADASTRO OPERMST INEXISTENTE - "
002040                 "EXECUCAO SEM VALIDACAO DE OPERADOR."
002160                 MN-OPERMST-STATUS
002170             GO TO 0100-EXIT
002180         END-IF.
002185         PERFORM 0150-LER-POLITICA-SENHA THRU 0150-EXIT.
002190         PERFORM 0110-TENTAR-SIGNON THRU 0110-EXIT
002200             UNTIL SIGNON-AUTORIZADO
002210                 OR MN-TENTATIVAS-SIGNON > 2.
002370                 PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002380                 GO TO 0110-EXIT
002390         END-READ.
002391         IF OP-BLOQUEADO
002392             DISPLAY "OPERADOR BLOQUEADO - PROCURE UM SUPERVISOR."
002393             MOVE "SIGN-ON OPERADOR BLOQUEADO" TO
002395                 MN-EVENTO-SEGURANCA
002396             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002397             GO TO 0110-EXIT
002398         END-IF.
002400         IF OP-SENHA NOT = MN-SENHA-INFORMADA
002410             DISPLAY "SENHA INVALIDA."
002420             MOVE "SIGN-ON SENHA INVALIDA" TO
002430                 MN-EVENTO-SEGURANCA
002440             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002445             PERFORM 0130-CONTAR-FALHA-SIGNON THRU 0130-EXIT
002450             GO TO 0110-EXIT
002460         END-IF.
002470         IF OP-SITUACAO = "I"
002590                 MN-EVENTO-SEGURANCA
002600             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002610             GO TO 0110-EXIT
002611         END-IF.
002612         PERFORM 0140-VERIFICAR-VALIDADE-SENHA THRU 0140-EXIT.
002613         IF SENHA-RECUSADA
002614             GO TO 0110-EXIT
002615         END-IF.
002616         MOVE ZERO TO OP-QTD-FALHAS-SIGNON.
002617         MOVE MN-DATA-SIGNON TO OP-DATA-ULT-SIGNON.
002618         REWRITE OP-REGISTRO-OPERADOR
002619             INVALID KEY
002620                 DISPLAY "ERRO AO REGRAVAR O OPERMST - STATUS "
002621                     MN-OPERMST-STATUS
002622                 GO TO 0110-EXIT
002623         END-REWRITE.
002624         IF SENHA-TROCADA
002625             MOVE "SENHA ALTERADA NO SIGN-ON" TO
002626                 MN-EVENTO-SEGURANCA
002627             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002628         END-IF.
002630         SET SIGNON-AUTORIZADO TO TRUE.
002640 0110-EXIT.
002650         EXIT.
002930         WRITE SL-LINHA-SEGURANCA.
002940         CLOSE SEGURANCA-LOG-FILE.
002950 0120-EXIT.
002951         EXIT.

002952******************************************************************
002953* 0130-CONTAR-FALHA-SIGNON
002954* SOMA UMA FALHA DE SENHA AO CONTADOR DE FALHAS CONSECUTIVAS DO
002955* OPERADOR, COMUM A TODOS OS PROGRAMAS, E O BLOQUEIA AO ATINGIR O
002956* LIMITE DA POLITICA DE SENHAS. O BLOQUEIO SO E DESFEITO POR UM
002957* SUPERVISOR NO MANTOPER.
002958******************************************************************
002959 0130-CONTAR-FALHA-SIGNON.
002960         MOVE "N" TO MN-BLOQUEIO-NOVO-SW.
002961         IF OP-QTD-FALHAS-SIGNON IS NOT NUMERIC
002962             MOVE ZERO TO OP-QTD-FALHAS-SIGNON
002963         END-IF.
002964         IF OP-QTD-FALHAS-SIGNON < 99
002965             ADD 1 TO OP-QTD-FALHAS-SIGNON
002966         END-IF.
002967         IF OP-QTD-FALHAS-SIGNON NOT < MN-MAX-FALHAS-SIGNON
002968             AND NOT OP-BLOQUEADO
002969             MOVE "B" TO OP-SITUACAO-BLOQUEIO
002970             SET BLOQUEIO-NOVO TO TRUE
002971         END-IF.
002972         REWRITE OP-REGISTRO-OPERADOR
002973             INVALID KEY
002974                 DISPLAY "ERRO AO REGRAVAR O OPERMST - STATUS "
002975                     MN-OPERMST-STATUS
002976                 GO TO 0130-EXIT
002977         END-REWRITE.
002978         IF BLOQUEIO-NOVO
002979             DISPLAY "OPERADOR BLOQUEADO APOS "
002980                 OP-QTD-FALHAS-SIGNON " FALHAS DE SENHA - "
002981                 "PROCURE UM SUPERVISOR."
002982             MOVE "BLOQUEIO POR FALHAS DE SIGN-ON" TO
002983                 MN-EVENTO-SEGURANCA
002984             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002985         END-IF.
002986 0130-EXIT.
002987         EXIT.

002988******************************************************************
002989* 0140-VERIFICAR-VALIDADE-SENHA
002990* A SENHA PROVISORIA (DATA DA TROCA ZERADA OU EM BRANCO, COMO APOS
002991* A INCLUSAO OU O DESBLOQUEIO NO MANTOPER) E A SENHA COM MAIS DIAS
002992* DESDE A ULTIMA TROCA DO QUE A VALIDADE DA POLITICA DE SENHAS
002993* OBRIGAM O OPERADOR A ESCOLHER UMA NOVA SENHA ANTES DE
002994* PROSSEGUIR. A NOVA SENHA E DIGITADA DUAS VEZES E NAO PODE FICAR
002995* EM BRANCO NEM REPETIR A ATUAL; A RECUSA E REGISTRADA NA SECLOG.
002996******************************************************************
002997 0140-VERIFICAR-VALIDADE-SENHA.
002998         SET SENHA-EM-DIA TO TRUE.
002999         ACCEPT MN-DATA-SIGNON FROM DATE YYYYMMDD.
003000         IF OP-DATA-SENHA IS NUMERIC
003001             AND OP-DATA-SENHA > 19000000
003002             COMPUTE MN-DIAS-SENHA =
003003                 FUNCTION INTEGER-OF-DATE(MN-DATA-SIGNON)
003004                 - FUNCTION INTEGER-OF-DATE(OP-DATA-SENHA)
003005             IF MN-DIAS-SENHA < MN-DIAS-VALIDADE-SENHA
003006                 GO TO 0140-EXIT
003007             END-IF
003008             DISPLAY "SENHA EXPIRADA - ESCOLHA UMA NOVA SENHA."
003009         ELSE
003010             DISPLAY "SENHA PROVISORIA - ESCOLHA UMA NOVA SENHA."
003011         END-IF.
003012         SET SENHA-RECUSADA TO TRUE.
003013         DISPLAY "NOVA SENHA (ATE 8 CARACTERES): ".
003014         ACCEPT MN-SENHA-TROCA.
003015         DISPLAY "CONFIRME A NOVA SENHA: ".
003016         ACCEPT MN-SENHA-TROCA-CONF.
003017         IF MN-SENHA-TROCA = SPACES
003018             OR MN-SENHA-TROCA = OP-SENHA
003019             OR MN-SENHA-TROCA NOT = MN-SENHA-TROCA-CONF
003020             DISPLAY "NOVA SENHA RECUSADA - NAO PODE FICAR EM "
003021                 "BRANCO, REPETIR A ATUAL OU DIFERIR DA "
003022                 "CONFIRMACAO."
003023             MOVE "SIGN-ON NOVA SENHA RECUSADA" TO
003024                 MN-EVENTO-SEGURANCA
003025             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
003026             GO TO 0140-EXIT
003027         END-IF.
003028         MOVE MN-SENHA-TROCA TO OP-SENHA.
003029         MOVE MN-DATA-SIGNON TO OP-DATA-SENHA.
003030         SET SENHA-TROCADA TO TRUE.
003031 0140-EXIT.
003032         EXIT.

003033******************************************************************
003034* 0150-LER-POLITICA-SENHA
003035* OBTEM NO CALCPARM A POLITICA DE SENHAS: FALHAS CONSECUTIVAS QUE
003036* BLOQUEIAM O OPERADOR E DIAS DE VALIDADE DA SENHA. SEM O ARQUIVO
003037* OU COM OS CAMPOS ZERADOS, PERMANECEM OS VALORES PADRAO.
003038******************************************************************
003039 0150-LER-POLITICA-SENHA.
003040         OPEN INPUT FATOR-CONVERSAO-FILE.
003041         IF MN-CALCPARM-STATUS NOT = "00"
003042             GO TO 0150-EXIT
003043         END-IF.
003044         READ FATOR-CONVERSAO-FILE
003045             AT END
003046                 CLOSE FATOR-CONVERSAO-FILE
003047                 GO TO 0150-EXIT
003048         END-READ.
003049         IF CF-MAX-FALHAS-SIGNON IS NUMERIC
003050             AND CF-MAX-FALHAS-SIGNON > ZERO
003051             MOVE CF-MAX-FALHAS-SIGNON TO MN-MAX-FALHAS-SIGNON
003052         END-IF.
003053         IF CF-DIAS-VALIDADE-SENHA IS NUMERIC
003054             AND CF-DIAS-VALIDADE-SENHA > ZERO
003055             MOVE CF-DIAS-VALIDADE-SENHA TO
003056                 MN-DIAS-VALIDADE-SENHA
003057         END-IF.
003058         CLOSE FATOR-CONVERSAO-FILE.
003059 0150-EXIT.
003060         EXIT.

003061******************************************************************
003063* 1000-CARREGAR-TABELA-NIVEIS
003065* LE O ARQUIVO TIERTAB E CARREGA NA MEMORIA TODOS OS NIVEIS,
003066* INCLUSIVE OS DESATIVADOS (A MANUTENCAO PRECISA ENXERGA-LOS).
003068* SE O ARQUIVO NAO EXISTIR, A TABELA COMECA VAZIA.
003070******************************************************************
003071 1000-CARREGAR-TABELA-NIVEIS.
003073         OPEN INPUT TIER-TABLE-FILE.
003075         IF MN-TIERTAB-STATUS = "35"
003076             DISPLAY "AVISO - ARQUIVO TIERTAB INEXISTENTE - SERA "
003078                 "CRIADO AO GRAVAR."
003080             GO TO 1000-EXIT
003090         END-IF.
003100         IF MN-TIERTAB-STATUS NOT = "00"
005430* GRAVA NA TRILHA TIERLOG UMA LINHA COM DATA, HORA, OPERADOR,
005440* ACAO, NIVEL E OS MULTIPLICADORES ANTERIOR E NOVO, JA
005450* PREPARADOS PELO PARAGRAFO CHAMADOR.
005453* O MESMO EVENTO (ACAO E CODIGO) VAI PARA A SECLOG, PARA O
005456* RELATORIO DIARIO DE SEGURANCA.
005460******************************************************************
005470 7000-GRAVAR-LOG.
005480         ACCEPT MN-LOG-DATA FROM DATE YYYYMMDD.
005630             MN-MULT-NOVO-ED DELIMITED BY SIZE
005640             INTO TL-LINHA-LOG.
005650         WRITE TL-LINHA-LOG.
005651         MOVE SPACES TO MN-EVENTO-SEGURANCA.
005652         STRING MN-ACAO-LOG DELIMITED BY SPACE
005654             " NIVEL " DELIMITED BY SIZE
005655             MN-CODIGO-INFORMADO DELIMITED BY SIZE
005657             INTO MN-EVENTO-SEGURANCA.
005658         PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT.
005660 7000-EXIT.
005670         EXIT.

