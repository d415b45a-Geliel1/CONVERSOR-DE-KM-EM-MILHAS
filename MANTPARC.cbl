000200*                    RECUSAS REGISTRADAS NA SECLOG; ENQUANTO O
000210*                    CADASTRO NAO EXISTIR, PERMANECE O ACESSO
000220*                    SEM VALIDACAO.
000221* 15/10/2026 GGSS    O SIGN-ON PASSA A SEGUIR A POLITICA DE SENHAS
000222*                    DO CALCPARM: BLOQUEIO DO OPERADOR APOS O
000223*                    LIMITE DE FALHAS DE SENHA CONSECUTIVAS EM
000224*                    QUALQUER PROGRAMA (DESFEITO SOMENTE POR UM
000225*                    SUPERVISOR NO MANTOPER) E TROCA OBRIGATORIA
000226*                    DA SENHA PROVISORIA OU VENCIDA. O OPERMST
000227*                    PASSA A SER ABERTO EM I-O PARA ATUALIZAR
000228*                    ESSE CONTROLE.
000229*                    INCLUSOES, ALTERACOES E DESATIVACOES DA
000230*                    TABELA PASSAM A SER REGISTRADAS TAMBEM NA
000231*                    SECLOG, ALEM DA TRILHA PARCLOG.
000235******************************************************************
000240 IDENTIFICATION DIVISION.
000250*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000260 PROGRAM-ID. MANTPARC.
000450     SELECT PARC-LOG-FILE ASSIGN TO "PARCLOG"
000460             ORGANIZATION IS SEQUENTIAL
000470             FILE STATUS IS MC-PARCLOG-STATUS.
000471* PARAMETRO CALCPARM, LIDO NO SIGN-ON PARA OBTER A POLITICA DE
000473* SENHAS (VER CPYFATOR).
000475     SELECT FATOR-CONVERSAO-FILE ASSIGN TO "CALCPARM"
000476             ORGANIZATION IS SEQUENTIAL
000478             FILE STATUS IS MC-CALCPARM-STATUS.
000480* CADASTRO MESTRE DE OPERADORES (VER CPYOPER).
000490     SELECT OPERADOR-MASTER-FILE ASSIGN TO "OPERMST"
000500             ORGANIZATION IS INDEXED
000680             RECORD CONTAINS 80 CHARACTERS.
000690 01  PL-LINHA-LOG                    PIC X(80).

000692 FD  FATOR-CONVERSAO-FILE
000694             LABEL RECORDS ARE STANDARD
000696             RECORD CONTAINS 80 CHARACTERS.
000698 COPY CPYFATOR.

000700 FD  OPERADOR-MASTER-FILE
000710             LABEL RECORDS ARE STANDARD
000720             RECORD CONTAINS 80 CHARACTERS.
000810 01  MC-PARCTAB-STATUS               PIC X(02).
000820 01  MC-PARCLOG-STATUS               PIC X(02).
000830 01  MC-OPERMST-STATUS               PIC X(02).
000835 01  MC-CALCPARM-STATUS              PIC X(02).
000840 01  MC-SECLOG-STATUS                PIC X(02).

000850 01  MC-FIM-ARQUIVO-PARC-SW          PIC X(01) VALUE "N".
001080 01  MC-SIGNON-OK-SW                 PIC X(01) VALUE "N".
001090             88  SIGNON-AUTORIZADO           VALUE "S".
001100 01  MC-EVENTO-SEGURANCA             PIC X(34).
001101* POLITICA DE SENHAS DO CALCPARM (VER CPYFATOR), COM OS VALORES
001102* PADRAO QUANDO O ARQUIVO NAO EXISTE OU OS CAMPOS ESTAO ZERADOS.
001103 01  MC-MAX-FALHAS-SIGNON            PIC 9(02) VALUE 5.
001104 01  MC-DIAS-VALIDADE-SENHA          PIC 9(03) VALUE 90.
001105* TROCA OBRIGATORIA DA SENHA PROVISORIA OU VENCIDA NO SIGN-ON:
001106* NOVA SENHA DIGITADA DUAS VEZES, DATA DO SIGN-ON E DIAS DESDE A
001107* ULTIMA TROCA. O SW INDICA SE A SENHA ESTA EM DIA, SE FOI
001108* TROCADA AGORA OU SE A TROCA FOI RECUSADA.
001109 01  MC-SENHA-TROCA                  PIC X(08).
001110 01  MC-SENHA-TROCA-CONF             PIC X(08).
001111 01  MC-DATA-SIGNON                  PIC 9(08) VALUE ZERO.
001112 01  MC-DIAS-SENHA                   PIC S9(07) COMP VALUE ZERO.
001113 01  MC-VALIDADE-SENHA-SW            PIC X(01) VALUE "S".
001114             88  SENHA-EM-DIA                VALUE "S".
001115             88  SENHA-TROCADA               VALUE "T".
001116             88  SENHA-RECUSADA              VALUE "N".
001117* LIGADO QUANDO A FALHA ATUAL BLOQUEOU O OPERADOR.
001118 01  MC-BLOQUEIO-NOVO-SW             PIC X(01) VALUE "N".
001119             88  BLOQUEIO-NOVO               VALUE "S".

001122* TABELA DE PARCEIROS CARREGADA NA MEMORIA A PARTIR DO ARQUIVO
001126* PARCTAB NO INICIO DA EXECUCAO (VER CPYPARC). A SITUACAO EM
001130* BRANCO DOS REGISTROS ANTIGOS E NORMALIZADA PARA "A" NA CARGA.
001140 01  MC-QTD-PARCEIROS                PIC 9(03) COMP VALUE ZERO.
001150 01  MC-TABELA-PARCEIROS.
001940* AINDA NAO EXISTIR, MANTEM O ACESSO ANTERIOR SEM VALIDACAO.
001950******************************************************************
001960 0100-EFETUAR-SIGNON.
001970         OPEN I-O OPERADOR-MASTER-FILE.
001980         IF MC-OPERMST-STATUS = "35"
001990             DISPLAY "AVISO - CADASTRO OPERMST INEXISTENTE - "
002000                 "EXECUCAO SEM VALIDACAO DE OPERADOR."
002120                 MC-OPERMST-STATUS
002130             GO TO 0100-EXIT
002140         END-IF.
002145         PERFORM 0150-LER-POLITICA-SENHA THRU 0150-EXIT.
002150         PERFORM 0110-TENTAR-SIGNON THRU 0110-EXIT
002160             UNTIL SIGNON-AUTORIZADO
002170                 OR MC-TENTATIVAS-SIGNON > 2.
002330                 PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002340                 GO TO 0110-EXIT
002350         END-READ.
002351         IF OP-BLOQUEADO
002352             DISPLAY "OPERADOR BLOQUEADO - PROCURE UM SUPERVISOR."
002353             MOVE "SIGN-ON OPERADOR BLOQUEADO" TO
002355                 MC-EVENTO-SEGURANCA
002356             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002357             GO TO 0110-EXIT
002358         END-IF.
002360         IF OP-SENHA NOT = MC-SENHA-INFORMADA
002370             DISPLAY "SENHA INVALIDA."
002380             MOVE "SIGN-ON SENHA INVALIDA" TO
002390                 MC-EVENTO-SEGURANCA
002400             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002405             PERFORM 0130-CONTAR-FALHA-SIGNON THRU 0130-EXIT
002410             GO TO 0110-EXIT
002420         END-IF.
002430         IF OP-SITUACAO = "I"
002550                 MC-EVENTO-SEGURANCA
002560             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002570             GO TO 0110-EXIT
002571         END-IF.
002572         PERFORM 0140-VERIFICAR-VALIDADE-SENHA THRU 0140-EXIT.
002573         IF SENHA-RECUSADA
002574             GO TO 0110-EXIT
002575         END-IF.
002576         MOVE ZERO TO OP-QTD-FALHAS-SIGNON.
002577         MOVE MC-DATA-SIGNON TO OP-DATA-ULT-SIGNON.
002578         REWRITE OP-REGISTRO-OPERADOR
002579             INVALID KEY
002580                 DISPLAY "ERRO AO REGRAVAR O OPERMST - STATUS "
002581                     MC-OPERMST-STATUS
002582                 GO TO 0110-EXIT
002583         END-REWRITE.
002584         IF SENHA-TROCADA
002585             MOVE "SENHA ALTERADA NO SIGN-ON" TO
002586                 MC-EVENTO-SEGURANCA
002587             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002588         END-IF.
002590         SET SIGNON-AUTORIZADO TO TRUE.
002600 0110-EXIT.
002610         EXIT.
002890         WRITE SL-LINHA-SEGURANCA.
002900         CLOSE SEGURANCA-LOG-FILE.
002910 0120-EXIT.
002911         EXIT.

002912******************************************************************
002913* 0130-CONTAR-FALHA-SIGNON
002914* SOMA UMA FALHA DE SENHA AO CONTADOR DE FALHAS CONSECUTIVAS DO
002915* OPERADOR, COMUM A TODOS OS PROGRAMAS, E O BLOQUEIA AO ATINGIR O
002916* LIMITE DA POLITICA DE SENHAS. O BLOQUEIO SO E DESFEITO POR UM
002917* SUPERVISOR NO MANTOPER.
002918******************************************************************
002919 0130-CONTAR-FALHA-SIGNON.
002920         MOVE "N" TO MC-BLOQUEIO-NOVO-SW.
002921         IF OP-QTD-FALHAS-SIGNON IS NOT NUMERIC
002922             MOVE ZERO TO OP-QTD-FALHAS-SIGNON
002923         END-IF.
002924         IF OP-QTD-FALHAS-SIGNON < 99
002925             ADD 1 TO OP-QTD-FALHAS-SIGNON
002926         END-IF.
002927         IF OP-QTD-FALHAS-SIGNON NOT < MC-MAX-FALHAS-SIGNON
002928             AND NOT OP-BLOQUEADO
002929             MOVE "B" TO OP-SITUACAO-BLOQUEIO
002930             SET BLOQUEIO-NOVO TO TRUE
002931         END-IF.
002932         REWRITE OP-REGISTRO-OPERADOR
002933             INVALID KEY
002934                 DISPLAY "ERRO AO REGRAVAR O OPERMST - STATUS "
002935                     MC-OPERMST-STATUS
002936                 GO TO 0130-EXIT
002937         END-REWRITE.
002938         IF BLOQUEIO-NOVO
002939             DISPLAY "OPERADOR BLOQUEADO APOS "
002940                 OP-QTD-FALHAS-SIGNON " FALHAS DE SENHA - "
002941                 "PROCURE UM SUPERVISOR."
002942             MOVE "BLOQUEIO POR FALHAS DE SIGN-ON" TO
002943                 MC-EVENTO-SEGURANCA
002944             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002945         END-IF.
002946 0130-EXIT.
002947         EXIT.

002948******************************************************************
002949* 0140-VERIFICAR-VALIDADE-SENHA
002950* A SENHA PROVISORIA (DATA DA TROCA ZERADA OU EM BRANCO, COMO APOS
002951* A INCLUSAO OU O DESBLOQUEIO NO MANTOPER) E A SENHA COM MAIS DIAS
002952* DESDE A ULTIMA TROCA DO QUE A VALIDADE DA POLITICA DE SENHAS
002953* OBRIGAM O OPERADOR A ESCOLHER UMA NOVA SENHA ANTES DE
002954* PROSSEGUIR. A NOVA SENHA E DIGITADA DUAS VEZES E NAO PODE FICAR
002955* EM BRANCO NEM REPETIR A ATUAL; A RECUSA E REGISTRADA NA SECLOG.
002956******************************************************************
002957 0140-VERIFICAR-VALIDADE-SENHA.
002958         SET SENHA-EM-DIA TO TRUE.
002959         ACCEPT MC-DATA-SIGNON FROM DATE YYYYMMDD.
002960         IF OP-DATA-SENHA IS NUMERIC
002961             AND OP-DATA-SENHA > 19000000
002962             COMPUTE MC-DIAS-SENHA =
002963                 FUNCTION INTEGER-OF-DATE(MC-DATA-SIGNON)
002964                 - FUNCTION INTEGER-OF-DATE(OP-DATA-SENHA)
002965             IF MC-DIAS-SENHA < MC-DIAS-VALIDADE-SENHA
002966                 GO TO 0140-EXIT
002967             END-IF
002968             DISPLAY "SENHA EXPIRADA - ESCOLHA UMA NOVA SENHA."
002969         ELSE
002970             DISPLAY "SENHA PROVISORIA - ESCOLHA UMA NOVA SENHA."
002971         END-IF.
002972         SET SENHA-RECUSADA TO TRUE.
002973         DISPLAY "NOVA SENHA (ATE 8 CARACTERES): ".
002974         ACCEPT MC-SENHA-TROCA.
002975         DISPLAY "CONFIRME A NOVA SENHA: ".
002976         ACCEPT MC-SENHA-TROCA-CONF.
002977         IF MC-SENHA-TROCA = SPACES
002978             OR MC-SENHA-TROCA = OP-SENHA
002979             OR MC-SENHA-TROCA NOT = MC-SENHA-TROCA-CONF
002980             DISPLAY "NOVA SENHA RECUSADA - NAO PODE FICAR EM "
002981                 "BRANCO, REPETIR A ATUAL OU DIFERIR DA "
002982                 "CONFIRMACAO."
002983             MOVE "SIGN-ON NOVA SENHA RECUSADA" TO
002984                 MC-EVENTO-SEGURANCA
002985             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002986             GO TO 0140-EXIT
002987         END-IF.
002988         MOVE MC-SENHA-TROCA TO OP-SENHA.
002989         MOVE MC-DATA-SIGNON TO OP-DATA-SENHA.
002990         SET SENHA-TROCADA TO TRUE.
002991 0140-EXIT.
002992         EXIT.

002993******************************************************************
002994* 0150-LER-POLITICA-SENHA
002995* OBTEM NO CALCPARM A POLITICA DE SENHAS: FALHAS CONSECUTIVAS QUE
002996* BLOQUEIAM O OPERADOR E DIAS DE VALIDADE DA SENHA. SEM O ARQUIVO
002997* OU COM OS CAMPOS ZERADOS, PERMANECEM OS VALORES PADRAO.
002998******************************************************************
002999 0150-LER-POLITICA-SENHA.
003000         OPEN INPUT FATOR-CONVERSAO-FILE.
003001         IF MC-CALCPARM-STATUS NOT = "00"
003002             GO TO 0150-EXIT
003003         END-IF.
003004         READ FATOR-CONVERSAO-FILE
003005             AT END
003006                 CLOSE FATOR-CONVERSAO-FILE
003007                 GO TO 0150-EXIT
003008         END-READ.
003009         IF CF-MAX-FALHAS-SIGNON IS NUMERIC
003010             AND CF-MAX-FALHAS-SIGNON > ZERO
003011             MOVE CF-MAX-FALHAS-SIGNON TO MC-MAX-FALHAS-SIGNON
003012         END-IF.
003013         IF CF-DIAS-VALIDADE-SENHA IS NUMERIC
003014             AND CF-DIAS-VALIDADE-SENHA > ZERO
003015             MOVE CF-DIAS-VALIDADE-SENHA TO
003016                 MC-DIAS-VALIDADE-SENHA
003017         END-IF.
003018         CLOSE FATOR-CONVERSAO-FILE.
003019 0150-EXIT.
003020         EXIT.

003021******************************************************************
003023* 1000-CARREGAR-TABELA-PARCEIROS
003025* LE O ARQUIVO PARCTAB E CARREGA NA MEMORIA TODOS OS PARCEIROS,
003026* INCLUSIVE OS DESATIVADOS (A MANUTENCAO PRECISA ENXERGA-LOS).
003028* SE O ARQUIVO NAO EXISTIR, A TABELA COMECA VAZIA.
003030******************************************************************
003031 1000-CARREGAR-TABELA-PARCEIROS.
003033         OPEN INPUT PARC-TABLE-FILE.
003035         IF MC-PARCTAB-STATUS = "35"
003036             DISPLAY "AVISO - ARQUIVO PARCTAB INEXISTENTE - SERA "
003038                 "CRIADO AO GRAVAR."
003040             GO TO 1000-EXIT
003050         END-IF.
003060         IF MC-PARCTAB-STATUS NOT = "00"
005670* GRAVA NA TRILHA PARCLOG UMA LINHA COM DATA, HORA, OPERADOR,
005680* ACAO, PARCEIRO E AS TARIFAS ANTERIOR E NOVA, JA PREPARADAS
005690* PELO PARAGRAFO CHAMADOR.
005693* O MESMO EVENTO (ACAO E CODIGO) VAI PARA A SECLOG, PARA O
005696* RELATORIO DIARIO DE SEGURANCA.
005700******************************************************************
005710 7000-GRAVAR-LOG.
005720         ACCEPT MC-LOG-DATA FROM DATE YYYYMMDD.
005870             MC-TARIFA-NOVA-ED DELIMITED BY SIZE
005880             INTO PL-LINHA-LOG.
005890         WRITE PL-LINHA-LOG.
005891         MOVE SPACES TO MC-EVENTO-SEGURANCA.
005892         STRING MC-ACAO-LOG DELIMITED BY SPACE
005894             " PARCEIRO " DELIMITED BY SIZE
005895             MC-CODIGO-INFORMADO DELIMITED BY SIZE
005897             INTO MC-EVENTO-SEGURANCA.
005898         PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT.
005900 7000-EXIT.
005910         EXIT.

