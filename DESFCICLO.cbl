000010******************************************************************
000020* AUTHOR:     GELIEL GUSTAVO DE SOUZA SILVA.
000030* INSTALLATION: DEPARTAMENTO DE OPERACOES - MILHAGEM.
000040* DATE-WRITTEN: 15/10/2026.
000050* DATE-COMPILED:
000060******************************************************************
000070* HISTORICO DE ALTERACOES:
000080* DATA       AUTOR   DESCRICAO
000090* ---------- ------- ----------------------------------------
000100* 15/10/2026 GGSS    PROGRAMA ORIGINAL - DESFAZIMENTO DO CICLO
000110*                    DIARIO DE UMA DATA, PARA REPROCESSAR UM
000120*                    KMBATCH ERRADO DE PARCEIRO QUE JA PASSOU
000130*                    POR CRITLOTE, DUPVIAGEM, CALCMILHAS E
000140*                    POSTMILHAS. UM SUPERVISOR (NIVEL "S" NO
000150*                    OPERMST) INFORMA A DATA E, SE FOR O CASO,
000160*                    UM UNICO PARCEIRO, COM DUPLA CONFIRMACAO.
000170*                    CADA CONVERSAO DA DATA (E DO PARCEIRO) TEM
000180*                    O CREDITO "CRD" LOCALIZADO NO RAZAO MEMBMOV
000190*                    E ESTORNADO DO SALDO COM UM MOVIMENTO "DES"
000200*                    DE MESMA REFERENCIA (VER CPYMOV); CREDITOS
000210*                    AINDA PENDENTES NO SUSPENSO SAO DESFEITOS
000220*                    NO MEMBSUSP. AS CONVERSOES SAO MARCADAS COMO
000230*                    ESTORNADAS ("E") NA INTERFACE ATUALIZADA
000240*                    MILEINTN, QUE SUBSTITUI O MILEINTF ANTES DO
000250*                    REPROCESSAMENTO, E REGISTRADAS NO AUDITLOG
000260*                    (DIRECAO "E"). OS BILHETES DA DATA SAO
000270*                    EXCLUIDOS DO TRIPHIST, AS ETAPAS DA DATA
000280*                    SAO EXCLUIDAS DO CICLOCTL E A DATA E
000290*                    REABERTA NO POSTCTL (REGISTRO "R"), PARA
000300*                    QUE O ARQUIVO CORRIGIDO SEJA PROCESSADO DE
000310*                    NOVO. O RELATORIO DESFREL CONFRONTA O QUE
000320*                    FOI ESTORNADO COM O QUE A POSTAGEM ORIGINAL
000330*                    CREDITOU. CADA DESFAZIMENTO E REGISTRADO NA
000340*                    SECLOG.
000341* 15/10/2026 GGSS    CONVERSAO RETIDA PELO RELEXCECAO (MEMBRETD -
000342*                    VER CPYRETD): ITEM RETIDO OU LIBERADO AINDA
000344*                    NAO POSTADO E DESFEITO ("D") E CONTADO COMO
000345*                    NAO POSTADO; O CANCELADO E SO CONTADO; O ITEM
000347*                    LIBERADO E JA POSTADO TEM O CREDITO ESTORNADO
000348*                    NA DATA DA POSTAGEM E TAMBEM E DESFEITO.
000349* 15/10/2026 GGSS    O SIGN-ON PASSA A SEGUIR A POLITICA DE SENHAS
000350*                    DO CALCPARM: BLOQUEIO DO OPERADOR APOS O
000351*                    LIMITE DE FALHAS DE SENHA CONSECUTIVAS EM
000352*                    QUALQUER PROGRAMA (DESFEITO SOMENTE POR UM
000353*                    SUPERVISOR NO MANTOPER) E TROCA OBRIGATORIA
000354*                    DA SENHA PROVISORIA OU VENCIDA. O OPERMST
000355*                    PASSA A SER ABERTO EM I-O PARA ATUALIZAR
000356*                    ESSE CONTROLE.
000358******************************************************************
000360 IDENTIFICATION DIVISION.
000370*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000380 PROGRAM-ID. DESFCICLO.
000390 AUTHOR. GELIEL GUSTAVO DE SOUZA SILVA.
000400 INSTALLATION. DEPARTAMENTO DE OPERACOES - MILHAGEM.
000410 DATE-WRITTEN. 15/10/2026.
000420 DATE-COMPILED.
000430 ENVIRONMENT DIVISION.
000440*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000450 CONFIGURATION SECTION.
000460 SPECIAL-NAMES.
000470     DECIMAL-POINT IS COMMA.
000480*-----------------------
000490 INPUT-OUTPUT SECTION.
000500*-----------------------
000510 FILE-CONTROL.
000511* PARAMETRO CALCPARM, LIDO NO SIGN-ON PARA OBTER A POLITICA DE
000513* SENHAS (VER CPYFATOR).
000515     SELECT FATOR-CONVERSAO-FILE ASSIGN TO "CALCPARM"
000516             ORGANIZATION IS SEQUENTIAL
000518             FILE STATUS IS DF-CALCPARM-STATUS.
000520* CADASTRO MESTRE DE OPERADORES (VER CPYOPER).
000530     SELECT OPERADOR-MASTER-FILE ASSIGN TO "OPERMST"
000540             ORGANIZATION IS INDEXED
000550             ACCESS MODE IS RANDOM
000560             RECORD KEY IS OP-CODIGO
000570             FILE STATUS IS DF-OPERMST-STATUS.
000580* INTERFACE DE MILHAGEM GRAVADA PELO CALCMILHAS (VER CPYINTF).
000590     SELECT MILHAGEM-INTERFACE-FILE ASSIGN TO "MILEINTF"
000600             ORGANIZATION IS SEQUENTIAL
000610             FILE STATUS IS DF-MILEINTF-STATUS.
000620* INTERFACE ATUALIZADA COM AS CONVERSOES ESTORNADAS, QUE
000630* SUBSTITUI O MILEINTF ANTES DO REPROCESSAMENTO DA DATA.
000640     SELECT INTERFACE-NOVA-FILE ASSIGN TO "MILEINTN"
000650             ORGANIZATION IS SEQUENTIAL
000660             FILE STATUS IS DF-MILEINTN-STATUS.
000670* CADASTRO MESTRE DE MEMBROS FIDELIDADE, INDEXADO POR NUMERO.
000680     SELECT MEMBRO-MASTER-FILE ASSIGN TO "MEMBMST"
000690             ORGANIZATION IS INDEXED
000700             ACCESS MODE IS RANDOM
000710             RECORD KEY IS MB-NUMERO-MEMBRO
000720             FILE STATUS IS DF-MEMBMST-STATUS.
000730* RAZAO DE MOVIMENTOS DE MILHAS POR MEMBRO (VER CPYMOV).
000740     SELECT MOVIMENTO-MEMBRO-FILE ASSIGN TO "MEMBMOV"
000750             ORGANIZATION IS INDEXED
000760             ACCESS MODE IS DYNAMIC
000770             RECORD KEY IS MV-CHAVE
000780             FILE STATUS IS DF-MEMBMOV-STATUS.
000790* SUSPENSOS DE POSTAGEM - CREDITOS AINDA SEM MEMBRO (CPYSUSP).
000800     SELECT SUSPENSO-POSTAGEM-FILE ASSIGN TO "MEMBSUSP"
000810             ORGANIZATION IS INDEXED
000820             ACCESS MODE IS DYNAMIC
000830             RECORD KEY IS SU-CHAVE
000840             FILE STATUS IS DF-MEMBSUSP-STATUS.
000850* HISTORICO DE VIAGENS JA PROCESSADAS (VER CPYHIST).
000860     SELECT TRIP-HIST-FILE ASSIGN TO "TRIPHIST"
000870             ORGANIZATION IS INDEXED
000880             ACCESS MODE IS DYNAMIC
000890             RECORD KEY IS TH-NUMERO-BILHETE
000900             FILE STATUS IS DF-TRIPHIST-STATUS.
000910* CONTROLE DO CICLO DIARIO DE PROCESSAMENTO (VER CPYCICLO).
000920     SELECT CICLO-CONTROLE-FILE ASSIGN TO "CICLOCTL"
000930             ORGANIZATION IS INDEXED
000940             ACCESS MODE IS RANDOM
000950             RECORD KEY IS CY-CHAVE
000960             FILE STATUS IS DF-CICLOCTL-STATUS.
000970* CONTROLE DE DATAS JA POSTADAS PELO POSTMILHAS.
000980     SELECT CONTROLE-POSTAGEM-FILE ASSIGN TO "POSTCTL"
000990             ORGANIZATION IS SEQUENTIAL
001000             FILE STATUS IS DF-POSTCTL-STATUS.
001010* TRILHA DE AUDITORIA DE CONVERSOES (VER CPYAUDIT).
001020     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
001030             ORGANIZATION IS SEQUENTIAL
001040             FILE STATUS IS DF-AUDITLOG-STATUS.
001050* RELATORIO DO DESFAZIMENTO COM O CONFRONTO DOS TOTAIS.
001060     SELECT RELATORIO-DESFAZ-FILE ASSIGN TO "DESFREL"
001070             ORGANIZATION IS SEQUENTIAL
001080             FILE STATUS IS DF-DESFREL-STATUS.
001090* TRILHA DE SEGURANCA COM AS RECUSAS DE SIGN-ON E OS
001100* DESFAZIMENTOS.
001110     SELECT SEGURANCA-LOG-FILE ASSIGN TO "SECLOG"
001120             ORGANIZATION IS SEQUENTIAL
001130             FILE STATUS IS DF-SECLOG-STATUS.
001131* CREDITOS RETIDOS PARA LIBERACAO DO SUPERVISOR (CPYRETD).
001132     SELECT RETIDO-POSTAGEM-FILE ASSIGN TO "MEMBRETD"
001134             ORGANIZATION IS INDEXED
001135             ACCESS MODE IS DYNAMIC
001137             RECORD KEY IS RO-CHAVE
001138             FILE STATUS IS DF-MEMBRETD-STATUS.
001140 DATA DIVISION.
001150*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001160 FILE SECTION.
001170*-----------------------
001172 FD  FATOR-CONVERSAO-FILE
001174             LABEL RECORDS ARE STANDARD
001176             RECORD CONTAINS 80 CHARACTERS.
001178 COPY CPYFATOR.

001180 FD  OPERADOR-MASTER-FILE
001190             LABEL RECORDS ARE STANDARD
001200             RECORD CONTAINS 80 CHARACTERS.
001210 COPY CPYOPER.

001220 FD  MILHAGEM-INTERFACE-FILE
001230             LABEL RECORDS ARE STANDARD
001240             RECORD CONTAINS 80 CHARACTERS.
001250 COPY CPYINTF.

001260 FD  INTERFACE-NOVA-FILE
001270             LABEL RECORDS ARE STANDARD
001280             RECORD CONTAINS 80 CHARACTERS.
001290 01  DF-REGISTRO-SAIDA               PIC X(80).

001300 FD  MEMBRO-MASTER-FILE
001310             LABEL RECORDS ARE STANDARD
001320             RECORD CONTAINS 80 CHARACTERS.
001330 COPY CPYMEMB.

001340 FD  MOVIMENTO-MEMBRO-FILE
001350             LABEL RECORDS ARE STANDARD
001360             RECORD CONTAINS 80 CHARACTERS.
001370 COPY CPYMOV.

001380 FD  SUSPENSO-POSTAGEM-FILE
001390             LABEL RECORDS ARE STANDARD
001400             RECORD CONTAINS 80 CHARACTERS.
001410 COPY CPYSUSP.

001420 FD  TRIP-HIST-FILE
001430             LABEL RECORDS ARE STANDARD
001440             RECORD CONTAINS 80 CHARACTERS.
001450 COPY CPYHIST.

001460 FD  CICLO-CONTROLE-FILE
001470             LABEL RECORDS ARE STANDARD
001480             RECORD CONTAINS 80 CHARACTERS.
001490 COPY CPYCICLO.

001500 FD  CONTROLE-POSTAGEM-FILE
001510             LABEL RECORDS ARE STANDARD
001520             RECORD CONTAINS 80 CHARACTERS.
001530 01  PC-REGISTRO-CONTROLE.
001540     05  PC-DATA-POSTADA             PIC 9(08).
001550     05  PC-DATA-EXECUCAO            PIC 9(08).
001560* TIPO DO REGISTRO: EM BRANCO, DATA POSTADA; "R", DATA REABERTA
001570* PARA O PARCEIRO EM PC-CODIGO-PARCEIRO (EM BRANCO, TODOS).
001580     05  PC-TIPO-REGISTRO            PIC X(01).
001590     05  PC-CODIGO-PARCEIRO          PIC X(03).
001600     05  FILLER                      PIC X(60).

001610 FD  AUDIT-LOG-FILE
001620             LABEL RECORDS ARE STANDARD
001630             RECORD CONTAINS 80 CHARACTERS.
001640 COPY CPYAUDIT.

001650 FD  RELATORIO-DESFAZ-FILE
001660             LABEL RECORDS ARE STANDARD
001670             RECORD CONTAINS 80 CHARACTERS.
001680 01  DR-LINHA-RELATORIO              PIC X(80).

001690 FD  SEGURANCA-LOG-FILE
001700             LABEL RECORDS ARE STANDARD
001710             RECORD CONTAINS 80 CHARACTERS.
001720 01  SL-LINHA-SEGURANCA              PIC X(80).

001722 FD  RETIDO-POSTAGEM-FILE
001724             LABEL RECORDS ARE STANDARD
001726             RECORD CONTAINS 80 CHARACTERS.
001728 COPY CPYRETD.

001730 WORKING-STORAGE SECTION.
001740*-----------------------
001750* STATUS DOS ARQUIVOS UTILIZADOS PELO PROGRAMA.
001760 01  DF-OPERMST-STATUS               PIC X(02).
001765 01  DF-CALCPARM-STATUS              PIC X(02).
001770 01  DF-MILEINTF-STATUS              PIC X(02).
001780 01  DF-MILEINTN-STATUS              PIC X(02).
001790 01  DF-MEMBMST-STATUS               PIC X(02).
001800 01  DF-MEMBMOV-STATUS               PIC X(02).
001810 01  DF-MEMBSUSP-STATUS              PIC X(02).
001820 01  DF-TRIPHIST-STATUS              PIC X(02).
001830 01  DF-CICLOCTL-STATUS              PIC X(02).
001840 01  DF-POSTCTL-STATUS               PIC X(02).
001850 01  DF-AUDITLOG-STATUS              PIC X(02).
001860 01  DF-DESFREL-STATUS               PIC X(02).
001870 01  DF-SECLOG-STATUS                PIC X(02).
001875 01  DF-MEMBRETD-STATUS              PIC X(02).

001880* CONTROLE DO SIGN-ON DO SUPERVISOR RESPONSAVEL. SOMENTE O
001890* NIVEL "S" DESFAZ UM CICLO - O DESFAZIMENTO MEXE DIRETO NO
001900* SALDO DOS MEMBROS.
001910 01  DF-OPERADOR-ID                  PIC X(08) VALUE SPACES.
001920 01  DF-SENHA-INFORMADA              PIC X(08).
001930 01  DF-TENTATIVAS-SIGNON            PIC 9(01) COMP VALUE ZERO.
001940 01  DF-SIGNON-OK-SW                 PIC X(01) VALUE "N".
001950             88  SIGNON-AUTORIZADO           VALUE "S".
001960 01  DF-EVENTO-SEGURANCA             PIC X(34).
001961* POLITICA DE SENHAS DO CALCPARM (VER CPYFATOR), COM OS VALORES
001962* PADRAO QUANDO O ARQUIVO NAO EXISTE OU OS CAMPOS ESTAO ZERADOS.
001963 01  DF-MAX-FALHAS-SIGNON            PIC 9(02) VALUE 5.
001964 01  DF-DIAS-VALIDADE-SENHA          PIC 9(03) VALUE 90.
001965* TROCA OBRIGATORIA DA SENHA PROVISORIA OU VENCIDA NO SIGN-ON:
001966* NOVA SENHA DIGITADA DUAS VEZES, DATA DO SIGN-ON E DIAS DESDE A
001967* ULTIMA TROCA. O SW INDICA SE A SENHA ESTA EM DIA, SE FOI
001968* TROCADA AGORA OU SE A TROCA FOI RECUSADA.
001969 01  DF-SENHA-TROCA                  PIC X(08).
001970 01  DF-SENHA-TROCA-CONF             PIC X(08).
001971 01  DF-DATA-SIGNON                  PIC 9(08) VALUE ZERO.
001972 01  DF-DIAS-SENHA                   PIC S9(07) COMP VALUE ZERO.
001973 01  DF-VALIDADE-SENHA-SW            PIC X(01) VALUE "S".
001974             88  SENHA-EM-DIA                VALUE "S".
001975             88  SENHA-TROCADA               VALUE "T".
001976             88  SENHA-RECUSADA              VALUE "N".
001977* LIGADO QUANDO A FALHA ATUAL BLOQUEOU O OPERADOR.
001978 01  DF-BLOQUEIO-NOVO-SW             PIC X(01) VALUE "N".
001979             88  BLOQUEIO-NOVO               VALUE "S".
001982 01  DF-LOG-DATA                     PIC 9(08).
001986 01  DF-LOG-HORA                     PIC 9(08).

001990* PARAMETROS INFORMADOS NO TERMINAL: DATA DO CICLO A DESFAZER
002000* (AAAAMMDD, OBRIGATORIA) E PARCEIRO (EM BRANCO, TODOS).
002010 01  DF-DATA-ENTRADA                 PIC X(08).
002020 01  DF-DATA-CICLO                   PIC 9(08) VALUE ZERO.
002030 01  DF-CODIGO-PARCEIRO              PIC X(03) VALUE SPACES.
002040 01  DF-PARCEIRO-EXIBIDO             PIC X(05).
002050 01  DF-DATA-HOJE                    PIC 9(08) VALUE ZERO.
002060 01  DF-PARAMETROS-OK-SW             PIC X(01) VALUE "N".
002070             88  PARAMETROS-VALIDOS          VALUE "S".

002080* DUPLA CONFIRMACAO DO DESFAZIMENTO - NADA E ALTERADO ANTES DAS
002090* DUAS RESPOSTAS "S".
002100 01  DF-CONFIRMACAO-1                PIC X(01).
002110             88  CONFIRMA-PRIMEIRA           VALUE "S".
002120 01  DF-CONFIRMACAO-2                PIC X(01).
002130             88  CONFIRMA-SEGUNDA            VALUE "S".

002140* SITUACAO DA DATA NO CONTROLE POSTCTL (VALE O ULTIMO REGISTRO
002150* DA DATA): "N" NUNCA POSTADA, "P" POSTADA, "R" REABERTA POR UM
002160* DESFAZIMENTO ANTERIOR PARA O PARCEIRO EM DF-PARCEIRO-REABERTO
002170* (EM BRANCO, TODOS).
002180 01  DF-SITUACAO-POSTAGEM            PIC X(01) VALUE "N".
002190             88  DATA-NAO-POSTADA            VALUE "N".
002200             88  DATA-POSTADA                VALUE "P".
002210             88  DATA-REABERTA               VALUE "R".
002220 01  DF-PARCEIRO-REABERTO            PIC X(03) VALUE SPACES.
002230 01  DF-REABRIR-POSTCTL-SW           PIC X(01) VALUE "N".
002240             88  REABRIR-POSTCTL             VALUE "S".

002250 01  DF-FIM-ARQUIVO-INTF-SW          PIC X(01) VALUE "N".
002260             88  FIM-ARQUIVO-INTF            VALUE "S".
002270 01  DF-FIM-ARQUIVO-CTL-SW           PIC X(01) VALUE "N".
002280             88  FIM-ARQUIVO-CTL             VALUE "S".
002290 01  DF-FIM-ARQUIVO-SUSP-SW          PIC X(01) VALUE "N".
002300             88  FIM-ARQUIVO-SUSP            VALUE "S".
002310 01  DF-FIM-ARQUIVO-HIST-SW          PIC X(01) VALUE "N".
002320             88  FIM-ARQUIVO-HIST            VALUE "S".
002330 01  DF-FIM-MOVIMENTOS-SW            PIC X(01) VALUE "N".
002340             88  FIM-MOVIMENTOS              VALUE "S".
002350 01  DF-SUSPENSO-EXISTE-SW           PIC X(01) VALUE "N".
002360             88  SUSPENSO-EXISTE             VALUE "S".
002370 01  DF-AUDITLOG-ABERTO-SW           PIC X(01) VALUE "N".
002380             88  AUDITLOG-ABERTO             VALUE "S".

002390* ITENS DO SUSPENSO GRAVADOS PELA POSTAGEM ORIGINAL DA DATA
002400* (SU-DATA-SUSPENSAO = DATA DO CICLO), CARREGADOS NO INICIO E
002410* CASADOS COM AS CONVERSOES PELA HORA, OPERADOR, MILHAS E
002420* PARCEIRO. UM ITEM SO CASA COM UMA CONVERSAO.
002430 01  DF-QTD-SUSPENSOS                PIC 9(04) COMP VALUE ZERO.
002440 01  DF-TABELA-SUSPENSOS.
002450     05  DF-SUSPENSO-TABELA OCCURS 1000 TIMES.
002460         10  DF-SUS-SEQUENCIA        PIC 9(06).
002470         10  DF-SUS-HORA             PIC 9(08).
002480         10  DF-SUS-OPERADOR         PIC X(08).
002490         10  DF-SUS-MILHAS           PIC 9(07).
002500         10  DF-SUS-PARCEIRO         PIC X(03).
002510         10  DF-SUS-MEMBRO           PIC X(10).
002520         10  DF-SUS-SITUACAO         PIC X(01).
002530         10  DF-SUS-DATA-SITUACAO    PIC 9(08).
002540         10  DF-SUS-USADO-SW         PIC X(01).
002550 01  DF-SUS-SUB                      PIC 9(04) COMP.
002560 01  DF-SUS-ACHADO                   PIC 9(04) COMP VALUE ZERO.
002570 01  DF-CONT-SUSP-EXCEDENTES         PIC 9(09) COMP VALUE ZERO.

002580* MOVIMENTOS DO RAZAO MEMBMOV JA CASADOS NESTA EXECUCAO (CREDITOS
002590* "CRD" ESTORNADOS E ESTORNOS "DES" DE EXECUCOES ANTERIORES),
002600* PARA QUE UM MESMO MOVIMENTO NAO SEJA CASADO DUAS VEZES.
002610 01  DF-QTD-USADOS                   PIC 9(04) COMP VALUE ZERO.
002620 01  DF-TABELA-USADOS.
002630     05  DF-USADO-CHAVE OCCURS 5000 TIMES PIC X(22).
002640 01  DF-USADO-SUB                    PIC 9(04) COMP.
002650 01  DF-USADO-SW                     PIC X(01) VALUE "N".
002660             88  MOVIMENTO-USADO             VALUE "S".
002670 01  DF-CONT-USADOS-EXCEDENTES       PIC 9(09) COMP VALUE ZERO.

002671* ITENS RETIDOS PELO RELEXCECAO PARA AS CONVERSOES DA DATA
002672* (RO-DATA-CONVERSAO = DATA DO CICLO), CASADOS COM AS CONVERSOES
002673* PELA HORA, MEMBRO, MILHAS E PARCEIRO. O ITEM JA DESFEITO ("D")
002674* SO CASA QUANDO NAO HA OUTRO ITEM DA MESMA CONVERSAO.
002675 01  DF-RETIDO-EXISTE-SW             PIC X(01) VALUE "N".
002676             88  RETIDO-EXISTE               VALUE "S".
002677 01  DF-FIM-ARQUIVO-RET-SW           PIC X(01) VALUE "N".
002678             88  FIM-ARQUIVO-RET             VALUE "S".
002679 01  DF-QTD-RETIDOS                  PIC 9(04) COMP VALUE ZERO.
002680 01  DF-TABELA-RETIDOS.
002681     05  DF-RETIDO-TABELA OCCURS 5000 TIMES.
002682         10  DF-RET-SEQUENCIA        PIC 9(06).
002683         10  DF-RET-HORA             PIC 9(08).
002684         10  DF-RET-MEMBRO           PIC X(10).
002685         10  DF-RET-MILHAS           PIC 9(07).
002686         10  DF-RET-PARCEIRO         PIC X(03).
002687         10  DF-RET-SITUACAO         PIC X(01).
002688         10  DF-RET-DATA-SITUACAO    PIC 9(08).
002689         10  DF-RET-USADO-SW         PIC X(01).
002690 01  DF-RET-SUB                      PIC 9(04) COMP.
002691 01  DF-RET-ACHADO                   PIC 9(04) COMP VALUE ZERO.
002692 01  DF-RET-PROCURA-SW               PIC X(01) VALUE "N".
002693             88  PROCURA-DESFEITO            VALUE "S".
002694 01  DF-CONT-RET-EXCEDENTES          PIC 9(09) COMP VALUE ZERO.
002695 01  DF-CONT-RETIDOS-DESFEITOS       PIC 9(09) COMP VALUE ZERO.

002696* BUSCA DO CREDITO ORIGINAL NO RAZAO: MEMBRO E DATA DO CREDITO
002698* (DATA DO CICLO, OU DATA DA POSTAGEM DO ITEM DO SUSPENSO) E A
002700* REFERENCIA QUE O POSTMILHAS GRAVA NO MOVIMENTO "CRD". A BUSCA
002710* PERCORRE A CADEIA DE CONTAS FUNDIDAS ATE A SOBREVIVENTE (NO
002720* MAXIMO 10 FUSOES ENCADEADAS), QUE E A CONTA ESTORNADA.
002730 01  DF-MEMBRO-ORIGEM                PIC X(10).
002740 01  DF-NUMERO-BUSCA                 PIC X(10).
002750 01  DF-DATA-CREDITO                 PIC 9(08) VALUE ZERO.
002760 01  DF-REFERENCIA-CREDITO.
002770     05  DF-REF-PARCEIRO             PIC X(03).
002780     05  FILLER                      PIC X(01) VALUE SPACE.
002790     05  DF-REF-HORA                 PIC 9(08).
002800 01  DF-CRD-CHAVE                    PIC X(22).
002810 01  DF-CRD-REFERENCIA               PIC X(12).
002820 01  DF-CRD-ACHADO-SW                PIC X(01) VALUE "N".
002830             88  CREDITO-ACHADO              VALUE "S".
002840 01  DF-CAND-CHAVE                   PIC X(22).
002850 01  DF-CAND-ACHADO-SW               PIC X(01) VALUE "N".
002860             88  CANDIDATO-ACHADO            VALUE "S".
002870 01  DF-DES-CHAVE                    PIC X(22).
002880 01  DF-DES-ACHADO-SW                PIC X(01) VALUE "N".
002890             88  ESTORNO-ACHADO              VALUE "S".
002900 01  DF-MEMBRO-LOCALIZADO-SW         PIC X(01) VALUE "N".
002910             88  MEMBRO-LOCALIZADO           VALUE "S".
002920 01  DF-FIM-CADEIA-SW                PIC X(01) VALUE "N".
002930             88  FIM-CADEIA                  VALUE "S".
002940 01  DF-SALTOS-FUSAO                 PIC 9(02) COMP VALUE ZERO.

002950* APOIO A GRAVACAO DO ESTORNO NO SALDO E NO RAZAO MEMBMOV (A
002960* SEQUENCIA DA CHAVE E INCREMENTADA ATE GRAVAR, COMO NO
002970* POSTMILHAS).
002980 01  DF-MILHAS-ESTORNO               PIC 9(07) VALUE ZERO.
002990 01  DF-MILHAS-FALTA                 PIC 9(07) VALUE ZERO.
003000 01  DF-SALDO-ANTERIOR               PIC 9(11) VALUE ZERO.
003010 01  DF-MOV-GRAVADO-SW               PIC X(01) VALUE "N".
003020             88  MOVIMENTO-GRAVADO           VALUE "S".

003030* SITUACAO APURADA PARA A CONVERSAO ATUAL, PARA A LINHA DE
003040* DETALHE DO RELATORIO.
003050 01  DF-DET-MEMBRO                   PIC X(10).
003060 01  DF-DET-SITUACAO                 PIC X(34).

003070* APOIO A REABERTURA DO CICLO NO CICLOCTL.
003080 01  DF-NUMERO-ETAPA                 PIC 9(02) VALUE ZERO.

003090* CONTADORES E TOTAIS DA EXECUCAO. O CONFRONTO DO RELATORIO
003100* EXIGE:
003110*   SELECIONADAS = POSTADAS + SUSPENSAS + BAIXADAS + NAO
003120*                  POSTADAS + JA ESTORNADAS
003130*   POSTADAS (CRD) = ESTORNADAS (DES) + NAO RECUPERADAS
003140 01  DF-CONT-PREVIA                  PIC 9(09) COMP VALUE ZERO.
003150 01  DF-MILHAS-PREVIA                PIC 9(11) COMP VALUE ZERO.
003160 01  DF-CONT-SELECIONADAS            PIC 9(09) COMP VALUE ZERO.
003170 01  DF-MILHAS-SELECIONADAS          PIC 9(11) COMP VALUE ZERO.
003180 01  DF-CONT-POSTADAS                PIC 9(09) COMP VALUE ZERO.
003190 01  DF-MILHAS-POSTADAS              PIC 9(11) COMP VALUE ZERO.
003200 01  DF-CONT-SUSPENSAS               PIC 9(09) COMP VALUE ZERO.
003210 01  DF-MILHAS-SUSPENSAS             PIC 9(11) COMP VALUE ZERO.
003220 01  DF-CONT-BAIXADAS                PIC 9(09) COMP VALUE ZERO.
003230 01  DF-MILHAS-BAIXADAS              PIC 9(11) COMP VALUE ZERO.
003240 01  DF-CONT-NAO-POSTADAS            PIC 9(09) COMP VALUE ZERO.
003250 01  DF-MILHAS-NAO-POSTADAS          PIC 9(11) COMP VALUE ZERO.
003260 01  DF-CONT-JA-ESTORNADAS           PIC 9(09) COMP VALUE ZERO.
003270 01  DF-MILHAS-JA-ESTORNADAS         PIC 9(11) COMP VALUE ZERO.
003280 01  DF-CONT-ESTORNADAS              PIC 9(09) COMP VALUE ZERO.
003290 01  DF-MILHAS-ESTORNADAS            PIC 9(11) COMP VALUE ZERO.
003300 01  DF-CONT-NAO-RECUPERADAS         PIC 9(09) COMP VALUE ZERO.
003310 01  DF-MILHAS-NAO-RECUPERADAS       PIC 9(11) COMP VALUE ZERO.
003320 01  DF-MILHAS-CONFRONTO             PIC 9(11) COMP VALUE ZERO.
003330 01  DF-CONT-CONFRONTO               PIC 9(09) COMP VALUE ZERO.
003340 01  DF-CONT-AUDITLOG                PIC 9(09) COMP VALUE ZERO.
003350 01  DF-CONT-BILHETES-EXCLUIDOS      PIC 9(09) COMP VALUE ZERO.
003360 01  DF-CONT-BILHETES-SEM-PARC       PIC 9(09) COMP VALUE ZERO.
003370 01  DF-CONT-ETAPAS-EXCLUIDAS        PIC 9(09) COMP VALUE ZERO.
003380 01  DF-CONFRONTO-OK-SW              PIC X(01) VALUE "S".
003390             88  CONFRONTO-OK                VALUE "S".

003400* CAMPOS EDITADOS USADOS SOMENTE PARA MONTAR AS LINHAS DO
003410* RELATORIO DE DESFAZIMENTO.
003420 01  DF-REL-CONTADOR-ED              PIC Z(08)9.
003430 01  DF-REL-MILHAS-ED                PIC Z(10)9.
003440 01  DF-REL-MILHAS-REG-ED            PIC Z(06)9.
003450 01  DF-REL-TEXTO                    PIC X(40).

003460 PROCEDURE DIVISION.
003470*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
003480******************************************************************
003490* 0000-MAINLINE
003500* PARAGRAFO PRINCIPAL - EXIGE O SIGN-ON DE UM SUPERVISOR, OBTEM
003510* A DATA E O PARCEIRO, MOSTRA A PREVIA E PEDE A DUPLA
003520* CONFIRMACAO. CONFIRMADO, ESTORNA AS CONVERSOES, EXCLUI OS
003530* BILHETES DO TRIPHIST, REABRE O CICLO E GRAVA OS TOTAIS.
003540******************************************************************
003550 0000-MAINLINE.
003560         PERFORM 0100-EFETUAR-SIGNON THRU 0100-EXIT.
003570         IF NOT SIGNON-AUTORIZADO
003580             DISPLAY "SIGN-ON RECUSADO - EXECUCAO ENCERRADA."
003590             GO TO 0000-EXIT
003600         END-IF.
003610         ACCEPT DF-DATA-HOJE FROM DATE YYYYMMDD.
003620         PERFORM 1000-OBTER-PARAMETROS THRU 1000-EXIT.
003630         IF NOT PARAMETROS-VALIDOS
003640             GO TO 0000-EXIT
003650         END-IF.
003660         PERFORM 1100-VERIFICAR-POSTCTL THRU 1100-EXIT.
003670         IF DATA-REABERTA
003680             AND DF-PARCEIRO-REABERTO NOT = SPACES
003690             AND DF-PARCEIRO-REABERTO NOT = DF-CODIGO-PARCEIRO
003700             DISPLAY "A DATA ESTA REABERTA PARA O PARCEIRO "
003710                 DF-PARCEIRO-REABERTO " E AINDA NAO FOI "
003720                 "REPOSTADA - REPROCESSE ESSE PARCEIRO OU "
003730                 "DESFACA A DATA INTEIRA."
003740             GO TO 0000-EXIT
003750         END-IF.
003760         PERFORM 1300-APURAR-PREVIA THRU 1300-EXIT.
003770         IF DF-MILEINTF-STATUS NOT = "00"
003780             GO TO 0000-EXIT
003790         END-IF.
003800         PERFORM 1400-CONFIRMAR THRU 1400-EXIT.
003810         IF NOT CONFIRMA-SEGUNDA
003820             DISPLAY "DESFAZIMENTO CANCELADO."
003830             GO TO 0000-EXIT
003840         END-IF.
003850         PERFORM 1500-ABRIR-ARQUIVOS THRU 1500-EXIT.
003860         IF DF-DESFREL-STATUS NOT = "00"
003870             GO TO 0000-EXIT
003880         END-IF.
003890         PERFORM 1200-CARREGAR-SUSPENSOS THRU 1200-EXIT.
003895         PERFORM 1250-CARREGAR-RETIDOS THRU 1250-EXIT.
003900         PERFORM 2000-ESTORNAR-CONVERSOES THRU 2000-EXIT.
003910         CLOSE MILHAGEM-INTERFACE-FILE.
003920         CLOSE INTERFACE-NOVA-FILE.
003930         CLOSE MEMBRO-MASTER-FILE.
003940         CLOSE MOVIMENTO-MEMBRO-FILE.
003950         IF SUSPENSO-EXISTE
003960             CLOSE SUSPENSO-POSTAGEM-FILE
003962         END-IF.
003965         IF RETIDO-EXISTE
003967             CLOSE RETIDO-POSTAGEM-FILE
003970         END-IF.
003980         IF AUDITLOG-ABERTO
003990             CLOSE AUDIT-LOG-FILE
004000         END-IF.
004010         PERFORM 3000-EXCLUIR-BILHETES THRU 3000-EXIT.
004020         PERFORM 4000-REABRIR-CICLO THRU 4000-EXIT.
004030         PERFORM 5000-GRAVAR-TOTAIS THRU 5000-EXIT.
004040         CLOSE RELATORIO-DESFAZ-FILE.
004050         MOVE SPACES TO DF-EVENTO-SEGURANCA.
004060         STRING "DESFAZ CICLO " DELIMITED BY SIZE
004070             DF-DATA-CICLO DELIMITED BY SIZE
004080             " PARC " DELIMITED BY SIZE
004090             DF-PARCEIRO-EXIBIDO DELIMITED BY SIZE
004100             INTO DF-EVENTO-SEGURANCA.
004110         PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT.
004120         DISPLAY "DESFAZIMENTO CONCLUIDO - CONVERSOES "
004130             "ESTORNADAS: " DF-CONT-SELECIONADAS
004140             " (VER DESFREL).".
004150         DISPLAY "SUBSTITUA O MILEINTF PELO MILEINTN ANTES DE "
004160             "REPROCESSAR O ARQUIVO CORRIGIDO.".
004170         IF NOT CONFRONTO-OK
004180             DISPLAY "ATENCAO - OS TOTAIS DO DESFAZIMENTO NAO "
004190                 "CONFEREM (VER DESFREL)."
004200         END-IF.
004210         GO TO 0000-EXIT.
004220 0000-EXIT.
004230         STOP RUN.

004240******************************************************************
004250* 0100-EFETUAR-SIGNON
004260* VALIDA O SUPERVISOR RESPONSAVEL NO CADASTRO OPERMST (SENHA,
004270* SITUACAO ATIVA E NIVEL "S"), COM ATE TRES TENTATIVAS E
004280* REGISTRO DAS RECUSAS NA SECLOG. SEM O CADASTRO NAO HA
004290* DESFAZIMENTO: ELE MEXE DIRETO NO SALDO DOS MEMBROS.
004300******************************************************************
004310 0100-EFETUAR-SIGNON.
004320         OPEN I-O OPERADOR-MASTER-FILE.
004330         IF DF-OPERMST-STATUS NOT = "00"
004340             DISPLAY "CADASTRO OPERMST INDISPONIVEL (STATUS "
004350                 DF-OPERMST-STATUS ") - CADASTRE OS OPERADORES "
004360                 "PELO MANTOPER ANTES DE DESFAZER UM CICLO."
004370             GO TO 0100-EXIT
004380         END-IF.
004385         PERFORM 0150-LER-POLITICA-SENHA THRU 0150-EXIT.
004390         PERFORM 0110-TENTAR-SIGNON THRU 0110-EXIT
004400             UNTIL SIGNON-AUTORIZADO
004410                 OR DF-TENTATIVAS-SIGNON > 2.
004420         CLOSE OPERADOR-MASTER-FILE.
004430 0100-EXIT.
004440         EXIT.

004450 0110-TENTAR-SIGNON.
004460         ADD 1 TO DF-TENTATIVAS-SIGNON.
004470         DISPLAY "SIGN-ON - CODIGO DO OPERADOR: ".
004480         ACCEPT DF-OPERADOR-ID.
004490         DISPLAY "SENHA: ".
004500         ACCEPT DF-SENHA-INFORMADA.
004510         MOVE DF-OPERADOR-ID TO OP-CODIGO.
004520         READ OPERADOR-MASTER-FILE
004530             INVALID KEY
004540                 DISPLAY "OPERADOR NAO CADASTRADO."
004550                 MOVE "SIGN-ON OPERADOR INEXISTENTE" TO
004560                     DF-EVENTO-SEGURANCA
004570                 PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
004580                 GO TO 0110-EXIT
004590         END-READ.
004591         IF OP-BLOQUEADO
004592             DISPLAY "OPERADOR BLOQUEADO - PROCURE UM SUPERVISOR."
004593             MOVE "SIGN-ON OPERADOR BLOQUEADO" TO
004595                 DF-EVENTO-SEGURANCA
004596             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
004597             GO TO 0110-EXIT
004598         END-IF.
004600         IF OP-SENHA NOT = DF-SENHA-INFORMADA
004610             DISPLAY "SENHA INVALIDA."
004620             MOVE "SIGN-ON SENHA INVALIDA" TO
004630                 DF-EVENTO-SEGURANCA
004640             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
004645             PERFORM 0130-CONTAR-FALHA-SIGNON THRU 0130-EXIT
004650             GO TO 0110-EXIT
004660         END-IF.
004670         IF OP-SITUACAO = "I"
004680             DISPLAY "OPERADOR DESATIVADO."
004690             MOVE "SIGN-ON OPERADOR DESATIVADO" TO
004700                 DF-EVENTO-SEGURANCA
004710             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
004720             GO TO 0110-EXIT
004730         END-IF.
004740         IF OP-NIVEL-AUTORIZACAO NOT = "S"
004750             DISPLAY "SOMENTE SUPERVISORES DESFAZEM O CICLO "
004760                 "DIARIO."
004770             MOVE "SIGN-ON SEM NIVEL DE SUPERVISOR" TO
004780                 DF-EVENTO-SEGURANCA
004790             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
004800             GO TO 0110-EXIT
004801         END-IF.
004802         PERFORM 0140-VERIFICAR-VALIDADE-SENHA THRU 0140-EXIT.
004803         IF SENHA-RECUSADA
004804             GO TO 0110-EXIT
004805         END-IF.
004806         MOVE ZERO TO OP-QTD-FALHAS-SIGNON.
004807         MOVE DF-DATA-SIGNON TO OP-DATA-ULT-SIGNON.
004808         REWRITE OP-REGISTRO-OPERADOR
004809             INVALID KEY
004810                 DISPLAY "ERRO AO REGRAVAR O OPERMST - STATUS "
004811                     DF-OPERMST-STATUS
004812                 GO TO 0110-EXIT
004813         END-REWRITE.
004814         IF SENHA-TROCADA
004815             MOVE "SENHA ALTERADA NO SIGN-ON" TO
004816                 DF-EVENTO-SEGURANCA
004817             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
004818         END-IF.
004820         SET SIGNON-AUTORIZADO TO TRUE.
004830 0110-EXIT.
004840         EXIT.

004850******************************************************************
004860* 0120-GRAVAR-SECLOG
004870* GRAVA NA TRILHA DE SEGURANCA UMA LINHA COM DATA, HORA,
004880* PROGRAMA, OPERADOR INFORMADO E O EVENTO JA PREPARADO PELO
004890* PARAGRAFO CHAMADOR.
004900******************************************************************
004910 0120-GRAVAR-SECLOG.
004920         OPEN EXTEND SEGURANCA-LOG-FILE.
004930         IF DF-SECLOG-STATUS = "35"
004940             OPEN OUTPUT SEGURANCA-LOG-FILE
004950         END-IF.
004960         IF DF-SECLOG-STATUS NOT = "00"
004970             DISPLAY "AVISO - NAO FOI POSSIVEL GRAVAR A SECLOG "
004980                 "(STATUS " DF-SECLOG-STATUS ")."
004990             GO TO 0120-EXIT
005000         END-IF.
005010         ACCEPT DF-LOG-DATA FROM DATE YYYYMMDD.
005020         ACCEPT DF-LOG-HORA FROM TIME.
005030         MOVE SPACES TO SL-LINHA-SEGURANCA.
005040         STRING DF-LOG-DATA DELIMITED BY SIZE
005050             " " DELIMITED BY SIZE
005060             DF-LOG-HORA DELIMITED BY SIZE
005070             " DESFCICLO " DELIMITED BY SIZE
005080             DF-OPERADOR-ID DELIMITED BY SIZE
005090             " " DELIMITED BY SIZE
005100             DF-EVENTO-SEGURANCA DELIMITED BY SIZE
005110             INTO SL-LINHA-SEGURANCA.
005120         WRITE SL-LINHA-SEGURANCA.
005130         CLOSE SEGURANCA-LOG-FILE.
005140 0120-EXIT.
005141         EXIT.

005142******************************************************************
005143* 0130-CONTAR-FALHA-SIGNON
005144* SOMA UMA FALHA DE SENHA AO CONTADOR DE FALHAS CONSECUTIVAS DO
005145* OPERADOR, COMUM A TODOS OS PROGRAMAS, E O BLOQUEIA AO ATINGIR O
005146* LIMITE DA POLITICA DE SENHAS. O BLOQUEIO SO E DESFEITO POR UM
005147* SUPERVISOR NO MANTOPER.
005148******************************************************************
005149 0130-CONTAR-FALHA-SIGNON.
005150         MOVE "N" TO DF-BLOQUEIO-NOVO-SW.
005151         IF OP-QTD-FALHAS-SIGNON IS NOT NUMERIC
005152             MOVE ZERO TO OP-QTD-FALHAS-SIGNON
005153         END-IF.
005154         IF OP-QTD-FALHAS-SIGNON < 99
005155             ADD 1 TO OP-QTD-FALHAS-SIGNON
005156         END-IF.
005157         IF OP-QTD-FALHAS-SIGNON NOT < DF-MAX-FALHAS-SIGNON
005158             AND NOT OP-BLOQUEADO
005159             MOVE "B" TO OP-SITUACAO-BLOQUEIO
005160             SET BLOQUEIO-NOVO TO TRUE
005161         END-IF.
005162         REWRITE OP-REGISTRO-OPERADOR
005163             INVALID KEY
005164                 DISPLAY "ERRO AO REGRAVAR O OPERMST - STATUS "
005165                     DF-OPERMST-STATUS
005166                 GO TO 0130-EXIT
005167         END-REWRITE.
005168         IF BLOQUEIO-NOVO
005169             DISPLAY "OPERADOR BLOQUEADO APOS "
005170                 OP-QTD-FALHAS-SIGNON " FALHAS DE SENHA - "
005171                 "PROCURE UM SUPERVISOR."
005172             MOVE "BLOQUEIO POR FALHAS DE SIGN-ON" TO
005173                 DF-EVENTO-SEGURANCA
005174             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
005175         END-IF.
005176 0130-EXIT.
005177         EXIT.

005178******************************************************************
005179* 0140-VERIFICAR-VALIDADE-SENHA
005180* A SENHA PROVISORIA (DATA DA TROCA ZERADA OU EM BRANCO, COMO APOS
005181* A INCLUSAO OU O DESBLOQUEIO NO MANTOPER) E A SENHA COM MAIS DIAS
005182* DESDE A ULTIMA TROCA DO QUE A VALIDADE DA POLITICA DE SENHAS
005183* OBRIGAM O OPERADOR A ESCOLHER UMA NOVA SENHA ANTES DE
005184* PROSSEGUIR. A NOVA SENHA E DIGITADA DUAS VEZES E NAO PODE FICAR
005185* EM BRANCO NEM REPETIR A ATUAL; A RECUSA E REGISTRADA NA SECLOG.
005186******************************************************************
005187 0140-VERIFICAR-VALIDADE-SENHA.
005188         SET SENHA-EM-DIA TO TRUE.
005189         ACCEPT DF-DATA-SIGNON FROM DATE YYYYMMDD.
005190         IF OP-DATA-SENHA IS NUMERIC
005191             AND OP-DATA-SENHA > 19000000
005192             COMPUTE DF-DIAS-SENHA =
005193                 FUNCTION INTEGER-OF-DATE(DF-DATA-SIGNON)
005194                 - FUNCTION INTEGER-OF-DATE(OP-DATA-SENHA)
005195             IF DF-DIAS-SENHA < DF-DIAS-VALIDADE-SENHA
005196                 GO TO 0140-EXIT
005197             END-IF
005198             DISPLAY "SENHA EXPIRADA - ESCOLHA UMA NOVA SENHA."
005199         ELSE
005200             DISPLAY "SENHA PROVISORIA - ESCOLHA UMA NOVA SENHA."
005201         END-IF.
005202         SET SENHA-RECUSADA TO TRUE.
005203         DISPLAY "NOVA SENHA (ATE 8 CARACTERES): ".
005204         ACCEPT DF-SENHA-TROCA.
005205         DISPLAY "CONFIRME A NOVA SENHA: ".
005206         ACCEPT DF-SENHA-TROCA-CONF.
005207         IF DF-SENHA-TROCA = SPACES
005208             OR DF-SENHA-TROCA = OP-SENHA
005209             OR DF-SENHA-TROCA NOT = DF-SENHA-TROCA-CONF
005210             DISPLAY "NOVA SENHA RECUSADA - NAO PODE FICAR EM "
005211                 "BRANCO, REPETIR A ATUAL OU DIFERIR DA "
005212                 "CONFIRMACAO."
005213             MOVE "SIGN-ON NOVA SENHA RECUSADA" TO
005214                 DF-EVENTO-SEGURANCA
005215             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
005216             GO TO 0140-EXIT
005217         END-IF.
005218         MOVE DF-SENHA-TROCA TO OP-SENHA.
005219         MOVE DF-DATA-SIGNON TO OP-DATA-SENHA.
005220         SET SENHA-TROCADA TO TRUE.
005221 0140-EXIT.
005222         EXIT.

005223******************************************************************
005224* 0150-LER-POLITICA-SENHA
005225* OBTEM NO CALCPARM A POLITICA DE SENHAS: FALHAS CONSECUTIVAS QUE
005226* BLOQUEIAM O OPERADOR E DIAS DE VALIDADE DA SENHA. SEM O ARQUIVO
005227* OU COM OS CAMPOS ZERADOS, PERMANECEM OS VALORES PADRAO.
005228******************************************************************
005229 0150-LER-POLITICA-SENHA.
005230         OPEN INPUT FATOR-CONVERSAO-FILE.
005231         IF DF-CALCPARM-STATUS NOT = "00"
005232             GO TO 0150-EXIT
005233         END-IF.
005234         READ FATOR-CONVERSAO-FILE
005235             AT END
005236                 CLOSE FATOR-CONVERSAO-FILE
005237                 GO TO 0150-EXIT
005238         END-READ.
005239         IF CF-MAX-FALHAS-SIGNON IS NUMERIC
005240             AND CF-MAX-FALHAS-SIGNON > ZERO
005241             MOVE CF-MAX-FALHAS-SIGNON TO DF-MAX-FALHAS-SIGNON
005242         END-IF.
005243         IF CF-DIAS-VALIDADE-SENHA IS NUMERIC
005244             AND CF-DIAS-VALIDADE-SENHA > ZERO
005245             MOVE CF-DIAS-VALIDADE-SENHA TO
005246                 DF-DIAS-VALIDADE-SENHA
005247         END-IF.
005248         CLOSE FATOR-CONVERSAO-FILE.
005249 0150-EXIT.
005250         EXIT.

005252******************************************************************
005253* 1000-OBTER-PARAMETROS
005255* OBTEM A DATA DO CICLO A DESFAZER (AAAAMMDD, OBRIGATORIA E NAO
005257* POSTERIOR A HOJE) E O PARCEIRO (EM BRANCO, TODOS OS
005258* PARCEIROS DA DATA).
005260******************************************************************
005261 1000-OBTER-PARAMETROS.
005263         DISPLAY "DATA DO CICLO A DESFAZER (AAAAMMDD): ".
005265         ACCEPT DF-DATA-ENTRADA.
005266         IF DF-DATA-ENTRADA = SPACES
005268             OR DF-DATA-ENTRADA IS NOT NUMERIC
005270             DISPLAY "DATA INVALIDA - EXECUCAO ENCERRADA."
005280             GO TO 1000-EXIT
005290         END-IF.
005300         MOVE DF-DATA-ENTRADA TO DF-DATA-CICLO.
005310         IF DF-DATA-CICLO < 19000101
005320             OR DF-DATA-CICLO > DF-DATA-HOJE
005330             DISPLAY "DATA FORA DO PERIODO VALIDO - EXECUCAO "
005340                 "ENCERRADA."
005350             GO TO 1000-EXIT
005360         END-IF.
005370         DISPLAY "PARCEIRO (3 CARACTERES, EM BRANCO PARA TODOS "
005380             "OS PARCEIROS DA DATA): ".
005390         ACCEPT DF-CODIGO-PARCEIRO.
005400         IF DF-CODIGO-PARCEIRO = SPACES
005410             MOVE "TODOS" TO DF-PARCEIRO-EXIBIDO
005420         ELSE
005430             MOVE DF-CODIGO-PARCEIRO TO DF-PARCEIRO-EXIBIDO
005440         END-IF.
005450         SET PARAMETROS-VALIDOS TO TRUE.
005460 1000-EXIT.
005470         EXIT.

005480******************************************************************
005490* 1100-VERIFICAR-POSTCTL
005500* APURA A SITUACAO DA DATA NO CONTROLE POSTCTL. VALE O ULTIMO
005510* REGISTRO DA DATA, COMO NO POSTMILHAS.
005520******************************************************************
005530 1100-VERIFICAR-POSTCTL.
005540         OPEN INPUT CONTROLE-POSTAGEM-FILE.
005550         IF DF-POSTCTL-STATUS NOT = "00"
005560             GO TO 1100-EXIT
005570         END-IF.
005580         PERFORM 1110-LER-CONTROLE THRU 1110-EXIT
005590             UNTIL FIM-ARQUIVO-CTL.
005600         CLOSE CONTROLE-POSTAGEM-FILE.
005610 1100-EXIT.
005620         EXIT.

005630 1110-LER-CONTROLE.
005640         READ CONTROLE-POSTAGEM-FILE
005650             AT END SET FIM-ARQUIVO-CTL TO TRUE
005660         END-READ.
005670         IF FIM-ARQUIVO-CTL
005680             OR PC-DATA-POSTADA NOT = DF-DATA-CICLO
005690             GO TO 1110-EXIT
005700         END-IF.
005710         IF PC-TIPO-REGISTRO = "R"
005720             SET DATA-REABERTA TO TRUE
005730             MOVE PC-CODIGO-PARCEIRO TO DF-PARCEIRO-REABERTO
005740         ELSE
005750             SET DATA-POSTADA TO TRUE
005760             MOVE SPACES TO DF-PARCEIRO-REABERTO
005770         END-IF.
005780 1110-EXIT.
005790         EXIT.

005800******************************************************************
005810* 1200-CARREGAR-SUSPENSOS
005820* CARREGA NA TABELA OS ITENS DO SUSPENSO GRAVADOS PELA POSTAGEM
005830* DA DATA DO CICLO (CONVERSOES DO PARCEIRO, SEM OS AJUSTES). SEM
005840* O ARQUIVO MEMBSUSP, NENHUMA CONVERSAO FOI PARA O SUSPENSO.
005850******************************************************************
005860 1200-CARREGAR-SUSPENSOS.
005870         IF NOT SUSPENSO-EXISTE
005880             GO TO 1200-EXIT
005890         END-IF.
005900         MOVE DF-DATA-CICLO TO SU-DATA-SUSPENSAO.
005910         MOVE ZERO TO SU-SEQUENCIA.
005920         START SUSPENSO-POSTAGEM-FILE
005930             KEY IS NOT LESS THAN SU-CHAVE
005940             INVALID KEY SET FIM-ARQUIVO-SUSP TO TRUE
005950         END-START.
005960         PERFORM 1210-CARREGAR-ITEM THRU 1210-EXIT
005970             UNTIL FIM-ARQUIVO-SUSP.
005980 1200-EXIT.
005990         EXIT.

006000 1210-CARREGAR-ITEM.
006010         READ SUSPENSO-POSTAGEM-FILE NEXT RECORD
006020             AT END SET FIM-ARQUIVO-SUSP TO TRUE
006030         END-READ.
006040         IF FIM-ARQUIVO-SUSP
006050             GO TO 1210-EXIT
006060         END-IF.
006070         IF SU-DATA-SUSPENSAO NOT = DF-DATA-CICLO
006080             SET FIM-ARQUIVO-SUSP TO TRUE
006090             GO TO 1210-EXIT
006100         END-IF.
006110         IF SU-TIPO-LANCAMENTO = "A"
006120             GO TO 1210-EXIT
006130         END-IF.
006140         IF DF-CODIGO-PARCEIRO NOT = SPACES
006150             AND SU-CODIGO-PARCEIRO NOT = DF-CODIGO-PARCEIRO
006160             GO TO 1210-EXIT
006170         END-IF.
006180         IF DF-QTD-SUSPENSOS NOT < 1000
006190             ADD 1 TO DF-CONT-SUSP-EXCEDENTES
006200             GO TO 1210-EXIT
006210         END-IF.
006220         ADD 1 TO DF-QTD-SUSPENSOS.
006230         MOVE SU-SEQUENCIA TO DF-SUS-SEQUENCIA(DF-QTD-SUSPENSOS).
006240         MOVE SU-HORA-CONVERSAO TO DF-SUS-HORA(DF-QTD-SUSPENSOS).
006250         MOVE SU-OPERADOR-ID TO
006260             DF-SUS-OPERADOR(DF-QTD-SUSPENSOS).
006270         MOVE SU-QUANT-MILHAS TO DF-SUS-MILHAS(DF-QTD-SUSPENSOS).
006280         MOVE SU-CODIGO-PARCEIRO TO
006290             DF-SUS-PARCEIRO(DF-QTD-SUSPENSOS).
006300         MOVE SU-NUMERO-MEMBRO TO DF-SUS-MEMBRO(DF-QTD-SUSPENSOS).
006310         MOVE SU-SITUACAO-ITEM TO
006320             DF-SUS-SITUACAO(DF-QTD-SUSPENSOS).
006330         MOVE SU-DATA-SITUACAO TO
006340             DF-SUS-DATA-SITUACAO(DF-QTD-SUSPENSOS).
006350         MOVE "N" TO DF-SUS-USADO-SW(DF-QTD-SUSPENSOS).
006360 1210-EXIT.
006370         EXIT.

006380******************************************************************
006381* 1250-CARREGAR-RETIDOS
006382* CARREGA NA TABELA OS ITENS RETIDOS PELO RELEXCECAO PARA AS
006383* CONVERSOES DA DATA DO CICLO (E DO PARCEIRO). SEM O ARQUIVO
006384* MEMBRETD, NENHUMA CONVERSAO FOI RETIDA.
006385******************************************************************
006386 1250-CARREGAR-RETIDOS.
006387         IF NOT RETIDO-EXISTE
006388             GO TO 1250-EXIT
006389         END-IF.
006390         MOVE DF-DATA-CICLO TO RO-DATA-CONVERSAO.
006391         MOVE ZERO TO RO-SEQUENCIA.
006392         START RETIDO-POSTAGEM-FILE
006393             KEY IS NOT LESS THAN RO-CHAVE
006394             INVALID KEY SET FIM-ARQUIVO-RET TO TRUE
006395         END-START.
006396         PERFORM 1260-CARREGAR-RETIDO THRU 1260-EXIT
006397             UNTIL FIM-ARQUIVO-RET.
006398 1250-EXIT.
006399         EXIT.

006400 1260-CARREGAR-RETIDO.
006401         READ RETIDO-POSTAGEM-FILE NEXT RECORD
006402             AT END SET FIM-ARQUIVO-RET TO TRUE
006403         END-READ.
006404         IF FIM-ARQUIVO-RET
006405             GO TO 1260-EXIT
006406         END-IF.
006407         IF RO-DATA-CONVERSAO NOT = DF-DATA-CICLO
006408             SET FIM-ARQUIVO-RET TO TRUE
006409             GO TO 1260-EXIT
006410         END-IF.
006411         IF DF-CODIGO-PARCEIRO NOT = SPACES
006412             AND RO-CODIGO-PARCEIRO NOT = DF-CODIGO-PARCEIRO
006413             GO TO 1260-EXIT
006414         END-IF.
006415         IF DF-QTD-RETIDOS NOT < 5000
006416             ADD 1 TO DF-CONT-RET-EXCEDENTES
006417             GO TO 1260-EXIT
006418         END-IF.
006419         ADD 1 TO DF-QTD-RETIDOS.
006420         MOVE RO-SEQUENCIA TO DF-RET-SEQUENCIA(DF-QTD-RETIDOS).
006421         MOVE RO-HORA-CONVERSAO TO DF-RET-HORA(DF-QTD-RETIDOS).
006422         MOVE RO-NUMERO-MEMBRO TO DF-RET-MEMBRO(DF-QTD-RETIDOS).
006423         MOVE RO-QUANT-MILHAS TO DF-RET-MILHAS(DF-QTD-RETIDOS).
006424         MOVE RO-CODIGO-PARCEIRO TO
006425             DF-RET-PARCEIRO(DF-QTD-RETIDOS).
006426         MOVE RO-SITUACAO-ITEM TO DF-RET-SITUACAO(DF-QTD-RETIDOS).
006427         MOVE RO-DATA-SITUACAO TO
006428             DF-RET-DATA-SITUACAO(DF-QTD-RETIDOS).
006429         MOVE "N" TO DF-RET-USADO-SW(DF-QTD-RETIDOS).
006430 1260-EXIT.
006431         EXIT.

006432******************************************************************
006433* 1300-APURAR-PREVIA
006434* CONTA AS CONVERSOES QUE SERAO ESTORNADAS (DATA DO CICLO,
006436* PARCEIRO INFORMADO, SEM OS AJUSTES MANUAIS E AS JA
006437* ESTORNADAS) PARA O SUPERVISOR CONFERIR ANTES DE CONFIRMAR.
006438******************************************************************
006440 1300-APURAR-PREVIA.
006450         OPEN INPUT MILHAGEM-INTERFACE-FILE.
006460         IF DF-MILEINTF-STATUS NOT = "00"
006470             DISPLAY "ERRO AO ABRIR O ARQUIVO MILEINTF - STATUS "
006480                 DF-MILEINTF-STATUS
006490             GO TO 1300-EXIT
006500         END-IF.
006510         PERFORM 1310-CONTAR-REGISTRO THRU 1310-EXIT
006520             UNTIL FIM-ARQUIVO-INTF.
006530         CLOSE MILHAGEM-INTERFACE-FILE.
006540         MOVE "N" TO DF-FIM-ARQUIVO-INTF-SW.
006550         MOVE DF-MILHAS-PREVIA TO DF-REL-MILHAS-ED.
006560         DISPLAY "CICLO " DF-DATA-CICLO " PARCEIRO "
006570             DF-PARCEIRO-EXIBIDO " - CONVERSOES A ESTORNAR: "
006580             DF-CONT-PREVIA " MILHAS: " DF-REL-MILHAS-ED.
006590         EVALUATE TRUE
006600             WHEN DATA-POSTADA
006610                 DISPLAY "A DATA JA FOI POSTADA - OS CREDITOS "
006620                     "SERAO ESTORNADOS DOS SALDOS."
006630             WHEN DATA-REABERTA
006640                 DISPLAY "A DATA JA FOI REABERTA POR UM "
006650                     "DESFAZIMENTO ANTERIOR (PARCEIRO "
006660                     DF-PARCEIRO-REABERTO ")."
006670             WHEN OTHER
006680                 DISPLAY "A DATA AINDA NAO FOI POSTADA NO "
006690                     "POSTCTL."
006700         END-EVALUATE.
006710         IF DF-CONT-PREVIA = ZERO
006720             DISPLAY "AVISO - NENHUMA CONVERSAO A ESTORNAR; "
006730                 "SERAO DESFEITOS SOMENTE OS BILHETES E O "
006740                 "CONTROLE DO CICLO."
006750         END-IF.
006760 1300-EXIT.
006770         EXIT.

006780 1310-CONTAR-REGISTRO.
006790         READ MILHAGEM-INTERFACE-FILE
006800             AT END SET FIM-ARQUIVO-INTF TO TRUE
006810         END-READ.
006820         IF FIM-ARQUIVO-INTF
006830             GO TO 1310-EXIT
006840         END-IF.
006850         PERFORM 2050-SELECIONAR-REGISTRO THRU 2050-EXIT.
006860         IF DF-DET-SITUACAO = "SELECIONADO"
006870             ADD 1 TO DF-CONT-PREVIA
006880             ADD IF-QUANT-MILHAS TO DF-MILHAS-PREVIA
006890         END-IF.
006900 1310-EXIT.
006910         EXIT.

006920******************************************************************
006930* 1400-CONFIRMAR
006940* DUPLA CONFIRMACAO DO SUPERVISOR ANTES DE QUALQUER ALTERACAO.
006950******************************************************************
006960 1400-CONFIRMAR.
006970         DISPLAY "CONFIRMA O DESFAZIMENTO DO CICLO " DF-DATA-CICLO
006980             " PARCEIRO " DF-PARCEIRO-EXIBIDO " (S/N) ? ".
006990         ACCEPT DF-CONFIRMACAO-1.
007000         IF NOT CONFIRMA-PRIMEIRA
007010             GO TO 1400-EXIT
007020         END-IF.
007030         DISPLAY "CONFIRME NOVAMENTE - OS SALDOS SERAO "
007040             "ESTORNADOS E O CICLO DA DATA REABERTO (S/N) ? ".
007050         ACCEPT DF-CONFIRMACAO-2.
007060 1400-EXIT.
007070         EXIT.

007080******************************************************************
007090* 1500-ABRIR-ARQUIVOS
007100* ABRE OS ARQUIVOS DO ESTORNO. O RELATORIO E O ULTIMO A SER
007110* ABERTO: STATUS DIFERENTE DE "00" NELE INDICA AO CHAMADOR QUE
007120* O DESFAZIMENTO NAO PODE PROSSEGUIR. SEM O SUSPENSO OU SEM O
007130* AUDITLOG, O DESFAZIMENTO SEGUE COM AVISO.
007140******************************************************************
007150 1500-ABRIR-ARQUIVOS.
007160         MOVE "99" TO DF-DESFREL-STATUS.
007170         OPEN INPUT MILHAGEM-INTERFACE-FILE.
007180         IF DF-MILEINTF-STATUS NOT = "00"
007190             DISPLAY "ERRO AO ABRIR O ARQUIVO MILEINTF - STATUS "
007200                 DF-MILEINTF-STATUS
007210             GO TO 1500-EXIT
007220         END-IF.
007230         OPEN OUTPUT INTERFACE-NOVA-FILE.
007240         IF DF-MILEINTN-STATUS NOT = "00"
007250             DISPLAY "ERRO AO ABRIR O ARQUIVO MILEINTN - STATUS "
007260                 DF-MILEINTN-STATUS
007270             CLOSE MILHAGEM-INTERFACE-FILE
007280             GO TO 1500-EXIT
007290         END-IF.
007300         OPEN I-O MEMBRO-MASTER-FILE.
007310         IF DF-MEMBMST-STATUS NOT = "00"
007320             DISPLAY "ERRO AO ABRIR O ARQUIVO MEMBMST - STATUS "
007330                 DF-MEMBMST-STATUS
007340             CLOSE MILHAGEM-INTERFACE-FILE
007350             CLOSE INTERFACE-NOVA-FILE
007360             GO TO 1500-EXIT
007370         END-IF.
007380* O RAZAO DE MOVIMENTOS E CRIADO NA PRIMEIRA EXECUCAO, COMO NO
007390* POSTMILHAS.
007400         OPEN I-O MOVIMENTO-MEMBRO-FILE.
007410         IF DF-MEMBMOV-STATUS = "35"
007420             DISPLAY "RAZAO MEMBMOV INEXISTENTE - SERA CRIADO."
007430             OPEN OUTPUT MOVIMENTO-MEMBRO-FILE
007440             CLOSE MOVIMENTO-MEMBRO-FILE
007450             OPEN I-O MOVIMENTO-MEMBRO-FILE
007460         END-IF.
007470         IF DF-MEMBMOV-STATUS NOT = "00"
007480             DISPLAY "ERRO AO ABRIR O ARQUIVO MEMBMOV - STATUS "
007490                 DF-MEMBMOV-STATUS
007500             CLOSE MILHAGEM-INTERFACE-FILE
007510             CLOSE INTERFACE-NOVA-FILE
007520             CLOSE MEMBRO-MASTER-FILE
007530             GO TO 1500-EXIT
007540         END-IF.
007550         OPEN I-O SUSPENSO-POSTAGEM-FILE.
007560         IF DF-MEMBSUSP-STATUS = "00"
007570             SET SUSPENSO-EXISTE TO TRUE
007580         ELSE
007590             IF DF-MEMBSUSP-STATUS NOT = "35"
007600                 DISPLAY "AVISO - NAO FOI POSSIVEL ABRIR O "
007610                     "ARQUIVO MEMBSUSP (STATUS "
007620                     DF-MEMBSUSP-STATUS ")."
007630             END-IF
007640         END-IF.
007641         OPEN I-O RETIDO-POSTAGEM-FILE.
007642         IF DF-MEMBRETD-STATUS = "00"
007643             SET RETIDO-EXISTE TO TRUE
007644         ELSE
007645             IF DF-MEMBRETD-STATUS NOT = "35"
007646                 DISPLAY "AVISO - NAO FOI POSSIVEL ABRIR O "
007647                     "ARQUIVO MEMBRETD (STATUS "
007648                     DF-MEMBRETD-STATUS ")."
007649             END-IF
007650         END-IF.
007655         OPEN EXTEND AUDIT-LOG-FILE.
007660         IF DF-AUDITLOG-STATUS = "35"
007670             OPEN OUTPUT AUDIT-LOG-FILE
007680         END-IF.
007690         IF DF-AUDITLOG-STATUS = "00"
007700             SET AUDITLOG-ABERTO TO TRUE
007710         ELSE
007720             DISPLAY "AVISO - NAO FOI POSSIVEL ABRIR O ARQUIVO "
007730                 "AUDITLOG (STATUS " DF-AUDITLOG-STATUS ") - "
007740                 "OS ESTORNOS NAO SERAO AUDITADOS."
007750         END-IF.
007760         OPEN OUTPUT RELATORIO-DESFAZ-FILE.
007770         IF DF-DESFREL-STATUS NOT = "00"
007780             DISPLAY "ERRO AO ABRIR O ARQUIVO DESFREL - STATUS "
007790                 DF-DESFREL-STATUS
007800             CLOSE MILHAGEM-INTERFACE-FILE
007810             CLOSE INTERFACE-NOVA-FILE
007820             CLOSE MEMBRO-MASTER-FILE
007830             CLOSE MOVIMENTO-MEMBRO-FILE
007840             IF SUSPENSO-EXISTE
007850                 CLOSE SUSPENSO-POSTAGEM-FILE
007852             END-IF
007855             IF RETIDO-EXISTE
007857                 CLOSE RETIDO-POSTAGEM-FILE
007860             END-IF
007870             IF AUDITLOG-ABERTO
007880                 CLOSE AUDIT-LOG-FILE
007890             END-IF
007900             GO TO 1500-EXIT
007910         END-IF.
007920         MOVE SPACES TO DR-LINHA-RELATORIO.
007930         STRING "RELATORIO DE DESFAZIMENTO DO CICLO - DATA: "
007940             DELIMITED BY SIZE
007950             DF-DATA-CICLO DELIMITED BY SIZE
007960             " PARCEIRO: " DELIMITED BY SIZE
007970             DF-PARCEIRO-EXIBIDO DELIMITED BY SIZE
007980             INTO DR-LINHA-RELATORIO.
007990         WRITE DR-LINHA-RELATORIO.
008000         MOVE SPACES TO DR-LINHA-RELATORIO.
008010         STRING "SUPERVISOR: " DELIMITED BY SIZE
008020             DF-OPERADOR-ID DELIMITED BY SIZE
008030             " EXECUTADO EM: " DELIMITED BY SIZE
008040             DF-DATA-HOJE DELIMITED BY SIZE
008050             INTO DR-LINHA-RELATORIO.
008060         WRITE DR-LINHA-RELATORIO.
008070 1500-EXIT.
008080         EXIT.

008090******************************************************************
008100* 2000-ESTORNAR-CONVERSOES
008110* COPIA A INTERFACE MILEINTF PARA A MILEINTN, ESTORNANDO E
008120* MARCANDO COM "E" CADA CONVERSAO SELECIONADA.
008130******************************************************************
008140 2000-ESTORNAR-CONVERSOES.
008150         PERFORM 2010-LER-INTERFACE THRU 2010-EXIT.
008160         PERFORM 2100-TRATAR-REGISTRO THRU 2100-EXIT
008170             UNTIL FIM-ARQUIVO-INTF.
008180 2000-EXIT.
008190         EXIT.

008200 2010-LER-INTERFACE.
008210         READ MILHAGEM-INTERFACE-FILE
008220             AT END SET FIM-ARQUIVO-INTF TO TRUE
008230         END-READ.
008240 2010-EXIT.
008250         EXIT.

008260******************************************************************
008270* 2050-SELECIONAR-REGISTRO
008280* DEVOLVE "SELECIONADO" EM DF-DET-SITUACAO QUANDO O REGISTRO
008290* ATUAL DA INTERFACE ENTRA NO DESFAZIMENTO: CONVERSAO (NAO
008300* AJUSTE) DA DATA DO CICLO, DO PARCEIRO INFORMADO E AINDA NAO
008310* ESTORNADA.
008320******************************************************************
008330 2050-SELECIONAR-REGISTRO.
008340         MOVE SPACES TO DF-DET-SITUACAO.
008350         IF IF-DATA-CONVERSAO NOT = DF-DATA-CICLO
008360             OR IF-TIPO-LANCAMENTO = "A"
008370             OR IF-SITUACAO-CREDITO = "E"
008380             GO TO 2050-EXIT
008390         END-IF.
008400         IF DF-CODIGO-PARCEIRO NOT = SPACES
008410             AND IF-CODIGO-PARCEIRO NOT = DF-CODIGO-PARCEIRO
008420             GO TO 2050-EXIT
008430         END-IF.
008440         MOVE "SELECIONADO" TO DF-DET-SITUACAO.
008450 2050-EXIT.
008460         EXIT.

008470******************************************************************
008480* 2100-TRATAR-REGISTRO
008490* TRATA UMA CONVERSAO SELECIONADA. SE A POSTAGEM ORIGINAL A
008500* GRAVOU NO SUSPENSO, O ITEM AINDA PENDENTE E DESFEITO, O ITEM
008510* BAIXADO E SO CONTADO E O ITEM POSTADO MAIS TARDE TEM O
008520* CREDITO ESTORNADO DO MEMBRO EM QUE ENTROU; SEM ITEM NO
008530* SUSPENSO, O CREDITO E PROCURADO E ESTORNADO NO MEMBRO DA
008540* CONVERSAO. A CONVERSAO E MARCADA COMO ESTORNADA E AUDITADA.
008543* CONVERSAO COM MEMBRO QUE O RELEXCECAO RETEVE E TRATADA
008546* CONFORME A SITUACAO DO ITEM RETIDO (2280-TRATAR-RETIDO).
008547* SE O ITEM DO SUSPENSO OU DO MEMBRETD NAO PUDER SER ATUALIZADO,
008548* A CONVERSAO E GRAVADA COMO ESTAVA E SEM AUDITORIA, PARA SER
008549* DESFEITA NA PROXIMA EXECUCAO.
008550******************************************************************
008560 2100-TRATAR-REGISTRO.
008570         PERFORM 2050-SELECIONAR-REGISTRO THRU 2050-EXIT.
008580         IF DF-DET-SITUACAO NOT = "SELECIONADO"
008590             GO TO 2100-GRAVAR
008600         END-IF.
008610         ADD 1 TO DF-CONT-SELECIONADAS.
008620         ADD IF-QUANT-MILHAS TO DF-MILHAS-SELECIONADAS.
008630         MOVE IF-NUMERO-MEMBRO TO DF-DET-MEMBRO.
008640         MOVE IF-CODIGO-PARCEIRO TO DF-REF-PARCEIRO.
008650         MOVE IF-HORA-CONVERSAO TO DF-REF-HORA.
008660         PERFORM 2200-BUSCAR-SUSPENSO THRU 2200-EXIT.
008670         IF DF-SUS-ACHADO = ZERO
008680             IF IF-NUMERO-MEMBRO = SPACES
008690                 ADD 1 TO DF-CONT-NAO-POSTADAS
008700                 ADD IF-QUANT-MILHAS TO DF-MILHAS-NAO-POSTADAS
008710                 MOVE "NAO POSTADA - SEM MEMBRO" TO
008720                     DF-DET-SITUACAO
008730             ELSE
008734                 PERFORM 2270-BUSCAR-RETIDO THRU 2270-EXIT
008738                 IF DF-RET-ACHADO = ZERO
008743                     MOVE IF-NUMERO-MEMBRO TO DF-MEMBRO-ORIGEM
008747                     MOVE DF-DATA-CICLO TO DF-DATA-CREDITO
008752                     PERFORM 2300-ESTORNAR-CREDITO THRU 2300-EXIT
008756                 ELSE
008761                     PERFORM 2280-TRATAR-RETIDO THRU 2280-EXIT
008765                 END-IF
008770             END-IF
008780         ELSE
008790             PERFORM 2250-TRATAR-SUSPENSO THRU 2250-EXIT
008800         END-IF.
008810         PERFORM 2900-GRAVAR-DETALHE THRU 2900-EXIT.
008812         IF DF-DET-SITUACAO = "ERRO NO SUSPENSO"
008814             OR DF-DET-SITUACAO = "ERRO NO MEMBRETD"
008816             GO TO 2100-GRAVAR
008818         END-IF.
008820         IF DF-DET-SITUACAO NOT = "JA ESTORNADA ANTERIORMENTE"
008830             PERFORM 2600-GRAVAR-AUDITORIA THRU 2600-EXIT
008840         END-IF.
008850         MOVE "E" TO IF-SITUACAO-CREDITO.
008860 2100-GRAVAR.
008870         WRITE DF-REGISTRO-SAIDA FROM IF-REGISTRO-INTERFACE.
008880         PERFORM 2010-LER-INTERFACE THRU 2010-EXIT.
008890 2100-EXIT.
008900         EXIT.

008910******************************************************************
008920* 2200-BUSCAR-SUSPENSO
008930* PROCURA NA TABELA UM ITEM DO SUSPENSO DA DATA AINDA NAO USADO
008940* COM A MESMA HORA, OPERADOR, MILHAS E PARCEIRO DA CONVERSAO.
008950******************************************************************
008960 2200-BUSCAR-SUSPENSO.
008970         MOVE ZERO TO DF-SUS-ACHADO.
008980         PERFORM 2210-VERIFICAR-SUSPENSO THRU 2210-EXIT
008990             VARYING DF-SUS-SUB FROM 1 BY 1
009000             UNTIL DF-SUS-SUB > DF-QTD-SUSPENSOS
009010                 OR DF-SUS-ACHADO > ZERO.
009020 2200-EXIT.
009030         EXIT.

009040 2210-VERIFICAR-SUSPENSO.
009050         IF DF-SUS-USADO-SW(DF-SUS-SUB) = "N"
009060             AND DF-SUS-HORA(DF-SUS-SUB) = IF-HORA-CONVERSAO
009070             AND DF-SUS-OPERADOR(DF-SUS-SUB) = IF-OPERADOR-ID
009080             AND DF-SUS-MILHAS(DF-SUS-SUB) = IF-QUANT-MILHAS
009090             AND DF-SUS-PARCEIRO(DF-SUS-SUB) = IF-CODIGO-PARCEIRO
009100             MOVE DF-SUS-SUB TO DF-SUS-ACHADO
009110             MOVE "S" TO DF-SUS-USADO-SW(DF-SUS-SUB)
009120         END-IF.
009130 2210-EXIT.
009140         EXIT.

009150******************************************************************
009160* 2250-TRATAR-SUSPENSO
009170* TRATA A CONVERSAO QUE A POSTAGEM ORIGINAL GRAVOU NO SUSPENSO,
009180* CONFORME A SITUACAO ATUAL DO ITEM (VER CPYSUSP).
009190******************************************************************
009200 2250-TRATAR-SUSPENSO.
009210         MOVE DF-SUS-MEMBRO(DF-SUS-ACHADO) TO DF-DET-MEMBRO.
009220         EVALUATE DF-SUS-SITUACAO(DF-SUS-ACHADO)
009230             WHEN "P"
009240                 PERFORM 2260-DESFAZER-SUSPENSO THRU 2260-EXIT
009250             WHEN "B"
009260                 ADD 1 TO DF-CONT-BAIXADAS
009270                 ADD IF-QUANT-MILHAS TO DF-MILHAS-BAIXADAS
009280                 MOVE "SUSPENSO JA BAIXADO POR IDADE" TO
009290                     DF-DET-SITUACAO
009300             WHEN "T"
009310                 MOVE DF-SUS-MEMBRO(DF-SUS-ACHADO) TO
009320                     DF-MEMBRO-ORIGEM
009330                 MOVE DF-SUS-DATA-SITUACAO(DF-SUS-ACHADO) TO
009340                     DF-DATA-CREDITO
009350                 PERFORM 2300-ESTORNAR-CREDITO THRU 2300-EXIT
009360             WHEN OTHER
009370                 ADD 1 TO DF-CONT-JA-ESTORNADAS
009380                 ADD IF-QUANT-MILHAS TO DF-MILHAS-JA-ESTORNADAS
009390                 MOVE "JA ESTORNADA ANTERIORMENTE" TO
009400                     DF-DET-SITUACAO
009410         END-EVALUATE.
009420 2250-EXIT.
009430         EXIT.

009440 2260-DESFAZER-SUSPENSO.
009450         MOVE DF-DATA-CICLO TO SU-DATA-SUSPENSAO.
009460         MOVE DF-SUS-SEQUENCIA(DF-SUS-ACHADO) TO SU-SEQUENCIA.
009470         READ SUSPENSO-POSTAGEM-FILE
009480             INVALID KEY
009490                 DISPLAY "ERRO AO LER O SUSPENSO - STATUS "
009500                     DF-MEMBSUSP-STATUS
009510                 MOVE "ERRO NO SUSPENSO" TO DF-DET-SITUACAO
009520                 MOVE "N" TO DF-CONFRONTO-OK-SW
009530                 GO TO 2260-EXIT
009540         END-READ.
009550         MOVE "D" TO SU-SITUACAO-ITEM.
009560         MOVE DF-DATA-HOJE TO SU-DATA-SITUACAO.
009570         REWRITE SU-REGISTRO-SUSPENSO
009580             INVALID KEY
009590                 DISPLAY "ERRO AO REGRAVAR O SUSPENSO - STATUS "
009600                     DF-MEMBSUSP-STATUS
009610                 MOVE "ERRO NO SUSPENSO" TO DF-DET-SITUACAO
009620                 MOVE "N" TO DF-CONFRONTO-OK-SW
009630                 GO TO 2260-EXIT
009640         END-REWRITE.
009650         ADD 1 TO DF-CONT-SUSPENSAS.
009660         ADD IF-QUANT-MILHAS TO DF-MILHAS-SUSPENSAS.
009670         MOVE "SUSPENSO PENDENTE DESFEITO" TO DF-DET-SITUACAO.
009680 2260-EXIT.
009690         EXIT.

009691******************************************************************
009692* 2270-BUSCAR-RETIDO
009693* PROCURA NA TABELA UM ITEM RETIDO DA DATA AINDA NAO USADO COM A
009694* MESMA HORA, MEMBRO, MILHAS E PARCEIRO DA CONVERSAO - PRIMEIRO
009695* ENTRE OS ITENS AINDA NAO DESFEITOS E, SE NAO HOUVER, ENTRE OS
009696* DESFEITOS POR UM DESFAZIMENTO ANTERIOR.
009697******************************************************************
009698 2270-BUSCAR-RETIDO.
009699         MOVE ZERO TO DF-RET-ACHADO.
009700         MOVE "N" TO DF-RET-PROCURA-SW.
009701         PERFORM 2275-VERIFICAR-RETIDO THRU 2275-EXIT
009702             VARYING DF-RET-SUB FROM 1 BY 1
009703             UNTIL DF-RET-SUB > DF-QTD-RETIDOS
009704                 OR DF-RET-ACHADO > ZERO.
009705         IF DF-RET-ACHADO > ZERO
009706             GO TO 2270-EXIT
009707         END-IF.
009708         SET PROCURA-DESFEITO TO TRUE.
009709         PERFORM 2275-VERIFICAR-RETIDO THRU 2275-EXIT
009710             VARYING DF-RET-SUB FROM 1 BY 1
009711             UNTIL DF-RET-SUB > DF-QTD-RETIDOS
009712                 OR DF-RET-ACHADO > ZERO.
009713 2270-EXIT.
009714         EXIT.

009715 2275-VERIFICAR-RETIDO.
009716         IF DF-RET-SITUACAO(DF-RET-SUB) = "D"
009717             AND NOT PROCURA-DESFEITO
009718             GO TO 2275-EXIT
009719         END-IF.
009720         IF DF-RET-SITUACAO(DF-RET-SUB) NOT = "D"
009721             AND PROCURA-DESFEITO
009722             GO TO 2275-EXIT
009723         END-IF.
009724         IF DF-RET-USADO-SW(DF-RET-SUB) = "N"
009725             AND DF-RET-HORA(DF-RET-SUB) = IF-HORA-CONVERSAO
009726             AND DF-RET-MEMBRO(DF-RET-SUB) = IF-NUMERO-MEMBRO
009727             AND DF-RET-MILHAS(DF-RET-SUB) = IF-QUANT-MILHAS
009728             AND DF-RET-PARCEIRO(DF-RET-SUB) = IF-CODIGO-PARCEIRO
009729             MOVE DF-RET-SUB TO DF-RET-ACHADO
009730             MOVE "S" TO DF-RET-USADO-SW(DF-RET-SUB)
009731         END-IF.
009732 2275-EXIT.
009733         EXIT.

009734******************************************************************
009735* 2280-TRATAR-RETIDO
009736* TRATA A CONVERSAO RETIDA PELO RELEXCECAO CONFORME A SITUACAO
009737* ATUAL DO ITEM (VER CPYRETD). O ITEM AINDA NAO POSTADO E O ITEM
009738* JA POSTADO, DEPOIS DO ESTORNO DO CREDITO, SAO MARCADOS COMO
009739* DESFEITOS PARA QUE O REPROCESSAMENTO DA DATA OS RETENHA DE NOVO.
009740******************************************************************
009741 2280-TRATAR-RETIDO.
009742         IF DF-RET-SITUACAO(DF-RET-ACHADO) = "R"
009743             OR DF-RET-SITUACAO(DF-RET-ACHADO) = "L"
009744             ADD 1 TO DF-CONT-NAO-POSTADAS
009745             ADD IF-QUANT-MILHAS TO DF-MILHAS-NAO-POSTADAS
009746             MOVE "RETIDA NAO POSTADA - DESFEITA" TO
009747                 DF-DET-SITUACAO
009748             PERFORM 2290-DESFAZER-RETIDO THRU 2290-EXIT
009749             GO TO 2280-EXIT
009750         END-IF.
009751         IF DF-RET-SITUACAO(DF-RET-ACHADO) = "C"
009752             ADD 1 TO DF-CONT-NAO-POSTADAS
009753             ADD IF-QUANT-MILHAS TO DF-MILHAS-NAO-POSTADAS
009754             MOVE "NAO POSTADA - RETENCAO CANCELADA" TO
009755                 DF-DET-SITUACAO
009756             GO TO 2280-EXIT
009757         END-IF.
009758         IF DF-RET-SITUACAO(DF-RET-ACHADO) = "T"
009759             MOVE DF-RET-MEMBRO(DF-RET-ACHADO) TO DF-MEMBRO-ORIGEM
009760             MOVE DF-RET-DATA-SITUACAO(DF-RET-ACHADO) TO
009761                 DF-DATA-CREDITO
009762             PERFORM 2300-ESTORNAR-CREDITO THRU 2300-EXIT
009763             PERFORM 2290-DESFAZER-RETIDO THRU 2290-EXIT
009764             GO TO 2280-EXIT
009765         END-IF.
009766         ADD 1 TO DF-CONT-JA-ESTORNADAS.
009767         ADD IF-QUANT-MILHAS TO DF-MILHAS-JA-ESTORNADAS.
009768         MOVE "JA ESTORNADA ANTERIORMENTE" TO DF-DET-SITUACAO.
009769 2280-EXIT.
009770         EXIT.

009771 2290-DESFAZER-RETIDO.
009772         MOVE DF-DATA-CICLO TO RO-DATA-CONVERSAO.
009773         MOVE DF-RET-SEQUENCIA(DF-RET-ACHADO) TO RO-SEQUENCIA.
009774         READ RETIDO-POSTAGEM-FILE
009775             INVALID KEY
009776                 DISPLAY "ERRO AO LER O MEMBRETD - STATUS "
009777                     DF-MEMBRETD-STATUS
009778                 MOVE "ERRO NO MEMBRETD" TO DF-DET-SITUACAO
009779                 MOVE "N" TO DF-CONFRONTO-OK-SW
009780                 GO TO 2290-EXIT
009781         END-READ.
009782         MOVE "D" TO RO-SITUACAO-ITEM.
009783         MOVE DF-DATA-HOJE TO RO-DATA-SITUACAO.
009784         REWRITE RO-REGISTRO-RETIDO
009785             INVALID KEY
009786                 DISPLAY "ERRO AO REGRAVAR O MEMBRETD - STATUS "
009787                     DF-MEMBRETD-STATUS
009788                 MOVE "ERRO NO MEMBRETD" TO DF-DET-SITUACAO
009789                 MOVE "N" TO DF-CONFRONTO-OK-SW
009790                 GO TO 2290-EXIT
009791         END-REWRITE.
009792         ADD 1 TO DF-CONT-RETIDOS-DESFEITOS.
009793 2290-EXIT.
009794         EXIT.

009795******************************************************************
009796* 2300-ESTORNAR-CREDITO
009798* PROCURA O CREDITO "CRD" ORIGINAL NO RAZAO, PERCORRENDO A
009799* CADEIA DE CONTAS FUNDIDAS A PARTIR DO MEMBRO DE ORIGEM, E
009800* ESTORNA-O DO SALDO DA CONTA SOBREVIVENTE. UM ESTORNO "DES" JA
009802* GRAVADO PARA A MESMA REFERENCIA (EXECUCAO ANTERIOR
009803* INTERROMPIDA) NAO E REPETIDO. SE O SALDO NAO COBRE O CREDITO,
009804* E ESTORNADO O QUE HOUVER E A DIFERENCA FICA APONTADA COMO NAO
009806* RECUPERADA NO RELATORIO.
009807******************************************************************
009808 2300-ESTORNAR-CREDITO.
009810         MOVE "N" TO DF-CRD-ACHADO-SW.
009820         MOVE "N" TO DF-CAND-ACHADO-SW.
009830         MOVE "N" TO DF-DES-ACHADO-SW.
009840         MOVE "N" TO DF-MEMBRO-LOCALIZADO-SW.
009850         MOVE "N" TO DF-FIM-CADEIA-SW.
009860         MOVE ZERO TO DF-SALTOS-FUSAO.
009870         MOVE DF-MEMBRO-ORIGEM TO DF-NUMERO-BUSCA.
009880         PERFORM 2310-PERCORRER-CADEIA THRU 2310-EXIT
009890             UNTIL FIM-CADEIA.
009900         IF NOT CREDITO-ACHADO
009910             AND CANDIDATO-ACHADO
009920             MOVE DF-CAND-CHAVE TO DF-CRD-CHAVE
009930             MOVE SPACES TO DF-CRD-REFERENCIA
009940             SET CREDITO-ACHADO TO TRUE
009950         END-IF.
009960         IF NOT CREDITO-ACHADO
009970             ADD 1 TO DF-CONT-NAO-POSTADAS
009980             ADD IF-QUANT-MILHAS TO DF-MILHAS-NAO-POSTADAS
009990             MOVE "NAO POSTADA - SEM CREDITO CRD" TO
010000                 DF-DET-SITUACAO
010010             GO TO 2300-EXIT
010020         END-IF.
010030         PERFORM 2500-MARCAR-USADO THRU 2500-EXIT.
010040         IF ESTORNO-ACHADO
010050             MOVE DF-DES-CHAVE TO DF-CRD-CHAVE
010060             PERFORM 2500-MARCAR-USADO THRU 2500-EXIT
010070             ADD 1 TO DF-CONT-JA-ESTORNADAS
010080             ADD IF-QUANT-MILHAS TO DF-MILHAS-JA-ESTORNADAS
010090             MOVE "JA ESTORNADA ANTERIORMENTE" TO
010100                 DF-DET-SITUACAO
010110             GO TO 2300-EXIT
010120         END-IF.
010130         ADD 1 TO DF-CONT-POSTADAS.
010140         ADD IF-QUANT-MILHAS TO DF-MILHAS-POSTADAS.
010150         IF NOT MEMBRO-LOCALIZADO
010160             ADD 1 TO DF-CONT-NAO-RECUPERADAS
010170             ADD IF-QUANT-MILHAS TO DF-MILHAS-NAO-RECUPERADAS
010180             MOVE "NAO RECUPERADA - MEMBRO AUSENTE" TO
010190                 DF-DET-SITUACAO
010200             GO TO 2300-EXIT
010210         END-IF.
010220         MOVE MB-NUMERO-MEMBRO TO DF-DET-MEMBRO.
010230         MOVE MB-SALDO-MILHAS TO DF-SALDO-ANTERIOR.
010240         IF IF-QUANT-MILHAS > MB-SALDO-MILHAS
010250             MOVE MB-SALDO-MILHAS TO DF-MILHAS-ESTORNO
010260         ELSE
010270             MOVE IF-QUANT-MILHAS TO DF-MILHAS-ESTORNO
010280         END-IF.
010290         COMPUTE DF-MILHAS-FALTA =
010300             IF-QUANT-MILHAS - DF-MILHAS-ESTORNO.
010310         IF DF-MILHAS-ESTORNO > ZERO
010320             SUBTRACT DF-MILHAS-ESTORNO FROM MB-SALDO-MILHAS
010330             REWRITE MB-REGISTRO-MEMBRO
010340                 INVALID KEY
010350                     DISPLAY "ERRO AO REGRAVAR O MEMBRO - STATUS "
010360                         DF-MEMBMST-STATUS
010370                     ADD 1 TO DF-CONT-NAO-RECUPERADAS
010380                     ADD IF-QUANT-MILHAS TO
010390                         DF-MILHAS-NAO-RECUPERADAS
010400                     MOVE "NAO RECUPERADA - ERRO NO MEMBMST" TO
010410                         DF-DET-SITUACAO
010420                     GO TO 2300-EXIT
010430             END-REWRITE
010440             PERFORM 2400-GRAVAR-MOVIMENTO THRU 2400-EXIT
010450             ADD 1 TO DF-CONT-ESTORNADAS
010460             ADD DF-MILHAS-ESTORNO TO DF-MILHAS-ESTORNADAS
010470         END-IF.
010480         IF DF-MILHAS-FALTA > ZERO
010490             ADD 1 TO DF-CONT-NAO-RECUPERADAS
010500             ADD DF-MILHAS-FALTA TO DF-MILHAS-NAO-RECUPERADAS
010510             MOVE "ESTORNO PARCIAL - SALDO INSUFICIENTE" TO
010520                 DF-DET-SITUACAO
010530         ELSE
010540             MOVE "CREDITO ESTORNADO DO SALDO" TO
010550                 DF-DET-SITUACAO
010560         END-IF.
010570 2300-EXIT.
010580         EXIT.

010590******************************************************************
010600* 2310-PERCORRER-CADEIA
010610* PROCURA O CREDITO NOS MOVIMENTOS DA CONTA ATUAL DA CADEIA E
010620* LE A CONTA NO CADASTRO: CONTA FUNDIDA PASSA PARA A
010630* SOBREVIVENTE; CONTA ATIVA ENCERRA A CADEIA E E A CONTA
010640* ESTORNADA. CONTA AUSENTE OU CADEIA LONGA DEMAIS ENCERRAM A
010650* CADEIA SEM MEMBRO LOCALIZADO.
010660******************************************************************
010670 2310-PERCORRER-CADEIA.
010680         PERFORM 2320-PROCURAR-MOVIMENTOS THRU 2320-EXIT.
010690         MOVE DF-NUMERO-BUSCA TO MB-NUMERO-MEMBRO.
010700         READ MEMBRO-MASTER-FILE
010710             INVALID KEY
010720                 SET FIM-CADEIA TO TRUE
010730                 GO TO 2310-EXIT
010740         END-READ.
010750         IF MB-SITUACAO-MEMBRO NOT = "F"
010760             SET MEMBRO-LOCALIZADO TO TRUE
010770             SET FIM-CADEIA TO TRUE
010780             GO TO 2310-EXIT
010790         END-IF.
010800         ADD 1 TO DF-SALTOS-FUSAO.
010810         IF DF-SALTOS-FUSAO > 10
010820             SET FIM-CADEIA TO TRUE
010830             GO TO 2310-EXIT
010840         END-IF.
010850         MOVE MB-NUMERO-SOBREVIVENTE TO DF-NUMERO-BUSCA.
010860 2310-EXIT.
010870         EXIT.

010880******************************************************************
010890* 2320-PROCURAR-MOVIMENTOS
010900* PERCORRE OS MOVIMENTOS DA CONTA EM DF-NUMERO-BUSCA A PARTIR DA
010910* DATA DO CREDITO, GUARDANDO O PRIMEIRO CREDITO "CRD" DA DATA
010920* COM A MESMA REFERENCIA E MILHAS, O PRIMEIRO CREDITO ANTIGO SEM
010930* REFERENCIA COM AS MESMAS MILHAS E O PRIMEIRO ESTORNO "DES" JA
010940* GRAVADO COM A MESMA REFERENCIA, SEMPRE IGNORANDO OS MOVIMENTOS
010950* JA CASADOS NESTA EXECUCAO.
010960******************************************************************
010970 2320-PROCURAR-MOVIMENTOS.
010980         MOVE "N" TO DF-FIM-MOVIMENTOS-SW.
010990         MOVE DF-NUMERO-BUSCA TO MV-NUMERO-MEMBRO.
011000         MOVE DF-DATA-CREDITO TO MV-DATA-MOVIMENTO.
011010         MOVE ZERO TO MV-SEQUENCIA.
011020         START MOVIMENTO-MEMBRO-FILE
011030             KEY IS NOT LESS THAN MV-CHAVE
011040             INVALID KEY SET FIM-MOVIMENTOS TO TRUE
011050         END-START.
011060         PERFORM 2330-EXAMINAR-MOVIMENTO THRU 2330-EXIT
011070             UNTIL FIM-MOVIMENTOS.
011080 2320-EXIT.
011090         EXIT.

011100 2330-EXAMINAR-MOVIMENTO.
011110         READ MOVIMENTO-MEMBRO-FILE NEXT RECORD
011120             AT END SET FIM-MOVIMENTOS TO TRUE
011130         END-READ.
011140         IF FIM-MOVIMENTOS
011150             GO TO 2330-EXIT
011160         END-IF.
011170         IF MV-NUMERO-MEMBRO NOT = DF-NUMERO-BUSCA
011180             SET FIM-MOVIMENTOS TO TRUE
011190             GO TO 2330-EXIT
011200         END-IF.
011210         IF MV-ORIGEM-MOVIMENTO = "DES"
011220             AND MV-REFERENCIA = DF-REFERENCIA-CREDITO
011230             AND NOT ESTORNO-ACHADO
011240             PERFORM 2510-VERIFICAR-USADO THRU 2510-EXIT
011250             IF NOT MOVIMENTO-USADO
011260                 MOVE MV-CHAVE TO DF-DES-CHAVE
011270                 SET ESTORNO-ACHADO TO TRUE
011280             END-IF
011290             GO TO 2330-EXIT
011300         END-IF.
011310         IF MV-DATA-MOVIMENTO NOT = DF-DATA-CREDITO
011320             OR MV-ORIGEM-MOVIMENTO NOT = "CRD"
011330             OR MV-SINAL-MOVIMENTO NOT = "+"
011340             OR MV-QUANT-MILHAS NOT = IF-QUANT-MILHAS
011350             GO TO 2330-EXIT
011360         END-IF.
011370         IF MV-REFERENCIA = DF-REFERENCIA-CREDITO
011380             AND NOT CREDITO-ACHADO
011390             PERFORM 2510-VERIFICAR-USADO THRU 2510-EXIT
011400             IF NOT MOVIMENTO-USADO
011410                 MOVE MV-CHAVE TO DF-CRD-CHAVE
011420                 MOVE MV-REFERENCIA TO DF-CRD-REFERENCIA
011430                 SET CREDITO-ACHADO TO TRUE
011440             END-IF
011450             GO TO 2330-EXIT
011460         END-IF.
011470         IF MV-REFERENCIA = SPACES
011480             AND NOT CANDIDATO-ACHADO
011490             PERFORM 2510-VERIFICAR-USADO THRU 2510-EXIT
011500             IF NOT MOVIMENTO-USADO
011510                 MOVE MV-CHAVE TO DF-CAND-CHAVE
011520                 SET CANDIDATO-ACHADO TO TRUE
011530             END-IF
011540         END-IF.
011550 2330-EXIT.
011560         EXIT.

011570******************************************************************
011580* 2400-GRAVAR-MOVIMENTO
011590* GRAVA NO RAZAO MEMBMOV O ESTORNO "DES" A DEBITO NA DATA DE
011600* HOJE, COM A MESMA REFERENCIA DO CREDITO ESTORNADO, PARA QUE O
011610* EXTRATO (EXTRMEMBRO) MOSTRE O CREDITO E O ESTORNO LADO A LADO.
011620******************************************************************
011630 2400-GRAVAR-MOVIMENTO.
011640         MOVE SPACES TO MV-REGISTRO-MOVIMENTO.
011650         MOVE MB-NUMERO-MEMBRO TO MV-NUMERO-MEMBRO.
011660         MOVE DF-DATA-HOJE TO MV-DATA-MOVIMENTO.
011670         MOVE ZERO TO MV-SEQUENCIA.
011680         MOVE "DES" TO MV-ORIGEM-MOVIMENTO.
011690         MOVE "-" TO MV-SINAL-MOVIMENTO.
011700         MOVE DF-MILHAS-ESTORNO TO MV-QUANT-MILHAS.
011710         MOVE DF-SALDO-ANTERIOR TO MV-SALDO-ANTERIOR.
011720         MOVE MB-SALDO-MILHAS TO MV-SALDO-NOVO.
011730         MOVE DF-CRD-REFERENCIA TO MV-REFERENCIA.
011740         MOVE "N" TO DF-MOV-GRAVADO-SW.
011750         PERFORM 2410-GRAVAR-COM-SEQUENCIA THRU 2410-EXIT
011760             UNTIL MOVIMENTO-GRAVADO
011770                 OR MV-SEQUENCIA = 9999.
011780         IF NOT MOVIMENTO-GRAVADO
011790             DISPLAY "AVISO - MOVIMENTO NAO GRAVADO NO MEMBMOV - "
011800                 "CHAVE ESGOTADA PARA O MEMBRO "
011810                 MB-NUMERO-MEMBRO
011820             GO TO 2400-EXIT
011830         END-IF.
011840         MOVE MV-CHAVE TO DF-CRD-CHAVE.
011850         PERFORM 2500-MARCAR-USADO THRU 2500-EXIT.
011860 2400-EXIT.
011870         EXIT.

011880 2410-GRAVAR-COM-SEQUENCIA.
011890         WRITE MV-REGISTRO-MOVIMENTO
011900             INVALID KEY
011910                 ADD 1 TO MV-SEQUENCIA
011920             NOT INVALID KEY
011930                 SET MOVIMENTO-GRAVADO TO TRUE
011940         END-WRITE.
011950 2410-EXIT.
011960         EXIT.

011970******************************************************************
011980* 2500-MARCAR-USADO
011990* GUARDA NA TABELA DE MOVIMENTOS CASADOS A CHAVE EM DF-CRD-CHAVE.
012000* COM A TABELA CHEIA, O EXCEDENTE E CONTADO E AVISADO NO
012010* RELATORIO (DIA ANORMALMENTE GRANDE).
012020******************************************************************
012030 2500-MARCAR-USADO.
012040         IF DF-QTD-USADOS NOT < 5000
012050             ADD 1 TO DF-CONT-USADOS-EXCEDENTES
012060             GO TO 2500-EXIT
012070         END-IF.
012080         ADD 1 TO DF-QTD-USADOS.
012090         MOVE DF-CRD-CHAVE TO DF-USADO-CHAVE(DF-QTD-USADOS).
012100 2500-EXIT.
012110         EXIT.

012120******************************************************************
012130* 2510-VERIFICAR-USADO
012140* CONFERE SE O MOVIMENTO ATUAL DO RAZAO (MV-CHAVE) JA FOI CASADO
012150* NESTA EXECUCAO.
012160******************************************************************
012170 2510-VERIFICAR-USADO.
012180         MOVE "N" TO DF-USADO-SW.
012190         PERFORM 2520-COMPARAR-USADO THRU 2520-EXIT
012200             VARYING DF-USADO-SUB FROM 1 BY 1
012210             UNTIL DF-USADO-SUB > DF-QTD-USADOS
012220                 OR MOVIMENTO-USADO.
012230 2510-EXIT.
012240         EXIT.

012250 2520-COMPARAR-USADO.
012260         IF DF-USADO-CHAVE(DF-USADO-SUB) = MV-CHAVE
012270             SET MOVIMENTO-USADO TO TRUE
012280         END-IF.
012290 2520-EXIT.
012300         EXIT.

012310******************************************************************
012320* 2600-GRAVAR-AUDITORIA
012330* GRAVA NO AUDITLOG O ESTORNO DA CONVERSAO (DIRECAO "E", VER
012340* CPYAUDIT) COM A DATA E A HORA DA CONVERSAO ORIGINAL, PARA QUE
012350* A CONCILIACAO DA DATA DESCONTE AS CONVERSOES DESFEITAS.
012360******************************************************************
012370 2600-GRAVAR-AUDITORIA.
012380         IF NOT AUDITLOG-ABERTO
012390             GO TO 2600-EXIT
012400         END-IF.
012410         MOVE SPACES TO AU-REGISTRO-AUDITORIA.
012420         MOVE IF-DATA-CONVERSAO TO AU-DATA-CONVERSAO.
012430         MOVE IF-HORA-CONVERSAO TO AU-HORA-CONVERSAO.
012440         MOVE DF-OPERADOR-ID TO AU-OPERADOR-ID.
012450         MOVE "E" TO AU-DIRECAO-CONVERSAO.
012460         MOVE IF-QUANT-KM TO AU-VALOR-ENTRADA.
012470         MOVE IF-QUANT-MILHAS TO AU-VALOR-SAIDA.
012480         WRITE AU-REGISTRO-AUDITORIA.
012490         ADD 1 TO DF-CONT-AUDITLOG.
012500 2600-EXIT.
012510         EXIT.

012520******************************************************************
012530* 2900-GRAVAR-DETALHE
012540* GRAVA NO RELATORIO A LINHA DA CONVERSAO ESTORNADA COM A
012550* SITUACAO APURADA.
012560******************************************************************
012570 2900-GRAVAR-DETALHE.
012580         MOVE IF-QUANT-MILHAS TO DF-REL-MILHAS-REG-ED.
012590         MOVE SPACES TO DR-LINHA-RELATORIO.
012600         STRING IF-HORA-CONVERSAO DELIMITED BY SIZE
012610             " " DELIMITED BY SIZE
012620             IF-CODIGO-PARCEIRO DELIMITED BY SIZE
012630             " " DELIMITED BY SIZE
012640             DF-DET-MEMBRO DELIMITED BY SIZE
012650             " " DELIMITED BY SIZE
012660             DF-REL-MILHAS-REG-ED DELIMITED BY SIZE
012670             " " DELIMITED BY SIZE
012680             DF-DET-SITUACAO DELIMITED BY SIZE
012690             INTO DR-LINHA-RELATORIO.
012700         WRITE DR-LINHA-RELATORIO.
012710 2900-EXIT.
012720         EXIT.

012730******************************************************************
012740* 3000-EXCLUIR-BILHETES
012750* EXCLUI DO HISTORICO TRIPHIST OS BILHETES PROCESSADOS NA DATA
012760* DO CICLO (DO PARCEIRO INFORMADO), PARA QUE O ARQUIVO CORRIGIDO
012770* NAO SEJA RECUSADO COMO DUPLICADO. NO DESFAZIMENTO DE UM
012780* PARCEIRO, BILHETES GRAVADOS SEM PARCEIRO (ANTERIORES AO CAMPO
012790* NO CPYHIST) NAO PODEM SER ATRIBUIDOS E SAO MANTIDOS.
012800******************************************************************
012810 3000-EXCLUIR-BILHETES.
012820         OPEN I-O TRIP-HIST-FILE.
012830         IF DF-TRIPHIST-STATUS = "35"
012840             GO TO 3000-EXIT
012850         END-IF.
012860         IF DF-TRIPHIST-STATUS NOT = "00"
012870             DISPLAY "ERRO AO ABRIR O ARQUIVO TRIPHIST - STATUS "
012880                 DF-TRIPHIST-STATUS
012890             MOVE "N" TO DF-CONFRONTO-OK-SW
012900             GO TO 3000-EXIT
012910         END-IF.
012920         MOVE LOW-VALUES TO TH-NUMERO-BILHETE.
012930         START TRIP-HIST-FILE
012940             KEY IS NOT LESS THAN TH-NUMERO-BILHETE
012950             INVALID KEY SET FIM-ARQUIVO-HIST TO TRUE
012960         END-START.
012970         PERFORM 3100-TRATAR-BILHETE THRU 3100-EXIT
012980             UNTIL FIM-ARQUIVO-HIST.
012990         CLOSE TRIP-HIST-FILE.
013000 3000-EXIT.
013010         EXIT.

013020 3100-TRATAR-BILHETE.
013030         READ TRIP-HIST-FILE NEXT RECORD
013040             AT END SET FIM-ARQUIVO-HIST TO TRUE
013050         END-READ.
013060         IF FIM-ARQUIVO-HIST
013070             OR TH-DATA-PROCESSO NOT = DF-DATA-CICLO
013080             GO TO 3100-EXIT
013090         END-IF.
013100         IF DF-CODIGO-PARCEIRO NOT = SPACES
013110             IF TH-CODIGO-PARCEIRO = SPACES
013120                 ADD 1 TO DF-CONT-BILHETES-SEM-PARC
013130                 GO TO 3100-EXIT
013140             END-IF
013150             IF TH-CODIGO-PARCEIRO NOT = DF-CODIGO-PARCEIRO
013160                 GO TO 3100-EXIT
013170             END-IF
013180         END-IF.
013190         DELETE TRIP-HIST-FILE RECORD
013200             INVALID KEY
013210                 DISPLAY "ERRO AO EXCLUIR O BILHETE "
013220                     TH-NUMERO-BILHETE " - STATUS "
013230                     DF-TRIPHIST-STATUS
013240                 GO TO 3100-EXIT
013250         END-DELETE.
013260         ADD 1 TO DF-CONT-BILHETES-EXCLUIDOS.
013270 3100-EXIT.
013280         EXIT.

013290******************************************************************
013300* 4000-REABRIR-CICLO
013310* EXCLUI DO CICLOCTL AS ETAPAS 01 A 05 DA DATA, PARA QUE A
013320* CADEIA POSSA SER EXECUTADA DE NOVO DESDE A CRITICA, E REABRE
013330* A DATA NO POSTCTL COM UM REGISTRO "R" (SE ELA JA FOI POSTADA)
013340* PARA O PARCEIRO INFORMADO OU PARA TODOS. UMA DATA JA REABERTA
013350* PARA TODOS NAO PRECISA DE NOVO REGISTRO.
013360******************************************************************
013370 4000-REABRIR-CICLO.
013380         OPEN I-O CICLO-CONTROLE-FILE.
013390         IF DF-CICLOCTL-STATUS = "00"
013400             PERFORM 4100-EXCLUIR-ETAPA THRU 4100-EXIT
013410                 VARYING DF-NUMERO-ETAPA FROM 1 BY 1
013420                 UNTIL DF-NUMERO-ETAPA > 5
013430             CLOSE CICLO-CONTROLE-FILE
013440         ELSE
013450             IF DF-CICLOCTL-STATUS NOT = "35"
013460                 DISPLAY "AVISO - NAO FOI POSSIVEL ABRIR O "
013470                     "CONTROLE CICLOCTL (STATUS "
013480                     DF-CICLOCTL-STATUS ")."
013490             END-IF
013500         END-IF.
013510         IF DATA-POSTADA
013520             SET REABRIR-POSTCTL TO TRUE
013530         END-IF.
013540         IF DATA-REABERTA
013550             AND DF-PARCEIRO-REABERTO NOT = SPACES
013560             SET REABRIR-POSTCTL TO TRUE
013570         END-IF.
013580         IF NOT REABRIR-POSTCTL
013590             GO TO 4000-EXIT
013600         END-IF.
013610         OPEN EXTEND CONTROLE-POSTAGEM-FILE.
013620         IF DF-POSTCTL-STATUS NOT = "00"
013630             DISPLAY "ERRO - NAO FOI POSSIVEL REABRIR A DATA NO "
013640                 "CONTROLE POSTCTL (STATUS " DF-POSTCTL-STATUS
013650                 ")."
013660             MOVE "N" TO DF-REABRIR-POSTCTL-SW
013670             MOVE "N" TO DF-CONFRONTO-OK-SW
013680             GO TO 4000-EXIT
013690         END-IF.
013700         MOVE SPACES TO PC-REGISTRO-CONTROLE.
013710         MOVE DF-DATA-CICLO TO PC-DATA-POSTADA.
013720         MOVE DF-DATA-HOJE TO PC-DATA-EXECUCAO.
013730         MOVE "R" TO PC-TIPO-REGISTRO.
013740         MOVE DF-CODIGO-PARCEIRO TO PC-CODIGO-PARCEIRO.
013750         WRITE PC-REGISTRO-CONTROLE.
013760         CLOSE CONTROLE-POSTAGEM-FILE.
013770 4000-EXIT.
013780         EXIT.

013790 4100-EXCLUIR-ETAPA.
013800         MOVE DF-DATA-CICLO TO CY-DATA-CICLO.
013810         MOVE DF-NUMERO-ETAPA TO CY-NUMERO-ETAPA.
013820         DELETE CICLO-CONTROLE-FILE RECORD
013830             INVALID KEY
013840                 GO TO 4100-EXIT
013850         END-DELETE.
013860         ADD 1 TO DF-CONT-ETAPAS-EXCLUIDAS.
013870 4100-EXIT.
013880         EXIT.

013890******************************************************************
013900* 5000-GRAVAR-TOTAIS
013910* GRAVA OS TOTAIS DO DESFAZIMENTO E OS DOIS CONFRONTOS: AS
013920* CONVERSOES SELECIONADAS TEM QUE FECHAR COM O DESTINO QUE
013930* TIVERAM NA POSTAGEM ORIGINAL, E OS CREDITOS "CRD" POSTADOS
013940* TEM QUE FECHAR COM O QUE FOI ESTORNADO DOS SALDOS MAIS O QUE
013950* NAO PODE SER RECUPERADO.
013960******************************************************************
013970 5000-GRAVAR-TOTAIS.
013980         MOVE SPACES TO DR-LINHA-RELATORIO.
013990         WRITE DR-LINHA-RELATORIO.
014000         MOVE "CONVERSOES SELECIONADAS (MILEINTF)" TO
014010             DF-REL-TEXTO.
014020         MOVE DF-CONT-SELECIONADAS TO DF-REL-CONTADOR-ED.
014030         MOVE DF-MILHAS-SELECIONADAS TO DF-REL-MILHAS-ED.
014040         PERFORM 5900-GRAVAR-LINHA-TOTAL THRU 5900-EXIT.
014050         MOVE "  POSTADAS NO SALDO (CREDITO CRD)" TO
014060             DF-REL-TEXTO.
014070         MOVE DF-CONT-POSTADAS TO DF-REL-CONTADOR-ED.
014080         MOVE DF-MILHAS-POSTADAS TO DF-REL-MILHAS-ED.
014090         PERFORM 5900-GRAVAR-LINHA-TOTAL THRU 5900-EXIT.
014100         MOVE "  PENDENTES NO SUSPENSO (DESFEITAS)" TO
014110             DF-REL-TEXTO.
014120         MOVE DF-CONT-SUSPENSAS TO DF-REL-CONTADOR-ED.
014130         MOVE DF-MILHAS-SUSPENSAS TO DF-REL-MILHAS-ED.
014140         PERFORM 5900-GRAVAR-LINHA-TOTAL THRU 5900-EXIT.
014150         MOVE "  BAIXADAS DO SUSPENSO POR IDADE" TO
014160             DF-REL-TEXTO.
014170         MOVE DF-CONT-BAIXADAS TO DF-REL-CONTADOR-ED.
014180         MOVE DF-MILHAS-BAIXADAS TO DF-REL-MILHAS-ED.
014190         PERFORM 5900-GRAVAR-LINHA-TOTAL THRU 5900-EXIT.
014200         MOVE "  NAO POSTADAS" TO DF-REL-TEXTO.
014210         MOVE DF-CONT-NAO-POSTADAS TO DF-REL-CONTADOR-ED.
014220         MOVE DF-MILHAS-NAO-POSTADAS TO DF-REL-MILHAS-ED.
014230         PERFORM 5900-GRAVAR-LINHA-TOTAL THRU 5900-EXIT.
014240         MOVE "  JA ESTORNADAS ANTERIORMENTE" TO DF-REL-TEXTO.
014250         MOVE DF-CONT-JA-ESTORNADAS TO DF-REL-CONTADOR-ED.
014260         MOVE DF-MILHAS-JA-ESTORNADAS TO DF-REL-MILHAS-ED.
014270         PERFORM 5900-GRAVAR-LINHA-TOTAL THRU 5900-EXIT.
014280         COMPUTE DF-CONT-CONFRONTO = DF-CONT-POSTADAS
014290             + DF-CONT-SUSPENSAS + DF-CONT-BAIXADAS
014300             + DF-CONT-NAO-POSTADAS + DF-CONT-JA-ESTORNADAS.
014310         COMPUTE DF-MILHAS-CONFRONTO = DF-MILHAS-POSTADAS
014320             + DF-MILHAS-SUSPENSAS + DF-MILHAS-BAIXADAS
014330             + DF-MILHAS-NAO-POSTADAS + DF-MILHAS-JA-ESTORNADAS.
014340         IF DF-CONT-CONFRONTO = DF-CONT-SELECIONADAS
014350             AND DF-MILHAS-CONFRONTO = DF-MILHAS-SELECIONADAS
014360             MOVE "CONFERE" TO DF-DET-SITUACAO
014370         ELSE
014380             MOVE "NAO CONFERE" TO DF-DET-SITUACAO
014390             MOVE "N" TO DF-CONFRONTO-OK-SW
014400         END-IF.
014410         MOVE SPACES TO DR-LINHA-RELATORIO.
014420         STRING "CONFRONTO SELECIONADAS X DESTINO ORIGINAL: "
014430             DELIMITED BY SIZE
014440             DF-DET-SITUACAO DELIMITED BY SIZE
014450             INTO DR-LINHA-RELATORIO.
014460         WRITE DR-LINHA-RELATORIO.

014470         MOVE SPACES TO DR-LINHA-RELATORIO.
014480         WRITE DR-LINHA-RELATORIO.
014490         MOVE "CREDITOS CRD ORIGINALMENTE POSTADOS" TO
014500             DF-REL-TEXTO.
014510         MOVE DF-CONT-POSTADAS TO DF-REL-CONTADOR-ED.
014520         MOVE DF-MILHAS-POSTADAS TO DF-REL-MILHAS-ED.
014530         PERFORM 5900-GRAVAR-LINHA-TOTAL THRU 5900-EXIT.
014540         MOVE "  ESTORNADOS DOS SALDOS (MOVIMENTO DES)" TO
014550             DF-REL-TEXTO.
014560         MOVE DF-CONT-ESTORNADAS TO DF-REL-CONTADOR-ED.
014570         MOVE DF-MILHAS-ESTORNADAS TO DF-REL-MILHAS-ED.
014580         PERFORM 5900-GRAVAR-LINHA-TOTAL THRU 5900-EXIT.
014590         MOVE "  NAO RECUPERADOS (SALDO INSUFICIENTE)" TO
014600             DF-REL-TEXTO.
014610         MOVE DF-CONT-NAO-RECUPERADAS TO DF-REL-CONTADOR-ED.
014620         MOVE DF-MILHAS-NAO-RECUPERADAS TO DF-REL-MILHAS-ED.
014630         PERFORM 5900-GRAVAR-LINHA-TOTAL THRU 5900-EXIT.
014640         COMPUTE DF-MILHAS-CONFRONTO = DF-MILHAS-ESTORNADAS
014650             + DF-MILHAS-NAO-RECUPERADAS.
014660         IF DF-MILHAS-CONFRONTO = DF-MILHAS-POSTADAS
014670             MOVE "CONFERE" TO DF-DET-SITUACAO
014680         ELSE
014690             MOVE "NAO CONFERE" TO DF-DET-SITUACAO
014700             MOVE "N" TO DF-CONFRONTO-OK-SW
014710         END-IF.
014720         MOVE SPACES TO DR-LINHA-RELATORIO.
014730         STRING "CONFRONTO POSTADO X ESTORNADO: "
014740             DELIMITED BY SIZE
014750             DF-DET-SITUACAO DELIMITED BY SIZE
014760             INTO DR-LINHA-RELATORIO.
014770         WRITE DR-LINHA-RELATORIO.

014780         MOVE SPACES TO DR-LINHA-RELATORIO.
014790         WRITE DR-LINHA-RELATORIO.
014800         MOVE "ESTORNOS GRAVADOS NO AUDITLOG" TO DF-REL-TEXTO.
014810         MOVE DF-CONT-AUDITLOG TO DF-REL-CONTADOR-ED.
014820         PERFORM 5910-GRAVAR-LINHA-CONTADOR THRU 5910-EXIT.
014830         MOVE "BILHETES EXCLUIDOS DO TRIPHIST" TO DF-REL-TEXTO.
014840         MOVE DF-CONT-BILHETES-EXCLUIDOS TO DF-REL-CONTADOR-ED.
014850         PERFORM 5910-GRAVAR-LINHA-CONTADOR THRU 5910-EXIT.
014860         IF DF-CODIGO-PARCEIRO NOT = SPACES
014870             MOVE "BILHETES DA DATA SEM PARCEIRO MANTIDOS" TO
014880                 DF-REL-TEXTO
014890             MOVE DF-CONT-BILHETES-SEM-PARC TO
014900                 DF-REL-CONTADOR-ED
014910             PERFORM 5910-GRAVAR-LINHA-CONTADOR THRU 5910-EXIT
014920         END-IF.
014930         MOVE "ETAPAS EXCLUIDAS DO CICLOCTL" TO DF-REL-TEXTO.
014940         MOVE DF-CONT-ETAPAS-EXCLUIDAS TO DF-REL-CONTADOR-ED.
014950         PERFORM 5910-GRAVAR-LINHA-CONTADOR THRU 5910-EXIT.
014951         IF RETIDO-EXISTE
014952             MOVE "RETENCOES DESFEITAS NO MEMBRETD" TO
014954                 DF-REL-TEXTO
014955             MOVE DF-CONT-RETIDOS-DESFEITOS TO DF-REL-CONTADOR-ED
014957             PERFORM 5910-GRAVAR-LINHA-CONTADOR THRU 5910-EXIT
014958         END-IF.
014960         MOVE SPACES TO DR-LINHA-RELATORIO.
014970         IF REABRIR-POSTCTL
014980             STRING "DATA REABERTA NO POSTCTL PARA O PARCEIRO: "
014990                 DELIMITED BY SIZE
015000                 DF-PARCEIRO-EXIBIDO DELIMITED BY SIZE
015010                 INTO DR-LINHA-RELATORIO
015020         ELSE
015030             STRING "POSTCTL SEM ALTERACAO - DATA NAO POSTADA "
015040                 "OU JA REABERTA PARA TODOS"
015050                 DELIMITED BY SIZE
015060                 INTO DR-LINHA-RELATORIO
015070         END-IF.
015080         WRITE DR-LINHA-RELATORIO.
015090         IF DF-CONT-SUSP-EXCEDENTES > ZERO
015100             OR DF-CONT-USADOS-EXCEDENTES > ZERO
015105             OR DF-CONT-RET-EXCEDENTES > ZERO
015110             MOVE SPACES TO DR-LINHA-RELATORIO
015120             STRING "AVISO - TABELAS DE TRABALHO CHEIAS - "
015130                 "CONFIRA OS CASAMENTOS DESTE DESFAZIMENTO"
015140                 DELIMITED BY SIZE
015150                 INTO DR-LINHA-RELATORIO
015160             WRITE DR-LINHA-RELATORIO
015170         END-IF.
015180 5000-EXIT.
015190         EXIT.

015200 5900-GRAVAR-LINHA-TOTAL.
015210         MOVE SPACES TO DR-LINHA-RELATORIO.
015220         STRING DF-REL-TEXTO DELIMITED BY SIZE
015230             DF-REL-CONTADOR-ED DELIMITED BY SIZE
015240             " MILHAS: " DELIMITED BY SIZE
015250             DF-REL-MILHAS-ED DELIMITED BY SIZE
015260             INTO DR-LINHA-RELATORIO.
015270         WRITE DR-LINHA-RELATORIO.
015280 5900-EXIT.
015290         EXIT.

015300 5910-GRAVAR-LINHA-CONTADOR.
015310         MOVE SPACES TO DR-LINHA-RELATORIO.
015320         STRING DF-REL-TEXTO DELIMITED BY SIZE
015330             DF-REL-CONTADOR-ED DELIMITED BY SIZE
015340             INTO DR-LINHA-RELATORIO.
015350         WRITE DR-LINHA-RELATORIO.
015360 5910-EXIT.
015370         EXIT.
