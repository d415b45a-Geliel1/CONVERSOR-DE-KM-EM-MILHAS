000010******************************************************************
000020* AUTHOR:     GELIEL GUSTAVO DE SOUZA SILVA.
000030* INSTALLATION: DEPARTAMENTO DE OPERACOES - MILHAGEM.
000040* DATE-WRITTEN: 15/10/2026.
000050* DATE-COMPILED:
000060******************************************************************
000070* HISTORICO DE ALTERACOES:
000080* DATA       AUTOR   DESCRICAO
000090* ---------- ------- ----------------------------------------
000100* 15/10/2026 GGSS    PROGRAMA ORIGINAL - CONSULTA INTERATIVA DA
000110*                    CONTA DO MEMBRO PARA A CENTRAL DE
000120*                    ATENDIMENTO: APOS O SIGN-ON NO CADASTRO
000130*                    OPERMST, LOCALIZA O MEMBRO PELO NUMERO OU
000140*                    POR PARTE DO NOME E EXIBE SALDO, NIVEL E
000150*                    ULTIMA ATIVIDADE, AS MILHAS SUJEITAS A
000160*                    EXPIRACAO PELA REGRA DE 24 MESES DO
000170*                    EXPMILHAS, OS CREDITOS DA INTERFACE MILEINTF
000180*                    AINDA NAO POSTADOS OU NAO CONFIRMADOS E OS
000190*                    MOVIMENTOS MAIS RECENTES DO RAZAO MEMBMOV,
000200*                    PAGINADOS, COM ORIGEM E SALDO. TODA CONSULTA
000210*                    E PESQUISA E REGISTRADA NA SECLOG PARA A
000211*                    AUDITORIA DE PRIVACIDADE.
000213* 15/10/2026 GGSS    CONVERSOES ESTORNADAS PELO DESFAZIMENTO DO
000215*                    CICLO (SITUACAO "E", DESFCICLO) NAO SAO MAIS
000216*                    LISTADAS COMO PENDENTES, E UMA DATA REABERTA
000218*                    NO POSTCTL (REGISTRO "R") VOLTA A SER TRATADA
000220*                    COMO NAO POSTADA ATE A NOVA POSTAGEM, SO PARA
000221*                    AS CONVERSOES DO PARCEIRO REABERTO (TODAS, SE
000223*                    O PARCEIRO ESTIVER EM BRANCO), COMO NA
000225*                    REPOSTAGEM PELO POSTMILHAS.
000227* 15/10/2026 GGSS    O SIGN-ON PASSA A SEGUIR A POLITICA DE SENHAS
000228*                    DO CALCPARM: BLOQUEIO DO OPERADOR APOS O
000229*                    LIMITE DE FALHAS DE SENHA CONSECUTIVAS EM
000230*                    QUALQUER PROGRAMA (DESFEITO SOMENTE POR UM
000231*                    SUPERVISOR NO MANTOPER) E TROCA OBRIGATORIA
000232*                    DA SENHA PROVISORIA OU VENCIDA. O OPERMST
000233*                    PASSA A SER ABERTO EM I-O PARA ATUALIZAR
000234*                    ESSE CONTROLE.
000235* 15/10/2026 GGSS    OS CREDITOS PENDENTES PASSAM A MOSTRAR A
000237*                    SITUACAO NO ARQUIVO DE RETIDOS MEMBRETD:
000238*                    RETIDO OU LIBERADO AGUARDANDO POSTAGEM
000240*                    (AMBOS CONTADOS COMO NAO POSTADOS) E
000242*                    CANCELADO, QUE NUNCA SERA POSTADO. PENDENTES
000243*                    ALEM DA PRIMEIRA PAGINA SAO INFORMADOS PELA
000245*                    QUANTIDADE.
000246******************************************************************
000248 IDENTIFICATION DIVISION.
000250*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000260 PROGRAM-ID. CONSMEMB.
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
000400* CADASTRO MESTRE DE MEMBROS FIDELIDADE (VER CPYMEMB).
000410     SELECT MEMBRO-MASTER-FILE ASSIGN TO "MEMBMST"
000420             ORGANIZATION IS INDEXED
000430             ACCESS MODE IS DYNAMIC
000440             RECORD KEY IS MB-NUMERO-MEMBRO
000450             FILE STATUS IS CB-MEMBMST-STATUS.
000460* RAZAO DE MOVIMENTOS DE MILHAS POR MEMBRO (VER CPYMOV).
000470     SELECT MOVIMENTO-MEMBRO-FILE ASSIGN TO "MEMBMOV"
000480             ORGANIZATION IS INDEXED
000490             ACCESS MODE IS DYNAMIC
000500             RECORD KEY IS MV-CHAVE
000510             FILE STATUS IS CB-MEMBMOV-STATUS.
000520* INTERFACE DE MILHAGEM GRAVADA PELO CALCMILHAS (VER CPYINTF).
000530     SELECT MILHAGEM-INTERFACE-FILE ASSIGN TO "MILEINTF"
000540             ORGANIZATION IS SEQUENTIAL
000550             FILE STATUS IS CB-MILEINTF-STATUS.
000560* CONTROLE DAS DATAS JA POSTADAS PELO POSTMILHAS.
000570     SELECT CONTROLE-POSTAGEM-FILE ASSIGN TO "POSTCTL"
000580             ORGANIZATION IS SEQUENTIAL
000590             FILE STATUS IS CB-POSTCTL-STATUS.
000591* PARAMETRO CALCPARM, LIDO NO SIGN-ON PARA OBTER A POLITICA DE
000593* SENHAS (VER CPYFATOR).
000595     SELECT FATOR-CONVERSAO-FILE ASSIGN TO "CALCPARM"
000596             ORGANIZATION IS SEQUENTIAL
000598             FILE STATUS IS CB-CALCPARM-STATUS.
000600* CADASTRO MESTRE DE OPERADORES (VER CPYOPER).
000610     SELECT OPERADOR-MASTER-FILE ASSIGN TO "OPERMST"
000620             ORGANIZATION IS INDEXED
000630             ACCESS MODE IS RANDOM
000640             RECORD KEY IS OP-CODIGO
000650             FILE STATUS IS CB-OPERMST-STATUS.
000660* TRILHA DE SEGURANCA COM AS RECUSAS DE SIGN-ON E AS CONSULTAS.
000670     SELECT SEGURANCA-LOG-FILE ASSIGN TO "SECLOG"
000680             ORGANIZATION IS SEQUENTIAL
000690             FILE STATUS IS CB-SECLOG-STATUS.
000691* CREDITOS RETIDOS PARA LIBERACAO DO SUPERVISOR (VER CPYRETD).
000692     SELECT RETIDO-POSTAGEM-FILE ASSIGN TO "MEMBRETD"
000694             ORGANIZATION IS INDEXED
000695             ACCESS MODE IS DYNAMIC
000697             RECORD KEY IS RO-CHAVE
000698             FILE STATUS IS CB-MEMBRETD-STATUS.
000700 DATA DIVISION.
000710*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000720 FILE SECTION.
000730*-----------------------
000740 FD  MEMBRO-MASTER-FILE
000750             LABEL RECORDS ARE STANDARD
000760             RECORD CONTAINS 80 CHARACTERS.
000770 COPY CPYMEMB.

000780 FD  MOVIMENTO-MEMBRO-FILE
000790             LABEL RECORDS ARE STANDARD
000800             RECORD CONTAINS 80 CHARACTERS.
000810 COPY CPYMOV.

000820 FD  MILHAGEM-INTERFACE-FILE
000830             LABEL RECORDS ARE STANDARD
000840             RECORD CONTAINS 80 CHARACTERS.
000850 COPY CPYINTF.

000860 FD  CONTROLE-POSTAGEM-FILE
000870             LABEL RECORDS ARE STANDARD
000880             RECORD CONTAINS 80 CHARACTERS.
000890 01  PC-REGISTRO-CONTROLE.
000900     05  PC-DATA-POSTADA             PIC 9(08).
000910     05  PC-DATA-EXECUCAO            PIC 9(08).
000912* TIPO DO REGISTRO: EM BRANCO, DATA POSTADA; "R", DATA REABERTA
000914* PELO DESFCICLO PARA O PARCEIRO EM PC-CODIGO-PARCEIRO.
000916     05  PC-TIPO-REGISTRO            PIC X(01).
000918     05  PC-CODIGO-PARCEIRO          PIC X(03).
000920     05  FILLER                      PIC X(60).

000922 FD  FATOR-CONVERSAO-FILE
000924             LABEL RECORDS ARE STANDARD
000926             RECORD CONTAINS 80 CHARACTERS.
000928 COPY CPYFATOR.

000930 FD  OPERADOR-MASTER-FILE
000940             LABEL RECORDS ARE STANDARD
000950             RECORD CONTAINS 80 CHARACTERS.
000960 COPY CPYOPER.

000970 FD  SEGURANCA-LOG-FILE
000980             LABEL RECORDS ARE STANDARD
000990             RECORD CONTAINS 80 CHARACTERS.
001000 01  SL-LINHA-SEGURANCA              PIC X(80).

001002 FD  RETIDO-POSTAGEM-FILE
001004             LABEL RECORDS ARE STANDARD
001006             RECORD CONTAINS 80 CHARACTERS.
001008 COPY CPYRETD.

001010 WORKING-STORAGE SECTION.
001020*-----------------------
001030* STATUS DOS ARQUIVOS UTILIZADOS PELO PROGRAMA.
001040 01  CB-MEMBMST-STATUS               PIC X(02).
001050 01  CB-MEMBMOV-STATUS               PIC X(02).
001060 01  CB-MILEINTF-STATUS              PIC X(02).
001070 01  CB-POSTCTL-STATUS               PIC X(02).
001080 01  CB-OPERMST-STATUS               PIC X(02).
001085 01  CB-CALCPARM-STATUS              PIC X(02).
001090 01  CB-SECLOG-STATUS                PIC X(02).
001095 01  CB-MEMBRETD-STATUS              PIC X(02).

001100 01  CB-FIM-CADASTRO-SW              PIC X(01) VALUE "N".
001110             88  FIM-CADASTRO                VALUE "S".
001120 01  CB-FIM-MOVIMENTO-SW             PIC X(01) VALUE "N".
001130             88  FIM-MOVIMENTO               VALUE "S".
001140 01  CB-FIM-ARQUIVO-INTF-SW          PIC X(01) VALUE "N".
001150             88  FIM-ARQUIVO-INTF            VALUE "S".
001160 01  CB-FIM-ARQUIVO-CTL-SW           PIC X(01) VALUE "N".
001170             88  FIM-ARQUIVO-CTL             VALUE "S".

001180* ACAO ESCOLHIDA NO MENU DE CONSULTA.
001190 01  CB-ACAO-CONSULTA                PIC X(01) VALUE SPACE.
001200             88  ACAO-MEMBRO                 VALUE "M".
001210             88  ACAO-NOME                   VALUE "N".
001220             88  ACAO-FIM                    VALUE "F".

001230* CODIGO DO OPERADOR RESPONSAVEL, GRAVADO NA TRILHA SECLOG.
001240 01  CB-OPERADOR-ID                  PIC X(08).

001250* CONTROLE DO SIGN-ON CONTRA O CADASTRO MESTRE OPERMST. A
001260* CONSULTA E LIBERADA A QUALQUER OPERADOR ATIVO. SE O CADASTRO
001270* AINDA NAO EXISTIR, PERMANECE O ACESSO SEM VALIDACAO.
001280 01  CB-SENHA-INFORMADA              PIC X(08).
001290 01  CB-TENTATIVAS-SIGNON            PIC 9(01) COMP VALUE ZERO.
001300 01  CB-SIGNON-OK-SW                 PIC X(01) VALUE "N".
001310             88  SIGNON-AUTORIZADO           VALUE "S".
001320 01  CB-EVENTO-SEGURANCA             PIC X(34).
001321* POLITICA DE SENHAS DO CALCPARM (VER CPYFATOR), COM OS VALORES
001322* PADRAO QUANDO O ARQUIVO NAO EXISTE OU OS CAMPOS ESTAO ZERADOS.
001323 01  CB-MAX-FALHAS-SIGNON            PIC 9(02) VALUE 5.
001324 01  CB-DIAS-VALIDADE-SENHA          PIC 9(03) VALUE 90.
001325* TROCA OBRIGATORIA DA SENHA PROVISORIA OU VENCIDA NO SIGN-ON:
001326* NOVA SENHA DIGITADA DUAS VEZES, DATA DO SIGN-ON E DIAS DESDE A
001327* ULTIMA TROCA. O SW INDICA SE A SENHA ESTA EM DIA, SE FOI
001328* TROCADA AGORA OU SE A TROCA FOI RECUSADA.
001329 01  CB-SENHA-TROCA                  PIC X(08).
001330 01  CB-SENHA-TROCA-CONF             PIC X(08).
001331 01  CB-DATA-SIGNON                  PIC 9(08) VALUE ZERO.
001332 01  CB-DIAS-SENHA                   PIC S9(07) COMP VALUE ZERO.
001333 01  CB-VALIDADE-SENHA-SW            PIC X(01) VALUE "S".
001334             88  SENHA-EM-DIA                VALUE "S".
001335             88  SENHA-TROCADA               VALUE "T".
001336             88  SENHA-RECUSADA              VALUE "N".
001337* LIGADO QUANDO A FALHA ATUAL BLOQUEOU O OPERADOR.
001338 01  CB-BLOQUEIO-NOVO-SW             PIC X(01) VALUE "N".
001339             88  BLOQUEIO-NOVO               VALUE "S".

001342* DATA E HORA DA GRAVACAO NA TRILHA SECLOG.
001346 01  CB-LOG-DATA                     PIC 9(08).
001350 01  CB-LOG-HORA                     PIC 9(08).

001360* DATA DE HOJE E APOIO AO CALCULO DO PRAZO DE EXPIRACAO PELA
001370* REGRA DO EXPMILHAS: O SALDO EXPIRA QUANDO A ULTIMA ATIVIDADE
001380* TEM MAIS DE 731 DIAS (24 MESES).
001390 01  CB-DATA-HOJE                    PIC 9(08) VALUE ZERO.
001400 01  CB-DIAS-HOJE                    PIC 9(08) COMP VALUE ZERO.
001410 01  CB-DIAS-ATIVIDADE               PIC 9(08) COMP VALUE ZERO.
001420 01  CB-DIAS-RESTANTES               PIC S9(05) COMP VALUE ZERO.
001430 01  CB-DIAS-VALIDADE                PIC 9(05) COMP VALUE 731.
001440 01  CB-DATA-VALIDADE                PIC 9(08) VALUE ZERO.

001450* NUMERO DO MEMBRO INFORMADO OU ESCOLHIDO NA PESQUISA.
001460 01  CB-MEMBRO-INFORMADO             PIC X(10).

001470* PARTE DO NOME INFORMADA PARA A PESQUISA E O NOME DO MEMBRO EM
001480* COMPARACAO, VISTOS CARACTER A CARACTER.
001490 01  CB-NOME-PESQUISA                PIC X(30).
001500 01  CB-PESQUISA-CARACTERES REDEFINES CB-NOME-PESQUISA.
001510     05  CB-PESQ-CAR                 PIC X(01) OCCURS 30 TIMES.
001520 01  CB-NOME-COMPARA                 PIC X(30).
001530 01  CB-NOME-CARACTERES REDEFINES CB-NOME-COMPARA.
001540     05  CB-NOME-CAR                 PIC X(01) OCCURS 30 TIMES.
001550 01  CB-NOME-EVENTO                  PIC X(20).
001560 01  CB-TAM-PESQUISA                 PIC 9(03) COMP VALUE ZERO.
001570 01  CB-POS-INICIO                   PIC 9(03) COMP.
001580 01  CB-POS-FINAL                    PIC 9(03) COMP.
001590 01  CB-POS-PESQ                     PIC 9(03) COMP.
001600 01  CB-POS-NOME                     PIC 9(03) COMP.
001610 01  CB-NOME-CONFERE-SW              PIC X(01).
001620             88  NOME-CONFERE                VALUE "S".
001630 01  CB-CAR-CONFERE-SW               PIC X(01).
001640             88  CARACTERES-CONFEREM         VALUE "S".
001650             88  CARACTERES-DIFEREM          VALUE "N".

001660* LIMITE DE MEMBROS EXIBIDOS POR PESQUISA DE NOME.
001670 01  CB-CONT-ENCONTRADOS             PIC 9(03) COMP VALUE ZERO.
001680 01  CB-MAX-ENCONTRADOS              PIC 9(03) COMP VALUE 20.

001690* DATAS JA POSTADAS PELO POSTMILHAS, CARREGADAS DO POSTCTL. COM
001700* A TABELA CHEIA AS DATAS MAIS ANTIGAS SAO SUBSTITUIDAS E OS
001710* CREDITOS ANTERIORES A MENOR DATA GUARDADA SAO DADOS COMO
001720* POSTADOS. UMA DATA REABERTA PELO DESFCICLO FICA MARCADA NA
001723* TABELA COM O PARCEIRO REABERTO (EM BRANCO, TODOS) ATE SER
001726* POSTADA DE NOVO.
001730 01  CB-QTD-POSTADAS                 PIC 9(05) COMP VALUE ZERO.
001740 01  CB-POSTADA-PROXIMA              PIC 9(05) COMP VALUE ZERO.
001750 01  CB-MENOR-POSTADA                PIC 9(08) VALUE ZERO.
001760 01  CB-TABELA-POSTADAS.
001765     05  CB-POSTADA-TABELA OCCURS 1000 TIMES.
001770         10  CB-DATA-POSTADA         PIC 9(08).
001772         10  CB-DATA-REABERTA-SW     PIC X(01).
001775             88  DATA-TAB-REABERTA           VALUE "S".
001777         10  CB-PARCEIRO-REABERTO    PIC X(03).
001780 01  CB-POSTADA-SUB                  PIC 9(05) COMP.
001790 01  CB-POSTCTL-EXISTE-SW            PIC X(01) VALUE "N".
001800             88  POSTCTL-EXISTE              VALUE "S".
001810 01  CB-DATA-POSTADA-SW              PIC X(01).
001820             88  DATA-JA-POSTADA             VALUE "S".
001830             88  DATA-NAO-POSTADA            VALUE "N".

001840* CREDITOS DA INTERFACE PENDENTES DE POSTAGEM OU CONFIRMACAO.
001850 01  CB-CONT-NAO-POSTADOS            PIC 9(09) COMP VALUE ZERO.
001860 01  CB-CONT-NAO-CONFIRMADOS         PIC 9(09) COMP VALUE ZERO.
001870 01  CB-MILHAS-NAO-POSTADAS          PIC 9(11) COMP VALUE ZERO.
001880 01  CB-MILHAS-NAO-CONFIRMADAS       PIC 9(11) COMP VALUE ZERO.
001890 01  CB-CONT-PENDENTES-EXIBIDOS      PIC 9(09) COMP VALUE ZERO.
001891 01  CB-CONT-NAO-LISTADOS            PIC 9(09) COMP VALUE ZERO.
001892 01  CB-SITUACAO-PENDENTE            PIC X(28).

001894* SITUACAO DO CREDITO NO ARQUIVO DE RETIDOS MEMBRETD, PROCURADO
001895* PELA DATA DA CONVERSAO E PELOS DADOS DO REGISTRO DA MILEINTF.
001896* SEM O ARQUIVO (STATUS "35"), NENHUM CREDITO E DADO COMO RETIDO.
001898 01  CB-MEMBRETD-ABERTO-SW           PIC X(01) VALUE "N".
001899             88  MEMBRETD-ABERTO             VALUE "S".
001900 01  CB-FIM-ARQUIVO-RET-SW           PIC X(01) VALUE "N".
001902             88  FIM-ARQUIVO-RET             VALUE "S".
001903 01  CB-SITUACAO-RETENCAO            PIC X(01) VALUE SPACE.
001904             88  SEM-RETENCAO                VALUE SPACE.
001906             88  CREDITO-RETIDO              VALUE "R".
001907             88  CREDITO-LIBERADO            VALUE "L".
001908             88  CREDITO-CANCELADO           VALUE "C".

001910* MOVIMENTOS MAIS RECENTES DO MEMBRO NO RAZAO MEMBMOV. A TABELA
001920* E CIRCULAR: GUARDA OS ULTIMOS 100 MOVIMENTOS LIDOS EM ORDEM
001930* CRESCENTE E E EXIBIDA DO MAIS RECENTE PARA O MAIS ANTIGO.
001940 01  CB-QTD-MOVIMENTOS               PIC 9(03) COMP VALUE ZERO.
001950 01  CB-MOV-ULTIMO                   PIC 9(03) COMP VALUE ZERO.
001960 01  CB-TOT-MOVIMENTOS               PIC 9(09) COMP VALUE ZERO.
001970 01  CB-TABELA-MOVIMENTOS.
001980     05  CB-MOVIMENTO-TABELA OCCURS 100 TIMES.
001990         10  CB-MOV-DATA             PIC 9(08).
002000         10  CB-MOV-ORIGEM           PIC X(03).
002010         10  CB-MOV-SINAL            PIC X(01).
002020         10  CB-MOV-MILHAS           PIC 9(07).
002030         10  CB-MOV-SALDO            PIC 9(11).
002040         10  CB-MOV-REFERENCIA       PIC X(12).
002050 01  CB-MOV-EXIBIDOS                 PIC 9(03) COMP VALUE ZERO.
002060 01  CB-MOV-SUB                      PIC S9(05) COMP.
002070 01  CB-LINHAS-PAGINA                PIC 9(03) COMP VALUE ZERO.
002080 01  CB-TAMANHO-PAGINA               PIC 9(03) COMP VALUE 10.
002090 01  CB-RESPOSTA                     PIC X(01).
002100             88  PROXIMA-PAGINA              VALUE "P".
002110 01  CB-FIM-PAGINACAO-SW             PIC X(01).
002120             88  FIM-PAGINACAO               VALUE "S".

002130* CAMPOS EDITADOS PARA A EXIBICAO DOS VALORES NO TERMINAL.
002140 01  CB-SALDO-ED                     PIC Z(10)9.
002150 01  CB-MILHAS-ED                    PIC Z(06)9.
002160 01  CB-TOTAL-ED                     PIC Z(10)9.
002170 01  CB-CONTADOR-ED                  PIC Z(08)9.
002180 01  CB-DIAS-ED                      PIC Z(04)9.

002190 PROCEDURE DIVISION.
002200*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002210******************************************************************
002220* 0000-MAINLINE
002230* PARAGRAFO PRINCIPAL - EFETUA O SIGN-ON, CARREGA AS DATAS JA
002240* POSTADAS, ABRE O CADASTRO E O RAZAO DE MEMBROS E REPETE O
002250* MENU DE CONSULTA ATE O ENCERRAMENTO.
002260******************************************************************
002270 0000-MAINLINE.
002280         PERFORM 0100-EFETUAR-SIGNON THRU 0100-EXIT.
002290         IF NOT SIGNON-AUTORIZADO
002300             DISPLAY "SIGN-ON RECUSADO - EXECUCAO ENCERRADA."
002310             GO TO 0000-EXIT
002320         END-IF.
002330         ACCEPT CB-DATA-HOJE FROM DATE YYYYMMDD.
002340         COMPUTE CB-DIAS-HOJE =
002350             FUNCTION INTEGER-OF-DATE(CB-DATA-HOJE).
002360         PERFORM 1000-CARREGAR-DATAS-POSTADAS THRU 1000-EXIT.
002370         OPEN INPUT MEMBRO-MASTER-FILE.
002380         IF CB-MEMBMST-STATUS NOT = "00"
002390             DISPLAY "ERRO AO ABRIR O ARQUIVO MEMBMST - STATUS "
002400                 CB-MEMBMST-STATUS
002410             GO TO 0000-EXIT
002420         END-IF.
002430         OPEN INPUT MOVIMENTO-MEMBRO-FILE.
002440         IF CB-MEMBMOV-STATUS NOT = "00"
002450             AND CB-MEMBMOV-STATUS NOT = "35"
002460             DISPLAY "ERRO AO ABRIR O ARQUIVO MEMBMOV - STATUS "
002470                 CB-MEMBMOV-STATUS
002480             CLOSE MEMBRO-MASTER-FILE
002490             GO TO 0000-EXIT
002500         END-IF.
002510         IF CB-MEMBMOV-STATUS = "35"
002520             DISPLAY "AVISO - RAZAO MEMBMOV INEXISTENTE - "
002530                 "CONSULTA SEM MOVIMENTOS."
002540         END-IF.
002550         PERFORM 1100-EXECUTAR-ACAO THRU 1100-EXIT
002560             UNTIL ACAO-FIM.
002570         CLOSE MEMBRO-MASTER-FILE.
002580         IF CB-MEMBMOV-STATUS NOT = "35"
002590             CLOSE MOVIMENTO-MEMBRO-FILE
002600         END-IF.
002610         DISPLAY "CONSULTA DE MEMBROS ENCERRADA.".
002620         GO TO 0000-EXIT.
002630 0000-EXIT.
002640         STOP RUN.

002650******************************************************************
002660* 0100-EFETUAR-SIGNON
002670* VALIDA O OPERADOR DA CENTRAL NO CADASTRO OPERMST (SENHA E
002680* SITUACAO ATIVA - QUALQUER NIVEL CONSULTA), COM ATE TRES
002690* TENTATIVAS E REGISTRO DAS RECUSAS NA SECLOG. SE O CADASTRO
002700* AINDA NAO EXISTIR, MANTEM O ACESSO SEM VALIDACAO.
002710******************************************************************
002720 0100-EFETUAR-SIGNON.
002730         OPEN I-O OPERADOR-MASTER-FILE.
002740         IF CB-OPERMST-STATUS = "35"
002750             DISPLAY "AVISO - CADASTRO OPERMST INEXISTENTE - "
002760                 "EXECUCAO SEM VALIDACAO DE OPERADOR."
002770             SET SIGNON-AUTORIZADO TO TRUE
002780             DISPLAY "DIGITE O CODIGO DO OPERADOR (ATE 8 "
002790                 "CARACTERES): "
002800             ACCEPT CB-OPERADOR-ID
002810             IF CB-OPERADOR-ID = SPACES
002820                 MOVE "DESCONHE" TO CB-OPERADOR-ID
002830             END-IF
002840             GO TO 0100-EXIT
002850         END-IF.
002860         IF CB-OPERMST-STATUS NOT = "00"
002870             DISPLAY "ERRO AO ABRIR O ARQUIVO OPERMST - STATUS "
002880                 CB-OPERMST-STATUS
002890             GO TO 0100-EXIT
002900         END-IF.
002905         PERFORM 0150-LER-POLITICA-SENHA THRU 0150-EXIT.
002910         PERFORM 0110-TENTAR-SIGNON THRU 0110-EXIT
002920             UNTIL SIGNON-AUTORIZADO
002930                 OR CB-TENTATIVAS-SIGNON > 2.
002940         CLOSE OPERADOR-MASTER-FILE.
002950 0100-EXIT.
002960         EXIT.

002970 0110-TENTAR-SIGNON.
002980         ADD 1 TO CB-TENTATIVAS-SIGNON.
002990         DISPLAY "SIGN-ON - CODIGO DO OPERADOR: ".
003000         ACCEPT CB-OPERADOR-ID.
003010         DISPLAY "SENHA: ".
003020         ACCEPT CB-SENHA-INFORMADA.
003030         MOVE CB-OPERADOR-ID TO OP-CODIGO.
003040         READ OPERADOR-MASTER-FILE
003050             INVALID KEY
003060                 DISPLAY "OPERADOR NAO CADASTRADO."
003070                 MOVE "SIGN-ON OPERADOR INEXISTENTE" TO
003080                     CB-EVENTO-SEGURANCA
003090                 PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
003100                 GO TO 0110-EXIT
003110         END-READ.
003111         IF OP-BLOQUEADO
003112             DISPLAY "OPERADOR BLOQUEADO - PROCURE UM SUPERVISOR."
003113             MOVE "SIGN-ON OPERADOR BLOQUEADO" TO
003115                 CB-EVENTO-SEGURANCA
003116             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
003117             GO TO 0110-EXIT
003118         END-IF.
003120         IF OP-SENHA NOT = CB-SENHA-INFORMADA
003130             DISPLAY "SENHA INVALIDA."
003140             MOVE "SIGN-ON SENHA INVALIDA" TO
003150                 CB-EVENTO-SEGURANCA
003160             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
003165             PERFORM 0130-CONTAR-FALHA-SIGNON THRU 0130-EXIT
003170             GO TO 0110-EXIT
003180         END-IF.
003190         IF OP-SITUACAO = "I"
003200             DISPLAY "OPERADOR DESATIVADO."
003210             MOVE "SIGN-ON OPERADOR DESATIVADO" TO
003220                 CB-EVENTO-SEGURANCA
003230             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
003240             GO TO 0110-EXIT
003241         END-IF.
003242         PERFORM 0140-VERIFICAR-VALIDADE-SENHA THRU 0140-EXIT.
003243         IF SENHA-RECUSADA
003244             GO TO 0110-EXIT
003245         END-IF.
003246         MOVE ZERO TO OP-QTD-FALHAS-SIGNON.
003247         MOVE CB-DATA-SIGNON TO OP-DATA-ULT-SIGNON.
003248         REWRITE OP-REGISTRO-OPERADOR
003249             INVALID KEY
003250                 DISPLAY "ERRO AO REGRAVAR O OPERMST - STATUS "
003251                     CB-OPERMST-STATUS
003252                 GO TO 0110-EXIT
003253         END-REWRITE.
003254         IF SENHA-TROCADA
003255             MOVE "SENHA ALTERADA NO SIGN-ON" TO
003256                 CB-EVENTO-SEGURANCA
003257             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
003258         END-IF.
003260         SET SIGNON-AUTORIZADO TO TRUE.
003270 0110-EXIT.
003280         EXIT.

003290******************************************************************
003300* 0120-GRAVAR-SECLOG
003310* GRAVA NA TRILHA DE SEGURANCA UMA LINHA COM DATA, HORA,
003320* PROGRAMA, OPERADOR E O EVENTO JA PREPARADO PELO PARAGRAFO
003330* CHAMADOR (RECUSA DE SIGN-ON, CONSULTA OU PESQUISA).
003340******************************************************************
003350 0120-GRAVAR-SECLOG.
003360         OPEN EXTEND SEGURANCA-LOG-FILE.
003370         IF CB-SECLOG-STATUS = "35"
003380             OPEN OUTPUT SEGURANCA-LOG-FILE
003390         END-IF.
003400         IF CB-SECLOG-STATUS NOT = "00"
003410             DISPLAY "AVISO - NAO FOI POSSIVEL GRAVAR A SECLOG "
003420                 "(STATUS " CB-SECLOG-STATUS ")."
003430             GO TO 0120-EXIT
003440         END-IF.
003450         ACCEPT CB-LOG-DATA FROM DATE YYYYMMDD.
003460         ACCEPT CB-LOG-HORA FROM TIME.
003470         MOVE SPACES TO SL-LINHA-SEGURANCA.
003480         STRING CB-LOG-DATA DELIMITED BY SIZE
003490             " " DELIMITED BY SIZE
003500             CB-LOG-HORA DELIMITED BY SIZE
003510             " CONSMEMB " DELIMITED BY SIZE
003520             CB-OPERADOR-ID DELIMITED BY SIZE
003530             " " DELIMITED BY SIZE
003540             CB-EVENTO-SEGURANCA DELIMITED BY SIZE
003550             INTO SL-LINHA-SEGURANCA.
003560         WRITE SL-LINHA-SEGURANCA.
003570         CLOSE SEGURANCA-LOG-FILE.
003580 0120-EXIT.
003581         EXIT.

003582******************************************************************
003583* 0130-CONTAR-FALHA-SIGNON
003584* SOMA UMA FALHA DE SENHA AO CONTADOR DE FALHAS CONSECUTIVAS DO
003585* OPERADOR, COMUM A TODOS OS PROGRAMAS, E O BLOQUEIA AO ATINGIR O
003586* LIMITE DA POLITICA DE SENHAS. O BLOQUEIO SO E DESFEITO POR UM
003587* SUPERVISOR NO MANTOPER.
003588******************************************************************
003589 0130-CONTAR-FALHA-SIGNON.
003590         MOVE "N" TO CB-BLOQUEIO-NOVO-SW.
003591         IF OP-QTD-FALHAS-SIGNON IS NOT NUMERIC
003592             MOVE ZERO TO OP-QTD-FALHAS-SIGNON
003593         END-IF.
003594         IF OP-QTD-FALHAS-SIGNON < 99
003595             ADD 1 TO OP-QTD-FALHAS-SIGNON
003596         END-IF.
003597         IF OP-QTD-FALHAS-SIGNON NOT < CB-MAX-FALHAS-SIGNON
003598             AND NOT OP-BLOQUEADO
003599             MOVE "B" TO OP-SITUACAO-BLOQUEIO
003600             SET BLOQUEIO-NOVO TO TRUE
003601         END-IF.
003602         REWRITE OP-REGISTRO-OPERADOR
003603             INVALID KEY
003604                 DISPLAY "ERRO AO REGRAVAR O OPERMST - STATUS "
003605                     CB-OPERMST-STATUS
003606                 GO TO 0130-EXIT
003607         END-REWRITE.
003608         IF BLOQUEIO-NOVO
003609             DISPLAY "OPERADOR BLOQUEADO APOS "
003610                 OP-QTD-FALHAS-SIGNON " FALHAS DE SENHA - "
003611                 "PROCURE UM SUPERVISOR."
003612             MOVE "BLOQUEIO POR FALHAS DE SIGN-ON" TO
003613                 CB-EVENTO-SEGURANCA
003614             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
003615         END-IF.
003616 0130-EXIT.
003617         EXIT.

003618******************************************************************
003619* 0140-VERIFICAR-VALIDADE-SENHA
003620* A SENHA PROVISORIA (DATA DA TROCA ZERADA OU EM BRANCO, COMO APOS
003621* A INCLUSAO OU O DESBLOQUEIO NO MANTOPER) E A SENHA COM MAIS DIAS
003622* DESDE A ULTIMA TROCA DO QUE A VALIDADE DA POLITICA DE SENHAS
003623* OBRIGAM O OPERADOR A ESCOLHER UMA NOVA SENHA ANTES DE
003624* PROSSEGUIR. A NOVA SENHA E DIGITADA DUAS VEZES E NAO PODE FICAR
003625* EM BRANCO NEM REPETIR A ATUAL; A RECUSA E REGISTRADA NA SECLOG.
003626******************************************************************
003627 0140-VERIFICAR-VALIDADE-SENHA.
003628         SET SENHA-EM-DIA TO TRUE.
003629         ACCEPT CB-DATA-SIGNON FROM DATE YYYYMMDD.
003630         IF OP-DATA-SENHA IS NUMERIC
003631             AND OP-DATA-SENHA > 19000000
003632             COMPUTE CB-DIAS-SENHA =
003633                 FUNCTION INTEGER-OF-DATE(CB-DATA-SIGNON)
003634                 - FUNCTION INTEGER-OF-DATE(OP-DATA-SENHA)
003635             IF CB-DIAS-SENHA < CB-DIAS-VALIDADE-SENHA
003636                 GO TO 0140-EXIT
003637             END-IF
003638             DISPLAY "SENHA EXPIRADA - ESCOLHA UMA NOVA SENHA."
003639         ELSE
003640             DISPLAY "SENHA PROVISORIA - ESCOLHA UMA NOVA SENHA."
003641         END-IF.
003642         SET SENHA-RECUSADA TO TRUE.
003643         DISPLAY "NOVA SENHA (ATE 8 CARACTERES): ".
003644         ACCEPT CB-SENHA-TROCA.
003645         DISPLAY "CONFIRME A NOVA SENHA: ".
003646         ACCEPT CB-SENHA-TROCA-CONF.
003647         IF CB-SENHA-TROCA = SPACES
003648             OR CB-SENHA-TROCA = OP-SENHA
003649             OR CB-SENHA-TROCA NOT = CB-SENHA-TROCA-CONF
003650             DISPLAY "NOVA SENHA RECUSADA - NAO PODE FICAR EM "
003651                 "BRANCO, REPETIR A ATUAL OU DIFERIR DA "
003652                 "CONFIRMACAO."
003653             MOVE "SIGN-ON NOVA SENHA RECUSADA" TO
003654                 CB-EVENTO-SEGURANCA
003655             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
003656             GO TO 0140-EXIT
003657         END-IF.
003658         MOVE CB-SENHA-TROCA TO OP-SENHA.
003659         MOVE CB-DATA-SIGNON TO OP-DATA-SENHA.
003660         SET SENHA-TROCADA TO TRUE.
003661 0140-EXIT.
003662         EXIT.

003663******************************************************************
003664* 0150-LER-POLITICA-SENHA
003665* OBTEM NO CALCPARM A POLITICA DE SENHAS: FALHAS CONSECUTIVAS QUE
003666* BLOQUEIAM O OPERADOR E DIAS DE VALIDADE DA SENHA. SEM O ARQUIVO
003667* OU COM OS CAMPOS ZERADOS, PERMANECEM OS VALORES PADRAO.
003668******************************************************************
003669 0150-LER-POLITICA-SENHA.
003670         OPEN INPUT FATOR-CONVERSAO-FILE.
003671         IF CB-CALCPARM-STATUS NOT = "00"
003672             GO TO 0150-EXIT
003673         END-IF.
003674         READ FATOR-CONVERSAO-FILE
003675             AT END
003676                 CLOSE FATOR-CONVERSAO-FILE
003677                 GO TO 0150-EXIT
003678         END-READ.
003679         IF CF-MAX-FALHAS-SIGNON IS NUMERIC
003680             AND CF-MAX-FALHAS-SIGNON > ZERO
003681             MOVE CF-MAX-FALHAS-SIGNON TO CB-MAX-FALHAS-SIGNON
003682         END-IF.
003683         IF CF-DIAS-VALIDADE-SENHA IS NUMERIC
003684             AND CF-DIAS-VALIDADE-SENHA > ZERO
003685             MOVE CF-DIAS-VALIDADE-SENHA TO
003686                 CB-DIAS-VALIDADE-SENHA
003687         END-IF.
003688         CLOSE FATOR-CONVERSAO-FILE.
003689 0150-EXIT.
003690         EXIT.

003691******************************************************************
003693* 1000-CARREGAR-DATAS-POSTADAS
003694* CARREGA NA MEMORIA AS DATAS JA POSTADAS REGISTRADAS NO
003696* POSTCTL, PARA IDENTIFICAR OS CREDITOS DA INTERFACE AINDA NAO
003697* POSTADOS NO SALDO. SEM O CONTROLE, NENHUMA DATA FOI POSTADA.
003698* UMA REABERTURA PELO DESFCICLO ("R") MARCA A DATA NA TABELA
003700* COM O PARCEIRO REABERTO ATE QUE ELA SEJA POSTADA DE NOVO.
003701******************************************************************
003703 1000-CARREGAR-DATAS-POSTADAS.
003704         OPEN INPUT CONTROLE-POSTAGEM-FILE.
003705         IF CB-POSTCTL-STATUS = "35"
003707             GO TO 1000-EXIT
003708         END-IF.
003710         IF CB-POSTCTL-STATUS NOT = "00"
003720             DISPLAY "AVISO - ERRO AO ABRIR O ARQUIVO POSTCTL - "
003730                 "STATUS " CB-POSTCTL-STATUS
003740             GO TO 1000-EXIT
003750         END-IF.
003760         SET POSTCTL-EXISTE TO TRUE.
003770         PERFORM 1010-LER-CONTROLE THRU 1010-EXIT
003780             UNTIL FIM-ARQUIVO-CTL.
003790         CLOSE CONTROLE-POSTAGEM-FILE.
003800         MOVE 99999999 TO CB-MENOR-POSTADA.
003810         PERFORM 1020-APURAR-MENOR-DATA THRU 1020-EXIT
003820             VARYING CB-POSTADA-SUB FROM 1 BY 1
003830             UNTIL CB-POSTADA-SUB > CB-QTD-POSTADAS.
003840         IF CB-QTD-POSTADAS < 1000
003850             MOVE ZERO TO CB-MENOR-POSTADA
003860         END-IF.
003870 1000-EXIT.
003880         EXIT.

003890 1010-LER-CONTROLE.
003900         READ CONTROLE-POSTAGEM-FILE
003910             AT END SET FIM-ARQUIVO-CTL TO TRUE
003920         END-READ.
003930         IF NOT FIM-ARQUIVO-CTL
003932             AND PC-TIPO-REGISTRO = "R"
003934             PERFORM 1030-MARCAR-REABERTURA THRU 1030-EXIT
003936                 VARYING CB-POSTADA-SUB FROM 1 BY 1
003938                 UNTIL CB-POSTADA-SUB > CB-QTD-POSTADAS
003940             GO TO 1010-EXIT
003943         END-IF.
003945         IF NOT FIM-ARQUIVO-CTL
003946             PERFORM 1040-ENCERRAR-REABERTURA THRU 1040-EXIT
003947                 VARYING CB-POSTADA-SUB FROM 1 BY 1
003948                 UNTIL CB-POSTADA-SUB > CB-QTD-POSTADAS
003949             ADD 1 TO CB-POSTADA-PROXIMA
003950             IF CB-POSTADA-PROXIMA > 1000
003960                 MOVE 1 TO CB-POSTADA-PROXIMA
003970             END-IF
003980             MOVE PC-DATA-POSTADA
003990                 TO CB-DATA-POSTADA(CB-POSTADA-PROXIMA)
003992             MOVE "N" TO CB-DATA-REABERTA-SW(CB-POSTADA-PROXIMA)
003995             MOVE SPACES
003997                 TO CB-PARCEIRO-REABERTO(CB-POSTADA-PROXIMA)
004000             IF CB-QTD-POSTADAS < 1000
004010                 ADD 1 TO CB-QTD-POSTADAS
004020             END-IF
004030         END-IF.
004040 1010-EXIT.
004050         EXIT.

004060 1020-APURAR-MENOR-DATA.
004070         IF CB-DATA-POSTADA(CB-POSTADA-SUB) < CB-MENOR-POSTADA
004080             MOVE CB-DATA-POSTADA(CB-POSTADA-SUB)
004090                 TO CB-MENOR-POSTADA
004100         END-IF.
004110 1020-EXIT.
004120         EXIT.

004122 1030-MARCAR-REABERTURA.
004124         IF CB-DATA-POSTADA(CB-POSTADA-SUB) = PC-DATA-POSTADA
004125             MOVE "S" TO CB-DATA-REABERTA-SW(CB-POSTADA-SUB)
004126             MOVE PC-CODIGO-PARCEIRO
004127                 TO CB-PARCEIRO-REABERTO(CB-POSTADA-SUB)
004128         END-IF.
004131 1030-EXIT.
004134         EXIT.

004135* A NOVA POSTAGEM DE UMA DATA REABERTA ENCERRA A REABERTURA.
004137 1040-ENCERRAR-REABERTURA.
004138         IF CB-DATA-POSTADA(CB-POSTADA-SUB) = PC-DATA-POSTADA
004140             MOVE "N" TO CB-DATA-REABERTA-SW(CB-POSTADA-SUB)
004142         END-IF.
004143 1040-EXIT.
004145         EXIT.

004146******************************************************************
004148* 1100-EXECUTAR-ACAO
004150* EXIBE O MENU DE CONSULTA, OBTEM A ACAO ESCOLHIDA E ACIONA O
004160* TRATAMENTO CORRESPONDENTE.
004170******************************************************************
004180 1100-EXECUTAR-ACAO.
004190         DISPLAY "CONSULTA - (M)EMBRO PELO NUMERO, (N)OME OU "
004200             "(F)IM ? ".
004210         ACCEPT CB-ACAO-CONSULTA.
004220         IF ACAO-MEMBRO
004230             DISPLAY "NUMERO DO MEMBRO: "
004240             ACCEPT CB-MEMBRO-INFORMADO
004250             IF CB-MEMBRO-INFORMADO NOT = SPACES
004260                 PERFORM 3000-CONSULTAR-MEMBRO THRU 3000-EXIT
004270             END-IF
004280         ELSE
004290             IF ACAO-NOME
004300                 PERFORM 2000-PESQUISAR-NOME THRU 2000-EXIT
004310             ELSE
004320                 IF NOT ACAO-FIM
004330                     DISPLAY "OPCAO INVALIDA."
004340                 END-IF
004350             END-IF
004360         END-IF.
004370 1100-EXIT.
004380         EXIT.

004390******************************************************************
004400* 2000-PESQUISAR-NOME
004410* OBTEM PARTE DO NOME (NO MINIMO 3 CARACTERES), VARRE O CADASTRO
004420* DE MEMBROS E LISTA OS QUE TEM ESSE TRECHO EM QUALQUER POSICAO
004430* DO NOME, ATE O LIMITE DE CB-MAX-ENCONTRADOS. A PESQUISA E
004440* REGISTRADA NA SECLOG E O OPERADOR PODE ESCOLHER UM DOS
004450* MEMBROS LISTADOS PARA A CONSULTA COMPLETA.
004460******************************************************************
004470 2000-PESQUISAR-NOME.
004480         DISPLAY "PARTE DO NOME DO MEMBRO (MINIMO 3 LETRAS): ".
004490         ACCEPT CB-NOME-PESQUISA.
004500         MOVE ZERO TO CB-TAM-PESQUISA.
004510         PERFORM 2010-MEDIR-PESQUISA THRU 2010-EXIT
004520             VARYING CB-POS-PESQ FROM 30 BY -1
004530             UNTIL CB-POS-PESQ < 1
004540                 OR CB-TAM-PESQUISA > ZERO.
004550         IF CB-TAM-PESQUISA < 3
004560             DISPLAY "INFORME AO MENOS 3 LETRAS DO NOME."
004570             GO TO 2000-EXIT
004580         END-IF.
004590         MOVE CB-NOME-PESQUISA TO CB-NOME-EVENTO.
004600         MOVE SPACES TO CB-EVENTO-SEGURANCA.
004610         STRING "PESQUISA NOME " DELIMITED BY SIZE
004620             CB-NOME-EVENTO DELIMITED BY SIZE
004630             INTO CB-EVENTO-SEGURANCA.
004640         PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT.
004650         COMPUTE CB-POS-FINAL = 31 - CB-TAM-PESQUISA.
004660         MOVE ZERO TO CB-CONT-ENCONTRADOS.
004670         MOVE "N" TO CB-FIM-CADASTRO-SW.
004680         MOVE LOW-VALUES TO MB-NUMERO-MEMBRO.
004690         START MEMBRO-MASTER-FILE
004700             KEY IS NOT LESS THAN MB-NUMERO-MEMBRO
004710             INVALID KEY SET FIM-CADASTRO TO TRUE
004720         END-START.
004730         PERFORM 2100-VERIFICAR-MEMBRO THRU 2100-EXIT
004740             UNTIL FIM-CADASTRO
004750                 OR CB-CONT-ENCONTRADOS = CB-MAX-ENCONTRADOS.
004760         IF CB-CONT-ENCONTRADOS = ZERO
004770             DISPLAY "NENHUM MEMBRO ENCONTRADO COM ESSE NOME."
004780             GO TO 2000-EXIT
004790         END-IF.
004800         IF CB-CONT-ENCONTRADOS = CB-MAX-ENCONTRADOS
004810             AND NOT FIM-CADASTRO
004820             DISPLAY "LISTA LIMITADA A " CB-MAX-ENCONTRADOS
004830                 " MEMBROS - REFINE A PESQUISA SE NECESSARIO."
004840         END-IF.
004850         DISPLAY "NUMERO DO MEMBRO A CONSULTAR (EM BRANCO "
004860             "PARA VOLTAR AO MENU): ".
004870         ACCEPT CB-MEMBRO-INFORMADO.
004880         IF CB-MEMBRO-INFORMADO NOT = SPACES
004890             PERFORM 3000-CONSULTAR-MEMBRO THRU 3000-EXIT
004900         END-IF.
004910 2000-EXIT.
004920         EXIT.

004930 2010-MEDIR-PESQUISA.
004940         IF CB-PESQ-CAR(CB-POS-PESQ) NOT = SPACE
004950             MOVE CB-POS-PESQ TO CB-TAM-PESQUISA
004960         END-IF.
004970 2010-EXIT.
004980         EXIT.

004990******************************************************************
005000* 2100-VERIFICAR-MEMBRO
005010* LE O PROXIMO MEMBRO DO CADASTRO E, SE O TRECHO PESQUISADO
005020* APARECE EM ALGUMA POSICAO DO NOME, EXIBE A LINHA DO MEMBRO.
005030* CONTAS FUNDIDAS SAO EXIBIDAS COM A CONTA SOBREVIVENTE.
005040******************************************************************
005050 2100-VERIFICAR-MEMBRO.
005060         READ MEMBRO-MASTER-FILE NEXT RECORD
005070             AT END SET FIM-CADASTRO TO TRUE
005080         END-READ.
005090         IF FIM-CADASTRO
005100             GO TO 2100-EXIT
005110         END-IF.
005120         MOVE MB-NOME-MEMBRO TO CB-NOME-COMPARA.
005130         MOVE "N" TO CB-NOME-CONFERE-SW.
005140         PERFORM 2110-COMPARAR-POSICAO THRU 2110-EXIT
005150             VARYING CB-POS-INICIO FROM 1 BY 1
005160             UNTIL CB-POS-INICIO > CB-POS-FINAL
005170                 OR NOME-CONFERE.
005180         IF NOT NOME-CONFERE
005190             GO TO 2100-EXIT
005200         END-IF.
005210         ADD 1 TO CB-CONT-ENCONTRADOS.
005220         MOVE MB-SALDO-MILHAS TO CB-SALDO-ED.
005230         IF MB-SITUACAO-MEMBRO = "F"
005240             DISPLAY MB-NUMERO-MEMBRO " " MB-NOME-MEMBRO
005250                 " FUNDIDA EM " MB-NUMERO-SOBREVIVENTE
005260         ELSE
005270             DISPLAY MB-NUMERO-MEMBRO " " MB-NOME-MEMBRO
005280                 " " MB-CODIGO-NIVEL " SALDO " CB-SALDO-ED
005290         END-IF.
005300 2100-EXIT.
005310         EXIT.

005320 2110-COMPARAR-POSICAO.
005330         SET CARACTERES-CONFEREM TO TRUE.
005340         PERFORM 2120-COMPARAR-CARACTER THRU 2120-EXIT
005350             VARYING CB-POS-PESQ FROM 1 BY 1
005360             UNTIL CB-POS-PESQ > CB-TAM-PESQUISA
005370                 OR CARACTERES-DIFEREM.
005380         IF CARACTERES-CONFEREM
005390             SET NOME-CONFERE TO TRUE
005400         END-IF.
005410 2110-EXIT.
005420         EXIT.

005430 2120-COMPARAR-CARACTER.
005440         COMPUTE CB-POS-NOME = CB-POS-INICIO + CB-POS-PESQ - 1.
005450         IF CB-NOME-CAR(CB-POS-NOME)
005455             NOT = CB-PESQ-CAR(CB-POS-PESQ)
005460             SET CARACTERES-DIFEREM TO TRUE
005470         END-IF.
005480 2120-EXIT.
005490         EXIT.

005500******************************************************************
005510* 3000-CONSULTAR-MEMBRO
005520* LOCALIZA O MEMBRO PELO NUMERO, REGISTRA A CONSULTA NA SECLOG E
005530* EXIBE OS DADOS DA CONTA, A EXPIRACAO, OS CREDITOS PENDENTES E
005540* OS MOVIMENTOS MAIS RECENTES.
005550******************************************************************
005560 3000-CONSULTAR-MEMBRO.
005570         MOVE CB-MEMBRO-INFORMADO TO MB-NUMERO-MEMBRO.
005580         READ MEMBRO-MASTER-FILE
005590             INVALID KEY
005600                 DISPLAY "MEMBRO NAO CADASTRADO: "
005610                     CB-MEMBRO-INFORMADO
005620                 MOVE SPACES TO CB-EVENTO-SEGURANCA
005630                 STRING "CONSULTA INEXISTENTE " DELIMITED BY SIZE
005640                     CB-MEMBRO-INFORMADO DELIMITED BY SIZE
005650                     INTO CB-EVENTO-SEGURANCA
005660                 PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
005670                 GO TO 3000-EXIT
005680         END-READ.
005690         MOVE SPACES TO CB-EVENTO-SEGURANCA.
005700         STRING "CONSULTA MEMBRO " DELIMITED BY SIZE
005710             MB-NUMERO-MEMBRO DELIMITED BY SIZE
005720             INTO CB-EVENTO-SEGURANCA.
005730         PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT.
005740         MOVE MB-SALDO-MILHAS TO CB-SALDO-ED.
005750         DISPLAY "MEMBRO " MB-NUMERO-MEMBRO " " MB-NOME-MEMBRO.
005760         DISPLAY "  NIVEL " MB-CODIGO-NIVEL
005770             "  SALDO " CB-SALDO-ED
005780             "  ULTIMA ATIVIDADE " MB-DATA-ULT-ATIVIDADE.
005790         IF MB-SITUACAO-MEMBRO = "F"
005800             DISPLAY "  CONTA FUNDIDA - SALDO TRANSFERIDO PARA O "
005810                 "MEMBRO " MB-NUMERO-SOBREVIVENTE
005820         END-IF.
005830         PERFORM 3100-EXIBIR-EXPIRACAO THRU 3100-EXIT.
005840         PERFORM 3200-EXIBIR-PENDENTES THRU 3200-EXIT.
005850         PERFORM 3300-EXIBIR-MOVIMENTOS THRU 3300-EXIT.
005860 3000-EXIT.
005870         EXIT.

005880******************************************************************
005890* 3100-EXIBIR-EXPIRACAO
005900* APLICA A REGRA DO EXPMILHAS: TODO O SALDO EXPIRA QUANDO A
005910* ULTIMA ATIVIDADE PASSA DE 731 DIAS. EXIBE A DATA LIMITE E OS
005920* DIAS QUE FALTAM, OU AVISA QUE O PRAZO JA VENCEU E O SALDO SERA
005930* EXPIRADO NA PROXIMA EXECUCAO MENSAL.
005940******************************************************************
005950 3100-EXIBIR-EXPIRACAO.
005960         IF MB-SALDO-MILHAS = ZERO
005970             DISPLAY "  EXPIRACAO - SEM SALDO A EXPIRAR."
005980             GO TO 3100-EXIT
005990         END-IF.
006000         IF MB-DATA-ULT-ATIVIDADE NOT NUMERIC
006010             OR MB-DATA-ULT-ATIVIDADE < 19000101
006020             DISPLAY "  EXPIRACAO - DATA DE ULTIMA ATIVIDADE "
006030                 "INVALIDA - PRAZO NAO APURADO."
006040             GO TO 3100-EXIT
006050         END-IF.
006060         COMPUTE CB-DIAS-ATIVIDADE =
006070             FUNCTION INTEGER-OF-DATE(MB-DATA-ULT-ATIVIDADE).
006080         COMPUTE CB-DATA-VALIDADE = FUNCTION DATE-OF-INTEGER
006090             (CB-DIAS-ATIVIDADE + CB-DIAS-VALIDADE).
006100         COMPUTE CB-DIAS-RESTANTES = CB-DIAS-ATIVIDADE
006110             + CB-DIAS-VALIDADE - CB-DIAS-HOJE.
006120         IF CB-DIAS-RESTANTES < ZERO
006130             DISPLAY "  EXPIRACAO - " CB-SALDO-ED
006140                 " MILHAS COM PRAZO VENCIDO EM " CB-DATA-VALIDADE
006150                 " - EXPIRAM NA PROXIMA EXECUCAO MENSAL."
006160         ELSE
006170             MOVE CB-DIAS-RESTANTES TO CB-DIAS-ED
006180             DISPLAY "  EXPIRACAO - " CB-SALDO-ED
006190                 " MILHAS EXPIRAM APOS " CB-DATA-VALIDADE
006200                 " (" CB-DIAS-ED " DIAS) SEM NOVA ATIVIDADE."
006210         END-IF.
006220 3100-EXIT.
006230         EXIT.

006240******************************************************************
006250* 3200-EXIBIR-PENDENTES
006260* VARRE A INTERFACE MILEINTF E EXIBE OS LANCAMENTOS DO MEMBRO
006270* AINDA NAO POSTADOS NO SALDO (DATA AUSENTE DO POSTCTL) OU
006280* CONVERSOES AINDA NAO CONFIRMADAS PELO SISTEMA DE RESERVAS,
006290* COM OS TOTAIS DE CADA SITUACAO. CREDITOS RETIDOS OU LIBERADOS
006292* NO MEMBRETD E AINDA NAO POSTADOS CONTAM COMO NAO POSTADOS; OS
006294* CANCELADOS SAO EXIBIDOS, MAS NUNCA SERAO POSTADOS. SO A
006296* PRIMEIRA PAGINA DE PENDENTES E LISTADA; OS DEMAIS SAO
006298* INFORMADOS PELA QUANTIDADE.
006300******************************************************************
006310 3200-EXIBIR-PENDENTES.
006320         MOVE ZERO TO CB-CONT-NAO-POSTADOS.
006330         MOVE ZERO TO CB-CONT-NAO-CONFIRMADOS.
006340         MOVE ZERO TO CB-MILHAS-NAO-POSTADAS.
006350         MOVE ZERO TO CB-MILHAS-NAO-CONFIRMADAS.
006360         MOVE ZERO TO CB-CONT-PENDENTES-EXIBIDOS.
006370         OPEN INPUT MILHAGEM-INTERFACE-FILE.
006380         IF CB-MILEINTF-STATUS NOT = "00"
006390             DISPLAY "  CREDITOS PENDENTES - INTERFACE MILEINTF "
006400                 "INDISPONIVEL (STATUS " CB-MILEINTF-STATUS ")."
006410             GO TO 3200-EXIT
006411         END-IF.
006413         MOVE "N" TO CB-MEMBRETD-ABERTO-SW.
006415         OPEN INPUT RETIDO-POSTAGEM-FILE.
006416         IF CB-MEMBRETD-STATUS = "00"
006418             SET MEMBRETD-ABERTO TO TRUE
006420         ELSE
006421             IF CB-MEMBRETD-STATUS NOT = "35"
006423                 DISPLAY "  SITUACAO DE RETENCAO INDISPONIVEL - "
006425                     "MEMBRETD (STATUS " CB-MEMBRETD-STATUS ")."
006426             END-IF
006428         END-IF.
006430         MOVE "N" TO CB-FIM-ARQUIVO-INTF-SW.
006440         PERFORM 3210-VERIFICAR-CREDITO THRU 3210-EXIT
006450             UNTIL FIM-ARQUIVO-INTF.
006451         CLOSE MILHAGEM-INTERFACE-FILE.
006453         IF MEMBRETD-ABERTO
006454             CLOSE RETIDO-POSTAGEM-FILE
006456         END-IF.
006457         IF CB-CONT-PENDENTES-EXIBIDOS > CB-TAMANHO-PAGINA
006459             SUBTRACT CB-TAMANHO-PAGINA FROM
006460                 CB-CONT-PENDENTES-EXIBIDOS
006462                 GIVING CB-CONT-NAO-LISTADOS
006463             MOVE CB-CONT-NAO-LISTADOS TO CB-CONTADOR-ED
006465             DISPLAY "  ... MAIS " CB-CONTADOR-ED
006466                 " PENDENTES NAO LISTADOS"
006468         END-IF.
006470         MOVE CB-CONT-NAO-POSTADOS TO CB-CONTADOR-ED.
006480         MOVE CB-MILHAS-NAO-POSTADAS TO CB-TOTAL-ED.
006490         DISPLAY "  CREDITOS NAO POSTADOS: " CB-CONTADOR-ED
006500             " MILHAS " CB-TOTAL-ED.
006510         MOVE CB-CONT-NAO-CONFIRMADOS TO CB-CONTADOR-ED.
006520         MOVE CB-MILHAS-NAO-CONFIRMADAS TO CB-TOTAL-ED.
006530         DISPLAY "  CREDITOS NAO CONFIRMADOS: " CB-CONTADOR-ED
006540             " MILHAS " CB-TOTAL-ED.
006550 3200-EXIT.
006560         EXIT.

006570 3210-VERIFICAR-CREDITO.
006580         READ MILHAGEM-INTERFACE-FILE
006590             AT END SET FIM-ARQUIVO-INTF TO TRUE
006600         END-READ.
006610         IF FIM-ARQUIVO-INTF
006620             GO TO 3210-EXIT
006630         END-IF.
006640         IF IF-NUMERO-MEMBRO NOT = MB-NUMERO-MEMBRO
006650             OR IF-SITUACAO-CREDITO = "E"
006655             GO TO 3210-EXIT
006660         END-IF.
006670         MOVE SPACES TO CB-SITUACAO-PENDENTE.
006680         PERFORM 3220-VERIFICAR-POSTAGEM THRU 3220-EXIT.
006681         PERFORM 3240-VERIFICAR-RETENCAO THRU 3240-EXIT.
006682         IF CREDITO-CANCELADO
006683             MOVE "CANCELADO - NAO SERA POSTADO"
006684                 TO CB-SITUACAO-PENDENTE
006685             GO TO 3210-EXIBIR-PENDENTE
006686         END-IF.
006687         IF CREDITO-RETIDO OR CREDITO-LIBERADO
006688             SET DATA-NAO-POSTADA TO TRUE
006689         END-IF.
006690         IF DATA-NAO-POSTADA
006700             ADD 1 TO CB-CONT-NAO-POSTADOS
006710             ADD IF-QUANT-MILHAS TO CB-MILHAS-NAO-POSTADAS
006720             MOVE "NAO POSTADO" TO CB-SITUACAO-PENDENTE
006730         END-IF.
006731         IF CREDITO-RETIDO
006732             MOVE "RETIDO" TO CB-SITUACAO-PENDENTE
006733         END-IF.
006735         IF CREDITO-LIBERADO
006736             MOVE "LIBERADO - AGUARDA POSTAGEM"
006737                 TO CB-SITUACAO-PENDENTE
006738         END-IF.
006740         IF IF-TIPO-LANCAMENTO NOT = "A"
006750             AND IF-SITUACAO-CREDITO NOT = "C"
006760             ADD 1 TO CB-CONT-NAO-CONFIRMADOS
006770             ADD IF-QUANT-MILHAS TO CB-MILHAS-NAO-CONFIRMADAS
006775             IF SEM-RETENCAO
006780                 IF DATA-NAO-POSTADA
006790                     MOVE "NAO POSTADO E NAO CONFIRMADO"
006800                         TO CB-SITUACAO-PENDENTE
006810                 ELSE
006820                     MOVE "NAO CONFIRMADO" TO CB-SITUACAO-PENDENTE
006830                 END-IF
006835             END-IF
006840         END-IF.
006850         IF CB-SITUACAO-PENDENTE = SPACES
006860             GO TO 3210-EXIT
006870         END-IF.
006875 3210-EXIBIR-PENDENTE.
006880         ADD 1 TO CB-CONT-PENDENTES-EXIBIDOS.
006890         IF CB-CONT-PENDENTES-EXIBIDOS > CB-TAMANHO-PAGINA
006900             GO TO 3210-EXIT
006910         END-IF.
006920         MOVE IF-QUANT-MILHAS TO CB-MILHAS-ED.
006930         DISPLAY "  PENDENTE " IF-DATA-CONVERSAO " "
006940             IF-CODIGO-PARCEIRO " " IF-SINAL-MILHAS CB-MILHAS-ED
006950             " " CB-SITUACAO-PENDENTE.
006960 3210-EXIT.
006970         EXIT.

006980******************************************************************
006990* 3220-VERIFICAR-POSTAGEM
007000* CONFERE SE A DATA DO LANCAMENTO JA FOI POSTADA PELO
007010* POSTMILHAS. DATAS ANTERIORES A MENOR DATA GUARDADA NA TABELA
007020* (QUANDO CHEIA) SAO DADAS COMO POSTADAS. NUMA DATA REABERTA PELO
007022* DESFCICLO, SO AS CONVERSOES DO PARCEIRO REABERTO (TODAS, COM O
007024* PARCEIRO EM BRANCO) VOLTAM A FICAR PENDENTES; OS AJUSTES E AS
007026* CONVERSOES DOS DEMAIS PARCEIROS CONTINUAM POSTADOS, COMO NA
007028* REPOSTAGEM PELO POSTMILHAS.
007030******************************************************************
007040 3220-VERIFICAR-POSTAGEM.
007050         SET DATA-NAO-POSTADA TO TRUE.
007060         IF IF-DATA-CONVERSAO < CB-MENOR-POSTADA
007070             SET DATA-JA-POSTADA TO TRUE
007080             GO TO 3220-EXIT
007090         END-IF.
007100         PERFORM 3230-COMPARAR-DATA THRU 3230-EXIT
007110             VARYING CB-POSTADA-SUB FROM 1 BY 1
007120             UNTIL CB-POSTADA-SUB > CB-QTD-POSTADAS
007130                 OR DATA-JA-POSTADA.
007140 3220-EXIT.
007141         EXIT.

007142 3230-COMPARAR-DATA.
007144         IF CB-DATA-POSTADA(CB-POSTADA-SUB)
007145             NOT = IF-DATA-CONVERSAO
007147             GO TO 3230-EXIT
007148         END-IF.
007149         IF NOT DATA-TAB-REABERTA(CB-POSTADA-SUB)
007151             OR IF-TIPO-LANCAMENTO = "A"
007152             SET DATA-JA-POSTADA TO TRUE
007154             GO TO 3230-EXIT
007155         END-IF.
007156         IF CB-PARCEIRO-REABERTO(CB-POSTADA-SUB) NOT = SPACES
007158             AND CB-PARCEIRO-REABERTO(CB-POSTADA-SUB)
007159                 NOT = IF-CODIGO-PARCEIRO
007161             SET DATA-JA-POSTADA TO TRUE
007162         END-IF.
007164 3230-EXIT.
007165         EXIT.

007166******************************************************************
007167* 3240-VERIFICAR-RETENCAO
007168* PROCURA O CREDITO NO ARQUIVO DE RETIDOS MEMBRETD, PELA CHAVE A
007169* PARTIR DA DATA DA CONVERSAO, CONFERINDO HORA, MEMBRO, MILHAS E
007170* PARCEIRO. ITENS DESFEITOS COM O CICLO ("D") SAO IGNORADOS E
007172* ITENS JA POSTADOS ("T") SEGUEM A SITUACAO DA DATA NO POSTCTL.
007173******************************************************************
007174 3240-VERIFICAR-RETENCAO.
007175         MOVE SPACE TO CB-SITUACAO-RETENCAO.
007176         IF NOT MEMBRETD-ABERTO
007177             GO TO 3240-EXIT
007178         END-IF.
007179         MOVE "N" TO CB-FIM-ARQUIVO-RET-SW.
007180         MOVE IF-DATA-CONVERSAO TO RO-DATA-CONVERSAO.
007181         MOVE ZERO TO RO-SEQUENCIA.
007182         START RETIDO-POSTAGEM-FILE
007184             KEY IS NOT LESS THAN RO-CHAVE
007185             INVALID KEY
007186                 SET FIM-ARQUIVO-RET TO TRUE
007187         END-START.
007188         PERFORM 3250-COMPARAR-RETIDO THRU 3250-EXIT
007189             UNTIL FIM-ARQUIVO-RET
007190                 OR NOT SEM-RETENCAO.
007191 3240-EXIT.
007192         EXIT.

007193 3250-COMPARAR-RETIDO.
007194         READ RETIDO-POSTAGEM-FILE NEXT RECORD
007196             AT END SET FIM-ARQUIVO-RET TO TRUE
007197         END-READ.
007198         IF FIM-ARQUIVO-RET
007199             GO TO 3250-EXIT
007200         END-IF.
007201         IF RO-DATA-CONVERSAO NOT = IF-DATA-CONVERSAO
007202             SET FIM-ARQUIVO-RET TO TRUE
007203             GO TO 3250-EXIT
007204         END-IF.
007205         IF RO-SITUACAO-ITEM NOT = "D"
007206             AND RO-HORA-CONVERSAO = IF-HORA-CONVERSAO
007208             AND RO-NUMERO-MEMBRO = IF-NUMERO-MEMBRO
007209             AND RO-QUANT-MILHAS = IF-QUANT-MILHAS
007210             AND RO-CODIGO-PARCEIRO = IF-CODIGO-PARCEIRO
007211             MOVE RO-SITUACAO-ITEM TO CB-SITUACAO-RETENCAO
007212             IF CB-SITUACAO-RETENCAO = "T"
007213                 SET FIM-ARQUIVO-RET TO TRUE
007214                 MOVE SPACE TO CB-SITUACAO-RETENCAO
007215             END-IF
007216         END-IF.
007217 3250-EXIT.
007218         EXIT.

007220******************************************************************
007230* 3300-EXIBIR-MOVIMENTOS
007240* LE NO RAZAO MEMBMOV TODOS OS MOVIMENTOS DO MEMBRO, GUARDANDO
007250* OS ULTIMOS 100, E OS EXIBE DO MAIS RECENTE PARA O MAIS ANTIGO
007260* EM PAGINAS DE CB-TAMANHO-PAGINA LINHAS, COM ORIGEM E SALDO
007270* APOS CADA MOVIMENTO.
007280******************************************************************
007290 3300-EXIBIR-MOVIMENTOS.
007300         IF CB-MEMBMOV-STATUS = "35"
007310             GO TO 3300-EXIT
007320         END-IF.
007330         MOVE ZERO TO CB-QTD-MOVIMENTOS.
007340         MOVE ZERO TO CB-MOV-ULTIMO.
007350         MOVE ZERO TO CB-TOT-MOVIMENTOS.
007360         MOVE "N" TO CB-FIM-MOVIMENTO-SW.
007370         MOVE MB-NUMERO-MEMBRO TO MV-NUMERO-MEMBRO.
007380         MOVE ZERO TO MV-DATA-MOVIMENTO.
007390         MOVE ZERO TO MV-SEQUENCIA.
007400         START MOVIMENTO-MEMBRO-FILE
007410             KEY IS NOT LESS THAN MV-CHAVE
007420             INVALID KEY SET FIM-MOVIMENTO TO TRUE
007430         END-START.
007440         PERFORM 3310-GUARDAR-MOVIMENTO THRU 3310-EXIT
007450             UNTIL FIM-MOVIMENTO.
007460         MOVE CB-TOT-MOVIMENTOS TO CB-CONTADOR-ED.
007470         DISPLAY "  MOVIMENTOS NO RAZAO: " CB-CONTADOR-ED
007480             " (EXIBIDOS DO MAIS RECENTE)".
007490         IF CB-QTD-MOVIMENTOS = ZERO
007500             GO TO 3300-EXIT
007510         END-IF.
007520         DISPLAY "  DATA     ORIGEM    MILHAS        SALDO "
007530             "REFERENCIA".
007540         MOVE ZERO TO CB-MOV-EXIBIDOS.
007550         MOVE ZERO TO CB-LINHAS-PAGINA.
007560         MOVE CB-MOV-ULTIMO TO CB-MOV-SUB.
007570         MOVE "N" TO CB-FIM-PAGINACAO-SW.
007580         PERFORM 3320-EXIBIR-MOVIMENTO THRU 3320-EXIT
007590             UNTIL CB-MOV-EXIBIDOS = CB-QTD-MOVIMENTOS
007600                 OR FIM-PAGINACAO.
007610 3300-EXIT.
007620         EXIT.

007630 3310-GUARDAR-MOVIMENTO.
007640         READ MOVIMENTO-MEMBRO-FILE NEXT RECORD
007650             AT END SET FIM-MOVIMENTO TO TRUE
007660         END-READ.
007670         IF FIM-MOVIMENTO
007680             GO TO 3310-EXIT
007690         END-IF.
007700         IF MV-NUMERO-MEMBRO NOT = MB-NUMERO-MEMBRO
007710             SET FIM-MOVIMENTO TO TRUE
007720             GO TO 3310-EXIT
007730         END-IF.
007740         ADD 1 TO CB-TOT-MOVIMENTOS.
007750         ADD 1 TO CB-MOV-ULTIMO.
007760         IF CB-MOV-ULTIMO > 100
007770             MOVE 1 TO CB-MOV-ULTIMO
007780         END-IF.
007790         IF CB-QTD-MOVIMENTOS < 100
007800             ADD 1 TO CB-QTD-MOVIMENTOS
007810         END-IF.
007820         MOVE MV-DATA-MOVIMENTO TO CB-MOV-DATA(CB-MOV-ULTIMO).
007830         MOVE MV-ORIGEM-MOVIMENTO TO CB-MOV-ORIGEM(CB-MOV-ULTIMO).
007840         MOVE MV-SINAL-MOVIMENTO TO CB-MOV-SINAL(CB-MOV-ULTIMO).
007850         MOVE MV-QUANT-MILHAS TO CB-MOV-MILHAS(CB-MOV-ULTIMO).
007860         MOVE MV-SALDO-NOVO TO CB-MOV-SALDO(CB-MOV-ULTIMO).
007870         MOVE MV-REFERENCIA TO CB-MOV-REFERENCIA(CB-MOV-ULTIMO).
007880 3310-EXIT.
007890         EXIT.

007900 3320-EXIBIR-MOVIMENTO.
007910         IF CB-LINHAS-PAGINA = CB-TAMANHO-PAGINA
007920             DISPLAY "(P)ROXIMA PAGINA OU (F)IM DOS MOVIMENTOS ? "
007930             ACCEPT CB-RESPOSTA
007940             IF NOT PROXIMA-PAGINA
007950                 SET FIM-PAGINACAO TO TRUE
007960                 GO TO 3320-EXIT
007970             END-IF
007980             MOVE ZERO TO CB-LINHAS-PAGINA
007990         END-IF.
008000         MOVE CB-MOV-MILHAS(CB-MOV-SUB) TO CB-MILHAS-ED.
008010         MOVE CB-MOV-SALDO(CB-MOV-SUB) TO CB-SALDO-ED.
008020         DISPLAY "  " CB-MOV-DATA(CB-MOV-SUB) " "
008030             CB-MOV-ORIGEM(CB-MOV-SUB) "    "
008040             CB-MOV-SINAL(CB-MOV-SUB) CB-MILHAS-ED " "
008050             CB-SALDO-ED " " CB-MOV-REFERENCIA(CB-MOV-SUB).
008060         ADD 1 TO CB-MOV-EXIBIDOS.
008070         ADD 1 TO CB-LINHAS-PAGINA.
008080         SUBTRACT 1 FROM CB-MOV-SUB.
008090         IF CB-MOV-SUB < 1
008100             MOVE 100 TO CB-MOV-SUB
008110         END-IF.
008120 3320-EXIT.
008130         EXIT.
