000010******************************************************************
000020* AUTHOR:     GELIEL GUSTAVO DE SOUZA SILVA.
000030* INSTALLATION: DEPARTAMENTO DE OPERACOES - MILHAGEM.
000040* DATE-WRITTEN: 15/10/2026.
000050* DATE-COMPILED:
000060******************************************************************
000070* HISTORICO DE ALTERACOES:
000080* DATA       AUTOR   DESCRICAO
000090* ---------- ------- ----------------------------------------
000100* 15/10/2026 GGSS    PROGRAMA ORIGINAL - MANUTENCAO DA TABELA DE
000110*                    CAMPANHAS PROMOCIONAIS DE BONUS (CAMPTAB,
000120*                    VER CPYCAMP): INCLUSAO, ALTERACAO,
000130*                    DESATIVACAO E LISTAGEM DE CAMPANHAS COM
000140*                    VIGENCIA, FILTROS OPCIONAIS DE PARCEIRO,
000150*                    NIVEL E UNIDADE E MULTIPLICADOR DE BONUS,
000160*                    CONFIRMACAO ANTES DE GRAVAR E TRILHA DE
000170*                    ALTERACOES (CAMPLOG), NOS MESMOS MOLDES DA
000180*                    MANUTENCAO DA TIERTAB PELO MANTNIVEL. O
000190*                    ACESSO EXIGE SIGN-ON NO CADASTRO OPERMST
000200*                    RESTRITO AOS NIVEIS "P" (PARAMETROS) E "S"
000210*                    (SUPERVISOR), COM AS RECUSAS REGISTRADAS NA
000220*                    SECLOG; ENQUANTO O CADASTRO NAO EXISTIR,
000230*                    PERMANECE O ACESSO SEM VALIDACAO.
000231* 15/10/2026 GGSS    O SIGN-ON PASSA A SEGUIR A POLITICA DE SENHAS
000232*                    DO CALCPARM: BLOQUEIO DO OPERADOR APOS O
000233*                    LIMITE DE FALHAS DE SENHA CONSECUTIVAS EM
000234*                    QUALQUER PROGRAMA (DESFEITO SOMENTE POR UM
000235*                    SUPERVISOR NO MANTOPER) E TROCA OBRIGATORIA
000236*                    DA SENHA PROVISORIA OU VENCIDA. O OPERMST
000237*                    PASSA A SER ABERTO EM I-O PARA ATUALIZAR
000238*                    ESSE CONTROLE.
000239*                    INCLUSOES, ALTERACOES E DESATIVACOES DA
000240*                    TABELA PASSAM A SER REGISTRADAS TAMBEM NA
000241*                    SECLOG, ALEM DA TRILHA CAMPLOG.
000245******************************************************************
000250 IDENTIFICATION DIVISION.
000260*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000270 PROGRAM-ID. MANTCAMP.
000280 AUTHOR. GELIEL GUSTAVO DE SOUZA SILVA.
000290 INSTALLATION. DEPARTAMENTO DE OPERACOES - MILHAGEM.
000300 DATE-WRITTEN. 15/10/2026.
000310 DATE-COMPILED.
000320 ENVIRONMENT DIVISION.
000330*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000340 CONFIGURATION SECTION.
000350 SPECIAL-NAMES.
000360     DECIMAL-POINT IS COMMA.
000370*-----------------------
000380 INPUT-OUTPUT SECTION.
000390*-----------------------
000400 FILE-CONTROL.
000410* TABELA DE CAMPANHAS MANTIDA POR ESTE PROGRAMA.
000420     SELECT CAMPANHA-TABLE-FILE ASSIGN TO "CAMPTAB"
000430             ORGANIZATION IS SEQUENTIAL
000440             FILE STATUS IS MG-CAMPTAB-STATUS.
000450* TRILHA DE ALTERACOES DA TABELA DE CAMPANHAS.
000460     SELECT CAMPANHA-LOG-FILE ASSIGN TO "CAMPLOG"
000470             ORGANIZATION IS SEQUENTIAL
000480             FILE STATUS IS MG-CAMPLOG-STATUS.
000490* CADASTRO DE PARCEIROS, PARA VALIDAR O FILTRO DE PARCEIRO.
000500     SELECT PARC-TABLE-FILE ASSIGN TO "PARCTAB"
000510             ORGANIZATION IS SEQUENTIAL
000520             FILE STATUS IS MG-PARCTAB-STATUS.
000530* TABELA DE NIVEIS, PARA VALIDAR O FILTRO DE NIVEL.
000540     SELECT TIER-TABLE-FILE ASSIGN TO "TIERTAB"
000550             ORGANIZATION IS SEQUENTIAL
000560             FILE STATUS IS MG-TIERTAB-STATUS.
000570* TABELA DE UNIDADES, PARA VALIDAR O FILTRO DE UNIDADE.
000580     SELECT UNIT-TABLE-FILE ASSIGN TO "UNITTAB"
000590             ORGANIZATION IS SEQUENTIAL
000600             FILE STATUS IS MG-UNITTAB-STATUS.
000601* PARAMETRO CALCPARM, LIDO NO SIGN-ON PARA OBTER A POLITICA DE
000603* SENHAS (VER CPYFATOR).
000605     SELECT FATOR-CONVERSAO-FILE ASSIGN TO "CALCPARM"
000606             ORGANIZATION IS SEQUENTIAL
000608             FILE STATUS IS MG-CALCPARM-STATUS.
000610* CADASTRO MESTRE DE OPERADORES (VER CPYOPER).
000620     SELECT OPERADOR-MASTER-FILE ASSIGN TO "OPERMST"
000630             ORGANIZATION IS INDEXED
000640             ACCESS MODE IS RANDOM
000650             RECORD KEY IS OP-CODIGO
000660             FILE STATUS IS MG-OPERMST-STATUS.
000670* TRILHA DE SEGURANCA COM AS RECUSAS DE SIGN-ON.
000680     SELECT SEGURANCA-LOG-FILE ASSIGN TO "SECLOG"
000690             ORGANIZATION IS SEQUENTIAL
000700             FILE STATUS IS MG-SECLOG-STATUS.
000710 DATA DIVISION.
000720*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000730 FILE SECTION.
000740*-----------------------
000750 FD  CAMPANHA-TABLE-FILE
000760             LABEL RECORDS ARE STANDARD
000770             RECORD CONTAINS 80 CHARACTERS.
000780 COPY CPYCAMP.

000790 FD  CAMPANHA-LOG-FILE
000800             LABEL RECORDS ARE STANDARD
000810             RECORD CONTAINS 80 CHARACTERS.
000820 01  CG-LINHA-LOG                    PIC X(80).

000830 FD  PARC-TABLE-FILE
000840             LABEL RECORDS ARE STANDARD
000850             RECORD CONTAINS 80 CHARACTERS.
000860 COPY CPYPARC.

000870 FD  TIER-TABLE-FILE
000880             LABEL RECORDS ARE STANDARD
000890             RECORD CONTAINS 80 CHARACTERS.
000900 COPY CPYNIVEL.

000910 FD  UNIT-TABLE-FILE
000920             LABEL RECORDS ARE STANDARD
000930             RECORD CONTAINS 80 CHARACTERS.
000940 COPY CPYUNID.

000942 FD  FATOR-CONVERSAO-FILE
000944             LABEL RECORDS ARE STANDARD
000946             RECORD CONTAINS 80 CHARACTERS.
000948 COPY CPYFATOR.

000950 FD  OPERADOR-MASTER-FILE
000960             LABEL RECORDS ARE STANDARD
000970             RECORD CONTAINS 80 CHARACTERS.
000980 COPY CPYOPER.

000990 FD  SEGURANCA-LOG-FILE
001000             LABEL RECORDS ARE STANDARD
001010             RECORD CONTAINS 80 CHARACTERS.
001020 01  SL-LINHA-SEGURANCA              PIC X(80).

001030 WORKING-STORAGE SECTION.
001040*-----------------------
001050* STATUS DOS ARQUIVOS UTILIZADOS PELO PROGRAMA.
001060 01  MG-CAMPTAB-STATUS               PIC X(02).
001070 01  MG-CAMPLOG-STATUS               PIC X(02).
001080 01  MG-PARCTAB-STATUS               PIC X(02).
001090 01  MG-TIERTAB-STATUS               PIC X(02).
001100 01  MG-UNITTAB-STATUS               PIC X(02).
001110 01  MG-OPERMST-STATUS               PIC X(02).
001115 01  MG-CALCPARM-STATUS              PIC X(02).
001120 01  MG-SECLOG-STATUS                PIC X(02).

001130 01  MG-FIM-ARQUIVO-CAMP-SW          PIC X(01) VALUE "N".
001140             88  FIM-ARQUIVO-CAMP            VALUE "S".
001150 01  MG-FIM-ARQUIVO-VALID-SW         PIC X(01) VALUE "N".
001160             88  FIM-ARQUIVO-VALID           VALUE "S".

001170* ACAO ESCOLHIDA NO MENU DE MANUTENCAO.
001180 01  MG-ACAO-MANUTENCAO              PIC X(01) VALUE SPACE.
001190             88  ACAO-INCLUIR                VALUE "I".
001200             88  ACAO-ALTERAR                VALUE "A".
001210             88  ACAO-DESATIVAR              VALUE "D".
001220             88  ACAO-LISTAR                 VALUE "L".
001230             88  ACAO-FIM                    VALUE "F".

001240 01  MG-CONFIRMACAO                  PIC X(01).
001250             88  CONFIRMA-GRAVACAO           VALUE "S".

001260* LIGADO QUANDO QUALQUER CAMPANHA FOI INCLUIDA, ALTERADA OU
001270* DESATIVADA; SOMENTE NESSE CASO A CAMPTAB E REGRAVADA NO FIM.
001280 01  MG-TABELA-ALTERADA-SW           PIC X(01) VALUE "N".
001290             88  TABELA-ALTERADA             VALUE "S".

001300* CODIGO DO OPERADOR RESPONSAVEL, GRAVADO NA TRILHA CAMPLOG.
001310 01  MG-OPERADOR-ID                  PIC X(08).

001320* CONTROLE DO SIGN-ON CONTRA O CADASTRO MESTRE OPERMST. SOMENTE
001330* OS NIVEIS "P" (PARAMETROS) E "S" (SUPERVISOR) MANTEM A TABELA
001340* DE CAMPANHAS. SE O CADASTRO AINDA NAO EXISTIR, PERMANECE O
001350* ACESSO SEM VALIDACAO.
001360 01  MG-SENHA-INFORMADA              PIC X(08).
001370 01  MG-TENTATIVAS-SIGNON            PIC 9(01) COMP VALUE ZERO.
001380 01  MG-SIGNON-OK-SW                 PIC X(01) VALUE "N".
001390             88  SIGNON-AUTORIZADO           VALUE "S".
001400 01  MG-EVENTO-SEGURANCA             PIC X(34).
001401* POLITICA DE SENHAS DO CALCPARM (VER CPYFATOR), COM OS VALORES
001402* PADRAO QUANDO O ARQUIVO NAO EXISTE OU OS CAMPOS ESTAO ZERADOS.
001403 01  MG-MAX-FALHAS-SIGNON            PIC 9(02) VALUE 5.
001404 01  MG-DIAS-VALIDADE-SENHA          PIC 9(03) VALUE 90.
001405* TROCA OBRIGATORIA DA SENHA PROVISORIA OU VENCIDA NO SIGN-ON:
001406* NOVA SENHA DIGITADA DUAS VEZES, DATA DO SIGN-ON E DIAS DESDE A
001407* ULTIMA TROCA. O SW INDICA SE A SENHA ESTA EM DIA, SE FOI
001408* TROCADA AGORA OU SE A TROCA FOI RECUSADA.
001409 01  MG-SENHA-TROCA                  PIC X(08).
001410 01  MG-SENHA-TROCA-CONF             PIC X(08).
001411 01  MG-DATA-SIGNON                  PIC 9(08) VALUE ZERO.
001412 01  MG-DIAS-SENHA                   PIC S9(07) COMP VALUE ZERO.
001413 01  MG-VALIDADE-SENHA-SW            PIC X(01) VALUE "S".
001414             88  SENHA-EM-DIA                VALUE "S".
001415             88  SENHA-TROCADA               VALUE "T".
001416             88  SENHA-RECUSADA              VALUE "N".
001417* LIGADO QUANDO A FALHA ATUAL BLOQUEOU O OPERADOR.
001418 01  MG-BLOQUEIO-NOVO-SW             PIC X(01) VALUE "N".
001419             88  BLOQUEIO-NOVO               VALUE "S".

001422* TABELA DE CAMPANHAS CARREGADA NA MEMORIA A PARTIR DO ARQUIVO
001426* CAMPTAB NO INICIO DA EXECUCAO (VER CPYCAMP).
001430 01  MG-QTD-CAMPANHAS                PIC 9(03) COMP VALUE ZERO.
001440 01  MG-TABELA-CAMPANHAS.
001450     05  MG-CAMPANHA-TABELA OCCURS 50 TIMES.
001460         10  MG-TAB-CODIGO           PIC X(04).
001470         10  MG-TAB-DESCRICAO        PIC X(25).
001480         10  MG-TAB-DATA-INICIO      PIC 9(08).
001490         10  MG-TAB-DATA-FIM         PIC 9(08).
001500         10  MG-TAB-PARCEIRO         PIC X(03).
001510         10  MG-TAB-NIVEL            PIC X(03).
001520         10  MG-TAB-UNIDADE          PIC X(02).
001530         10  MG-TAB-MULTIPLICADOR    PIC 9(01)V9(04).
001540         10  MG-TAB-SITUACAO         PIC X(01).

001550* SUBSCRITOS E RESULTADO DA BUSCA NA TABELA DE CAMPANHAS.
001560 01  MG-CAMPANHA-SUB                 PIC 9(03) COMP.
001570 01  MG-CAMPANHA-ACHADA              PIC 9(03) COMP VALUE ZERO.
001580 01  MG-CAMPANHA-ENCONTRADA-SW       PIC X(01).
001590             88  CAMPANHA-ENCONTRADA         VALUE "S".
001600             88  CAMPANHA-NAO-ENCONTRADA     VALUE "N".

001610* DADOS DA CAMPANHA INFORMADOS NO TERMINAL PARA A ACAO ATUAL.
001620 01  MG-CODIGO-INFORMADO             PIC X(04).
001630 01  MG-DESCRICAO-INFORMADA          PIC X(25).
001640 01  MG-DATA-INICIO                  PIC 9(08) VALUE ZERO.
001650 01  MG-DATA-FIM                     PIC 9(08) VALUE ZERO.
001660 01  MG-PARCEIRO-INFORMADO           PIC X(03).
001670 01  MG-NIVEL-INFORMADO              PIC X(03).
001680 01  MG-UNIDADE-INFORMADA            PIC X(02).

001690* ENTRADA DE UMA DATA AAAAMMDD E SUA VALIDACAO (VER
001700* 8200-OBTER-DATA). EM BRANCO NA ALTERACAO, MANTEM A ATUAL.
001710 01  MG-ENTRADA-DATA                 PIC X(08).
001720 01  MG-DATA-VALIDADA.
001730     05  MG-DV-ANO                   PIC 9(04).
001740     05  MG-DV-MES                   PIC 9(02).
001750     05  MG-DV-DIA                   PIC 9(02).
001760 01  MG-DATA-VALIDADA-NUM REDEFINES MG-DATA-VALIDADA
001770                                     PIC 9(08).
001780 01  MG-DATA-VALIDA-SW               PIC X(01).
001790             88  DATA-VALIDA                 VALUE "S".
001800             88  DATA-INVALIDA               VALUE "N".
001810 01  MG-DATA-INFORMADA-SW            PIC X(01).
001820             88  DATA-INFORMADA              VALUE "S".

001830* ENTRADA DE UM FILTRO OPCIONAL (PARCEIRO, NIVEL OU UNIDADE) E
001840* RESULTADO DA SUA VALIDACAO NA TABELA CORRESPONDENTE.
001850 01  MG-ENTRADA-FILTRO               PIC X(03).
001860 01  MG-FILTRO-VALIDO-SW             PIC X(01).
001870             88  FILTRO-VALIDO               VALUE "S".
001880             88  FILTRO-INVALIDO             VALUE "N".

001890* ENTRADA DO MULTIPLICADOR NO FORMATO N,NNNN E AREA DE MONTAGEM
001900* DO VALOR NUMERICO VALIDADO.
001910 01  MG-ENTRADA-MULT.
001920     05  MG-ENT-INTEIRO              PIC X(01).
001930     05  MG-ENT-VIRGULA              PIC X(01).
001940     05  MG-ENT-DECIMAL              PIC X(04).
001950 01  MG-MULT-MONTAGEM.
001960     05  MG-MM-INTEIRO               PIC 9(01).
001970     05  MG-MM-DECIMAL               PIC 9(04).
001980 01  MG-MULT-NUM REDEFINES MG-MULT-MONTAGEM
001990                                     PIC 9(01)V9(04).
002000 01  MG-MULT-VALIDO-SW               PIC X(01).
002010             88  MULT-VALIDO                 VALUE "S".
002020             88  MULT-INVALIDO               VALUE "N".

002030* FAIXA ACEITA PARA O MULTIPLICADOR DA CAMPANHA. O LIMITE
002040* SUPERIOR EVITA ERROS DE DIGITACAO COMO 9,0000 NO LUGAR DE
002050* 1,9000; O INFERIOR IMPEDE CAMPANHA QUE NAO DA BONUS.
002060 01  MG-MULT-MINIMO                  PIC 9(01)V9(04) VALUE 1,0001.
002070 01  MG-MULT-MAXIMO                  PIC 9(01)V9(04) VALUE 3,0000.

002080* VALORES ANTERIOR E NOVO DO MULTIPLICADOR, EDITADOS PARA A
002090* CONFIRMACAO NO TERMINAL E PARA A TRILHA CAMPLOG.
002100 01  MG-MULT-ANTERIOR-ED             PIC 9,9(04).
002110 01  MG-MULT-NOVO-ED                 PIC 9,9(04).

002120* DESCRICAO DA ACAO GRAVADA NA TRILHA CAMPLOG.
002130 01  MG-ACAO-LOG                     PIC X(11).

002140* DATA E HORA DA GRAVACAO NA TRILHA CAMPLOG.
002150 01  MG-LOG-DATA                     PIC 9(08).
002160 01  MG-LOG-HORA                     PIC 9(08).

002170 PROCEDURE DIVISION.
002180*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002190******************************************************************
002200* 0000-MAINLINE
002210* PARAGRAFO PRINCIPAL - OBTEM O OPERADOR, CARREGA A TABELA DE
002220* CAMPANHAS, ABRE A TRILHA DE ALTERACOES, REPETE O MENU ATE O
002230* ENCERRAMENTO E REGRAVA A CAMPTAB SE HOUVE ALTERACAO.
002240******************************************************************
002250 0000-MAINLINE.
002260         PERFORM 0100-EFETUAR-SIGNON THRU 0100-EXIT.
002270         IF NOT SIGNON-AUTORIZADO
002280             DISPLAY "SIGN-ON RECUSADO - EXECUCAO ENCERRADA."
002290             GO TO 0000-EXIT
002300         END-IF.
002310         PERFORM 1000-CARREGAR-TABELA-CAMPANHAS THRU 1000-EXIT.
002320         OPEN EXTEND CAMPANHA-LOG-FILE.
002330         IF MG-CAMPLOG-STATUS = "35"
002340             OPEN OUTPUT CAMPANHA-LOG-FILE
002350         END-IF.
002360         IF MG-CAMPLOG-STATUS NOT = "00"
002370             DISPLAY "ERRO AO ABRIR O ARQUIVO CAMPLOG - STATUS "
002380                 MG-CAMPLOG-STATUS
002390             GO TO 0000-EXIT
002400         END-IF.
002410         PERFORM 1100-EXECUTAR-ACAO THRU 1100-EXIT
002420             UNTIL ACAO-FIM.
002430         CLOSE CAMPANHA-LOG-FILE.
002440         IF TABELA-ALTERADA
002450             PERFORM 6000-REGRAVAR-TABELA THRU 6000-EXIT
002460         ELSE
002470             DISPLAY "NENHUMA ALTERACAO - CAMPTAB NAO REGRAVADA."
002480         END-IF.
002490         GO TO 0000-EXIT.
002500 0000-EXIT.
002510         STOP RUN.

002520******************************************************************
002530* 0100-EFETUAR-SIGNON
002540* VALIDA O RESPONSAVEL PELA MANUTENCAO NO CADASTRO OPERMST
002550* (SENHA, SITUACAO ATIVA E NIVEL "P" OU "S"), COM ATE TRES
002560* TENTATIVAS E REGISTRO DAS RECUSAS NA SECLOG. SE O CADASTRO
002570* AINDA NAO EXISTIR, MANTEM O ACESSO SEM VALIDACAO.
002580******************************************************************
002590 0100-EFETUAR-SIGNON.
002600         OPEN I-O OPERADOR-MASTER-FILE.
002610         IF MG-OPERMST-STATUS = "35"
002620             DISPLAY "AVISO - CADASTRO OPERMST INEXISTENTE - "
002630                 "EXECUCAO SEM VALIDACAO DE OPERADOR."
002640             SET SIGNON-AUTORIZADO TO TRUE
002650             DISPLAY "DIGITE O CODIGO DO OPERADOR (ATE 8 "
002660                 "CARACTERES): "
002670             ACCEPT MG-OPERADOR-ID
002680             IF MG-OPERADOR-ID = SPACES
002690                 MOVE "DESCONHE" TO MG-OPERADOR-ID
002700             END-IF
002710             GO TO 0100-EXIT
002720         END-IF.
002730         IF MG-OPERMST-STATUS NOT = "00"
002740             DISPLAY "ERRO AO ABRIR O ARQUIVO OPERMST - STATUS "
002750                 MG-OPERMST-STATUS
002760             GO TO 0100-EXIT
002770         END-IF.
002775         PERFORM 0150-LER-POLITICA-SENHA THRU 0150-EXIT.
002780         PERFORM 0110-TENTAR-SIGNON THRU 0110-EXIT
002790             UNTIL SIGNON-AUTORIZADO
002800                 OR MG-TENTATIVAS-SIGNON > 2.
002810         CLOSE OPERADOR-MASTER-FILE.
002820 0100-EXIT.
002830         EXIT.

002840 0110-TENTAR-SIGNON.
002850         ADD 1 TO MG-TENTATIVAS-SIGNON.
002860         DISPLAY "SIGN-ON - CODIGO DO OPERADOR: ".
002870         ACCEPT MG-OPERADOR-ID.
002880         DISPLAY "SENHA: ".
002890         ACCEPT MG-SENHA-INFORMADA.
002900         MOVE MG-OPERADOR-ID TO OP-CODIGO.
002910         READ OPERADOR-MASTER-FILE
002920             INVALID KEY
002930                 DISPLAY "OPERADOR NAO CADASTRADO."
002940                 MOVE "SIGN-ON OPERADOR INEXISTENTE" TO
002950                     MG-EVENTO-SEGURANCA
002960                 PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002970                 GO TO 0110-EXIT
002980         END-READ.
002981         IF OP-BLOQUEADO
002982             DISPLAY "OPERADOR BLOQUEADO - PROCURE UM SUPERVISOR."
002983             MOVE "SIGN-ON OPERADOR BLOQUEADO" TO
002985                 MG-EVENTO-SEGURANCA
002986             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002987             GO TO 0110-EXIT
002988         END-IF.
002990         IF OP-SENHA NOT = MG-SENHA-INFORMADA
003000             DISPLAY "SENHA INVALIDA."
003010             MOVE "SIGN-ON SENHA INVALIDA" TO
003020                 MG-EVENTO-SEGURANCA
003030             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
003035             PERFORM 0130-CONTAR-FALHA-SIGNON THRU 0130-EXIT
003040             GO TO 0110-EXIT
003050         END-IF.
003060         IF OP-SITUACAO = "I"
003070             DISPLAY "OPERADOR DESATIVADO."
003080             MOVE "SIGN-ON OPERADOR DESATIVADO" TO
003090                 MG-EVENTO-SEGURANCA
003100             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
003110             GO TO 0110-EXIT
003120         END-IF.
003130         IF OP-NIVEL-AUTORIZACAO NOT = "P"
003140             AND OP-NIVEL-AUTORIZACAO NOT = "S"
003150             DISPLAY "SOMENTE OS NIVEIS P E S MANTEM A TABELA "
003160                 "DE CAMPANHAS."
003170             MOVE "SIGN-ON SEM NIVEL P OU S" TO
003180                 MG-EVENTO-SEGURANCA
003190             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
003200             GO TO 0110-EXIT
003201         END-IF.
003202         PERFORM 0140-VERIFICAR-VALIDADE-SENHA THRU 0140-EXIT.
003203         IF SENHA-RECUSADA
003204             GO TO 0110-EXIT
003205         END-IF.
003206         MOVE ZERO TO OP-QTD-FALHAS-SIGNON.
003207         MOVE MG-DATA-SIGNON TO OP-DATA-ULT-SIGNON.
003208         REWRITE OP-REGISTRO-OPERADOR
003209             INVALID KEY
003210                 DISPLAY "ERRO AO REGRAVAR O OPERMST - STATUS "
003211                     MG-OPERMST-STATUS
003212                 GO TO 0110-EXIT
003213         END-REWRITE.
003214         IF SENHA-TROCADA
003215             MOVE "SENHA ALTERADA NO SIGN-ON" TO
003216                 MG-EVENTO-SEGURANCA
003217             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
003218         END-IF.
003220         SET SIGNON-AUTORIZADO TO TRUE.
003230 0110-EXIT.
003240         EXIT.

003250******************************************************************
003260* 0120-GRAVAR-SECLOG
003270* GRAVA NA TRILHA DE SEGURANCA UMA LINHA COM DATA, HORA,
003280* PROGRAMA, OPERADOR INFORMADO E O EVENTO JA PREPARADO PELO
003290* PARAGRAFO CHAMADOR.
003300******************************************************************
003310 0120-GRAVAR-SECLOG.
003320         OPEN EXTEND SEGURANCA-LOG-FILE.
003330         IF MG-SECLOG-STATUS = "35"
003340             OPEN OUTPUT SEGURANCA-LOG-FILE
003350         END-IF.
003360         IF MG-SECLOG-STATUS NOT = "00"
003370             DISPLAY "AVISO - NAO FOI POSSIVEL GRAVAR A SECLOG "
003380                 "(STATUS " MG-SECLOG-STATUS ")."
003390             GO TO 0120-EXIT
003400         END-IF.
003410         ACCEPT MG-LOG-DATA FROM DATE YYYYMMDD.
003420         ACCEPT MG-LOG-HORA FROM TIME.
003430         MOVE SPACES TO SL-LINHA-SEGURANCA.
003440         STRING MG-LOG-DATA DELIMITED BY SIZE
003450             " " DELIMITED BY SIZE
003460             MG-LOG-HORA DELIMITED BY SIZE
003470             " MANTCAMP " DELIMITED BY SIZE
003480             MG-OPERADOR-ID DELIMITED BY SIZE
003490             " " DELIMITED BY SIZE
003500             MG-EVENTO-SEGURANCA DELIMITED BY SIZE
003510             INTO SL-LINHA-SEGURANCA.
003520         WRITE SL-LINHA-SEGURANCA.
003530         CLOSE SEGURANCA-LOG-FILE.
003540 0120-EXIT.
003541         EXIT.

003542******************************************************************
003543* 0130-CONTAR-FALHA-SIGNON
003544* SOMA UMA FALHA DE SENHA AO CONTADOR DE FALHAS CONSECUTIVAS DO
003545* OPERADOR, COMUM A TODOS OS PROGRAMAS, E O BLOQUEIA AO ATINGIR O
003546* LIMITE DA POLITICA DE SENHAS. O BLOQUEIO SO E DESFEITO POR UM
003547* SUPERVISOR NO MANTOPER.
003548******************************************************************
003549 0130-CONTAR-FALHA-SIGNON.
003550         MOVE "N" TO MG-BLOQUEIO-NOVO-SW.
003551         IF OP-QTD-FALHAS-SIGNON IS NOT NUMERIC
003552             MOVE ZERO TO OP-QTD-FALHAS-SIGNON
003553         END-IF.
003554         IF OP-QTD-FALHAS-SIGNON < 99
003555             ADD 1 TO OP-QTD-FALHAS-SIGNON
003556         END-IF.
003557         IF OP-QTD-FALHAS-SIGNON NOT < MG-MAX-FALHAS-SIGNON
003558             AND NOT OP-BLOQUEADO
003559             MOVE "B" TO OP-SITUACAO-BLOQUEIO
003560             SET BLOQUEIO-NOVO TO TRUE
003561         END-IF.
003562         REWRITE OP-REGISTRO-OPERADOR
003563             INVALID KEY
003564                 DISPLAY "ERRO AO REGRAVAR O OPERMST - STATUS "
003565                     MG-OPERMST-STATUS
003566                 GO TO 0130-EXIT
003567         END-REWRITE.
003568         IF BLOQUEIO-NOVO
003569             DISPLAY "OPERADOR BLOQUEADO APOS "
003570                 OP-QTD-FALHAS-SIGNON " FALHAS DE SENHA - "
003571                 "PROCURE UM SUPERVISOR."
003572             MOVE "BLOQUEIO POR FALHAS DE SIGN-ON" TO
003573                 MG-EVENTO-SEGURANCA
003574             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
003575         END-IF.
003576 0130-EXIT.
003577         EXIT.

003578******************************************************************
003579* 0140-VERIFICAR-VALIDADE-SENHA
003580* A SENHA PROVISORIA (DATA DA TROCA ZERADA OU EM BRANCO, COMO APOS
003581* A INCLUSAO OU O DESBLOQUEIO NO MANTOPER) E A SENHA COM MAIS DIAS
003582* DESDE A ULTIMA TROCA DO QUE A VALIDADE DA POLITICA DE SENHAS
003583* OBRIGAM O OPERADOR A ESCOLHER UMA NOVA SENHA ANTES DE
003584* PROSSEGUIR. A NOVA SENHA E DIGITADA DUAS VEZES E NAO PODE FICAR
003585* EM BRANCO NEM REPETIR A ATUAL; A RECUSA E REGISTRADA NA SECLOG.
003586******************************************************************
003587 0140-VERIFICAR-VALIDADE-SENHA.
003588         SET SENHA-EM-DIA TO TRUE.
003589         ACCEPT MG-DATA-SIGNON FROM DATE YYYYMMDD.
003590         IF OP-DATA-SENHA IS NUMERIC
003591             AND OP-DATA-SENHA > 19000000
003592             COMPUTE MG-DIAS-SENHA =
003593                 FUNCTION INTEGER-OF-DATE(MG-DATA-SIGNON)
003594                 - FUNCTION INTEGER-OF-DATE(OP-DATA-SENHA)
003595             IF MG-DIAS-SENHA < MG-DIAS-VALIDADE-SENHA
003596                 GO TO 0140-EXIT
003597             END-IF
003598             DISPLAY "SENHA EXPIRADA - ESCOLHA UMA NOVA SENHA."
003599         ELSE
003600             DISPLAY "SENHA PROVISORIA - ESCOLHA UMA NOVA SENHA."
003601         END-IF.
003602         SET SENHA-RECUSADA TO TRUE.
003603         DISPLAY "NOVA SENHA (ATE 8 CARACTERES): ".
003604         ACCEPT MG-SENHA-TROCA.
003605         DISPLAY "CONFIRME A NOVA SENHA: ".
003606         ACCEPT MG-SENHA-TROCA-CONF.
003607         IF MG-SENHA-TROCA = SPACES
003608             OR MG-SENHA-TROCA = OP-SENHA
003609             OR MG-SENHA-TROCA NOT = MG-SENHA-TROCA-CONF
003610             DISPLAY "NOVA SENHA RECUSADA - NAO PODE FICAR EM "
003611                 "BRANCO, REPETIR A ATUAL OU DIFERIR DA "
003612                 "CONFIRMACAO."
003613             MOVE "SIGN-ON NOVA SENHA RECUSADA" TO
003614                 MG-EVENTO-SEGURANCA
003615             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
003616             GO TO 0140-EXIT
003617         END-IF.
003618         MOVE MG-SENHA-TROCA TO OP-SENHA.
003619         MOVE MG-DATA-SIGNON TO OP-DATA-SENHA.
003620         SET SENHA-TROCADA TO TRUE.
003621 0140-EXIT.
003622         EXIT.

003623******************************************************************
003624* 0150-LER-POLITICA-SENHA
003625* OBTEM NO CALCPARM A POLITICA DE SENHAS: FALHAS CONSECUTIVAS QUE
003626* BLOQUEIAM O OPERADOR E DIAS DE VALIDADE DA SENHA. SEM O ARQUIVO
003627* OU COM OS CAMPOS ZERADOS, PERMANECEM OS VALORES PADRAO.
003628******************************************************************
003629 0150-LER-POLITICA-SENHA.
003630         OPEN INPUT FATOR-CONVERSAO-FILE.
003631         IF MG-CALCPARM-STATUS NOT = "00"
003632             GO TO 0150-EXIT
003633         END-IF.
003634         READ FATOR-CONVERSAO-FILE
003635             AT END
003636                 CLOSE FATOR-CONVERSAO-FILE
003637                 GO TO 0150-EXIT
003638         END-READ.
003639         IF CF-MAX-FALHAS-SIGNON IS NUMERIC
003640             AND CF-MAX-FALHAS-SIGNON > ZERO
003641             MOVE CF-MAX-FALHAS-SIGNON TO MG-MAX-FALHAS-SIGNON
003642         END-IF.
003643         IF CF-DIAS-VALIDADE-SENHA IS NUMERIC
003644             AND CF-DIAS-VALIDADE-SENHA > ZERO
003645             MOVE CF-DIAS-VALIDADE-SENHA TO
003646                 MG-DIAS-VALIDADE-SENHA
003647         END-IF.
003648         CLOSE FATOR-CONVERSAO-FILE.
003649 0150-EXIT.
003650         EXIT.

003652******************************************************************
003653* 1000-CARREGAR-TABELA-CAMPANHAS
003655* LE O ARQUIVO CAMPTAB E CARREGA NA MEMORIA TODAS AS CAMPANHAS,
003657* INCLUSIVE AS DESATIVADAS (A MANUTENCAO PRECISA ENXERGA-LAS).
003658* SE O ARQUIVO NAO EXISTIR, A TABELA COMECA VAZIA.
003660******************************************************************
003661 1000-CARREGAR-TABELA-CAMPANHAS.
003663         OPEN INPUT CAMPANHA-TABLE-FILE.
003665         IF MG-CAMPTAB-STATUS = "35"
003666             DISPLAY "AVISO - ARQUIVO CAMPTAB INEXISTENTE - SERA "
003668                 "CRIADO AO GRAVAR."
003670             GO TO 1000-EXIT
003680         END-IF.
003690         IF MG-CAMPTAB-STATUS NOT = "00"
003700             DISPLAY "ERRO AO ABRIR O ARQUIVO CAMPTAB - STATUS "
003710                 MG-CAMPTAB-STATUS
003720             MOVE "F" TO MG-ACAO-MANUTENCAO
003730             GO TO 1000-EXIT
003740         END-IF.
003750         PERFORM 1010-LER-CAMPANHA THRU 1010-EXIT
003760             UNTIL FIM-ARQUIVO-CAMP
003770                 OR MG-QTD-CAMPANHAS = 50.
003780         CLOSE CAMPANHA-TABLE-FILE.
003790 1000-EXIT.
003800         EXIT.

003810 1010-LER-CAMPANHA.
003820         READ CAMPANHA-TABLE-FILE
003830             AT END SET FIM-ARQUIVO-CAMP TO TRUE
003840         END-READ.
003850         IF NOT FIM-ARQUIVO-CAMP
003860             ADD 1 TO MG-QTD-CAMPANHAS
003870             MOVE CP-CODIGO-CAMPANHA
003880                 TO MG-TAB-CODIGO(MG-QTD-CAMPANHAS)
003890             MOVE CP-DESCRICAO
003900                 TO MG-TAB-DESCRICAO(MG-QTD-CAMPANHAS)
003910             MOVE CP-DATA-INICIO
003920                 TO MG-TAB-DATA-INICIO(MG-QTD-CAMPANHAS)
003930             MOVE CP-DATA-FIM
003940                 TO MG-TAB-DATA-FIM(MG-QTD-CAMPANHAS)
003950             MOVE CP-CODIGO-PARCEIRO
003960                 TO MG-TAB-PARCEIRO(MG-QTD-CAMPANHAS)
003970             MOVE CP-CODIGO-NIVEL
003980                 TO MG-TAB-NIVEL(MG-QTD-CAMPANHAS)
003990             MOVE CP-CODIGO-UNIDADE
004000                 TO MG-TAB-UNIDADE(MG-QTD-CAMPANHAS)
004010             MOVE CP-MULTIPLICADOR
004020                 TO MG-TAB-MULTIPLICADOR(MG-QTD-CAMPANHAS)
004030             IF CP-SITUACAO = "I"
004040                 MOVE "I" TO MG-TAB-SITUACAO(MG-QTD-CAMPANHAS)
004050             ELSE
004060                 MOVE "A" TO MG-TAB-SITUACAO(MG-QTD-CAMPANHAS)
004070             END-IF
004080         END-IF.
004090 1010-EXIT.
004100         EXIT.

004110******************************************************************
004120* 1100-EXECUTAR-ACAO
004130* EXIBE O MENU DE MANUTENCAO, OBTEM A ACAO ESCOLHIDA E ACIONA O
004140* TRATAMENTO CORRESPONDENTE.
004150******************************************************************
004160 1100-EXECUTAR-ACAO.
004170         DISPLAY "ACAO - (I)NCLUIR, (A)LTERAR, (D)ESATIVAR, "
004180             "(L)ISTAR OU (F)IM ? ".
004190         ACCEPT MG-ACAO-MANUTENCAO.
004200         IF ACAO-INCLUIR
004210             PERFORM 2000-INCLUIR-CAMPANHA THRU 2000-EXIT
004220         ELSE
004230             IF ACAO-ALTERAR
004240                 PERFORM 3000-ALTERAR-CAMPANHA THRU 3000-EXIT
004250             ELSE
004260                 IF ACAO-DESATIVAR
004270                     PERFORM 4000-DESATIVAR-CAMPANHA THRU
004280                         4000-EXIT
004290                 ELSE
004300                     IF ACAO-LISTAR
004310                         PERFORM 5000-LISTAR-CAMPANHAS THRU
004320                             5000-EXIT
004330                     ELSE
004340                         IF NOT ACAO-FIM
004350                             DISPLAY "OPCAO INVALIDA."
004360                         END-IF
004370                     END-IF
004380                 END-IF
004390             END-IF
004400         END-IF.
004410 1100-EXIT.
004420         EXIT.

004430******************************************************************
004440* 2000-INCLUIR-CAMPANHA
004450* OBTEM O CODIGO, A DESCRICAO, A VIGENCIA, OS FILTROS E O
004460* MULTIPLICADOR DE UMA NOVA CAMPANHA, CONFIRMA COM O OPERADOR E
004470* A INCLUI NA TABELA COM SITUACAO ATIVA.
004480******************************************************************
004490 2000-INCLUIR-CAMPANHA.
004500         IF MG-QTD-CAMPANHAS = 50
004510             DISPLAY "TABELA CHEIA - LIMITE DE 50 CAMPANHAS."
004520             GO TO 2000-EXIT
004530         END-IF.
004540         PERFORM 7100-OBTER-CODIGO THRU 7100-EXIT.
004550         IF MG-CODIGO-INFORMADO = SPACES
004560             GO TO 2000-EXIT
004570         END-IF.
004580         PERFORM 7200-BUSCAR-CAMPANHA THRU 7200-EXIT.
004590         IF CAMPANHA-ENCONTRADA
004600             DISPLAY "CAMPANHA JA CADASTRADA: "
004610                 MG-CODIGO-INFORMADO
004620             GO TO 2000-EXIT
004630         END-IF.
004640         DISPLAY "DESCRICAO DA CAMPANHA (25 CARACTERES): ".
004650         ACCEPT MG-DESCRICAO-INFORMADA.
004660         IF MG-DESCRICAO-INFORMADA = SPACES
004670             DISPLAY "DESCRICAO EM BRANCO - ACAO ABANDONADA."
004680             GO TO 2000-EXIT
004690         END-IF.
004700         DISPLAY "INICIO DA VIGENCIA (AAAAMMDD): ".
004710         PERFORM 8200-OBTER-DATA THRU 8200-EXIT.
004720         IF DATA-INVALIDA OR NOT DATA-INFORMADA
004730             DISPLAY "VIGENCIA OBRIGATORIA - ACAO ABANDONADA."
004740             GO TO 2000-EXIT
004750         END-IF.
004760         MOVE MG-DATA-VALIDADA-NUM TO MG-DATA-INICIO.
004770         DISPLAY "FIM DA VIGENCIA (AAAAMMDD): ".
004780         PERFORM 8200-OBTER-DATA THRU 8200-EXIT.
004790         IF DATA-INVALIDA OR NOT DATA-INFORMADA
004800             DISPLAY "VIGENCIA OBRIGATORIA - ACAO ABANDONADA."
004810             GO TO 2000-EXIT
004820         END-IF.
004830         MOVE MG-DATA-VALIDADA-NUM TO MG-DATA-FIM.
004840         IF MG-DATA-FIM < MG-DATA-INICIO
004850             DISPLAY "FIM DA VIGENCIA ANTERIOR AO INICIO - ACAO "
004860                 "ABANDONADA."
004870             GO TO 2000-EXIT
004880         END-IF.
004890         MOVE SPACES TO MG-PARCEIRO-INFORMADO.
004900         MOVE SPACES TO MG-NIVEL-INFORMADO.
004910         MOVE SPACES TO MG-UNIDADE-INFORMADA.
004920         PERFORM 8300-OBTER-FILTROS THRU 8300-EXIT.
004930         IF FILTRO-INVALIDO
004940             GO TO 2000-EXIT
004950         END-IF.
004960         PERFORM 8000-OBTER-MULTIPLICADOR THRU 8000-EXIT.
004970         IF MULT-INVALIDO
004980             GO TO 2000-EXIT
004990         END-IF.
005000         MOVE MG-MULT-NUM TO MG-MULT-NOVO-ED.
005010         DISPLAY "CONFIRMA A INCLUSAO DA CAMPANHA "
005020             MG-CODIGO-INFORMADO " DE " MG-DATA-INICIO " A "
005030             MG-DATA-FIM " COM MULTIPLICADOR " MG-MULT-NOVO-ED
005040             " (S/N) ? ".
005050         ACCEPT MG-CONFIRMACAO.
005060         IF NOT CONFIRMA-GRAVACAO
005070             DISPLAY "INCLUSAO CANCELADA."
005080             GO TO 2000-EXIT
005090         END-IF.
005100         ADD 1 TO MG-QTD-CAMPANHAS.
005110         MOVE MG-QTD-CAMPANHAS TO MG-CAMPANHA-ACHADA.
005120         MOVE MG-CODIGO-INFORMADO
005130             TO MG-TAB-CODIGO(MG-CAMPANHA-ACHADA).
005140         MOVE MG-DESCRICAO-INFORMADA
005150             TO MG-TAB-DESCRICAO(MG-CAMPANHA-ACHADA).
005160         PERFORM 7300-ATUALIZAR-CAMPANHA THRU 7300-EXIT.
005170         MOVE ZERO TO MG-MULT-ANTERIOR-ED.
005180         MOVE "INCLUSAO" TO MG-ACAO-LOG.
005190         PERFORM 7000-GRAVAR-LOG THRU 7000-EXIT.
005200 2000-EXIT.
005210         EXIT.

005220******************************************************************
005230* 3000-ALTERAR-CAMPANHA
005240* LOCALIZA UMA CAMPANHA JA CADASTRADA, EXIBE OS DADOS ATUAIS,
005250* OBTEM OS NOVOS VALORES (DESCRICAO, DATAS E FILTROS EM BRANCO
005260* MANTEM OS ATUAIS; "*" LIMPA O FILTRO), CONFIRMA E ATUALIZA A
005270* TABELA. UMA CAMPANHA DESATIVADA VOLTA A FICAR ATIVA AO SER
005280* ALTERADA.
005290******************************************************************
005300 3000-ALTERAR-CAMPANHA.
005310         PERFORM 7100-OBTER-CODIGO THRU 7100-EXIT.
005320         IF MG-CODIGO-INFORMADO = SPACES
005330             GO TO 3000-EXIT
005340         END-IF.
005350         PERFORM 7200-BUSCAR-CAMPANHA THRU 7200-EXIT.
005360         IF CAMPANHA-NAO-ENCONTRADA
005370             DISPLAY "CAMPANHA NAO CADASTRADA: "
005380                 MG-CODIGO-INFORMADO
005390             GO TO 3000-EXIT
005400         END-IF.
005410         MOVE MG-CAMPANHA-ACHADA TO MG-CAMPANHA-SUB.
005420         PERFORM 5100-LISTAR-CAMPANHA THRU 5100-EXIT.
005430         MOVE MG-TAB-MULTIPLICADOR(MG-CAMPANHA-ACHADA)
005440             TO MG-MULT-ANTERIOR-ED.
005450         MOVE MG-TAB-DATA-INICIO(MG-CAMPANHA-ACHADA)
005460             TO MG-DATA-INICIO.
005470         MOVE MG-TAB-DATA-FIM(MG-CAMPANHA-ACHADA) TO MG-DATA-FIM.
005480         MOVE MG-TAB-PARCEIRO(MG-CAMPANHA-ACHADA)
005490             TO MG-PARCEIRO-INFORMADO.
005500         MOVE MG-TAB-NIVEL(MG-CAMPANHA-ACHADA)
005510             TO MG-NIVEL-INFORMADO.
005520         MOVE MG-TAB-UNIDADE(MG-CAMPANHA-ACHADA)
005530             TO MG-UNIDADE-INFORMADA.
005540         DISPLAY "NOVA DESCRICAO (EM BRANCO MANTEM A ATUAL): ".
005550         ACCEPT MG-DESCRICAO-INFORMADA.
005560         DISPLAY "NOVO INICIO DA VIGENCIA (AAAAMMDD, EM BRANCO "
005570             "MANTEM O ATUAL): ".
005580         PERFORM 8200-OBTER-DATA THRU 8200-EXIT.
005590         IF DATA-INVALIDA
005600             GO TO 3000-EXIT
005610         END-IF.
005620         IF DATA-INFORMADA
005630             MOVE MG-DATA-VALIDADA-NUM TO MG-DATA-INICIO
005640         END-IF.
005650         DISPLAY "NOVO FIM DA VIGENCIA (AAAAMMDD, EM BRANCO "
005660             "MANTEM O ATUAL): ".
005670         PERFORM 8200-OBTER-DATA THRU 8200-EXIT.
005680         IF DATA-INVALIDA
005690             GO TO 3000-EXIT
005700         END-IF.
005710         IF DATA-INFORMADA
005720             MOVE MG-DATA-VALIDADA-NUM TO MG-DATA-FIM
005730         END-IF.
005740         IF MG-DATA-FIM < MG-DATA-INICIO
005750             DISPLAY "FIM DA VIGENCIA ANTERIOR AO INICIO - ACAO "
005760                 "ABANDONADA."
005770             GO TO 3000-EXIT
005780         END-IF.
005790         PERFORM 8300-OBTER-FILTROS THRU 8300-EXIT.
005800         IF FILTRO-INVALIDO
005810             GO TO 3000-EXIT
005820         END-IF.
005830         PERFORM 8000-OBTER-MULTIPLICADOR THRU 8000-EXIT.
005840         IF MULT-INVALIDO
005850             GO TO 3000-EXIT
005860         END-IF.
005870         MOVE MG-MULT-NUM TO MG-MULT-NOVO-ED.
005880         DISPLAY "CONFIRMA A ALTERACAO DA CAMPANHA "
005890             MG-CODIGO-INFORMADO " DE " MG-DATA-INICIO " A "
005900             MG-DATA-FIM " MULTIPLICADOR DE " MG-MULT-ANTERIOR-ED
005910             " PARA " MG-MULT-NOVO-ED " (S/N) ? ".
005920         ACCEPT MG-CONFIRMACAO.
005930         IF NOT CONFIRMA-GRAVACAO
005940             DISPLAY "ALTERACAO CANCELADA."
005950             GO TO 3000-EXIT
005960         END-IF.
005970         IF MG-DESCRICAO-INFORMADA NOT = SPACES
005980             MOVE MG-DESCRICAO-INFORMADA
005990                 TO MG-TAB-DESCRICAO(MG-CAMPANHA-ACHADA)
006000         END-IF.
006010         PERFORM 7300-ATUALIZAR-CAMPANHA THRU 7300-EXIT.
006020         MOVE "ALTERACAO" TO MG-ACAO-LOG.
006030         PERFORM 7000-GRAVAR-LOG THRU 7000-EXIT.
006040 3000-EXIT.
006050         EXIT.

006060******************************************************************
006070* 4000-DESATIVAR-CAMPANHA
006080* LOCALIZA UMA CAMPANHA JA CADASTRADA, CONFIRMA COM O OPERADOR E
006090* A MARCA COMO DESATIVADA, ENCERRANDO O BONUS A PARTIR DO
006100* PROXIMO LOTE. OS DADOS SAO PRESERVADOS PARA O RELATORIO DE
006110* CAMPANHAS E PARA O CASO DE REATIVACAO POR UMA ALTERACAO.
006120******************************************************************
006130 4000-DESATIVAR-CAMPANHA.
006140         PERFORM 7100-OBTER-CODIGO THRU 7100-EXIT.
006150         IF MG-CODIGO-INFORMADO = SPACES
006160             GO TO 4000-EXIT
006170         END-IF.
006180         PERFORM 7200-BUSCAR-CAMPANHA THRU 7200-EXIT.
006190         IF CAMPANHA-NAO-ENCONTRADA
006200             DISPLAY "CAMPANHA NAO CADASTRADA: "
006210                 MG-CODIGO-INFORMADO
006220             GO TO 4000-EXIT
006230         END-IF.
006240         IF MG-TAB-SITUACAO(MG-CAMPANHA-ACHADA) = "I"
006250             DISPLAY "CAMPANHA JA DESATIVADA: "
006260                 MG-CODIGO-INFORMADO
006270             GO TO 4000-EXIT
006280         END-IF.
006290         DISPLAY "CONFIRMA A DESATIVACAO DA CAMPANHA "
006300             MG-CODIGO-INFORMADO " (S/N) ? ".
006310         ACCEPT MG-CONFIRMACAO.
006320         IF NOT CONFIRMA-GRAVACAO
006330             DISPLAY "DESATIVACAO CANCELADA."
006340             GO TO 4000-EXIT
006350         END-IF.
006360         MOVE "I" TO MG-TAB-SITUACAO(MG-CAMPANHA-ACHADA).
006370         SET TABELA-ALTERADA TO TRUE.
006380         MOVE MG-TAB-MULTIPLICADOR(MG-CAMPANHA-ACHADA)
006390             TO MG-MULT-ANTERIOR-ED.
006400         MOVE MG-TAB-MULTIPLICADOR(MG-CAMPANHA-ACHADA)
006410             TO MG-MULT-NOVO-ED.
006420         MOVE MG-TAB-DATA-INICIO(MG-CAMPANHA-ACHADA)
006430             TO MG-DATA-INICIO.
006440         MOVE MG-TAB-DATA-FIM(MG-CAMPANHA-ACHADA) TO MG-DATA-FIM.
006450         MOVE MG-TAB-PARCEIRO(MG-CAMPANHA-ACHADA)
006460             TO MG-PARCEIRO-INFORMADO.
006470         MOVE MG-TAB-NIVEL(MG-CAMPANHA-ACHADA)
006480             TO MG-NIVEL-INFORMADO.
006490         MOVE MG-TAB-UNIDADE(MG-CAMPANHA-ACHADA)
006500             TO MG-UNIDADE-INFORMADA.
006510         MOVE "DESATIVACAO" TO MG-ACAO-LOG.
006520         PERFORM 7000-GRAVAR-LOG THRU 7000-EXIT.
006530 4000-EXIT.
006540         EXIT.

006550******************************************************************
006560* 5000-LISTAR-CAMPANHAS
006570* EXIBE NO TERMINAL TODAS AS CAMPANHAS DA TABELA COM A VIGENCIA,
006580* OS FILTROS, O MULTIPLICADOR E A SITUACAO DE CADA UMA.
006590******************************************************************
006600 5000-LISTAR-CAMPANHAS.
006610         IF MG-QTD-CAMPANHAS = ZERO
006620             DISPLAY "TABELA DE CAMPANHAS VAZIA."
006630             GO TO 5000-EXIT
006640         END-IF.
006650         PERFORM 5100-LISTAR-CAMPANHA THRU 5100-EXIT
006660             VARYING MG-CAMPANHA-SUB FROM 1 BY 1
006670             UNTIL MG-CAMPANHA-SUB > MG-QTD-CAMPANHAS.
006680 5000-EXIT.
006690         EXIT.

006700 5100-LISTAR-CAMPANHA.
006710         MOVE MG-TAB-MULTIPLICADOR(MG-CAMPANHA-SUB)
006720             TO MG-MULT-NOVO-ED.
006730         DISPLAY "CAMPANHA " MG-TAB-CODIGO(MG-CAMPANHA-SUB)
006740             " " MG-TAB-DESCRICAO(MG-CAMPANHA-SUB)
006750             " SITUACAO " MG-TAB-SITUACAO(MG-CAMPANHA-SUB).
006760         DISPLAY "    VIGENCIA "
006765             MG-TAB-DATA-INICIO(MG-CAMPANHA-SUB)
006770             " A " MG-TAB-DATA-FIM(MG-CAMPANHA-SUB)
006780             " PARCEIRO " MG-TAB-PARCEIRO(MG-CAMPANHA-SUB)
006790             " NIVEL " MG-TAB-NIVEL(MG-CAMPANHA-SUB)
006800             " UNIDADE " MG-TAB-UNIDADE(MG-CAMPANHA-SUB)
006810             " MULTIPLICADOR " MG-MULT-NOVO-ED.
006820 5100-EXIT.
006830         EXIT.

006840******************************************************************
006850* 6000-REGRAVAR-TABELA
006860* REGRAVA O ARQUIVO CAMPTAB COM O CONTEUDO ATUAL DA TABELA EM
006870* MEMORIA, APOS O ENCERRAMENTO DE UMA SESSAO COM ALTERACOES.
006880******************************************************************
006890 6000-REGRAVAR-TABELA.
006900         OPEN OUTPUT CAMPANHA-TABLE-FILE.
006910         IF MG-CAMPTAB-STATUS NOT = "00"
006920             DISPLAY "ERRO AO REGRAVAR A CAMPTAB - STATUS "
006930                 MG-CAMPTAB-STATUS
006940             GO TO 6000-EXIT
006950         END-IF.
006960         PERFORM 6100-GRAVAR-CAMPANHA THRU 6100-EXIT
006970             VARYING MG-CAMPANHA-SUB FROM 1 BY 1
006980             UNTIL MG-CAMPANHA-SUB > MG-QTD-CAMPANHAS.
006990         CLOSE CAMPANHA-TABLE-FILE.
007000         DISPLAY "CAMPTAB REGRAVADA COM " MG-QTD-CAMPANHAS
007010             " CAMPANHAS.".
007020 6000-EXIT.
007030         EXIT.

007040 6100-GRAVAR-CAMPANHA.
007050         MOVE SPACES TO CP-REGISTRO-CAMPANHA.
007060         MOVE MG-TAB-CODIGO(MG-CAMPANHA-SUB)
007070             TO CP-CODIGO-CAMPANHA.
007080         MOVE MG-TAB-DESCRICAO(MG-CAMPANHA-SUB) TO CP-DESCRICAO.
007090         MOVE MG-TAB-DATA-INICIO(MG-CAMPANHA-SUB)
007100             TO CP-DATA-INICIO.
007110         MOVE MG-TAB-DATA-FIM(MG-CAMPANHA-SUB) TO CP-DATA-FIM.
007120         MOVE MG-TAB-PARCEIRO(MG-CAMPANHA-SUB)
007130             TO CP-CODIGO-PARCEIRO.
007140         MOVE MG-TAB-NIVEL(MG-CAMPANHA-SUB) TO CP-CODIGO-NIVEL.
007150         MOVE MG-TAB-UNIDADE(MG-CAMPANHA-SUB)
007160             TO CP-CODIGO-UNIDADE.
007170         MOVE MG-TAB-MULTIPLICADOR(MG-CAMPANHA-SUB)
007180             TO CP-MULTIPLICADOR.
007190         MOVE MG-TAB-SITUACAO(MG-CAMPANHA-SUB) TO CP-SITUACAO.
007200         WRITE CP-REGISTRO-CAMPANHA.
007210 6100-EXIT.
007220         EXIT.

007230******************************************************************
007240* 7000-GRAVAR-LOG
007250* GRAVA NA TRILHA CAMPLOG UMA LINHA COM DATA, HORA, OPERADOR,
007260* ACAO, CAMPANHA E OS MULTIPLICADORES ANTERIOR E NOVO, SEGUIDA
007270* DE UMA LINHA COM A VIGENCIA E OS FILTROS RESULTANTES, JA
007280* PREPARADOS PELO PARAGRAFO CHAMADOR.
007283* O MESMO EVENTO (ACAO E CODIGO) VAI PARA A SECLOG, PARA O
007286* RELATORIO DIARIO DE SEGURANCA.
007290******************************************************************
007300 7000-GRAVAR-LOG.
007310         ACCEPT MG-LOG-DATA FROM DATE YYYYMMDD.
007320         ACCEPT MG-LOG-HORA FROM TIME.
007330         MOVE SPACES TO CG-LINHA-LOG.
007340         STRING MG-LOG-DATA DELIMITED BY SIZE
007350             " " DELIMITED BY SIZE
007360             MG-LOG-HORA DELIMITED BY SIZE
007370             " " DELIMITED BY SIZE
007380             MG-OPERADOR-ID DELIMITED BY SIZE
007390             " " DELIMITED BY SIZE
007400             MG-ACAO-LOG DELIMITED BY SIZE
007410             " " DELIMITED BY SIZE
007420             MG-CODIGO-INFORMADO DELIMITED BY SIZE
007430             " DE " DELIMITED BY SIZE
007440             MG-MULT-ANTERIOR-ED DELIMITED BY SIZE
007450             " PARA " DELIMITED BY SIZE
007460             MG-MULT-NOVO-ED DELIMITED BY SIZE
007470             INTO CG-LINHA-LOG.
007480         WRITE CG-LINHA-LOG.
007481         MOVE SPACES TO MG-EVENTO-SEGURANCA.
007482         STRING MG-ACAO-LOG DELIMITED BY SPACE
007484             " CAMPANHA " DELIMITED BY SIZE
007485             MG-CODIGO-INFORMADO DELIMITED BY SIZE
007487             INTO MG-EVENTO-SEGURANCA.
007488         PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT.
007490         MOVE SPACES TO CG-LINHA-LOG.
007500         STRING "    VIGENCIA " DELIMITED BY SIZE
007510             MG-DATA-INICIO DELIMITED BY SIZE
007520             " A " DELIMITED BY SIZE
007530             MG-DATA-FIM DELIMITED BY SIZE
007540             " PARCEIRO " DELIMITED BY SIZE
007550             MG-PARCEIRO-INFORMADO DELIMITED BY SIZE
007560             " NIVEL " DELIMITED BY SIZE
007570             MG-NIVEL-INFORMADO DELIMITED BY SIZE
007580             " UNIDADE " DELIMITED BY SIZE
007590             MG-UNIDADE-INFORMADA DELIMITED BY SIZE
007600             INTO CG-LINHA-LOG.
007610         WRITE CG-LINHA-LOG.
007620 7000-EXIT.
007630         EXIT.

007640******************************************************************
007650* 7100-OBTER-CODIGO
007660* OBTEM NO TERMINAL O CODIGO DA CAMPANHA PARA A ACAO ATUAL. EM
007670* BRANCO, A ACAO E ABANDONADA PELO PARAGRAFO CHAMADOR.
007680******************************************************************
007690 7100-OBTER-CODIGO.
007700         DISPLAY "CODIGO DA CAMPANHA (4 CARACTERES): ".
007710         ACCEPT MG-CODIGO-INFORMADO.
007720         IF MG-CODIGO-INFORMADO = SPACES
007730             DISPLAY "CODIGO EM BRANCO - ACAO ABANDONADA."
007740         END-IF.
007750 7100-EXIT.
007760         EXIT.

007770******************************************************************
007780* 7200-BUSCAR-CAMPANHA
007790* PROCURA MG-CODIGO-INFORMADO NA TABELA EM MEMORIA E DEVOLVE O
007800* RESULTADO EM MG-CAMPANHA-ENCONTRADA-SW E, QUANDO ACHADA, O
007810* SUBSCRITO DA ENTRADA EM MG-CAMPANHA-ACHADA.
007820******************************************************************
007830 7200-BUSCAR-CAMPANHA.
007840         SET CAMPANHA-NAO-ENCONTRADA TO TRUE.
007850         MOVE ZERO TO MG-CAMPANHA-ACHADA.
007860         PERFORM 7210-VERIFICAR-CAMPANHA THRU 7210-EXIT
007870             VARYING MG-CAMPANHA-SUB FROM 1 BY 1
007880             UNTIL MG-CAMPANHA-SUB > MG-QTD-CAMPANHAS
007890                 OR CAMPANHA-ENCONTRADA.
007900 7200-EXIT.
007910         EXIT.

007920 7210-VERIFICAR-CAMPANHA.
007930         IF MG-TAB-CODIGO(MG-CAMPANHA-SUB) = MG-CODIGO-INFORMADO
007940             SET CAMPANHA-ENCONTRADA TO TRUE
007950             MOVE MG-CAMPANHA-SUB TO MG-CAMPANHA-ACHADA
007960         END-IF.
007970 7210-EXIT.
007980         EXIT.

007990******************************************************************
008000* 7300-ATUALIZAR-CAMPANHA
008010* MOVE PARA A ENTRADA MG-CAMPANHA-ACHADA DA TABELA A VIGENCIA,
008020* OS FILTROS E O MULTIPLICADOR JA VALIDADOS, COM SITUACAO ATIVA.
008030******************************************************************
008040 7300-ATUALIZAR-CAMPANHA.
008050         MOVE MG-DATA-INICIO
008060             TO MG-TAB-DATA-INICIO(MG-CAMPANHA-ACHADA).
008070         MOVE MG-DATA-FIM TO MG-TAB-DATA-FIM(MG-CAMPANHA-ACHADA).
008080         MOVE MG-PARCEIRO-INFORMADO
008090             TO MG-TAB-PARCEIRO(MG-CAMPANHA-ACHADA).
008100         MOVE MG-NIVEL-INFORMADO
008110             TO MG-TAB-NIVEL(MG-CAMPANHA-ACHADA).
008120         MOVE MG-UNIDADE-INFORMADA
008130             TO MG-TAB-UNIDADE(MG-CAMPANHA-ACHADA).
008140         MOVE MG-MULT-NUM
008150             TO MG-TAB-MULTIPLICADOR(MG-CAMPANHA-ACHADA).
008160         MOVE "A" TO MG-TAB-SITUACAO(MG-CAMPANHA-ACHADA).
008170         SET TABELA-ALTERADA TO TRUE.
008180 7300-EXIT.
008190         EXIT.

008200******************************************************************
008210* 8000-OBTER-MULTIPLICADOR
008220* OBTEM NO TERMINAL O MULTIPLICADOR DA CAMPANHA NO FORMATO
008230* N,NNNN, VALIDA A DIGITACAO E A FAIXA ACEITA (ACIMA DE 1,0000
008240* ATE 3,0000) E DEVOLVE O VALOR NUMERICO EM MG-MULT-NUM.
008250******************************************************************
008260 8000-OBTER-MULTIPLICADOR.
008270         SET MULT-INVALIDO TO TRUE.
008280         DISPLAY "MULTIPLICADOR DA CAMPANHA (FORMATO N,NNNN - "
008290             "2,0000 = MILHAS EM DOBRO): ".
008300         ACCEPT MG-ENTRADA-MULT.
008310         IF MG-ENT-INTEIRO IS NOT NUMERIC
008320             OR MG-ENT-VIRGULA NOT = ","
008330             OR MG-ENT-DECIMAL IS NOT NUMERIC
008340             DISPLAY "MULTIPLICADOR INVALIDO - USE O FORMATO "
008350                 "N,NNNN (EXEMPLO 1,2500)."
008360             GO TO 8000-EXIT
008370         END-IF.
008380         MOVE MG-ENT-INTEIRO TO MG-MM-INTEIRO.
008390         MOVE MG-ENT-DECIMAL TO MG-MM-DECIMAL.
008400         IF MG-MULT-NUM < MG-MULT-MINIMO
008410             OR MG-MULT-NUM > MG-MULT-MAXIMO
008420             DISPLAY "MULTIPLICADOR FORA DA FAIXA ACEITA "
008430                 "(1,0001 A 3,0000)."
008440             GO TO 8000-EXIT
008450         END-IF.
008460         SET MULT-VALIDO TO TRUE.
008470 8000-EXIT.
008480         EXIT.

008490******************************************************************
008500* 8200-OBTER-DATA
008510* OBTEM NO TERMINAL UMA DATA NO FORMATO AAAAMMDD (A PERGUNTA JA
008520* FOI EXIBIDA PELO CHAMADOR) E VALIDA MES E DIA. EM BRANCO,
008530* NENHUMA DATA E INFORMADA E O CHAMADOR DECIDE O QUE FAZER.
008540******************************************************************
008550 8200-OBTER-DATA.
008560         SET DATA-VALIDA TO TRUE.
008570         MOVE "N" TO MG-DATA-INFORMADA-SW.
008580         ACCEPT MG-ENTRADA-DATA.
008590         IF MG-ENTRADA-DATA = SPACES
008600             GO TO 8200-EXIT
008610         END-IF.
008620         IF MG-ENTRADA-DATA IS NOT NUMERIC
008630             DISPLAY "DATA INVALIDA - USE O FORMATO AAAAMMDD."
008640             SET DATA-INVALIDA TO TRUE
008650             GO TO 8200-EXIT
008660         END-IF.
008670         MOVE MG-ENTRADA-DATA TO MG-DATA-VALIDADA.
008680         IF MG-DV-MES < 01 OR MG-DV-MES > 12
008690             OR MG-DV-DIA < 01 OR MG-DV-DIA > 31
008700             OR MG-DV-ANO < 2000
008710             DISPLAY "DATA INVALIDA - MES, DIA OU ANO FORA DA "
008720                 "FAIXA."
008730             SET DATA-INVALIDA TO TRUE
008740             GO TO 8200-EXIT
008750         END-IF.
008760         SET DATA-INFORMADA TO TRUE.
008770 8200-EXIT.
008780         EXIT.

008790******************************************************************
008800* 8300-OBTER-FILTROS
008810* OBTEM NO TERMINAL OS FILTROS OPCIONAIS DA CAMPANHA (PARCEIRO,
008820* NIVEL E UNIDADE DE DISTANCIA) E OS CONFERE NO CADASTRO
008830* CORRESPONDENTE. EM BRANCO, O FILTRO ATUAL E MANTIDO (NA
008840* INCLUSAO, NENHUM FILTRO); "*" LIMPA O FILTRO, ACEITANDO
008850* QUALQUER VALOR. CODIGO NAO CADASTRADO ABANDONA A ACAO.
008860******************************************************************
008870 8300-OBTER-FILTROS.
008880         SET FILTRO-VALIDO TO TRUE.
008890         DISPLAY "FILTRO DE PARCEIRO (EM BRANCO MANTEM, * PARA "
008900             "TODOS): ".
008910         ACCEPT MG-ENTRADA-FILTRO.
008920         IF MG-ENTRADA-FILTRO = "*"
008930             MOVE SPACES TO MG-PARCEIRO-INFORMADO
008940         ELSE
008950             IF MG-ENTRADA-FILTRO NOT = SPACES
008960                 PERFORM 8310-VALIDAR-PARCEIRO THRU 8310-EXIT
008970                 IF FILTRO-INVALIDO
008980                     GO TO 8300-EXIT
008990                 END-IF
009000                 MOVE MG-ENTRADA-FILTRO TO MG-PARCEIRO-INFORMADO
009010             END-IF
009020         END-IF.
009030         DISPLAY "FILTRO DE NIVEL (EM BRANCO MANTEM, * PARA "
009040             "TODOS): ".
009050         ACCEPT MG-ENTRADA-FILTRO.
009060         IF MG-ENTRADA-FILTRO = "*"
009070             MOVE SPACES TO MG-NIVEL-INFORMADO
009080         ELSE
009090             IF MG-ENTRADA-FILTRO NOT = SPACES
009100                 PERFORM 8320-VALIDAR-NIVEL THRU 8320-EXIT
009110                 IF FILTRO-INVALIDO
009120                     GO TO 8300-EXIT
009130                 END-IF
009140                 MOVE MG-ENTRADA-FILTRO TO MG-NIVEL-INFORMADO
009150             END-IF
009160         END-IF.
009170         DISPLAY "FILTRO DE UNIDADE (EM BRANCO MANTEM, * PARA "
009180             "TODAS): ".
009190         ACCEPT MG-ENTRADA-FILTRO.
009200         IF MG-ENTRADA-FILTRO = "*"
009210             MOVE SPACES TO MG-UNIDADE-INFORMADA
009220         ELSE
009230             IF MG-ENTRADA-FILTRO NOT = SPACES
009240                 PERFORM 8330-VALIDAR-UNIDADE THRU 8330-EXIT
009250                 IF FILTRO-INVALIDO
009260                     GO TO 8300-EXIT
009270                 END-IF
009280                 MOVE MG-ENTRADA-FILTRO TO MG-UNIDADE-INFORMADA
009290             END-IF
009300         END-IF.
009310 8300-EXIT.
009320         EXIT.

009330******************************************************************
009340* 8310-VALIDAR-PARCEIRO
009350* CONFERE NO CADASTRO PARCTAB O CODIGO DE PARCEIRO INFORMADO.
009360* SEM O CADASTRO, O CODIGO E ACEITO COM AVISO.
009370******************************************************************
009380 8310-VALIDAR-PARCEIRO.
009390         OPEN INPUT PARC-TABLE-FILE.
009400         IF MG-PARCTAB-STATUS NOT = "00"
009410             DISPLAY "AVISO - PARCTAB INDISPONIVEL - PARCEIRO "
009420                 "ACEITO SEM CONFERENCIA."
009430             GO TO 8310-EXIT
009440         END-IF.
009450         SET FILTRO-INVALIDO TO TRUE.
009460         MOVE "N" TO MG-FIM-ARQUIVO-VALID-SW.
009470         PERFORM 8311-LER-PARCEIRO THRU 8311-EXIT
009480             UNTIL FIM-ARQUIVO-VALID OR FILTRO-VALIDO.
009490         CLOSE PARC-TABLE-FILE.
009500         IF FILTRO-INVALIDO
009510             DISPLAY "PARCEIRO NAO CADASTRADO NA PARCTAB - ACAO "
009520                 "ABANDONADA."
009530         END-IF.
009540 8310-EXIT.
009550         EXIT.

009560 8311-LER-PARCEIRO.
009570         READ PARC-TABLE-FILE
009580             AT END SET FIM-ARQUIVO-VALID TO TRUE
009590         END-READ.
009600         IF NOT FIM-ARQUIVO-VALID
009610             AND PA-CODIGO-PARCEIRO = MG-ENTRADA-FILTRO
009620             SET FILTRO-VALIDO TO TRUE
009630         END-IF.
009640 8311-EXIT.
009650         EXIT.

009660******************************************************************
009670* 8320-VALIDAR-NIVEL
009680* CONFERE NA TABELA TIERTAB O CODIGO DE NIVEL INFORMADO. SEM A
009690* TABELA, O CODIGO E ACEITO COM AVISO.
009700******************************************************************
009710 8320-VALIDAR-NIVEL.
009720         OPEN INPUT TIER-TABLE-FILE.
009730         IF MG-TIERTAB-STATUS NOT = "00"
009740             DISPLAY "AVISO - TIERTAB INDISPONIVEL - NIVEL "
009750                 "ACEITO SEM CONFERENCIA."
009760             GO TO 8320-EXIT
009770         END-IF.
009780         SET FILTRO-INVALIDO TO TRUE.
009790         MOVE "N" TO MG-FIM-ARQUIVO-VALID-SW.
009800         PERFORM 8321-LER-NIVEL THRU 8321-EXIT
009810             UNTIL FIM-ARQUIVO-VALID OR FILTRO-VALIDO.
009820         CLOSE TIER-TABLE-FILE.
009830         IF FILTRO-INVALIDO
009840             DISPLAY "NIVEL NAO CADASTRADO NA TIERTAB - ACAO "
009850                 "ABANDONADA."
009860         END-IF.
009870 8320-EXIT.
009880         EXIT.

009890 8321-LER-NIVEL.
009900         READ TIER-TABLE-FILE
009910             AT END SET FIM-ARQUIVO-VALID TO TRUE
009920         END-READ.
009930         IF NOT FIM-ARQUIVO-VALID
009940             AND TB-CODIGO-NIVEL = MG-ENTRADA-FILTRO
009950             SET FILTRO-VALIDO TO TRUE
009960         END-IF.
009970 8321-EXIT.
009980         EXIT.

009990******************************************************************
010000* 8330-VALIDAR-UNIDADE
010010* CONFERE NA TABELA UNITTAB O CODIGO DE UNIDADE INFORMADO. "KM"
010020* E SEMPRE ACEITO (UNIDADE PADRAO DO LOTE). SEM A TABELA, O
010030* CODIGO E ACEITO COM AVISO.
010040******************************************************************
010050 8330-VALIDAR-UNIDADE.
010060         IF MG-ENTRADA-FILTRO = "KM"
010070             GO TO 8330-EXIT
010080         END-IF.
010090         OPEN INPUT UNIT-TABLE-FILE.
010100         IF MG-UNITTAB-STATUS NOT = "00"
010110             DISPLAY "AVISO - UNITTAB INDISPONIVEL - UNIDADE "
010120                 "ACEITA SEM CONFERENCIA."
010130             GO TO 8330-EXIT
010140         END-IF.
010150         SET FILTRO-INVALIDO TO TRUE.
010160         MOVE "N" TO MG-FIM-ARQUIVO-VALID-SW.
010170         PERFORM 8331-LER-UNIDADE THRU 8331-EXIT
010180             UNTIL FIM-ARQUIVO-VALID OR FILTRO-VALIDO.
010190         CLOSE UNIT-TABLE-FILE.
010200         IF FILTRO-INVALIDO
010210             DISPLAY "UNIDADE NAO CADASTRADA NA UNITTAB - ACAO "
010220                 "ABANDONADA."
010230         END-IF.
010240 8330-EXIT.
010250         EXIT.

010260 8331-LER-UNIDADE.
010270         READ UNIT-TABLE-FILE
010280             AT END SET FIM-ARQUIVO-VALID TO TRUE
010290         END-READ.
010300         IF NOT FIM-ARQUIVO-VALID
010310             AND UN-CODIGO-UNIDADE = MG-ENTRADA-FILTRO
010320             SET FILTRO-VALIDO TO TRUE
010330         END-IF.
010340 8331-EXIT.
010350         EXIT.
