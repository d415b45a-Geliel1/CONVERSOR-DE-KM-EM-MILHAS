000010******************************************************************
000020* AUTHOR:     GELIEL GUSTAVO DE SOUZA SILVA.
000030* INSTALLATION: DEPARTAMENTO DE OPERACOES - MILHAGEM.
000040* DATE-WRITTEN: 15/10/2026.
000050* DATE-COMPILED:
000060******************************************************************
000070* HISTORICO DE ALTERACOES:
000080* DATA       AUTOR   DESCRICAO
000090* ---------- ------- ----------------------------------------
000100* 15/10/2026 GGSS    PROGRAMA ORIGINAL - ATRIBUICAO DO NUMERO DE
000110*                    MEMBRO AOS CREDITOS DO ARQUIVO DE SUSPENSOS
000120*                    MEMBSUSP (VER CPYSUSP): UM SUPERVISOR (NIVEL
000130*                    "S" NO OPERMST, MESMO SIGN-ON DO AJUSMILHAS)
000140*                    CONSULTA OS ITENS PENDENTES, ESCOLHE UM PELA
000150*                    DATA DE SUSPENSAO E SEQUENCIA E INFORMA O
000160*                    NUMERO CORRETO DE UM MEMBRO JA CADASTRADO.
000170*                    O ITEM CONTINUA PENDENTE E E POSTADO NO
000180*                    SALDO PELA PROXIMA POSTAGEM (POSTMILHAS).
000190*                    CADA ATRIBUICAO E REGISTRADA NA SECLOG.
000191* 15/10/2026 GGSS    O SIGN-ON PASSA A SEGUIR A POLITICA DE SENHAS
000192*                    DO CALCPARM: BLOQUEIO DO OPERADOR APOS O
000193*                    LIMITE DE FALHAS DE SENHA CONSECUTIVAS EM
000194*                    QUALQUER PROGRAMA (DESFEITO SOMENTE POR UM
000195*                    SUPERVISOR NO MANTOPER) E TROCA OBRIGATORIA
000196*                    DA SENHA PROVISORIA OU VENCIDA. O OPERMST
000197*                    PASSA A SER ABERTO EM I-O PARA ATUALIZAR
000198*                    ESSE CONTROLE.
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000230 PROGRAM-ID. MANTSUSP.
000240 AUTHOR. GELIEL GUSTAVO DE SOUZA SILVA.
000250 INSTALLATION. DEPARTAMENTO DE OPERACOES - MILHAGEM.
000260 DATE-WRITTEN. 15/10/2026.
000270 DATE-COMPILED.
000280 ENVIRONMENT DIVISION.
000290*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000300 CONFIGURATION SECTION.
000310 SPECIAL-NAMES.
000320     DECIMAL-POINT IS COMMA.
000330*-----------------------
000340 INPUT-OUTPUT SECTION.
000350*-----------------------
000360 FILE-CONTROL.
000361* PARAMETRO CALCPARM, LIDO NO SIGN-ON PARA OBTER A POLITICA DE
000363* SENHAS (VER CPYFATOR).
000365     SELECT FATOR-CONVERSAO-FILE ASSIGN TO "CALCPARM"
000366             ORGANIZATION IS SEQUENTIAL
000368             FILE STATUS IS MS-CALCPARM-STATUS.
000370* CADASTRO MESTRE DE OPERADORES (VER CPYOPER).
000380     SELECT OPERADOR-MASTER-FILE ASSIGN TO "OPERMST"
000390             ORGANIZATION IS INDEXED
000400             ACCESS MODE IS RANDOM
000410             RECORD KEY IS OP-CODIGO
000420             FILE STATUS IS MS-OPERMST-STATUS.
000430* CADASTRO MESTRE DE MEMBROS FIDELIDADE (VER CPYMEMB).
000440     SELECT MEMBRO-MASTER-FILE ASSIGN TO "MEMBMST"
000450             ORGANIZATION IS INDEXED
000460             ACCESS MODE IS RANDOM
000470             RECORD KEY IS MB-NUMERO-MEMBRO
000480             FILE STATUS IS MS-MEMBMST-STATUS.
000490* SUSPENSOS DE POSTAGEM - CREDITOS AINDA SEM MEMBRO (CPYSUSP).
000500     SELECT SUSPENSO-POSTAGEM-FILE ASSIGN TO "MEMBSUSP"
000510             ORGANIZATION IS INDEXED
000520             ACCESS MODE IS DYNAMIC
000530             RECORD KEY IS SU-CHAVE
000540             FILE STATUS IS MS-MEMBSUSP-STATUS.
000550* TRILHA DE SEGURANCA COM AS RECUSAS DE SIGN-ON E ATRIBUICOES.
000560     SELECT SEGURANCA-LOG-FILE ASSIGN TO "SECLOG"
000570             ORGANIZATION IS SEQUENTIAL
000580             FILE STATUS IS MS-SECLOG-STATUS.
000590 DATA DIVISION.
000600*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000610 FILE SECTION.
000620*-----------------------
000622 FD  FATOR-CONVERSAO-FILE
000624             LABEL RECORDS ARE STANDARD
000626             RECORD CONTAINS 80 CHARACTERS.
000628 COPY CPYFATOR.

000630 FD  OPERADOR-MASTER-FILE
000640             LABEL RECORDS ARE STANDARD
000650             RECORD CONTAINS 80 CHARACTERS.
000660 COPY CPYOPER.

000670 FD  MEMBRO-MASTER-FILE
000680             LABEL RECORDS ARE STANDARD
000690             RECORD CONTAINS 80 CHARACTERS.
000700 COPY CPYMEMB.

000710 FD  SUSPENSO-POSTAGEM-FILE
000720             LABEL RECORDS ARE STANDARD
000730             RECORD CONTAINS 80 CHARACTERS.
000740 COPY CPYSUSP.

000750 FD  SEGURANCA-LOG-FILE
000760             LABEL RECORDS ARE STANDARD
000770             RECORD CONTAINS 80 CHARACTERS.
000780 01  SL-LINHA-SEGURANCA              PIC X(80).

000790 WORKING-STORAGE SECTION.
000800*-----------------------
000810* STATUS DOS ARQUIVOS UTILIZADOS PELO PROGRAMA.
000820 01  MS-OPERMST-STATUS               PIC X(02).
000825 01  MS-CALCPARM-STATUS              PIC X(02).
000830 01  MS-MEMBMST-STATUS               PIC X(02).
000840 01  MS-MEMBSUSP-STATUS              PIC X(02).
000850 01  MS-SECLOG-STATUS                PIC X(02).

000860* CONTROLE DO SIGN-ON DO SUPERVISOR RESPONSAVEL. SOMENTE O
000870* NIVEL "S" ATRIBUI MEMBROS AOS SUSPENSOS - A ATRIBUICAO DEFINE
000880* EM QUAL SALDO AS MILHAS SERAO POSTADAS.
000890 01  MS-OPERADOR-ID                  PIC X(08) VALUE SPACES.
000900 01  MS-SENHA-INFORMADA              PIC X(08).
000910 01  MS-TENTATIVAS-SIGNON            PIC 9(01) COMP VALUE ZERO.
000920 01  MS-SIGNON-OK-SW                 PIC X(01) VALUE "N".
000930             88  SIGNON-AUTORIZADO           VALUE "S".
000940 01  MS-EVENTO-SEGURANCA             PIC X(34).
000941* POLITICA DE SENHAS DO CALCPARM (VER CPYFATOR), COM OS VALORES
000942* PADRAO QUANDO O ARQUIVO NAO EXISTE OU OS CAMPOS ESTAO ZERADOS.
000943 01  MS-MAX-FALHAS-SIGNON            PIC 9(02) VALUE 5.
000944 01  MS-DIAS-VALIDADE-SENHA          PIC 9(03) VALUE 90.
000945* TROCA OBRIGATORIA DA SENHA PROVISORIA OU VENCIDA NO SIGN-ON:
000946* NOVA SENHA DIGITADA DUAS VEZES, DATA DO SIGN-ON E DIAS DESDE A
000947* ULTIMA TROCA. O SW INDICA SE A SENHA ESTA EM DIA, SE FOI
000948* TROCADA AGORA OU SE A TROCA FOI RECUSADA.
000949 01  MS-SENHA-TROCA                  PIC X(08).
000950 01  MS-SENHA-TROCA-CONF             PIC X(08).
000951 01  MS-DATA-SIGNON                  PIC 9(08) VALUE ZERO.
000952 01  MS-DIAS-SENHA                   PIC S9(07) COMP VALUE ZERO.
000953 01  MS-VALIDADE-SENHA-SW            PIC X(01) VALUE "S".
000954             88  SENHA-EM-DIA                VALUE "S".
000955             88  SENHA-TROCADA               VALUE "T".
000956             88  SENHA-RECUSADA              VALUE "N".
000957* LIGADO QUANDO A FALHA ATUAL BLOQUEOU O OPERADOR.
000958 01  MS-BLOQUEIO-NOVO-SW             PIC X(01) VALUE "N".
000959             88  BLOQUEIO-NOVO               VALUE "S".
000962 01  MS-LOG-DATA                     PIC 9(08).
000966 01  MS-LOG-HORA                     PIC 9(08).

000970* CONTROLE DO LACO DE ATRIBUICOES DA SESSAO E DA LISTAGEM DOS
000980* ITENS PENDENTES.
000990 01  MS-CONTINUAR-SW                 PIC X(01) VALUE "S".
001000             88  CONTINUAR-ATRIBUINDO        VALUE "S".
001010 01  MS-FIM-LISTAGEM-SW              PIC X(01) VALUE "N".
001020             88  FIM-LISTAGEM                VALUE "S".

001030* CHAVE DO ITEM ESCOLHIDO, VALIDADA ANTES DO MOVE PARA OS CAMPOS
001040* NUMERICOS (MESMA TECNICA DO AJUSMILHAS).
001050 01  MS-DATA-ENTRADA                 PIC X(08).
001060 01  MS-SEQUENCIA-ENTRADA            PIC X(06) JUSTIFIED RIGHT.
001070 01  MS-NUMERO-MEMBRO                PIC X(10).

001080 01  MS-CONFIRMACAO                  PIC X(01).
001090             88  CONFIRMA-GRAVACAO           VALUE "S".

001100* CONTADORES DA SESSAO.
001110 01  MS-CONT-PENDENTES               PIC 9(09) COMP VALUE ZERO.
001120 01  MS-CONT-ATRIBUIDOS              PIC 9(09) COMP VALUE ZERO.

001130* CAMPO EDITADO PARA A EXIBICAO DAS MILHAS DO ITEM.
001140 01  MS-REL-MILHAS-ED                PIC Z(06)9.

001150 PROCEDURE DIVISION.
001160*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001170******************************************************************
001180* 0000-MAINLINE
001190* PARAGRAFO PRINCIPAL - EXIGE O SIGN-ON DE UM SUPERVISOR, LISTA
001200* OS SUSPENSOS PENDENTES E REPETE A ATRIBUICAO DE MEMBROS ATE O
001210* ENCERRAMENTO DA SESSAO.
001220******************************************************************
001230 0000-MAINLINE.
001240         PERFORM 0100-EFETUAR-SIGNON THRU 0100-EXIT.
001250         IF NOT SIGNON-AUTORIZADO
001260             DISPLAY "SIGN-ON RECUSADO - EXECUCAO ENCERRADA."
001270             GO TO 0000-EXIT
001280         END-IF.
001290         OPEN I-O SUSPENSO-POSTAGEM-FILE.
001300         IF MS-MEMBSUSP-STATUS = "35"
001310             DISPLAY "ARQUIVO MEMBSUSP INEXISTENTE - NAO HA "
001320                 "CREDITOS SUSPENSOS."
001330             GO TO 0000-EXIT
001340         END-IF.
001350         IF MS-MEMBSUSP-STATUS NOT = "00"
001360             DISPLAY "ERRO AO ABRIR O ARQUIVO MEMBSUSP - STATUS "
001370                 MS-MEMBSUSP-STATUS
001380             GO TO 0000-EXIT
001390         END-IF.
001400         OPEN INPUT MEMBRO-MASTER-FILE.
001410         IF MS-MEMBMST-STATUS NOT = "00"
001420             DISPLAY "ERRO AO ABRIR O ARQUIVO MEMBMST - STATUS "
001430                 MS-MEMBMST-STATUS
001440             CLOSE SUSPENSO-POSTAGEM-FILE
001450             GO TO 0000-EXIT
001460         END-IF.
001470         PERFORM 1000-LISTAR-PENDENTES THRU 1000-EXIT.
001480         IF MS-CONT-PENDENTES = ZERO
001490             DISPLAY "NENHUM CREDITO SUSPENSO PENDENTE."
001500             MOVE "N" TO MS-CONTINUAR-SW
001510         END-IF.
001520         PERFORM 2000-ATRIBUIR-MEMBRO THRU 2000-EXIT
001530             UNTIL NOT CONTINUAR-ATRIBUINDO.
001540         CLOSE SUSPENSO-POSTAGEM-FILE.
001550         CLOSE MEMBRO-MASTER-FILE.
001560         DISPLAY "SESSAO ENCERRADA - ITENS ATRIBUIDOS: "
001570             MS-CONT-ATRIBUIDOS.
001580         IF MS-CONT-ATRIBUIDOS > ZERO
001590             DISPLAY "OS ITENS ATRIBUIDOS SERAO POSTADOS PELA "
001600                 "PROXIMA POSTAGEM (POSTMILHAS)."
001610         END-IF.
001620         GO TO 0000-EXIT.
001630 0000-EXIT.
001640         STOP RUN.

001650******************************************************************
001660* 0100-EFETUAR-SIGNON
001670* VALIDA O SUPERVISOR RESPONSAVEL NO CADASTRO OPERMST (SENHA,
001680* SITUACAO ATIVA E NIVEL "S"), COM ATE TRES TENTATIVAS E
001690* REGISTRO DAS RECUSAS NA SECLOG. SEM O CADASTRO NAO HA
001700* ATRIBUICAO.
001710******************************************************************
001720 0100-EFETUAR-SIGNON.
001730         OPEN I-O OPERADOR-MASTER-FILE.
001740         IF MS-OPERMST-STATUS NOT = "00"
001750             DISPLAY "CADASTRO OPERMST INDISPONIVEL (STATUS "
001760                 MS-OPERMST-STATUS ") - CADASTRE OS OPERADORES "
001770                 "PELO MANTOPER ANTES DE ATRIBUIR SUSPENSOS."
001780             GO TO 0100-EXIT
001790         END-IF.
001795         PERFORM 0150-LER-POLITICA-SENHA THRU 0150-EXIT.
001800         PERFORM 0110-TENTAR-SIGNON THRU 0110-EXIT
001810             UNTIL SIGNON-AUTORIZADO
001820                 OR MS-TENTATIVAS-SIGNON > 2.
001830         CLOSE OPERADOR-MASTER-FILE.
001840 0100-EXIT.
001850         EXIT.

001860 0110-TENTAR-SIGNON.
001870         ADD 1 TO MS-TENTATIVAS-SIGNON.
001880         DISPLAY "SIGN-ON - CODIGO DO OPERADOR: ".
001890         ACCEPT MS-OPERADOR-ID.
001900         DISPLAY "SENHA: ".
001910         ACCEPT MS-SENHA-INFORMADA.
001920         MOVE MS-OPERADOR-ID TO OP-CODIGO.
001930         READ OPERADOR-MASTER-FILE
001940             INVALID KEY
001950                 DISPLAY "OPERADOR NAO CADASTRADO."
001960                 MOVE "SIGN-ON OPERADOR INEXISTENTE" TO
001970                     MS-EVENTO-SEGURANCA
001980                 PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
001990                 GO TO 0110-EXIT
002000         END-READ.
002001         IF OP-BLOQUEADO
002002             DISPLAY "OPERADOR BLOQUEADO - PROCURE UM SUPERVISOR."
002003             MOVE "SIGN-ON OPERADOR BLOQUEADO" TO
002005                 MS-EVENTO-SEGURANCA
002006             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002007             GO TO 0110-EXIT
002008         END-IF.
002010         IF OP-SENHA NOT = MS-SENHA-INFORMADA
002020             DISPLAY "SENHA INVALIDA."
002030             MOVE "SIGN-ON SENHA INVALIDA" TO
002040                 MS-EVENTO-SEGURANCA
002050             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002055             PERFORM 0130-CONTAR-FALHA-SIGNON THRU 0130-EXIT
002060             GO TO 0110-EXIT
002070         END-IF.
002080         IF OP-SITUACAO = "I"
002090             DISPLAY "OPERADOR DESATIVADO."
002100             MOVE "SIGN-ON OPERADOR DESATIVADO" TO
002110                 MS-EVENTO-SEGURANCA
002120             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002130             GO TO 0110-EXIT
002140         END-IF.
002150         IF OP-NIVEL-AUTORIZACAO NOT = "S"
002160             DISPLAY "SOMENTE SUPERVISORES ATRIBUEM MEMBROS AOS "
002170                 "SUSPENSOS."
002180             MOVE "SIGN-ON SEM NIVEL DE SUPERVISOR" TO
002190                 MS-EVENTO-SEGURANCA
002200             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002210             GO TO 0110-EXIT
002211         END-IF.
002212         PERFORM 0140-VERIFICAR-VALIDADE-SENHA THRU 0140-EXIT.
002213         IF SENHA-RECUSADA
002214             GO TO 0110-EXIT
002215         END-IF.
002216         MOVE ZERO TO OP-QTD-FALHAS-SIGNON.
002217         MOVE MS-DATA-SIGNON TO OP-DATA-ULT-SIGNON.
002218         REWRITE OP-REGISTRO-OPERADOR
002219             INVALID KEY
002220                 DISPLAY "ERRO AO REGRAVAR O OPERMST - STATUS "
002221                     MS-OPERMST-STATUS
002222                 GO TO 0110-EXIT
002223         END-REWRITE.
002224         IF SENHA-TROCADA
002225             MOVE "SENHA ALTERADA NO SIGN-ON" TO
002226                 MS-EVENTO-SEGURANCA
002227             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002228         END-IF.
002230         SET SIGNON-AUTORIZADO TO TRUE.
002240 0110-EXIT.
002250         EXIT.

002260******************************************************************
002270* 0120-GRAVAR-SECLOG
002280* GRAVA NA TRILHA DE SEGURANCA UMA LINHA COM DATA, HORA,
002290* PROGRAMA, OPERADOR INFORMADO E O EVENTO JA PREPARADO PELO
002300* PARAGRAFO CHAMADOR.
002310******************************************************************
002320 0120-GRAVAR-SECLOG.
002330         OPEN EXTEND SEGURANCA-LOG-FILE.
002340         IF MS-SECLOG-STATUS = "35"
002350             OPEN OUTPUT SEGURANCA-LOG-FILE
002360         END-IF.
002370         IF MS-SECLOG-STATUS NOT = "00"
002380             DISPLAY "AVISO - NAO FOI POSSIVEL GRAVAR A SECLOG "
002390                 "(STATUS " MS-SECLOG-STATUS ")."
002400             GO TO 0120-EXIT
002410         END-IF.
002420         ACCEPT MS-LOG-DATA FROM DATE YYYYMMDD.
002430         ACCEPT MS-LOG-HORA FROM TIME.
002440         MOVE SPACES TO SL-LINHA-SEGURANCA.
002450         STRING MS-LOG-DATA DELIMITED BY SIZE
002460             " " DELIMITED BY SIZE
002470             MS-LOG-HORA DELIMITED BY SIZE
002480             " MANTSUSP " DELIMITED BY SIZE
002490             MS-OPERADOR-ID DELIMITED BY SIZE
002500             " " DELIMITED BY SIZE
002510             MS-EVENTO-SEGURANCA DELIMITED BY SIZE
002520             INTO SL-LINHA-SEGURANCA.
002530         WRITE SL-LINHA-SEGURANCA.
002540         CLOSE SEGURANCA-LOG-FILE.
002550 0120-EXIT.
002551         EXIT.

002552******************************************************************
002553* 0130-CONTAR-FALHA-SIGNON
002554* SOMA UMA FALHA DE SENHA AO CONTADOR DE FALHAS CONSECUTIVAS DO
002555* OPERADOR, COMUM A TODOS OS PROGRAMAS, E O BLOQUEIA AO ATINGIR O
002556* LIMITE DA POLITICA DE SENHAS. O BLOQUEIO SO E DESFEITO POR UM
002557* SUPERVISOR NO MANTOPER.
002558******************************************************************
002559 0130-CONTAR-FALHA-SIGNON.
002560         MOVE "N" TO MS-BLOQUEIO-NOVO-SW.
002561         IF OP-QTD-FALHAS-SIGNON IS NOT NUMERIC
002562             MOVE ZERO TO OP-QTD-FALHAS-SIGNON
002563         END-IF.
002564         IF OP-QTD-FALHAS-SIGNON < 99
002565             ADD 1 TO OP-QTD-FALHAS-SIGNON
002566         END-IF.
002567         IF OP-QTD-FALHAS-SIGNON NOT < MS-MAX-FALHAS-SIGNON
002568             AND NOT OP-BLOQUEADO
002569             MOVE "B" TO OP-SITUACAO-BLOQUEIO
002570             SET BLOQUEIO-NOVO TO TRUE
002571         END-IF.
002572         REWRITE OP-REGISTRO-OPERADOR
002573             INVALID KEY
002574                 DISPLAY "ERRO AO REGRAVAR O OPERMST - STATUS "
002575                     MS-OPERMST-STATUS
002576                 GO TO 0130-EXIT
002577         END-REWRITE.
002578         IF BLOQUEIO-NOVO
002579             DISPLAY "OPERADOR BLOQUEADO APOS "
002580                 OP-QTD-FALHAS-SIGNON " FALHAS DE SENHA - "
002581                 "PROCURE UM SUPERVISOR."
002582             MOVE "BLOQUEIO POR FALHAS DE SIGN-ON" TO
002583                 MS-EVENTO-SEGURANCA
002584             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002585         END-IF.
002586 0130-EXIT.
002587         EXIT.

002588******************************************************************
002589* 0140-VERIFICAR-VALIDADE-SENHA
002590* A SENHA PROVISORIA (DATA DA TROCA ZERADA OU EM BRANCO, COMO APOS
002591* A INCLUSAO OU O DESBLOQUEIO NO MANTOPER) E A SENHA COM MAIS DIAS
002592* DESDE A ULTIMA TROCA DO QUE A VALIDADE DA POLITICA DE SENHAS
002593* OBRIGAM O OPERADOR A ESCOLHER UMA NOVA SENHA ANTES DE
002594* PROSSEGUIR. A NOVA SENHA E DIGITADA DUAS VEZES E NAO PODE FICAR
002595* EM BRANCO NEM REPETIR A ATUAL; A RECUSA E REGISTRADA NA SECLOG.
002596******************************************************************
002597 0140-VERIFICAR-VALIDADE-SENHA.
002598         SET SENHA-EM-DIA TO TRUE.
002599         ACCEPT MS-DATA-SIGNON FROM DATE YYYYMMDD.
002600         IF OP-DATA-SENHA IS NUMERIC
002601             AND OP-DATA-SENHA > 19000000
002602             COMPUTE MS-DIAS-SENHA =
002603                 FUNCTION INTEGER-OF-DATE(MS-DATA-SIGNON)
002604                 - FUNCTION INTEGER-OF-DATE(OP-DATA-SENHA)
002605             IF MS-DIAS-SENHA < MS-DIAS-VALIDADE-SENHA
002606                 GO TO 0140-EXIT
002607             END-IF
002608             DISPLAY "SENHA EXPIRADA - ESCOLHA UMA NOVA SENHA."
002609         ELSE
002610             DISPLAY "SENHA PROVISORIA - ESCOLHA UMA NOVA SENHA."
002611         END-IF.
002612         SET SENHA-RECUSADA TO TRUE.
002613         DISPLAY "NOVA SENHA (ATE 8 CARACTERES): ".
002614         ACCEPT MS-SENHA-TROCA.
002615         DISPLAY "CONFIRME A NOVA SENHA: ".
002616         ACCEPT MS-SENHA-TROCA-CONF.
002617         IF MS-SENHA-TROCA = SPACES
002618             OR MS-SENHA-TROCA = OP-SENHA
002619             OR MS-SENHA-TROCA NOT = MS-SENHA-TROCA-CONF
002620             DISPLAY "NOVA SENHA RECUSADA - NAO PODE FICAR EM "
002621                 "BRANCO, REPETIR A ATUAL OU DIFERIR DA "
002622                 "CONFIRMACAO."
002623             MOVE "SIGN-ON NOVA SENHA RECUSADA" TO
002624                 MS-EVENTO-SEGURANCA
002625             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002626             GO TO 0140-EXIT
002627         END-IF.
002628         MOVE MS-SENHA-TROCA TO OP-SENHA.
002629         MOVE MS-DATA-SIGNON TO OP-DATA-SENHA.
002630         SET SENHA-TROCADA TO TRUE.
002631 0140-EXIT.
002632         EXIT.

002633******************************************************************
002634* 0150-LER-POLITICA-SENHA
002635* OBTEM NO CALCPARM A POLITICA DE SENHAS: FALHAS CONSECUTIVAS QUE
002636* BLOQUEIAM O OPERADOR E DIAS DE VALIDADE DA SENHA. SEM O ARQUIVO
002637* OU COM OS CAMPOS ZERADOS, PERMANECEM OS VALORES PADRAO.
002638******************************************************************
002639 0150-LER-POLITICA-SENHA.
002640         OPEN INPUT FATOR-CONVERSAO-FILE.
002641         IF MS-CALCPARM-STATUS NOT = "00"
002642             GO TO 0150-EXIT
002643         END-IF.
002644         READ FATOR-CONVERSAO-FILE
002645             AT END
002646                 CLOSE FATOR-CONVERSAO-FILE
002647                 GO TO 0150-EXIT
002648         END-READ.
002649         IF CF-MAX-FALHAS-SIGNON IS NUMERIC
002650             AND CF-MAX-FALHAS-SIGNON > ZERO
002651             MOVE CF-MAX-FALHAS-SIGNON TO MS-MAX-FALHAS-SIGNON
002652         END-IF.
002653         IF CF-DIAS-VALIDADE-SENHA IS NUMERIC
002654             AND CF-DIAS-VALIDADE-SENHA > ZERO
002655             MOVE CF-DIAS-VALIDADE-SENHA TO
002656                 MS-DIAS-VALIDADE-SENHA
002657         END-IF.
002658         CLOSE FATOR-CONVERSAO-FILE.
002659 0150-EXIT.
002660         EXIT.

002662******************************************************************
002663* 1000-LISTAR-PENDENTES
002665* LISTA NO TERMINAL OS ITENS PENDENTES DO ARQUIVO DE SUSPENSOS,
002667* COM A CHAVE (DATA DE SUSPENSAO E SEQUENCIA) USADA NA ESCOLHA.
002668******************************************************************
002670 1000-LISTAR-PENDENTES.
002671         MOVE "N" TO MS-FIM-LISTAGEM-SW.
002673         MOVE ZERO TO SU-DATA-SUSPENSAO.
002675         MOVE ZERO TO SU-SEQUENCIA.
002676         START SUSPENSO-POSTAGEM-FILE
002678             KEY IS NOT LESS THAN SU-CHAVE
002680             INVALID KEY SET FIM-LISTAGEM TO TRUE
002690         END-START.
002700         PERFORM 1100-LISTAR-ITEM THRU 1100-EXIT
002710             UNTIL FIM-LISTAGEM.
002720 1000-EXIT.
002730         EXIT.

002740 1100-LISTAR-ITEM.
002750         READ SUSPENSO-POSTAGEM-FILE NEXT RECORD
002760             AT END SET FIM-LISTAGEM TO TRUE
002770         END-READ.
002780         IF NOT FIM-LISTAGEM
002790             AND SU-SITUACAO-ITEM = "P"
002800             ADD 1 TO MS-CONT-PENDENTES
002810             MOVE SU-QUANT-MILHAS TO MS-REL-MILHAS-ED
002820             DISPLAY SU-DATA-SUSPENSAO " " SU-SEQUENCIA
002830                 " MEMBRO " SU-NUMERO-MEMBRO " MILHAS "
002840                 MS-REL-MILHAS-ED " CONVERSAO " SU-DATA-CONVERSAO
002850                 " MOTIVO " SU-MOTIVO-SUSPENSAO
002860         END-IF.
002870 1100-EXIT.
002880         EXIT.

002890******************************************************************
002900* 2000-ATRIBUIR-MEMBRO
002910* OBTEM A CHAVE DE UM ITEM PENDENTE E O NUMERO DO MEMBRO CORRETO
002920* (JA CADASTRADO NO MEMBMST), CONFIRMA COM O SUPERVISOR, REGRAVA
002930* O ITEM E REGISTRA A ATRIBUICAO NA SECLOG. AO FINAL, O LACO
002940* PEDE A PROXIMA CHAVE ATE SER INFORMADA UMA DATA EM BRANCO.
002950******************************************************************
002960 2000-ATRIBUIR-MEMBRO.
002970         DISPLAY "DATA DA SUSPENSAO DO ITEM (AAAAMMDD, EM BRANCO "
002980             "PARA ENCERRAR): ".
002990         ACCEPT MS-DATA-ENTRADA.
003000         IF MS-DATA-ENTRADA = SPACES
003010             MOVE "N" TO MS-CONTINUAR-SW
003020             GO TO 2000-EXIT
003030         END-IF.
003040         IF MS-DATA-ENTRADA IS NOT NUMERIC
003050             DISPLAY "DATA INVALIDA. USE APENAS DIGITOS."
003060             GO TO 2000-EXIT
003070         END-IF.
003080         DISPLAY "SEQUENCIA DO ITEM (ATE 6 DIGITOS): ".
003090         ACCEPT MS-SEQUENCIA-ENTRADA.
003100         INSPECT MS-SEQUENCIA-ENTRADA
003110             REPLACING LEADING SPACE BY ZERO.
003120         IF MS-SEQUENCIA-ENTRADA IS NOT NUMERIC
003130             DISPLAY "SEQUENCIA INVALIDA. USE APENAS DIGITOS."
003140             GO TO 2000-EXIT
003150         END-IF.
003160         MOVE MS-DATA-ENTRADA TO SU-DATA-SUSPENSAO.
003170         MOVE MS-SEQUENCIA-ENTRADA TO SU-SEQUENCIA.
003180         READ SUSPENSO-POSTAGEM-FILE
003190             INVALID KEY
003200                 DISPLAY "ITEM NAO ENCONTRADO NO MEMBSUSP."
003210                 GO TO 2000-EXIT
003220         END-READ.
003230         IF SU-SITUACAO-ITEM NOT = "P"
003240             DISPLAY "ITEM JA POSTADO OU BAIXADO - SITUACAO "
003250                 SU-SITUACAO-ITEM "."
003260             GO TO 2000-EXIT
003270         END-IF.
003280         MOVE SU-QUANT-MILHAS TO MS-REL-MILHAS-ED.
003290         DISPLAY "MEMBRO ATUAL.: " SU-NUMERO-MEMBRO.
003300         DISPLAY "MILHAS.......: " MS-REL-MILHAS-ED.
003310         DISPLAY "CONVERSAO....: " SU-DATA-CONVERSAO " "
003320             SU-HORA-CONVERSAO " OPERADOR " SU-OPERADOR-ID.
003330         DISPLAY "PARCEIRO.....: " SU-CODIGO-PARCEIRO.
003340         DISPLAY "NUMERO CORRETO DO MEMBRO (10 CARACTERES, EM "
003350             "BRANCO ABANDONA): ".
003360         ACCEPT MS-NUMERO-MEMBRO.
003370         IF MS-NUMERO-MEMBRO = SPACES
003380             DISPLAY "ATRIBUICAO ABANDONADA."
003390             GO TO 2000-EXIT
003400         END-IF.
003410         MOVE MS-NUMERO-MEMBRO TO MB-NUMERO-MEMBRO.
003420         READ MEMBRO-MASTER-FILE
003430             INVALID KEY
003440                 DISPLAY "MEMBRO NAO CADASTRADO: "
003450                     MS-NUMERO-MEMBRO " - INCLUA O MEMBRO PELO "
003460                     "POSTMILHAS ANTES DA ATRIBUICAO."
003470                 GO TO 2000-EXIT
003480         END-READ.
003490         DISPLAY "NOME DO MEMBRO: " MB-NOME-MEMBRO.
003500         DISPLAY "CONFIRMA A ATRIBUICAO DO ITEM "
003510             SU-DATA-SUSPENSAO "/" SU-SEQUENCIA " AO MEMBRO "
003520             MS-NUMERO-MEMBRO " (S/N) ? ".
003530         ACCEPT MS-CONFIRMACAO.
003540         IF NOT CONFIRMA-GRAVACAO
003550             DISPLAY "ATRIBUICAO CANCELADA."
003560             GO TO 2000-EXIT
003570         END-IF.
003580         MOVE MS-NUMERO-MEMBRO TO SU-NUMERO-MEMBRO.
003590         REWRITE SU-REGISTRO-SUSPENSO
003600             INVALID KEY
003610                 DISPLAY "ERRO AO REGRAVAR O ITEM - STATUS "
003620                     MS-MEMBSUSP-STATUS
003630                 GO TO 2000-EXIT
003640         END-REWRITE.
003650         MOVE SPACES TO MS-EVENTO-SEGURANCA.
003660         STRING "ATRIB SUSPENSO " DELIMITED BY SIZE
003670             SU-DATA-SUSPENSAO DELIMITED BY SIZE
003680             "/" DELIMITED BY SIZE
003690             SU-SEQUENCIA DELIMITED BY SIZE
003700             INTO MS-EVENTO-SEGURANCA.
003710         PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT.
003720         ADD 1 TO MS-CONT-ATRIBUIDOS.
003730         DISPLAY "ITEM ATRIBUIDO.".
003740 2000-EXIT.
003750         EXIT.
