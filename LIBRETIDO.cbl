000010******************************************************************
000020* AUTHOR:     GELIEL GUSTAVO DE SOUZA SILVA.
000030* INSTALLATION: DEPARTAMENTO DE OPERACOES - MILHAGEM.
000040* DATE-WRITTEN: 15/10/2026.
000050* DATE-COMPILED:
000060******************************************************************
000070* HISTORICO DE ALTERACOES:
000080* DATA       AUTOR   DESCRICAO
000090* ---------- ------- ----------------------------------------
000100* 15/10/2026 GGSS    PROGRAMA ORIGINAL - LIBERACAO DOS CREDITOS
000110*                    RETIDOS PELO RELATORIO DE EXCECOES
000120*                    (RELEXCECAO) NO ARQUIVO MEMBRETD (VER
000130*                    CPYRETD): UM SUPERVISOR (NIVEL "S" NO
000140*                    OPERMST, MESMO SIGN-ON DO MANTSUSP) CONSULTA
000150*                    OS ITENS RETIDOS, ESCOLHE UM PELA DATA DA
000160*                    CONVERSAO E SEQUENCIA E O LIBERA OU CANCELA,
000170*                    INFORMANDO O MOTIVO DA DECISAO. O ITEM
000180*                    LIBERADO E POSTADO NO SALDO PELA PROXIMA
000190*                    POSTAGEM (POSTMILHAS); O CANCELADO NAO E
000200*                    POSTADO E E APONTADO PELA CONCILIACAO
000210*                    (CONCILIA). CADA DECISAO E REGISTRADA NA
000220*                    SECLOG.
000221* 15/10/2026 GGSS    O SIGN-ON PASSA A SEGUIR A POLITICA DE SENHAS
000222*                    DO CALCPARM: BLOQUEIO DO OPERADOR APOS O
000223*                    LIMITE DE FALHAS DE SENHA CONSECUTIVAS EM
000224*                    QUALQUER PROGRAMA (DESFEITO SOMENTE POR UM
000225*                    SUPERVISOR NO MANTOPER) E TROCA OBRIGATORIA
000226*                    DA SENHA PROVISORIA OU VENCIDA. O OPERMST
000227*                    PASSA A SER ABERTO EM I-O PARA ATUALIZAR
000228*                    ESSE CONTROLE.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000260 PROGRAM-ID. LIBRETIDO.
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
000391* PARAMETRO CALCPARM, LIDO NO SIGN-ON PARA OBTER A POLITICA DE
000393* SENHAS (VER CPYFATOR).
000395     SELECT FATOR-CONVERSAO-FILE ASSIGN TO "CALCPARM"
000396             ORGANIZATION IS SEQUENTIAL
000398             FILE STATUS IS LR-CALCPARM-STATUS.
000400* CADASTRO MESTRE DE OPERADORES (VER CPYOPER).
000410     SELECT OPERADOR-MASTER-FILE ASSIGN TO "OPERMST"
000420             ORGANIZATION IS INDEXED
000430             ACCESS MODE IS RANDOM
000440             RECORD KEY IS OP-CODIGO
000450             FILE STATUS IS LR-OPERMST-STATUS.
000460* CREDITOS RETIDOS PARA LIBERACAO DO SUPERVISOR (CPYRETD).
000470     SELECT RETIDO-POSTAGEM-FILE ASSIGN TO "MEMBRETD"
000480             ORGANIZATION IS INDEXED
000490             ACCESS MODE IS DYNAMIC
000500             RECORD KEY IS RO-CHAVE
000510             FILE STATUS IS LR-MEMBRETD-STATUS.
000520* TRILHA DE SEGURANCA COM AS RECUSAS DE SIGN-ON E AS DECISOES.
000530     SELECT SEGURANCA-LOG-FILE ASSIGN TO "SECLOG"
000540             ORGANIZATION IS SEQUENTIAL
000550             FILE STATUS IS LR-SECLOG-STATUS.
000560 DATA DIVISION.
000570*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000580 FILE SECTION.
000590*-----------------------
000592 FD  FATOR-CONVERSAO-FILE
000594             LABEL RECORDS ARE STANDARD
000596             RECORD CONTAINS 80 CHARACTERS.
000598 COPY CPYFATOR.

000600 FD  OPERADOR-MASTER-FILE
000610             LABEL RECORDS ARE STANDARD
000620             RECORD CONTAINS 80 CHARACTERS.
000630 COPY CPYOPER.

000640 FD  RETIDO-POSTAGEM-FILE
000650             LABEL RECORDS ARE STANDARD
000660             RECORD CONTAINS 80 CHARACTERS.
000670 COPY CPYRETD.

000680 FD  SEGURANCA-LOG-FILE
000690             LABEL RECORDS ARE STANDARD
000700             RECORD CONTAINS 80 CHARACTERS.
000710 01  SL-LINHA-SEGURANCA              PIC X(80).

000720 WORKING-STORAGE SECTION.
000730*-----------------------
000740* STATUS DOS ARQUIVOS UTILIZADOS PELO PROGRAMA.
000750 01  LR-OPERMST-STATUS               PIC X(02).
000755 01  LR-CALCPARM-STATUS              PIC X(02).
000760 01  LR-MEMBRETD-STATUS              PIC X(02).
000770 01  LR-SECLOG-STATUS                PIC X(02).

000780* CONTROLE DO SIGN-ON DO SUPERVISOR RESPONSAVEL. SOMENTE O
000790* NIVEL "S" LIBERA OU CANCELA CREDITOS RETIDOS.
000800 01  LR-OPERADOR-ID                  PIC X(08) VALUE SPACES.
000810 01  LR-SENHA-INFORMADA              PIC X(08).
000820 01  LR-TENTATIVAS-SIGNON            PIC 9(01) COMP VALUE ZERO.
000830 01  LR-SIGNON-OK-SW                 PIC X(01) VALUE "N".
000840             88  SIGNON-AUTORIZADO           VALUE "S".
000850 01  LR-EVENTO-SEGURANCA             PIC X(34).
000851* POLITICA DE SENHAS DO CALCPARM (VER CPYFATOR), COM OS VALORES
000852* PADRAO QUANDO O ARQUIVO NAO EXISTE OU OS CAMPOS ESTAO ZERADOS.
000853 01  LR-MAX-FALHAS-SIGNON            PIC 9(02) VALUE 5.
000854 01  LR-DIAS-VALIDADE-SENHA          PIC 9(03) VALUE 90.
000855* TROCA OBRIGATORIA DA SENHA PROVISORIA OU VENCIDA NO SIGN-ON:
000856* NOVA SENHA DIGITADA DUAS VEZES, DATA DO SIGN-ON E DIAS DESDE A
000857* ULTIMA TROCA. O SW INDICA SE A SENHA ESTA EM DIA, SE FOI
000858* TROCADA AGORA OU SE A TROCA FOI RECUSADA.
000859 01  LR-SENHA-TROCA                  PIC X(08).
000860 01  LR-SENHA-TROCA-CONF             PIC X(08).
000861 01  LR-DATA-SIGNON                  PIC 9(08) VALUE ZERO.
000862 01  LR-DIAS-SENHA                   PIC S9(07) COMP VALUE ZERO.
000863 01  LR-VALIDADE-SENHA-SW            PIC X(01) VALUE "S".
000864             88  SENHA-EM-DIA                VALUE "S".
000865             88  SENHA-TROCADA               VALUE "T".
000866             88  SENHA-RECUSADA              VALUE "N".
000867* LIGADO QUANDO A FALHA ATUAL BLOQUEOU O OPERADOR.
000868 01  LR-BLOQUEIO-NOVO-SW             PIC X(01) VALUE "N".
000869             88  BLOQUEIO-NOVO               VALUE "S".
000872 01  LR-LOG-DATA                     PIC 9(08).
000876 01  LR-LOG-HORA                     PIC 9(08).

000880* CONTROLE DO LACO DE DECISOES DA SESSAO E DA LISTAGEM DOS
000890* ITENS RETIDOS.
000900 01  LR-CONTINUAR-SW                 PIC X(01) VALUE "S".
000910             88  CONTINUAR-DECIDINDO         VALUE "S".
000920 01  LR-FIM-LISTAGEM-SW              PIC X(01) VALUE "N".
000930             88  FIM-LISTAGEM                VALUE "S".

000940* CHAVE DO ITEM ESCOLHIDO, VALIDADA ANTES DO MOVE PARA OS CAMPOS
000950* NUMERICOS (MESMA TECNICA DO MANTSUSP).
000960 01  LR-DATA-ENTRADA                 PIC X(08).
000970 01  LR-SEQUENCIA-ENTRADA            PIC X(06) JUSTIFIED RIGHT.

000980* DECISAO DO SUPERVISOR SOBRE O ITEM E O MOTIVO INFORMADO.
000990 01  LR-ACAO-ITEM                    PIC X(01).
001000             88  ACAO-LIBERAR                VALUE "L".
001010             88  ACAO-CANCELAR               VALUE "C".
001020 01  LR-MOTIVO-DECISAO               PIC X(19).
001030 01  LR-DATA-HOJE                    PIC 9(08).

001040 01  LR-CONFIRMACAO                  PIC X(01).
001050             88  CONFIRMA-GRAVACAO           VALUE "S".

001060* CONTADORES DA SESSAO.
001070 01  LR-CONT-RETIDOS                 PIC 9(09) COMP VALUE ZERO.
001080 01  LR-CONT-LIBERADOS               PIC 9(09) COMP VALUE ZERO.
001090 01  LR-CONT-CANCELADOS              PIC 9(09) COMP VALUE ZERO.

001100* CAMPO EDITADO PARA A EXIBICAO DAS MILHAS DO ITEM.
001110 01  LR-REL-MILHAS-ED                PIC Z(06)9.

001120 PROCEDURE DIVISION.
001130*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001140******************************************************************
001150* 0000-MAINLINE
001160* PARAGRAFO PRINCIPAL - EXIGE O SIGN-ON DE UM SUPERVISOR, LISTA
001170* OS CREDITOS RETIDOS E REPETE A LIBERACAO OU O CANCELAMENTO DE
001180* ITENS ATE O ENCERRAMENTO DA SESSAO.
001190******************************************************************
001200 0000-MAINLINE.
001210         PERFORM 0100-EFETUAR-SIGNON THRU 0100-EXIT.
001220         IF NOT SIGNON-AUTORIZADO
001230             DISPLAY "SIGN-ON RECUSADO - EXECUCAO ENCERRADA."
001240             GO TO 0000-EXIT
001250         END-IF.
001260         OPEN I-O RETIDO-POSTAGEM-FILE.
001270         IF LR-MEMBRETD-STATUS = "35"
001280             DISPLAY "ARQUIVO MEMBRETD INEXISTENTE - NAO HA "
001290                 "CREDITOS RETIDOS."
001300             GO TO 0000-EXIT
001310         END-IF.
001320         IF LR-MEMBRETD-STATUS NOT = "00"
001330             DISPLAY "ERRO AO ABRIR O ARQUIVO MEMBRETD - STATUS "
001340                 LR-MEMBRETD-STATUS
001350             GO TO 0000-EXIT
001360         END-IF.
001370         ACCEPT LR-DATA-HOJE FROM DATE YYYYMMDD.
001380         PERFORM 1000-LISTAR-RETIDOS THRU 1000-EXIT.
001390         IF LR-CONT-RETIDOS = ZERO
001400             DISPLAY "NENHUM CREDITO RETIDO AGUARDANDO DECISAO."
001410             MOVE "N" TO LR-CONTINUAR-SW
001420         END-IF.
001430         PERFORM 2000-DECIDIR-ITEM THRU 2000-EXIT
001440             UNTIL NOT CONTINUAR-DECIDINDO.
001450         CLOSE RETIDO-POSTAGEM-FILE.
001460         DISPLAY "SESSAO ENCERRADA - ITENS LIBERADOS: "
001470             LR-CONT-LIBERADOS " CANCELADOS: "
001480             LR-CONT-CANCELADOS.
001490         IF LR-CONT-LIBERADOS > ZERO
001500             DISPLAY "OS ITENS LIBERADOS SERAO POSTADOS PELA "
001510                 "PROXIMA POSTAGEM (POSTMILHAS)."
001520         END-IF.
001530         GO TO 0000-EXIT.
001540 0000-EXIT.
001550         STOP RUN.

001560******************************************************************
001570* 0100-EFETUAR-SIGNON
001580* VALIDA O SUPERVISOR RESPONSAVEL NO CADASTRO OPERMST (SENHA,
001590* SITUACAO ATIVA E NIVEL "S"), COM ATE TRES TENTATIVAS E
001600* REGISTRO DAS RECUSAS NA SECLOG. SEM O CADASTRO NAO HA
001610* LIBERACAO.
001620******************************************************************
001630 0100-EFETUAR-SIGNON.
001640         OPEN I-O OPERADOR-MASTER-FILE.
001650         IF LR-OPERMST-STATUS NOT = "00"
001660             DISPLAY "CADASTRO OPERMST INDISPONIVEL (STATUS "
001670                 LR-OPERMST-STATUS ") - CADASTRE OS OPERADORES "
001680                 "PELO MANTOPER ANTES DE LIBERAR RETIDOS."
001690             GO TO 0100-EXIT
001700         END-IF.
001705         PERFORM 0150-LER-POLITICA-SENHA THRU 0150-EXIT.
001710         PERFORM 0110-TENTAR-SIGNON THRU 0110-EXIT
001720             UNTIL SIGNON-AUTORIZADO
001730                 OR LR-TENTATIVAS-SIGNON > 2.
001740         CLOSE OPERADOR-MASTER-FILE.
001750 0100-EXIT.
001760         EXIT.

001770 0110-TENTAR-SIGNON.
001780         ADD 1 TO LR-TENTATIVAS-SIGNON.
001790         DISPLAY "SIGN-ON - CODIGO DO OPERADOR: ".
001800         ACCEPT LR-OPERADOR-ID.
001810         DISPLAY "SENHA: ".
001820         ACCEPT LR-SENHA-INFORMADA.
001830         MOVE LR-OPERADOR-ID TO OP-CODIGO.
001840         READ OPERADOR-MASTER-FILE
001850             INVALID KEY
001860                 DISPLAY "OPERADOR NAO CADASTRADO."
001870                 MOVE "SIGN-ON OPERADOR INEXISTENTE" TO
001880                     LR-EVENTO-SEGURANCA
001890                 PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
001900                 GO TO 0110-EXIT
001910         END-READ.
001911         IF OP-BLOQUEADO
001912             DISPLAY "OPERADOR BLOQUEADO - PROCURE UM SUPERVISOR."
001913             MOVE "SIGN-ON OPERADOR BLOQUEADO" TO
001915                 LR-EVENTO-SEGURANCA
001916             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
001917             GO TO 0110-EXIT
001918         END-IF.
001920         IF OP-SENHA NOT = LR-SENHA-INFORMADA
001930             DISPLAY "SENHA INVALIDA."
001940             MOVE "SIGN-ON SENHA INVALIDA" TO
001950                 LR-EVENTO-SEGURANCA
001960             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
001965             PERFORM 0130-CONTAR-FALHA-SIGNON THRU 0130-EXIT
001970             GO TO 0110-EXIT
001980         END-IF.
001990         IF OP-SITUACAO = "I"
002000             DISPLAY "OPERADOR DESATIVADO."
002010             MOVE "SIGN-ON OPERADOR DESATIVADO" TO
002020                 LR-EVENTO-SEGURANCA
002030             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002040             GO TO 0110-EXIT
002050         END-IF.
002060         IF OP-NIVEL-AUTORIZACAO NOT = "S"
002070             DISPLAY "SOMENTE SUPERVISORES LIBERAM CREDITOS "
002080                 "RETIDOS."
002090             MOVE "SIGN-ON SEM NIVEL DE SUPERVISOR" TO
002100                 LR-EVENTO-SEGURANCA
002110             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002120             GO TO 0110-EXIT
002121         END-IF.
002122         PERFORM 0140-VERIFICAR-VALIDADE-SENHA THRU 0140-EXIT.
002123         IF SENHA-RECUSADA
002124             GO TO 0110-EXIT
002125         END-IF.
002126         MOVE ZERO TO OP-QTD-FALHAS-SIGNON.
002127         MOVE LR-DATA-SIGNON TO OP-DATA-ULT-SIGNON.
002128         REWRITE OP-REGISTRO-OPERADOR
002129             INVALID KEY
002130                 DISPLAY "ERRO AO REGRAVAR O OPERMST - STATUS "
002131                     LR-OPERMST-STATUS
002132                 GO TO 0110-EXIT
002133         END-REWRITE.
002134         IF SENHA-TROCADA
002135             MOVE "SENHA ALTERADA NO SIGN-ON" TO
002136                 LR-EVENTO-SEGURANCA
002137             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002138         END-IF.
002140         SET SIGNON-AUTORIZADO TO TRUE.
002150 0110-EXIT.
002160         EXIT.

002170******************************************************************
002180* 0120-GRAVAR-SECLOG
002190* GRAVA NA TRILHA DE SEGURANCA UMA LINHA COM DATA, HORA,
002200* PROGRAMA, OPERADOR INFORMADO E O EVENTO JA PREPARADO PELO
002210* PARAGRAFO CHAMADOR.
002220******************************************************************
002230 0120-GRAVAR-SECLOG.
002240         OPEN EXTEND SEGURANCA-LOG-FILE.
002250         IF LR-SECLOG-STATUS = "35"
002260             OPEN OUTPUT SEGURANCA-LOG-FILE
002270         END-IF.
002280         IF LR-SECLOG-STATUS NOT = "00"
002290             DISPLAY "AVISO - NAO FOI POSSIVEL GRAVAR A SECLOG "
002300                 "(STATUS " LR-SECLOG-STATUS ")."
002310             GO TO 0120-EXIT
002320         END-IF.
002330         ACCEPT LR-LOG-DATA FROM DATE YYYYMMDD.
002340         ACCEPT LR-LOG-HORA FROM TIME.
002350         MOVE SPACES TO SL-LINHA-SEGURANCA.
002360         STRING LR-LOG-DATA DELIMITED BY SIZE
002370             " " DELIMITED BY SIZE
002380             LR-LOG-HORA DELIMITED BY SIZE
002390             " LIBRETIDO " DELIMITED BY SIZE
002400             LR-OPERADOR-ID DELIMITED BY SIZE
002410             " " DELIMITED BY SIZE
002420             LR-EVENTO-SEGURANCA DELIMITED BY SIZE
002430             INTO SL-LINHA-SEGURANCA.
002440         WRITE SL-LINHA-SEGURANCA.
002450         CLOSE SEGURANCA-LOG-FILE.
002460 0120-EXIT.
002461         EXIT.

002462******************************************************************
002463* 0130-CONTAR-FALHA-SIGNON
002464* SOMA UMA FALHA DE SENHA AO CONTADOR DE FALHAS CONSECUTIVAS DO
002465* OPERADOR, COMUM A TODOS OS PROGRAMAS, E O BLOQUEIA AO ATINGIR O
002466* LIMITE DA POLITICA DE SENHAS. O BLOQUEIO SO E DESFEITO POR UM
002467* SUPERVISOR NO MANTOPER.
002468******************************************************************
002469 0130-CONTAR-FALHA-SIGNON.
002470         MOVE "N" TO LR-BLOQUEIO-NOVO-SW.
002471         IF OP-QTD-FALHAS-SIGNON IS NOT NUMERIC
002472             MOVE ZERO TO OP-QTD-FALHAS-SIGNON
002473         END-IF.
002474         IF OP-QTD-FALHAS-SIGNON < 99
002475             ADD 1 TO OP-QTD-FALHAS-SIGNON
002476         END-IF.
002477         IF OP-QTD-FALHAS-SIGNON NOT < LR-MAX-FALHAS-SIGNON
002478             AND NOT OP-BLOQUEADO
002479             MOVE "B" TO OP-SITUACAO-BLOQUEIO
002480             SET BLOQUEIO-NOVO TO TRUE
002481         END-IF.
002482         REWRITE OP-REGISTRO-OPERADOR
002483             INVALID KEY
002484                 DISPLAY "ERRO AO REGRAVAR O OPERMST - STATUS "
002485                     LR-OPERMST-STATUS
002486                 GO TO 0130-EXIT
002487         END-REWRITE.
002488         IF BLOQUEIO-NOVO
002489             DISPLAY "OPERADOR BLOQUEADO APOS "
002490                 OP-QTD-FALHAS-SIGNON " FALHAS DE SENHA - "
002491                 "PROCURE UM SUPERVISOR."
002492             MOVE "BLOQUEIO POR FALHAS DE SIGN-ON" TO
002493                 LR-EVENTO-SEGURANCA
002494             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002495         END-IF.
002496 0130-EXIT.
002497         EXIT.

002498******************************************************************
002499* 0140-VERIFICAR-VALIDADE-SENHA
002500* A SENHA PROVISORIA (DATA DA TROCA ZERADA OU EM BRANCO, COMO APOS
002501* A INCLUSAO OU O DESBLOQUEIO NO MANTOPER) E A SENHA COM MAIS DIAS
002502* DESDE A ULTIMA TROCA DO QUE A VALIDADE DA POLITICA DE SENHAS
002503* OBRIGAM O OPERADOR A ESCOLHER UMA NOVA SENHA ANTES DE
002504* PROSSEGUIR. A NOVA SENHA E DIGITADA DUAS VEZES E NAO PODE FICAR
002505* EM BRANCO NEM REPETIR A ATUAL; A RECUSA E REGISTRADA NA SECLOG.
002506******************************************************************
002507 0140-VERIFICAR-VALIDADE-SENHA.
002508         SET SENHA-EM-DIA TO TRUE.
002509         ACCEPT LR-DATA-SIGNON FROM DATE YYYYMMDD.
002510         IF OP-DATA-SENHA IS NUMERIC
002511             AND OP-DATA-SENHA > 19000000
002512             COMPUTE LR-DIAS-SENHA =
002513                 FUNCTION INTEGER-OF-DATE(LR-DATA-SIGNON)
002514                 - FUNCTION INTEGER-OF-DATE(OP-DATA-SENHA)
002515             IF LR-DIAS-SENHA < LR-DIAS-VALIDADE-SENHA
002516                 GO TO 0140-EXIT
002517             END-IF
002518             DISPLAY "SENHA EXPIRADA - ESCOLHA UMA NOVA SENHA."
002519         ELSE
002520             DISPLAY "SENHA PROVISORIA - ESCOLHA UMA NOVA SENHA."
002521         END-IF.
002522         SET SENHA-RECUSADA TO TRUE.
002523         DISPLAY "NOVA SENHA (ATE 8 CARACTERES): ".
002524         ACCEPT LR-SENHA-TROCA.
002525         DISPLAY "CONFIRME A NOVA SENHA: ".
002526         ACCEPT LR-SENHA-TROCA-CONF.
002527         IF LR-SENHA-TROCA = SPACES
002528             OR LR-SENHA-TROCA = OP-SENHA
002529             OR LR-SENHA-TROCA NOT = LR-SENHA-TROCA-CONF
002530             DISPLAY "NOVA SENHA RECUSADA - NAO PODE FICAR EM "
002531                 "BRANCO, REPETIR A ATUAL OU DIFERIR DA "
002532                 "CONFIRMACAO."
002533             MOVE "SIGN-ON NOVA SENHA RECUSADA" TO
002534                 LR-EVENTO-SEGURANCA
002535             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002536             GO TO 0140-EXIT
002537         END-IF.
002538         MOVE LR-SENHA-TROCA TO OP-SENHA.
002539         MOVE LR-DATA-SIGNON TO OP-DATA-SENHA.
002540         SET SENHA-TROCADA TO TRUE.
002541 0140-EXIT.
002542         EXIT.

002543******************************************************************
002544* 0150-LER-POLITICA-SENHA
002545* OBTEM NO CALCPARM A POLITICA DE SENHAS: FALHAS CONSECUTIVAS QUE
002546* BLOQUEIAM O OPERADOR E DIAS DE VALIDADE DA SENHA. SEM O ARQUIVO
002547* OU COM OS CAMPOS ZERADOS, PERMANECEM OS VALORES PADRAO.
002548******************************************************************
002549 0150-LER-POLITICA-SENHA.
002550         OPEN INPUT FATOR-CONVERSAO-FILE.
002551         IF LR-CALCPARM-STATUS NOT = "00"
002552             GO TO 0150-EXIT
002553         END-IF.
002554         READ FATOR-CONVERSAO-FILE
002555             AT END
002556                 CLOSE FATOR-CONVERSAO-FILE
002557                 GO TO 0150-EXIT
002558         END-READ.
002559         IF CF-MAX-FALHAS-SIGNON IS NUMERIC
002560             AND CF-MAX-FALHAS-SIGNON > ZERO
002561             MOVE CF-MAX-FALHAS-SIGNON TO LR-MAX-FALHAS-SIGNON
002562         END-IF.
002563         IF CF-DIAS-VALIDADE-SENHA IS NUMERIC
002564             AND CF-DIAS-VALIDADE-SENHA > ZERO
002565             MOVE CF-DIAS-VALIDADE-SENHA TO
002566                 LR-DIAS-VALIDADE-SENHA
002567         END-IF.
002568         CLOSE FATOR-CONVERSAO-FILE.
002569 0150-EXIT.
002570         EXIT.

002572******************************************************************
002573* 1000-LISTAR-RETIDOS
002575* LISTA NO TERMINAL OS ITENS RETIDOS AGUARDANDO DECISAO, COM A
002577* CHAVE (DATA DA CONVERSAO E SEQUENCIA) USADA NA ESCOLHA.
002578******************************************************************
002580 1000-LISTAR-RETIDOS.
002581         MOVE "N" TO LR-FIM-LISTAGEM-SW.
002583         MOVE ZERO TO RO-DATA-CONVERSAO.
002585         MOVE ZERO TO RO-SEQUENCIA.
002586         START RETIDO-POSTAGEM-FILE
002588             KEY IS NOT LESS THAN RO-CHAVE
002590             INVALID KEY SET FIM-LISTAGEM TO TRUE
002600         END-START.
002610         PERFORM 1100-LISTAR-ITEM THRU 1100-EXIT
002620             UNTIL FIM-LISTAGEM.
002630 1000-EXIT.
002640         EXIT.

002650 1100-LISTAR-ITEM.
002660         READ RETIDO-POSTAGEM-FILE NEXT RECORD
002670             AT END SET FIM-LISTAGEM TO TRUE
002680         END-READ.
002690         IF NOT FIM-LISTAGEM
002700             AND RO-SITUACAO-ITEM = "R"
002710             ADD 1 TO LR-CONT-RETIDOS
002720             MOVE RO-QUANT-MILHAS TO LR-REL-MILHAS-ED
002730             DISPLAY RO-DATA-CONVERSAO " " RO-SEQUENCIA
002740                 " MEMBRO " RO-NUMERO-MEMBRO " MILHAS "
002750                 LR-REL-MILHAS-ED " PARCEIRO "
002760                 RO-CODIGO-PARCEIRO " MOTIVO "
002770                 RO-MOTIVO-RETENCAO
002780         END-IF.
002790 1100-EXIT.
002800         EXIT.

002810******************************************************************
002820* 2000-DECIDIR-ITEM
002830* OBTEM A CHAVE DE UM ITEM RETIDO, A DECISAO DO SUPERVISOR
002840* (LIBERAR OU CANCELAR) E O MOTIVO, CONFIRMA, REGRAVA O ITEM E
002850* REGISTRA A DECISAO NA SECLOG. AO FINAL, O LACO PEDE A PROXIMA
002860* CHAVE ATE SER INFORMADA UMA DATA EM BRANCO.
002870******************************************************************
002880 2000-DECIDIR-ITEM.
002890         DISPLAY "DATA DA CONVERSAO DO ITEM (AAAAMMDD, EM BRANCO "
002900             "PARA ENCERRAR): ".
002910         ACCEPT LR-DATA-ENTRADA.
002920         IF LR-DATA-ENTRADA = SPACES
002930             MOVE "N" TO LR-CONTINUAR-SW
002940             GO TO 2000-EXIT
002950         END-IF.
002960         IF LR-DATA-ENTRADA IS NOT NUMERIC
002970             DISPLAY "DATA INVALIDA. USE APENAS DIGITOS."
002980             GO TO 2000-EXIT
002990         END-IF.
003000         DISPLAY "SEQUENCIA DO ITEM (ATE 6 DIGITOS): ".
003010         ACCEPT LR-SEQUENCIA-ENTRADA.
003020         INSPECT LR-SEQUENCIA-ENTRADA
003030             REPLACING LEADING SPACE BY ZERO.
003040         IF LR-SEQUENCIA-ENTRADA IS NOT NUMERIC
003050             DISPLAY "SEQUENCIA INVALIDA. USE APENAS DIGITOS."
003060             GO TO 2000-EXIT
003070         END-IF.
003080         MOVE LR-DATA-ENTRADA TO RO-DATA-CONVERSAO.
003090         MOVE LR-SEQUENCIA-ENTRADA TO RO-SEQUENCIA.
003100         READ RETIDO-POSTAGEM-FILE
003110             INVALID KEY
003120                 DISPLAY "ITEM NAO ENCONTRADO NO MEMBRETD."
003130                 GO TO 2000-EXIT
003140         END-READ.
003150         IF RO-SITUACAO-ITEM NOT = "R"
003160             DISPLAY "ITEM JA DECIDIDO OU DESFEITO - SITUACAO "
003170                 RO-SITUACAO-ITEM "."
003180             GO TO 2000-EXIT
003190         END-IF.
003200         MOVE RO-QUANT-MILHAS TO LR-REL-MILHAS-ED.
003210         DISPLAY "MEMBRO.......: " RO-NUMERO-MEMBRO.
003220         DISPLAY "MILHAS.......: " LR-REL-MILHAS-ED.
003230         DISPLAY "CONVERSAO....: " RO-DATA-CONVERSAO " "
003240             RO-HORA-CONVERSAO.
003250         DISPLAY "PARCEIRO.....: " RO-CODIGO-PARCEIRO.
003260         DISPLAY "MOTIVO.......: " RO-MOTIVO-RETENCAO.
003270         DISPLAY "(L)IBERAR PARA POSTAGEM OU (C)ANCELAR O "
003280             "CREDITO (EM BRANCO ABANDONA): ".
003290         ACCEPT LR-ACAO-ITEM.
003300         IF NOT ACAO-LIBERAR
003310             AND NOT ACAO-CANCELAR
003320             DISPLAY "DECISAO ABANDONADA."
003330             GO TO 2000-EXIT
003340         END-IF.
003350         DISPLAY "MOTIVO DA DECISAO (ATE 19 CARACTERES): ".
003360         ACCEPT LR-MOTIVO-DECISAO.
003370         IF LR-MOTIVO-DECISAO = SPACES
003380             DISPLAY "O MOTIVO E OBRIGATORIO - DECISAO "
003390                 "ABANDONADA."
003400             GO TO 2000-EXIT
003410         END-IF.
003420         IF ACAO-LIBERAR
003430             DISPLAY "CONFIRMA A LIBERACAO DO ITEM "
003440                 RO-DATA-CONVERSAO "/" RO-SEQUENCIA " (S/N) ? "
003450         ELSE
003460             DISPLAY "CONFIRMA O CANCELAMENTO DO ITEM "
003470                 RO-DATA-CONVERSAO "/" RO-SEQUENCIA " (S/N) ? "
003480         END-IF.
003490         ACCEPT LR-CONFIRMACAO.
003500         IF NOT CONFIRMA-GRAVACAO
003510             DISPLAY "DECISAO CANCELADA."
003520             GO TO 2000-EXIT
003530         END-IF.
003540         IF ACAO-LIBERAR
003550             MOVE "L" TO RO-SITUACAO-ITEM
003560         ELSE
003570             MOVE "C" TO RO-SITUACAO-ITEM
003580         END-IF.
003590         MOVE LR-DATA-HOJE TO RO-DATA-SITUACAO.
003600         MOVE LR-OPERADOR-ID TO RO-SUPERVISOR-ID.
003610         MOVE LR-MOTIVO-DECISAO TO RO-MOTIVO-DECISAO.
003620         REWRITE RO-REGISTRO-RETIDO
003630             INVALID KEY
003640                 DISPLAY "ERRO AO REGRAVAR O ITEM - STATUS "
003650                     LR-MEMBRETD-STATUS
003660                 GO TO 2000-EXIT
003670         END-REWRITE.
003680         MOVE SPACES TO LR-EVENTO-SEGURANCA.
003690         IF ACAO-LIBERAR
003700             STRING "RETIDO LIBERADO " DELIMITED BY SIZE
003710                 RO-DATA-CONVERSAO DELIMITED BY SIZE
003720                 "/" DELIMITED BY SIZE
003730                 RO-SEQUENCIA DELIMITED BY SIZE
003740                 INTO LR-EVENTO-SEGURANCA
003750             ADD 1 TO LR-CONT-LIBERADOS
003760             DISPLAY "ITEM LIBERADO."
003770         ELSE
003780             STRING "RETIDO CANCELADO " DELIMITED BY SIZE
003790                 RO-DATA-CONVERSAO DELIMITED BY SIZE
003800                 "/" DELIMITED BY SIZE
003810                 RO-SEQUENCIA DELIMITED BY SIZE
003820                 INTO LR-EVENTO-SEGURANCA
003830             ADD 1 TO LR-CONT-CANCELADOS
003840             DISPLAY "ITEM CANCELADO."
003850         END-IF.
003860         PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT.
003870 2000-EXIT.
003880         EXIT.
