000160*                    E REGISTRO DA ALTERACAO E DOS SIGN-ON
000170*                    RECUSADOS NA SECLOG, NOS MESMOS MOLDES DO
000180*                    MANTPARM.
000181* 15/10/2026 GGSS    O SIGN-ON PASSA A SEGUIR A POLITICA DE SENHAS
000182*                    DO CALCPARM: BLOQUEIO DO OPERADOR APOS O
000183*                    LIMITE DE FALHAS DE SENHA CONSECUTIVAS EM
000184*                    QUALQUER PROGRAMA (DESFEITO SOMENTE POR UM
000185*                    SUPERVISOR NO MANTOPER) E TROCA OBRIGATORIA
000186*                    DA SENHA PROVISORIA OU VENCIDA. O OPERMST
000187*                    PASSA A SER ABERTO EM I-O PARA ATUALIZAR
000188*                    ESSE CONTROLE.
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000370     SELECT LIMITES-EXCECAO-FILE ASSIGN TO "EXCPARM"
000380             ORGANIZATION IS SEQUENTIAL
000390             FILE STATUS IS ME-EXCPARM-STATUS.
000391* PARAMETRO CALCPARM, LIDO NO SIGN-ON PARA OBTER A POLITICA DE
000393* SENHAS (VER CPYFATOR).
000395     SELECT FATOR-CONVERSAO-FILE ASSIGN TO "CALCPARM"
000396             ORGANIZATION IS SEQUENTIAL
000398             FILE STATUS IS ME-CALCPARM-STATUS.
000400* CADASTRO MESTRE DE OPERADORES (VER CPYOPER).
000410     SELECT OPERADOR-MASTER-FILE ASSIGN TO "OPERMST"
000420             ORGANIZATION IS INDEXED
000570             RECORD CONTAINS 80 CHARACTERS.
000580 COPY CPYEXCP.

000582 FD  FATOR-CONVERSAO-FILE
000584             LABEL RECORDS ARE STANDARD
000586             RECORD CONTAINS 80 CHARACTERS.
000588 COPY CPYFATOR.

000590 FD  OPERADOR-MASTER-FILE
000600             LABEL RECORDS ARE STANDARD
000610             RECORD CONTAINS 80 CHARACTERS.
000690* STATUS DOS ARQUIVOS UTILIZADOS PELO PROGRAMA.
000700 01  ME-EXCPARM-STATUS               PIC X(02).
000710 01  ME-OPERMST-STATUS               PIC X(02).
000715 01  ME-CALCPARM-STATUS              PIC X(02).
000720 01  ME-SECLOG-STATUS                PIC X(02).

000730* CONTROLE DO SIGN-ON DO RESPONSAVEL PELA ALTERACAO.

001000* EVENTO GRAVADO NA TRILHA DE SEGURANCA SECLOG.
001010 01  ME-EVENTO-SEGURANCA             PIC X(34).
001011* POLITICA DE SENHAS DO CALCPARM (VER CPYFATOR), COM OS VALORES
001012* PADRAO QUANDO O ARQUIVO NAO EXISTE OU OS CAMPOS ESTAO ZERADOS.
001013 01  ME-MAX-FALHAS-SIGNON            PIC 9(02) VALUE 5.
001014 01  ME-DIAS-VALIDADE-SENHA          PIC 9(03) VALUE 90.
001015* TROCA OBRIGATORIA DA SENHA PROVISORIA OU VENCIDA NO SIGN-ON:
001016* NOVA SENHA DIGITADA DUAS VEZES, DATA DO SIGN-ON E DIAS DESDE A
001017* ULTIMA TROCA. O SW INDICA SE A SENHA ESTA EM DIA, SE FOI
001018* TROCADA AGORA OU SE A TROCA FOI RECUSADA.
001019 01  ME-SENHA-TROCA                  PIC X(08).
001020 01  ME-SENHA-TROCA-CONF             PIC X(08).
001021 01  ME-DATA-SIGNON                  PIC 9(08) VALUE ZERO.
001022 01  ME-DIAS-SENHA                   PIC S9(07) COMP VALUE ZERO.
001023 01  ME-VALIDADE-SENHA-SW            PIC X(01) VALUE "S".
001024             88  SENHA-EM-DIA                VALUE "S".
001025             88  SENHA-TROCADA               VALUE "T".
001026             88  SENHA-RECUSADA              VALUE "N".
001027* LIGADO QUANDO A FALHA ATUAL BLOQUEOU O OPERADOR.
001028 01  ME-BLOQUEIO-NOVO-SW             PIC X(01) VALUE "N".
001029             88  BLOQUEIO-NOVO               VALUE "S".
001032 01  ME-LOG-DATA                     PIC 9(08).
001036 01  ME-LOG-HORA                     PIC 9(08).

001040 PROCEDURE DIVISION.
001050*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001100* VALORES, CONFIRMA E REGRAVA O EXCPARM.
001110******************************************************************
001120 0000-MAINLINE.
001130         OPEN I-O OPERADOR-MASTER-FILE.
001140         IF ME-OPERMST-STATUS NOT = "00"
001150             DISPLAY "CADASTRO OPERMST INDISPONIVEL (STATUS "
001160                 ME-OPERMST-STATUS ") - CADASTRE OS OPERADORES "
001170                 "PELO MANTOPER ANTES DE ALTERAR O PARAMETRO."
001180             GO TO 0000-EXIT
001190         END-IF.
001195         PERFORM 1030-LER-POLITICA-SENHA THRU 1030-EXIT.
001200         PERFORM 1000-EFETUAR-SIGNON THRU 1000-EXIT
001210             UNTIL SIGNON-AUTORIZADO
001220                 OR ME-TENTATIVAS-SIGNON > 2.
001530                 PERFORM 9000-GRAVAR-SECLOG THRU 9000-EXIT
001540                 GO TO 1000-EXIT
001550         END-READ.
001551         IF OP-BLOQUEADO
001552             DISPLAY "OPERADOR BLOQUEADO - PROCURE UM SUPERVISOR."
001553             MOVE "SIGN-ON OPERADOR BLOQUEADO" TO
001555                 ME-EVENTO-SEGURANCA
001556             PERFORM 9000-GRAVAR-SECLOG THRU 9000-EXIT
001557             GO TO 1000-EXIT
001558         END-IF.
001560         IF OP-SENHA NOT = ME-SENHA-INFORMADA
001570             DISPLAY "SENHA INVALIDA."
001580             MOVE "SIGN-ON SENHA INVALIDA" TO ME-EVENTO-SEGURANCA
001590             PERFORM 9000-GRAVAR-SECLOG THRU 9000-EXIT
001595             PERFORM 1010-CONTAR-FALHA-SIGNON THRU 1010-EXIT
001600             GO TO 1000-EXIT
001610         END-IF.
001620         IF OP-SITUACAO = "I"
001740             PERFORM 9000-GRAVAR-SECLOG THRU 9000-EXIT
001750             GO TO 1000-EXIT
001760         END-IF.
001761         PERFORM 1020-VERIFICAR-VALIDADE-SENHA THRU 1020-EXIT.
001762         IF SENHA-RECUSADA
001763             GO TO 1000-EXIT
001764         END-IF.
001765         MOVE ZERO TO OP-QTD-FALHAS-SIGNON.
001766         MOVE ME-DATA-SIGNON TO OP-DATA-ULT-SIGNON.
001767         REWRITE OP-REGISTRO-OPERADOR
001768             INVALID KEY
001769                 DISPLAY "ERRO AO REGRAVAR O OPERMST - STATUS "
001770                     ME-OPERMST-STATUS
001771                 GO TO 1000-EXIT
001772         END-REWRITE.
001773         IF SENHA-TROCADA
001774             MOVE "SENHA ALTERADA NO SIGN-ON" TO
001775                 ME-EVENTO-SEGURANCA
001776             PERFORM 9000-GRAVAR-SECLOG THRU 9000-EXIT
001777         END-IF.
001778         SET SIGNON-AUTORIZADO TO TRUE.
001780 1000-EXIT.
001781         EXIT.

001782******************************************************************
001783* 1010-CONTAR-FALHA-SIGNON
001784* SOMA UMA FALHA DE SENHA AO CONTADOR DE FALHAS CONSECUTIVAS DO
001785* OPERADOR, COMUM A TODOS OS PROGRAMAS, E O BLOQUEIA AO ATINGIR O
001786* LIMITE DA POLITICA DE SENHAS. O BLOQUEIO SO E DESFEITO POR UM
001787* SUPERVISOR NO MANTOPER.
001788******************************************************************
001789 1010-CONTAR-FALHA-SIGNON.
001790         MOVE "N" TO ME-BLOQUEIO-NOVO-SW.
001791         IF OP-QTD-FALHAS-SIGNON IS NOT NUMERIC
001792             MOVE ZERO TO OP-QTD-FALHAS-SIGNON
001793         END-IF.
001794         IF OP-QTD-FALHAS-SIGNON < 99
001795             ADD 1 TO OP-QTD-FALHAS-SIGNON
001796         END-IF.
001797         IF OP-QTD-FALHAS-SIGNON NOT < ME-MAX-FALHAS-SIGNON
001798             AND NOT OP-BLOQUEADO
001799             MOVE "B" TO OP-SITUACAO-BLOQUEIO
001800             SET BLOQUEIO-NOVO TO TRUE
001801         END-IF.
001802         REWRITE OP-REGISTRO-OPERADOR
001803             INVALID KEY
001804                 DISPLAY "ERRO AO REGRAVAR O OPERMST - STATUS "
001805                     ME-OPERMST-STATUS
001806                 GO TO 1010-EXIT
001807         END-REWRITE.
001808         IF BLOQUEIO-NOVO
001809             DISPLAY "OPERADOR BLOQUEADO APOS "
001810                 OP-QTD-FALHAS-SIGNON " FALHAS DE SENHA - "
001811                 "PROCURE UM SUPERVISOR."
001812             MOVE "BLOQUEIO POR FALHAS DE SIGN-ON" TO
001813                 ME-EVENTO-SEGURANCA
001814             PERFORM 9000-GRAVAR-SECLOG THRU 9000-EXIT
001815         END-IF.
001816 1010-EXIT.
001817         EXIT.

001818******************************************************************
001819* 1020-VERIFICAR-VALIDADE-SENHA
001820* A SENHA PROVISORIA (DATA DA TROCA ZERADA OU EM BRANCO, COMO APOS
001821* A INCLUSAO OU O DESBLOQUEIO NO MANTOPER) E A SENHA COM MAIS DIAS
001822* DESDE A ULTIMA TROCA DO QUE A VALIDADE DA POLITICA DE SENHAS
001823* OBRIGAM O OPERADOR A ESCOLHER UMA NOVA SENHA ANTES DE
001824* PROSSEGUIR. A NOVA SENHA E DIGITADA DUAS VEZES E NAO PODE FICAR
001825* EM BRANCO NEM REPETIR A ATUAL; A RECUSA E REGISTRADA NA SECLOG.
001826******************************************************************
001827 1020-VERIFICAR-VALIDADE-SENHA.
001828         SET SENHA-EM-DIA TO TRUE.
001829         ACCEPT ME-DATA-SIGNON FROM DATE YYYYMMDD.
001830         IF OP-DATA-SENHA IS NUMERIC
001831             AND OP-DATA-SENHA > 19000000
001832             COMPUTE ME-DIAS-SENHA =
001833                 FUNCTION INTEGER-OF-DATE(ME-DATA-SIGNON)
001834                 - FUNCTION INTEGER-OF-DATE(OP-DATA-SENHA)
001835             IF ME-DIAS-SENHA < ME-DIAS-VALIDADE-SENHA
001836                 GO TO 1020-EXIT
001837             END-IF
001838             DISPLAY "SENHA EXPIRADA - ESCOLHA UMA NOVA SENHA."
001839         ELSE
001840             DISPLAY "SENHA PROVISORIA - ESCOLHA UMA NOVA SENHA."
001841         END-IF.
001842         SET SENHA-RECUSADA TO TRUE.
001843         DISPLAY "NOVA SENHA (ATE 8 CARACTERES): ".
001844         ACCEPT ME-SENHA-TROCA.
001845         DISPLAY "CONFIRME A NOVA SENHA: ".
001846         ACCEPT ME-SENHA-TROCA-CONF.
001847         IF ME-SENHA-TROCA = SPACES
001848             OR ME-SENHA-TROCA = OP-SENHA
001849             OR ME-SENHA-TROCA NOT = ME-SENHA-TROCA-CONF
001850             DISPLAY "NOVA SENHA RECUSADA - NAO PODE FICAR EM "
001851                 "BRANCO, REPETIR A ATUAL OU DIFERIR DA "
001852                 "CONFIRMACAO."
001853             MOVE "SIGN-ON NOVA SENHA RECUSADA" TO
001854                 ME-EVENTO-SEGURANCA
001855             PERFORM 9000-GRAVAR-SECLOG THRU 9000-EXIT
001856             GO TO 1020-EXIT
001857         END-IF.
001858         MOVE ME-SENHA-TROCA TO OP-SENHA.
001859         MOVE ME-DATA-SIGNON TO OP-DATA-SENHA.
001860         SET SENHA-TROCADA TO TRUE.
001861 1020-EXIT.
001862         EXIT.

001863******************************************************************
001864* 1030-LER-POLITICA-SENHA
001865* OBTEM NO CALCPARM A POLITICA DE SENHAS: FALHAS CONSECUTIVAS QUE
001866* BLOQUEIAM O OPERADOR E DIAS DE VALIDADE DA SENHA. SEM O ARQUIVO
001867* OU COM OS CAMPOS ZERADOS, PERMANECEM OS VALORES PADRAO.
001868******************************************************************
001869 1030-LER-POLITICA-SENHA.
001870         OPEN INPUT FATOR-CONVERSAO-FILE.
001871         IF ME-CALCPARM-STATUS NOT = "00"
001872             GO TO 1030-EXIT
001873         END-IF.
001874         READ FATOR-CONVERSAO-FILE
001875             AT END
001876                 CLOSE FATOR-CONVERSAO-FILE
001877                 GO TO 1030-EXIT
001878         END-READ.
001879         IF CF-MAX-FALHAS-SIGNON IS NUMERIC
001880             AND CF-MAX-FALHAS-SIGNON > ZERO
001881             MOVE CF-MAX-FALHAS-SIGNON TO ME-MAX-FALHAS-SIGNON
001882         END-IF.
001883         IF CF-DIAS-VALIDADE-SENHA IS NUMERIC
001884             AND CF-DIAS-VALIDADE-SENHA > ZERO
001885             MOVE CF-DIAS-VALIDADE-SENHA TO
001886                 ME-DIAS-VALIDADE-SENHA
001887         END-IF.
001888         CLOSE FATOR-CONVERSAO-FILE.
001889 1030-EXIT.
001890         EXIT.

001891******************************************************************
001893* 2000-LER-PARAMETRO-ATUAL
001895* LE OS LIMITES ATUAIS DO ARQUIVO EXCPARM. SE O ARQUIVO NAO
001896* EXISTIR OU ESTIVER VAZIO, OS VALORES ATUAIS FICAM ZERADOS E O
001898* ARQUIVO SERA CRIADO NA GRAVACAO.
001900******************************************************************
001901 2000-LER-PARAMETRO-ATUAL.
001903         OPEN INPUT LIMITES-EXCECAO-FILE.
001905         IF ME-EXCPARM-STATUS = "00"
001906             READ LIMITES-EXCECAO-FILE
001908                 AT END CONTINUE
001910             END-READ
001920             IF EP-MAX-VIAGENS-MEMBRO IS NUMERIC
001930                 MOVE EP-MAX-VIAGENS-MEMBRO
