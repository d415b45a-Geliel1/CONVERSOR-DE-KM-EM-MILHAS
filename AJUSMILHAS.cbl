000220*                    INVENTADOS NO MODO INTERATIVO DO
000230*                    CALCMILHAS, QUE POLUIA A AUDITORIA E NUNCA
000240*                    CHEGAVA AO SALDO DO MEMBRO.
000241* 15/10/2026 GGSS    O SIGN-ON PASSA A SEGUIR A POLITICA DE SENHAS
000242*                    DO CALCPARM: BLOQUEIO DO OPERADOR APOS O
000243*                    LIMITE DE FALHAS DE SENHA CONSECUTIVAS EM
000244*                    QUALQUER PROGRAMA (DESFEITO SOMENTE POR UM
000245*                    SUPERVISOR NO MANTOPER) E TROCA OBRIGATORIA
000246*                    DA SENHA PROVISORIA OU VENCIDA. O OPERMST
000247*                    PASSA A SER ABERTO EM I-O PARA ATUALIZAR
000248*                    ESSE CONTROLE.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000390 INPUT-OUTPUT SECTION.
000400*-----------------------
000410 FILE-CONTROL.
000411* PARAMETRO CALCPARM, LIDO NO SIGN-ON PARA OBTER A POLITICA DE
000413* SENHAS (VER CPYFATOR).
000415     SELECT FATOR-CONVERSAO-FILE ASSIGN TO "CALCPARM"
000416             ORGANIZATION IS SEQUENTIAL
000418             FILE STATUS IS AJ-CALCPARM-STATUS.
000420* CADASTRO MESTRE DE OPERADORES (VER CPYOPER).
000430     SELECT OPERADOR-MASTER-FILE ASSIGN TO "OPERMST"
000440             ORGANIZATION IS INDEXED
000670*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000680 FILE SECTION.
000690*-----------------------
000692 FD  FATOR-CONVERSAO-FILE
000694             LABEL RECORDS ARE STANDARD
000696             RECORD CONTAINS 80 CHARACTERS.
000698 COPY CPYFATOR.

000700 FD  OPERADOR-MASTER-FILE
000710             LABEL RECORDS ARE STANDARD
000720             RECORD CONTAINS 80 CHARACTERS.
000910*-----------------------
000920* STATUS DOS ARQUIVOS UTILIZADOS PELO PROGRAMA.
000930 01  AJ-OPERMST-STATUS               PIC X(02).
000935 01  AJ-CALCPARM-STATUS              PIC X(02).
000940 01  AJ-MEMBMST-STATUS               PIC X(02).
000950 01  AJ-MILEINTF-STATUS              PIC X(02).
000960 01  AJ-AUDITLOG-STATUS              PIC X(02).
001050 01  AJ-SIGNON-OK-SW                 PIC X(01) VALUE "N".
001060             88  SIGNON-AUTORIZADO           VALUE "S".
001070 01  AJ-EVENTO-SEGURANCA             PIC X(34).
001071* POLITICA DE SENHAS DO CALCPARM (VER CPYFATOR), COM OS VALORES
001072* PADRAO QUANDO O ARQUIVO NAO EXISTE OU OS CAMPOS ESTAO ZERADOS.
001073 01  AJ-MAX-FALHAS-SIGNON            PIC 9(02) VALUE 5.
001074 01  AJ-DIAS-VALIDADE-SENHA          PIC 9(03) VALUE 90.
001075* TROCA OBRIGATORIA DA SENHA PROVISORIA OU VENCIDA NO SIGN-ON:
001076* NOVA SENHA DIGITADA DUAS VEZES, DATA DO SIGN-ON E DIAS DESDE A
001077* ULTIMA TROCA. O SW INDICA SE A SENHA ESTA EM DIA, SE FOI
001078* TROCADA AGORA OU SE A TROCA FOI RECUSADA.
001079 01  AJ-SENHA-TROCA                  PIC X(08).
001080 01  AJ-SENHA-TROCA-CONF             PIC X(08).
001081 01  AJ-DATA-SIGNON                  PIC 9(08) VALUE ZERO.
001082 01  AJ-DIAS-SENHA                   PIC S9(07) COMP VALUE ZERO.
001083 01  AJ-VALIDADE-SENHA-SW            PIC X(01) VALUE "S".
001084             88  SENHA-EM-DIA                VALUE "S".
001085             88  SENHA-TROCADA               VALUE "T".
001086             88  SENHA-RECUSADA              VALUE "N".
001087* LIGADO QUANDO A FALHA ATUAL BLOQUEOU O OPERADOR.
001088 01  AJ-BLOQUEIO-NOVO-SW             PIC X(01) VALUE "N".
001089             88  BLOQUEIO-NOVO               VALUE "S".
001092 01  AJ-LOG-DATA                     PIC 9(08).
001096 01  AJ-LOG-HORA                     PIC 9(08).

001100* CONTROLE DO LACO DE LANCAMENTOS DA SESSAO.
001110 01  AJ-CONTINUAR-SW                 PIC X(01) VALUE "S".
001980* O LANCAMENTO MEXE DIRETO NO SALDO DOS MEMBROS.
001990******************************************************************
002000 0100-EFETUAR-SIGNON.
002010         OPEN I-O OPERADOR-MASTER-FILE.
002020         IF AJ-OPERMST-STATUS NOT = "00"
002030             DISPLAY "CADASTRO OPERMST INDISPONIVEL (STATUS "
002040                 AJ-OPERMST-STATUS ") - CADASTRE OS OPERADORES "
002050                 "PELO MANTOPER ANTES DE LANCAR AJUSTES."
002060             GO TO 0100-EXIT
002070         END-IF.
002075         PERFORM 0150-LER-POLITICA-SENHA THRU 0150-EXIT.
002080         PERFORM 0110-TENTAR-SIGNON THRU 0110-EXIT
002090             UNTIL SIGNON-AUTORIZADO
002100                 OR AJ-TENTATIVAS-SIGNON > 2.
002260                 PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002270                 GO TO 0110-EXIT
002280         END-READ.
002281         IF OP-BLOQUEADO
002282             DISPLAY "OPERADOR BLOQUEADO - PROCURE UM SUPERVISOR."
002283             MOVE "SIGN-ON OPERADOR BLOQUEADO" TO
002285                 AJ-EVENTO-SEGURANCA
002286             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002287             GO TO 0110-EXIT
002288         END-IF.
002290         IF OP-SENHA NOT = AJ-SENHA-INFORMADA
002300             DISPLAY "SENHA INVALIDA."
002310             MOVE "SIGN-ON SENHA INVALIDA" TO
002320                 AJ-EVENTO-SEGURANCA
002330             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002335             PERFORM 0130-CONTAR-FALHA-SIGNON THRU 0130-EXIT
002340             GO TO 0110-EXIT
002350         END-IF.
002360         IF OP-SITUACAO = "I"
002470                 AJ-EVENTO-SEGURANCA
002480             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002490             GO TO 0110-EXIT
002491         END-IF.
002492         PERFORM 0140-VERIFICAR-VALIDADE-SENHA THRU 0140-EXIT.
002493         IF SENHA-RECUSADA
002494             GO TO 0110-EXIT
002495         END-IF.
002496         MOVE ZERO TO OP-QTD-FALHAS-SIGNON.
002497         MOVE AJ-DATA-SIGNON TO OP-DATA-ULT-SIGNON.
002498         REWRITE OP-REGISTRO-OPERADOR
002499             INVALID KEY
002500                 DISPLAY "ERRO AO REGRAVAR O OPERMST - STATUS "
002501                     AJ-OPERMST-STATUS
002502                 GO TO 0110-EXIT
002503         END-REWRITE.
002504         IF SENHA-TROCADA
002505             MOVE "SENHA ALTERADA NO SIGN-ON" TO
002506                 AJ-EVENTO-SEGURANCA
002507             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002508         END-IF.
002510         SET SIGNON-AUTORIZADO TO TRUE.
002520 0110-EXIT.
002530         EXIT.
002810         WRITE SL-LINHA-SEGURANCA.
002820         CLOSE SEGURANCA-LOG-FILE.
002830 0120-EXIT.
002831         EXIT.

002832******************************************************************
002833* 0130-CONTAR-FALHA-SIGNON
002834* SOMA UMA FALHA DE SENHA AO CONTADOR DE FALHAS CONSECUTIVAS DO
002835* OPERADOR, COMUM A TODOS OS PROGRAMAS, E O BLOQUEIA AO ATINGIR O
002836* LIMITE DA POLITICA DE SENHAS. O BLOQUEIO SO E DESFEITO POR UM
002837* SUPERVISOR NO MANTOPER.
002838******************************************************************
002839 0130-CONTAR-FALHA-SIGNON.
002840         MOVE "N" TO AJ-BLOQUEIO-NOVO-SW.
002841         IF OP-QTD-FALHAS-SIGNON IS NOT NUMERIC
002842             MOVE ZERO TO OP-QTD-FALHAS-SIGNON
002843         END-IF.
002844         IF OP-QTD-FALHAS-SIGNON < 99
002845             ADD 1 TO OP-QTD-FALHAS-SIGNON
002846         END-IF.
002847         IF OP-QTD-FALHAS-SIGNON NOT < AJ-MAX-FALHAS-SIGNON
002848             AND NOT OP-BLOQUEADO
002849             MOVE "B" TO OP-SITUACAO-BLOQUEIO
002850             SET BLOQUEIO-NOVO TO TRUE
002851         END-IF.
002852         REWRITE OP-REGISTRO-OPERADOR
002853             INVALID KEY
002854                 DISPLAY "ERRO AO REGRAVAR O OPERMST - STATUS "
002855                     AJ-OPERMST-STATUS
002856                 GO TO 0130-EXIT
002857         END-REWRITE.
002858         IF BLOQUEIO-NOVO
002859             DISPLAY "OPERADOR BLOQUEADO APOS "
002860                 OP-QTD-FALHAS-SIGNON " FALHAS DE SENHA - "
002861                 "PROCURE UM SUPERVISOR."
002862             MOVE "BLOQUEIO POR FALHAS DE SIGN-ON" TO
002863                 AJ-EVENTO-SEGURANCA
002864             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002865         END-IF.
002866 0130-EXIT.
002867         EXIT.

002868******************************************************************
002869* 0140-VERIFICAR-VALIDADE-SENHA
002870* A SENHA PROVISORIA (DATA DA TROCA ZERADA OU EM BRANCO, COMO APOS
002871* A INCLUSAO OU O DESBLOQUEIO NO MANTOPER) E A SENHA COM MAIS DIAS
002872* DESDE A ULTIMA TROCA DO QUE A VALIDADE DA POLITICA DE SENHAS
002873* OBRIGAM O OPERADOR A ESCOLHER UMA NOVA SENHA ANTES DE
002874* PROSSEGUIR. A NOVA SENHA E DIGITADA DUAS VEZES E NAO PODE FICAR
002875* EM BRANCO NEM REPETIR A ATUAL; A RECUSA E REGISTRADA NA SECLOG.
002876******************************************************************
002877 0140-VERIFICAR-VALIDADE-SENHA.
002878         SET SENHA-EM-DIA TO TRUE.
002879         ACCEPT AJ-DATA-SIGNON FROM DATE YYYYMMDD.
002880         IF OP-DATA-SENHA IS NUMERIC
002881             AND OP-DATA-SENHA > 19000000
002882             COMPUTE AJ-DIAS-SENHA =
002883                 FUNCTION INTEGER-OF-DATE(AJ-DATA-SIGNON)
002884                 - FUNCTION INTEGER-OF-DATE(OP-DATA-SENHA)
002885             IF AJ-DIAS-SENHA < AJ-DIAS-VALIDADE-SENHA
002886                 GO TO 0140-EXIT
002887             END-IF
002888             DISPLAY "SENHA EXPIRADA - ESCOLHA UMA NOVA SENHA."
002889         ELSE
002890             DISPLAY "SENHA PROVISORIA - ESCOLHA UMA NOVA SENHA."
002891         END-IF.
002892         SET SENHA-RECUSADA TO TRUE.
002893         DISPLAY "NOVA SENHA (ATE 8 CARACTERES): ".
002894         ACCEPT AJ-SENHA-TROCA.
002895         DISPLAY "CONFIRME A NOVA SENHA: ".
002896         ACCEPT AJ-SENHA-TROCA-CONF.
002897         IF AJ-SENHA-TROCA = SPACES
002898             OR AJ-SENHA-TROCA = OP-SENHA
002899             OR AJ-SENHA-TROCA NOT = AJ-SENHA-TROCA-CONF
002900             DISPLAY "NOVA SENHA RECUSADA - NAO PODE FICAR EM "
002901                 "BRANCO, REPETIR A ATUAL OU DIFERIR DA "
002902                 "CONFIRMACAO."
002903             MOVE "SIGN-ON NOVA SENHA RECUSADA" TO
002904                 AJ-EVENTO-SEGURANCA
002905             PERFORM 0120-GRAVAR-SECLOG THRU 0120-EXIT
002906             GO TO 0140-EXIT
002907         END-IF.
002908         MOVE AJ-SENHA-TROCA TO OP-SENHA.
002909         MOVE AJ-DATA-SIGNON TO OP-DATA-SENHA.
002910         SET SENHA-TROCADA TO TRUE.
002911 0140-EXIT.
002912         EXIT.

002913******************************************************************
002914* 0150-LER-POLITICA-SENHA
002915* OBTEM NO CALCPARM A POLITICA DE SENHAS: FALHAS CONSECUTIVAS QUE
002916* BLOQUEIAM O OPERADOR E DIAS DE VALIDADE DA SENHA. SEM O ARQUIVO
002917* OU COM OS CAMPOS ZERADOS, PERMANECEM OS VALORES PADRAO.
002918******************************************************************
002919 0150-LER-POLITICA-SENHA.
002920         OPEN INPUT FATOR-CONVERSAO-FILE.
002921         IF AJ-CALCPARM-STATUS NOT = "00"
002922             GO TO 0150-EXIT
002923         END-IF.
002924         READ FATOR-CONVERSAO-FILE
002925             AT END
002926                 CLOSE FATOR-CONVERSAO-FILE
002927                 GO TO 0150-EXIT
002928         END-READ.
002929         IF CF-MAX-FALHAS-SIGNON IS NUMERIC
002930             AND CF-MAX-FALHAS-SIGNON > ZERO
002931             MOVE CF-MAX-FALHAS-SIGNON TO AJ-MAX-FALHAS-SIGNON
002932         END-IF.
002933         IF CF-DIAS-VALIDADE-SENHA IS NUMERIC
002934             AND CF-DIAS-VALIDADE-SENHA > ZERO
002935             MOVE CF-DIAS-VALIDADE-SENHA TO
002936                 AJ-DIAS-VALIDADE-SENHA
002937         END-IF.
002938         CLOSE FATOR-CONVERSAO-FILE.
002939 0150-EXIT.
002940         EXIT.

002941******************************************************************
002943* 2000-LANCAR-AJUSTE
002945* OBTEM E VALIDA OS DADOS DE UM AJUSTE (MEMBRO CADASTRADO,
002946* SINAL, MILHAS E MOTIVO), EXIGE A DUPLA CONFIRMACAO E GRAVA O
002948* LANCAMENTO NA INTERFACE E NA TRILHA DE AUDITORIA. AO FINAL,
002950* PERGUNTA SE HA OUTRO AJUSTE A LANCAR.
002951******************************************************************
002953 2000-LANCAR-AJUSTE.
002955         DISPLAY "NUMERO DO MEMBRO (10 CARACTERES, EM BRANCO "
002956             "PARA ENCERRAR): ".
002958         ACCEPT AJ-NUMERO-MEMBRO.
002960         IF AJ-NUMERO-MEMBRO = SPACES
002970             MOVE "N" TO AJ-CONTINUAR-SW
002980             GO TO 2000-EXIT
