000240*                    ATIVO, PARA QUE A MANUTENCAO NAO FIQUE
000250*                    PERMANENTEMENTE BLOQUEADA APOS UMA PRIMEIRA
000260*                    SESSAO ENCERRADA SEM GRAVAR UM SUPERVISOR.
000261* 15/10/2026 GGSS    O SIGN-ON PASSA A SEGUIR A POLITICA DE SENHAS
000262*                    DO CALCPARM: BLOQUEIO DO OPERADOR APOS O
000263*                    LIMITE DE FALHAS DE SENHA CONSECUTIVAS EM
000264*                    QUALQUER PROGRAMA (DESFEITO SOMENTE POR UM
000265*                    SUPERVISOR NO MANTOPER) E TROCA OBRIGATORIA
000266*                    DA SENHA PROVISORIA OU VENCIDA. O OPERMST
000267*                    PASSA A SER ABERTO EM I-O PARA ATUALIZAR
000268*                    ESSE CONTROLE. NOVA ACAO (B) DESBLOQUEAR,
000269*                    COM SENHA PROVISORIA OPCIONAL; A INCLUSAO E
000270*                    A TROCA DE SENHA PELO SUPERVISOR GRAVAM SENHA
000271*                    PROVISORIA; A LISTAGEM MOSTRA OS BLOQUEADOS.
000277******************************************************************
000280 IDENTIFICATION DIVISION.
000290*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000300 PROGRAM-ID. MANTOPER.
000410 INPUT-OUTPUT SECTION.
000420*-----------------------
000430 FILE-CONTROL.
000431* PARAMETRO CALCPARM, LIDO NO SIGN-ON PARA OBTER A POLITICA DE
000433* SENHAS (VER CPYFATOR).
000435     SELECT FATOR-CONVERSAO-FILE ASSIGN TO "CALCPARM"
000436             ORGANIZATION IS SEQUENTIAL
000438             FILE STATUS IS MO-CALCPARM-STATUS.
000440* CADASTRO MESTRE DE OPERADORES (VER CPYOPER).
000450     SELECT OPERADOR-MASTER-FILE ASSIGN TO "OPERMST"
000460             ORGANIZATION IS INDEXED
000560*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000570 FILE SECTION.
000580*-----------------------
000582 FD  FATOR-CONVERSAO-FILE
000584             LABEL RECORDS ARE STANDARD
000586             RECORD CONTAINS 80 CHARACTERS.
000588 COPY CPYFATOR.

000590 FD  OPERADOR-MASTER-FILE
000600             LABEL RECORDS ARE STANDARD
000610             RECORD CONTAINS 80 CHARACTERS.
000680*-----------------------
000690* STATUS DOS ARQUIVOS UTILIZADOS PELO PROGRAMA.
000700 01  MO-OPERMST-STATUS               PIC X(02).
000705 01  MO-CALCPARM-STATUS              PIC X(02).
000710 01  MO-SECLOG-STATUS                PIC X(02).

000720* ACAO ESCOLHIDA NO MENU DE MANUTENCAO.
000760             88  ACAO-DESATIVAR              VALUE "D".
000770             88  ACAO-LISTAR                 VALUE "L".
000780             88  ACAO-FIM                    VALUE "F".
000785             88  ACAO-DESBLOQUEAR            VALUE "B".

000790 01  MO-CONFIRMACAO                  PIC X(01).
000800             88  CONFIRMA-GRAVACAO           VALUE "S".

001050* EVENTO GRAVADO NA TRILHA DE SEGURANCA SECLOG.
001060 01  MO-EVENTO-SEGURANCA             PIC X(34).
001061* POLITICA DE SENHAS DO CALCPARM (VER CPYFATOR), COM OS VALORES
001062* PADRAO QUANDO O ARQUIVO NAO EXISTE OU OS CAMPOS ESTAO ZERADOS.
001063 01  MO-MAX-FALHAS-SIGNON            PIC 9(02) VALUE 5.
001064 01  MO-DIAS-VALIDADE-SENHA          PIC 9(03) VALUE 90.
001065* TROCA OBRIGATORIA DA SENHA PROVISORIA OU VENCIDA NO SIGN-ON:
001066* NOVA SENHA DIGITADA DUAS VEZES, DATA DO SIGN-ON E DIAS DESDE A
001067* ULTIMA TROCA. O SW INDICA SE A SENHA ESTA EM DIA, SE FOI
001068* TROCADA AGORA OU SE A TROCA FOI RECUSADA.
001069 01  MO-SENHA-TROCA                  PIC X(08).
001070 01  MO-SENHA-TROCA-CONF             PIC X(08).
001071 01  MO-DATA-SIGNON                  PIC 9(08) VALUE ZERO.
001072 01  MO-DIAS-SENHA                   PIC S9(07) COMP VALUE ZERO.
001073 01  MO-VALIDADE-SENHA-SW            PIC X(01) VALUE "S".
001074             88  SENHA-EM-DIA                VALUE "S".
001075             88  SENHA-TROCADA               VALUE "T".
001076             88  SENHA-RECUSADA              VALUE "N".
001077* LIGADO QUANDO A FALHA ATUAL BLOQUEOU O OPERADOR.
001078 01  MO-BLOQUEIO-NOVO-SW             PIC X(01) VALUE "N".
001079             88  BLOQUEIO-NOVO               VALUE "S".
001082 01  MO-EVENTO-TRABALHO              PIC X(34).
001086 01  MO-LOG-DATA                     PIC 9(08).
001090 01  MO-LOG-HORA                     PIC 9(08).

001100 PROCEDURE DIVISION.
001300                 MO-OPERMST-STATUS
001310             GO TO 0000-EXIT
001320         END-IF.
001325         PERFORM 1030-LER-POLITICA-SENHA THRU 1030-EXIT.
001330         IF CADASTRO-NOVO
001340             SET SIGNON-AUTORIZADO TO TRUE
001350             MOVE "BOOTSTRP" TO MO-OPERADOR-RESPONSAVEL
002120                 PERFORM 9000-GRAVAR-SECLOG THRU 9000-EXIT
002130                 GO TO 1000-EXIT
002140         END-READ.
002141         IF OP-BLOQUEADO
002144             DISPLAY "OPERADOR BLOQUEADO - PROCURE UM SUPERVISOR."
002145             MOVE "SIGN-ON OPERADOR BLOQUEADO" TO
002146                 MO-EVENTO-SEGURANCA
002147             PERFORM 9000-GRAVAR-SECLOG THRU 9000-EXIT
002148             GO TO 1000-EXIT
002149         END-IF.
002150         IF OP-SENHA NOT = MO-SENHA-INFORMADA
002160             DISPLAY "SENHA INVALIDA."
002170             MOVE "SIGN-ON SENHA INVALIDA" TO MO-EVENTO-SEGURANCA
002180             PERFORM 9000-GRAVAR-SECLOG THRU 9000-EXIT
002185             PERFORM 1010-CONTAR-FALHA-SIGNON THRU 1010-EXIT
002190             GO TO 1000-EXIT
002200         END-IF.
002210         IF OP-SITUACAO = "I"
002310             MOVE "SIGN-ON SEM NIVEL DE SUPERVISOR" TO
002320                 MO-EVENTO-SEGURANCA
002330             PERFORM 9000-GRAVAR-SECLOG THRU 9000-EXIT
002331             GO TO 1000-EXIT
002332         END-IF.
002333         PERFORM 1020-VERIFICAR-VALIDADE-SENHA THRU 1020-EXIT.
002334         IF SENHA-RECUSADA
002335             GO TO 1000-EXIT
002336         END-IF.
002341         MOVE ZERO TO OP-QTD-FALHAS-SIGNON.
002342         MOVE MO-DATA-SIGNON TO OP-DATA-ULT-SIGNON.
002343         REWRITE OP-REGISTRO-OPERADOR
002344             INVALID KEY
002345                 DISPLAY "ERRO AO REGRAVAR O OPERMST - STATUS "
002346                     MO-OPERMST-STATUS
002347                 GO TO 1000-EXIT
002348         END-REWRITE.
002354         IF SENHA-TROCADA
002355             MOVE "SENHA ALTERADA NO SIGN-ON" TO
002356                 MO-EVENTO-SEGURANCA
002357             PERFORM 9000-GRAVAR-SECLOG THRU 9000-EXIT
002358         END-IF.
002360         SET SIGNON-AUTORIZADO TO TRUE.
002370 1000-EXIT.
002371         EXIT.

002372******************************************************************
002373* 1010-CONTAR-FALHA-SIGNON
002374* SOMA UMA FALHA DE SENHA AO CONTADOR DE FALHAS CONSECUTIVAS DO
002375* OPERADOR, COMUM A TODOS OS PROGRAMAS, E O BLOQUEIA AO ATINGIR O
002376* LIMITE DA POLITICA DE SENHAS. O BLOQUEIO SO E DESFEITO POR UM
002377* SUPERVISOR NO MANTOPER.
002378******************************************************************
002379 1010-CONTAR-FALHA-SIGNON.
002380         MOVE "N" TO MO-BLOQUEIO-NOVO-SW.
002381         IF OP-QTD-FALHAS-SIGNON IS NOT NUMERIC
002382             MOVE ZERO TO OP-QTD-FALHAS-SIGNON
002383         END-IF.
002384         IF OP-QTD-FALHAS-SIGNON < 99
002385             ADD 1 TO OP-QTD-FALHAS-SIGNON
002386         END-IF.
002387         IF OP-QTD-FALHAS-SIGNON NOT < MO-MAX-FALHAS-SIGNON
002388             AND NOT OP-BLOQUEADO
002389             MOVE "B" TO OP-SITUACAO-BLOQUEIO
002390             SET BLOQUEIO-NOVO TO TRUE
002391         END-IF.
002392         REWRITE OP-REGISTRO-OPERADOR
002393             INVALID KEY
002394                 DISPLAY "ERRO AO REGRAVAR O OPERMST - STATUS "
002395                     MO-OPERMST-STATUS
002396                 GO TO 1010-EXIT
002397         END-REWRITE.
002398         IF BLOQUEIO-NOVO
002399             DISPLAY "OPERADOR BLOQUEADO APOS "
002400                 OP-QTD-FALHAS-SIGNON " FALHAS DE SENHA - "
002401                 "PROCURE UM SUPERVISOR."
002402             MOVE "BLOQUEIO POR FALHAS DE SIGN-ON" TO
002403                 MO-EVENTO-SEGURANCA
002404             PERFORM 9000-GRAVAR-SECLOG THRU 9000-EXIT
002405         END-IF.
002406 1010-EXIT.
002407         EXIT.

002408******************************************************************
002409* 1020-VERIFICAR-VALIDADE-SENHA
002410* A SENHA PROVISORIA (DATA DA TROCA ZERADA OU EM BRANCO, COMO APOS
002411* A INCLUSAO OU O DESBLOQUEIO NO MANTOPER) E A SENHA COM MAIS DIAS
002412* DESDE A ULTIMA TROCA DO QUE A VALIDADE DA POLITICA DE SENHAS
002413* OBRIGAM O OPERADOR A ESCOLHER UMA NOVA SENHA ANTES DE
002414* PROSSEGUIR. A NOVA SENHA E DIGITADA DUAS VEZES E NAO PODE FICAR
002415* EM BRANCO NEM REPETIR A ATUAL; A RECUSA E REGISTRADA NA SECLOG.
002416******************************************************************
002417 1020-VERIFICAR-VALIDADE-SENHA.
002418         SET SENHA-EM-DIA TO TRUE.
002419         ACCEPT MO-DATA-SIGNON FROM DATE YYYYMMDD.
002420         IF OP-DATA-SENHA IS NUMERIC
002421             AND OP-DATA-SENHA > 19000000
002422             COMPUTE MO-DIAS-SENHA =
002423                 FUNCTION INTEGER-OF-DATE(MO-DATA-SIGNON)
002424                 - FUNCTION INTEGER-OF-DATE(OP-DATA-SENHA)
002425             IF MO-DIAS-SENHA < MO-DIAS-VALIDADE-SENHA
002426                 GO TO 1020-EXIT
002427             END-IF
002428             DISPLAY "SENHA EXPIRADA - ESCOLHA UMA NOVA SENHA."
002429         ELSE
002430             DISPLAY "SENHA PROVISORIA - ESCOLHA UMA NOVA SENHA."
002431         END-IF.
002432         SET SENHA-RECUSADA TO TRUE.
002433         DISPLAY "NOVA SENHA (ATE 8 CARACTERES): ".
002434         ACCEPT MO-SENHA-TROCA.
002435         DISPLAY "CONFIRME A NOVA SENHA: ".
002436         ACCEPT MO-SENHA-TROCA-CONF.
002437         IF MO-SENHA-TROCA = SPACES
002438             OR MO-SENHA-TROCA = OP-SENHA
002439             OR MO-SENHA-TROCA NOT = MO-SENHA-TROCA-CONF
002440             DISPLAY "NOVA SENHA RECUSADA - NAO PODE FICAR EM "
002441                 "BRANCO, REPETIR A ATUAL OU DIFERIR DA "
002442                 "CONFIRMACAO."
002443             MOVE "SIGN-ON NOVA SENHA RECUSADA" TO
002444                 MO-EVENTO-SEGURANCA
002445             PERFORM 9000-GRAVAR-SECLOG THRU 9000-EXIT
002446             GO TO 1020-EXIT
002447         END-IF.
002448         MOVE MO-SENHA-TROCA TO OP-SENHA.
002449         MOVE MO-DATA-SIGNON TO OP-DATA-SENHA.
002450         SET SENHA-TROCADA TO TRUE.
002451 1020-EXIT.
002452         EXIT.

002453******************************************************************
002454* 1030-LER-POLITICA-SENHA
002455* OBTEM NO CALCPARM A POLITICA DE SENHAS: FALHAS CONSECUTIVAS QUE
002456* BLOQUEIAM O OPERADOR E DIAS DE VALIDADE DA SENHA. SEM O ARQUIVO
002457* OU COM OS CAMPOS ZERADOS, PERMANECEM OS VALORES PADRAO.
002458******************************************************************
002459 1030-LER-POLITICA-SENHA.
002460         OPEN INPUT FATOR-CONVERSAO-FILE.
002461         IF MO-CALCPARM-STATUS NOT = "00"
002462             GO TO 1030-EXIT
002463         END-IF.
002464         READ FATOR-CONVERSAO-FILE
002465             AT END
002466                 CLOSE FATOR-CONVERSAO-FILE
002467                 GO TO 1030-EXIT
002468         END-READ.
002469         IF CF-MAX-FALHAS-SIGNON IS NUMERIC
002470             AND CF-MAX-FALHAS-SIGNON > ZERO
002471             MOVE CF-MAX-FALHAS-SIGNON TO MO-MAX-FALHAS-SIGNON
002472         END-IF.
002473         IF CF-DIAS-VALIDADE-SENHA IS NUMERIC
002474             AND CF-DIAS-VALIDADE-SENHA > ZERO
002475             MOVE CF-DIAS-VALIDADE-SENHA TO
002476                 MO-DIAS-VALIDADE-SENHA
002477         END-IF.
002478         CLOSE FATOR-CONVERSAO-FILE.
002479 1030-EXIT.
002480         EXIT.

002481******************************************************************
002483* 2000-EXECUTAR-ACAO
002484* EXIBE O MENU DE MANUTENCAO, OBTEM A ACAO ESCOLHIDA E ACIONA O
002486* TRATAMENTO CORRESPONDENTE.
002488******************************************************************
002489 2000-EXECUTAR-ACAO.
002491         DISPLAY "ACAO - (I)NCLUIR, (A)LTERAR, (D)ESATIVAR, "
002493             "(B) DESBLOQUEAR, (L)ISTAR OU (F)IM ? ".
002494         ACCEPT MO-ACAO-MANUTENCAO.
002496         IF ACAO-INCLUIR
002498             PERFORM 3000-INCLUIR-OPERADOR THRU 3000-EXIT
002500         ELSE
002510             IF ACAO-ALTERAR
002520                 PERFORM 4000-ALTERAR-OPERADOR THRU 4000-EXIT
002550                     PERFORM 5000-DESATIVAR-OPERADOR THRU
002560                         5000-EXIT
002570                 ELSE
002580                     IF ACAO-DESBLOQUEAR
002590                         PERFORM 5500-DESBLOQUEAR-OPERADOR THRU
002600                             5500-EXIT
002610                     ELSE
002613                         IF ACAO-LISTAR
002617                             PERFORM 6000-LISTAR-OPERADORES THRU
002621                                 6000-EXIT
002625                         ELSE
002628                             IF NOT ACAO-FIM
002632                                 DISPLAY "OPCAO INVALIDA."
002636                             END-IF
002640                         END-IF
002650                     END-IF
002660                 END-IF
002720* 3000-INCLUIR-OPERADOR
002730* OBTEM OS DADOS DE UM NOVO OPERADOR, VALIDA O NIVEL, CONFIRMA
002740* E GRAVA O REGISTRO ATIVO NO CADASTRO, REGISTRANDO A INCLUSAO
002746* NA SECLOG. A SENHA DA INCLUSAO E PROVISORIA: O OPERADOR DEVE
002753* TROCA-LA NO PRIMEIRO SIGN-ON.
002760******************************************************************
002770 3000-INCLUIR-OPERADOR.
002780         DISPLAY "CODIGO DO OPERADOR (ATE 8 CARACTERES): ".
003160         MOVE "A" TO OP-SITUACAO.
003170         MOVE MO-NIVEL-INFORMADO TO OP-NIVEL-AUTORIZACAO.
003180         ACCEPT OP-DATA-CADASTRO FROM DATE YYYYMMDD.
003182         MOVE ZERO TO OP-QTD-FALHAS-SIGNON.
003185         MOVE ZERO TO OP-DATA-SENHA.
003187         MOVE ZERO TO OP-DATA-ULT-SIGNON.
003190         WRITE OP-REGISTRO-OPERADOR
003200             INVALID KEY
003210                 DISPLAY "ERRO AO GRAVAR O OPERADOR - STATUS "
003300* 4000-ALTERAR-OPERADOR
003310* LOCALIZA UM OPERADOR, EXIBE OS DADOS ATUAIS E PERMITE ALTERAR
003320* NOME, SENHA, NIVEL E SITUACAO (EM BRANCO MANTEM O ATUAL),
003326* REGISTRANDO A ALTERACAO NA SECLOG. A NOVA SENHA INFORMADA PELO
003333* SUPERVISOR E PROVISORIA, COM TROCA OBRIGATORIA NO SIGN-ON.
003340******************************************************************
003350 4000-ALTERAR-OPERADOR.
003360         DISPLAY "CODIGO DO OPERADOR (ATE 8 CARACTERES): ".
003800         END-IF.
003810         IF MO-SENHA-NOVA NOT = SPACES
003820             MOVE MO-SENHA-NOVA TO OP-SENHA
003825             MOVE ZERO TO OP-DATA-SENHA
003830         END-IF.
003840         IF MO-NIVEL-INFORMADO NOT = SPACES
003850             MOVE MO-NIVEL-INFORMADO TO OP-NIVEL-AUTORIZACAO
004370         EXIT.

004380******************************************************************
004381* 5500-DESBLOQUEAR-OPERADOR
004382* LOCALIZA UM OPERADOR BLOQUEADO POR FALHAS DE SENHA, CONFIRMA E
004383* DESFAZ O BLOQUEIO, ZERANDO AS FALHAS CONSECUTIVAS. O SUPERVISOR
004384* PODE INFORMAR UMA NOVA SENHA, QUE FICA PROVISORIA (TROCA
004385* OBRIGATORIA NO PROXIMO SIGN-ON). O DESBLOQUEIO E REGISTRADO NA
004386* SECLOG.
004387******************************************************************
004388 5500-DESBLOQUEAR-OPERADOR.
004389         DISPLAY "CODIGO DO OPERADOR (ATE 8 CARACTERES): ".
004390         ACCEPT MO-CODIGO-INFORMADO.
004391         MOVE MO-CODIGO-INFORMADO TO OP-CODIGO.
004392         READ OPERADOR-MASTER-FILE
004393             INVALID KEY
004394                 DISPLAY "OPERADOR NAO CADASTRADO: "
004395                     MO-CODIGO-INFORMADO
004396                 GO TO 5500-EXIT
004397         END-READ.
004398         IF NOT OP-BLOQUEADO
004399             DISPLAY "OPERADOR NAO ESTA BLOQUEADO: "
004400                 MO-CODIGO-INFORMADO
004401             GO TO 5500-EXIT
004402         END-IF.
004403         DISPLAY "FALHAS DE SENHA CONSECUTIVAS: "
004404             OP-QTD-FALHAS-SIGNON.
004405         DISPLAY "NOVA SENHA PROVISORIA (EM BRANCO MANTEM A "
004406             "ATUAL): ".
004407         ACCEPT MO-SENHA-NOVA.
004408         DISPLAY "CONFIRMA O DESBLOQUEIO DO OPERADOR "
004409             MO-CODIGO-INFORMADO " (S/N) ? ".
004410         ACCEPT MO-CONFIRMACAO.
004411         IF NOT CONFIRMA-GRAVACAO
004412             DISPLAY "DESBLOQUEIO CANCELADO."
004413             GO TO 5500-EXIT
004414         END-IF.
004415         MOVE SPACE TO OP-SITUACAO-BLOQUEIO.
004416         MOVE ZERO TO OP-QTD-FALHAS-SIGNON.
004417         IF MO-SENHA-NOVA NOT = SPACES
004418             MOVE MO-SENHA-NOVA TO OP-SENHA
004419             MOVE ZERO TO OP-DATA-SENHA
004420         END-IF.
004421         REWRITE OP-REGISTRO-OPERADOR
004422             INVALID KEY
004423                 DISPLAY "ERRO AO REGRAVAR O OPERADOR - STATUS "
004424                     MO-OPERMST-STATUS
004425                 GO TO 5500-EXIT
004426         END-REWRITE.
004427         MOVE "DESBLOQUEIO DE OPERADOR" TO MO-EVENTO-SEGURANCA.
004428         PERFORM 9100-GRAVAR-SECLOG-ALVO THRU 9100-EXIT.
004429 5500-EXIT.
004430         EXIT.

004431******************************************************************
004432* 6000-LISTAR-OPERADORES
004433* LISTA NO TERMINAL TODOS OS OPERADORES DO CADASTRO, SEM EXIBIR
004435* AS SENHAS, INDICANDO OS OPERADORES BLOQUEADOS.
004436******************************************************************
004438 6000-LISTAR-OPERADORES.
004440         MOVE "N" TO MO-FIM-LISTAGEM-SW.
004450         MOVE SPACES TO OP-CODIGO.
004460         START OPERADOR-MASTER-FILE
004560             AT END SET FIM-LISTAGEM TO TRUE
004570         END-READ.
004580         IF NOT FIM-LISTAGEM
004583             IF OP-BLOQUEADO
004586                 DISPLAY OP-CODIGO " " OP-NOME " NIVEL "
004590                     OP-NIVEL-AUTORIZACAO " SITUACAO " OP-SITUACAO
004593                     " BLOQUEADO"
004596             ELSE
004600                 DISPLAY OP-CODIGO " " OP-NOME " NIVEL "
004603                     OP-NIVEL-AUTORIZACAO " SITUACAO " OP-SITUACAO
004606             END-IF
004610         END-IF.
004620 6100-EXIT.
004630         EXIT.
