000762*                    NAO FOI COMPLETADO NA DATA, IMPEDINDO A
000763*                    CONVERSAO DE UM KMDEDUP DE OUTRO DIA. O
000764*                    MODO INTERATIVO NAO PARTICIPA DO CICLO.
000765* 15/10/2026 GGSS    MILBATCH LEVA BILHETE, PARCEIRO, MEMBRO E
000766*                    QUANTIDADE ENVIADA, PARA O RETPARC.
000767* 15/10/2026 GGSS    APLICADAS AS CAMPANHAS DE BONUS (CAMPTAB).
000768* 15/10/2026 GGSS    SIGN-ON COM BLOQUEIO E TROCA DE SENHA
000769*                    CONFORME A POLITICA DE SENHAS DO CALCPARM.
000760******************************************************************
000770 IDENTIFICATION DIVISION.
000780*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001426             ACCESS MODE IS RANDOM
001427             RECORD KEY IS CY-CHAVE
001428             FILE STATUS IS CM-CICLOCTL-STATUS.
001429* TABELA DE CAMPANHAS PROMOCIONAIS DE BONUS (VER CPYCAMP).
001431     SELECT CAMPANHA-TABLE-FILE ASSIGN TO "CAMPTAB"
001433             ORGANIZATION IS SEQUENTIAL
001435             FILE STATUS IS CM-CAMPTAB-STATUS.
001437 DATA DIVISION.
001440*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001450 FILE SECTION.
001460*-----------------------
001946             RECORD CONTAINS 80 CHARACTERS.
001948 COPY CPYCICLO.

001949 FD  CAMPANHA-TABLE-FILE
001951             LABEL RECORDS ARE STANDARD
001953             RECORD CONTAINS 80 CHARACTERS.
001955 COPY CPYCAMP.

001957 WORKING-STORAGE SECTION.
001960*-----------------------
001970* CAMPOS ORIGINAIS DO CALCULO DE CONVERSAO.
001980 01  QUANT-DE-MILHAS                 PIC 9(07).
002330 01  CM-OPERMST-STATUS               PIC X(02).
002340 01  CM-SECLOG-STATUS                PIC X(02).
002342 01  CM-CICLOCTL-STATUS              PIC X(02).
002343 01  CM-CAMPTAB-STATUS               PIC X(02).

002344* LIBERACAO DA ETAPA 03 (MODO LOTE) NO CONTROLE DO CICLO DIARIO
002346* (VER 7000-REGISTRAR-INICIO-CICLO).
002370 01  CM-FIM-ARQUIVO-UNIDADE-SW        PIC X(01) VALUE "N".
002380             88  FIM-ARQUIVO-UNIDADE         VALUE "S".

002381 01  CM-FIM-ARQUIVO-CAMPANHA-SW       PIC X(01) VALUE "N".
002382             88  FIM-ARQUIVO-CAMPANHA        VALUE "S".

002390 01  CM-FIM-ARQUIVO-CHECKPT-SW        PIC X(01) VALUE "N".
002400             88  FIM-ARQUIVO-CHECKPT         VALUE "S".

003020 01  CM-OPERADOR-AUTORIZADO-SW       PIC X(01) VALUE "N".
003030             88  OPERADOR-AUTORIZADO         VALUE "S".
003040 01  CM-EVENTO-SEGURANCA             PIC X(34).
003041* POLITICA DE SENHAS DO CALCPARM (VER CPYFATOR), COM OS VALORES
003042* PADRAO QUANDO O ARQUIVO NAO EXISTE OU OS CAMPOS ESTAO ZERADOS.
003043 01  CM-MAX-FALHAS-SIGNON            PIC 9(02) VALUE 5.
003044 01  CM-DIAS-VALIDADE-SENHA          PIC 9(03) VALUE 90.
003045* TROCA OBRIGATORIA DA SENHA PROVISORIA OU VENCIDA NO SIGN-ON:
003046* NOVA SENHA DIGITADA DUAS VEZES, DATA DO SIGN-ON E DIAS DESDE A
003047* ULTIMA TROCA. O SW INDICA SE A SENHA ESTA EM DIA, SE FOI
003048* TROCADA AGORA OU SE A TROCA FOI RECUSADA.
003049 01  CM-SENHA-TROCA                  PIC X(08).
003050 01  CM-SENHA-TROCA-CONF             PIC X(08).
003051 01  CM-DATA-SIGNON                  PIC 9(08) VALUE ZERO.
003052 01  CM-DIAS-SENHA                   PIC S9(07) COMP VALUE ZERO.
003053 01  CM-VALIDADE-SENHA-SW            PIC X(01) VALUE "S".
003054             88  SENHA-EM-DIA                VALUE "S".
003055             88  SENHA-TROCADA               VALUE "T".
003056             88  SENHA-RECUSADA              VALUE "N".
003057* LIGADO QUANDO A FALHA ATUAL BLOQUEOU O OPERADOR.
003058 01  CM-BLOQUEIO-NOVO-SW             PIC X(01) VALUE "N".
003059             88  BLOQUEIO-NOVO               VALUE "S".
003062 01  CM-LOG-DATA                     PIC 9(08).
003066 01  CM-LOG-HORA                     PIC 9(08).

003070* NUMERO DO MEMBRO FIDELIDADE DA CONVERSAO ATUAL, LEVADO AO
003080* REGISTRO DE INTERFACE MILEINTF PARA O CREDITO DE MILHAS NO
003560             88  UNIDADE-ENCONTRADA          VALUE "S".
003570             88  UNIDADE-NAO-ENCONTRADA      VALUE "N".

003571* TABELA DE CAMPANHAS PROMOCIONAIS ATIVAS, CARREGADA NA MEMORIA A
003572* PARTIR DO ARQUIVO CAMPTAB NO INICIO DA EXECUCAO (VER CPYCAMP).
003573 01  CM-QTD-CAMPANHAS                PIC 9(03) COMP VALUE ZERO.
003574 01  CM-TABELA-CAMPANHAS.
003575     05  CM-CAMPANHA-TABELA OCCURS 50 TIMES.
003576         10  CM-CAMP-CODIGO          PIC X(04).
003577         10  CM-CAMP-DATA-INICIO     PIC 9(08).
003578         10  CM-CAMP-DATA-FIM        PIC 9(08).
003579         10  CM-CAMP-PARCEIRO        PIC X(03).
003580         10  CM-CAMP-NIVEL           PIC X(03).
003581         10  CM-CAMP-UNIDADE         PIC X(02).
003582         10  CM-CAMP-MULTIPLICADOR   PIC 9(01)V9(04).

003583* SUBSCRITO DA BUSCA NA TABELA DE CAMPANHAS E CAMPANHA ESCOLHIDA
003584* PARA A CONVERSAO ATUAL (VER 4400-BUSCAR-CAMPANHA): CODIGO,
003585* MULTIPLICADOR E MILHAS DE BONUS ACRESCENTADAS. SEM CAMPANHA, O
003586* CODIGO FICA EM BRANCO E O BONUS ZERADO.
003587 01  CM-CAMPANHA-SUB                 PIC 9(03) COMP.
003588 01  CM-CODIGO-CAMPANHA              PIC X(04) VALUE SPACES.
003589 01  CM-MULT-CAMPANHA                PIC 9(01)V9(04) VALUE ZERO.
003590 01  CM-MILHAS-SEM-CAMPANHA          PIC 9(07) VALUE ZERO.
003591 01  CM-MILHAS-CAMPANHA              PIC 9(07) VALUE ZERO.
003592 01  CM-CAMPANHA-ENCONTRADA-SW       PIC X(01).
003593             88  CAMPANHA-ENCONTRADA         VALUE "S".
003594             88  CAMPANHA-NAO-ENCONTRADA     VALUE "N".

003596 PROCEDURE DIVISION.
003598*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
003600******************************************************************
003610* 0000-MAINLINE
003620* PARAGRAFO PRINCIPAL - SELECIONA O MODO DE EXECUCAO E ACIONA
003660         PERFORM 1200-CARREGAR-FATOR-CONVERSAO THRU 1200-EXIT.
003670         PERFORM 1400-CARREGAR-TABELA-NIVEIS THRU 1400-EXIT.
003680         PERFORM 1500-CARREGAR-TABELA-UNIDADES THRU 1500-EXIT.
003685         PERFORM 1600-CARREGAR-TABELA-CAMPANHAS THRU 1600-EXIT.
003690         PERFORM 1000-SELECIONAR-MODO THRU 1000-EXIT.
003700         PERFORM 1300-OBTER-OPERADOR-ID THRU 1300-EXIT.
003710         IF NOT OPERADOR-AUTORIZADO
004240* LE O ARQUIVO DE PARAMETRO CALCPARM E OBTEM O FATOR DE CONVERSAO
004250* KM/MILHAS EM VIGOR. SE O ARQUIVO NAO EXISTIR OU ESTIVER VAZIO,
004260* MANTEM O VALOR PADRAO JA CARREGADO EM CM-FATOR-CONVERSAO.
004263* TAMBEM OBTEM A POLITICA DE SENHAS USADA NO SIGN-ON (FALHAS QUE
004266* BLOQUEIAM O OPERADOR E DIAS DE VALIDADE DA SENHA).
004270******************************************************************
004280 1200-CARREGAR-FATOR-CONVERSAO.
004290         OPEN INPUT FATOR-CONVERSAO-FILE.
004350                MOVE CF-FATOR-KM-MILHAS TO CM-FATOR-CONVERSAO
004360            END-IF
004370            MOVE CF-OPERADOR-LOTE TO CM-OPERADOR-LOTE-PARM
004371            IF CF-MAX-FALHAS-SIGNON IS NUMERIC
004372                AND CF-MAX-FALHAS-SIGNON > ZERO
004373                MOVE CF-MAX-FALHAS-SIGNON TO CM-MAX-FALHAS-SIGNON
004374            END-IF
004375            IF CF-DIAS-VALIDADE-SENHA IS NUMERIC
004376                AND CF-DIAS-VALIDADE-SENHA > ZERO
004377                MOVE CF-DIAS-VALIDADE-SENHA TO
004378                    CM-DIAS-VALIDADE-SENHA
004379            END-IF
004380            CLOSE FATOR-CONVERSAO-FILE
004390        END-IF.
004400 1200-EXIT.
004510* COMO NAS VERSOES ANTERIORES.
004520******************************************************************
004530 1300-OBTER-OPERADOR-ID.
004540         OPEN I-O OPERADOR-MASTER-FILE.
004550         IF CM-OPERMST-STATUS = "35"
004560             DISPLAY "AVISO - CADASTRO OPERMST INEXISTENTE - "
004570                 "EXECUCAO SEM VALIDACAO DE OPERADOR."
005230                 PERFORM 1360-GRAVAR-SECLOG THRU 1360-EXIT
005240                 GO TO 1320-EXIT
005250         END-READ.
005251         IF OP-BLOQUEADO
005252             DISPLAY "OPERADOR BLOQUEADO - PROCURE UM SUPERVISOR."
005253             MOVE "SIGN-ON OPERADOR BLOQUEADO" TO
005255                 CM-EVENTO-SEGURANCA
005256             PERFORM 1360-GRAVAR-SECLOG THRU 1360-EXIT
005257             GO TO 1320-EXIT
005258         END-IF.
005260         IF OP-SENHA NOT = CM-SENHA-INFORMADA
005270             DISPLAY "SENHA INVALIDA."
005280             MOVE "SIGN-ON SENHA INVALIDA" TO
005290                 CM-EVENTO-SEGURANCA
005300             PERFORM 1360-GRAVAR-SECLOG THRU 1360-EXIT
005305             PERFORM 1340-CONTAR-FALHA-SIGNON THRU 1340-EXIT
005310             GO TO 1320-EXIT
005320         END-IF.
005330         IF OP-SITUACAO = "I"
005360                 CM-EVENTO-SEGURANCA
005370             PERFORM 1360-GRAVAR-SECLOG THRU 1360-EXIT
005380             GO TO 1320-EXIT
005381         END-IF.
005382         PERFORM 1350-VERIFICAR-VALIDADE-SENHA THRU 1350-EXIT.
005383         IF SENHA-RECUSADA
005384             GO TO 1320-EXIT
005385         END-IF.
005386         MOVE ZERO TO OP-QTD-FALHAS-SIGNON.
005387         MOVE CM-DATA-SIGNON TO OP-DATA-ULT-SIGNON.
005388         REWRITE OP-REGISTRO-OPERADOR
005389             INVALID KEY
005390                 DISPLAY "ERRO AO REGRAVAR O OPERMST - STATUS "
005391                     CM-OPERMST-STATUS
005392                 GO TO 1320-EXIT
005393         END-REWRITE.
005394         IF SENHA-TROCADA
005395             MOVE "SENHA ALTERADA NO SIGN-ON" TO
005396                 CM-EVENTO-SEGURANCA
005397             PERFORM 1360-GRAVAR-SECLOG THRU 1360-EXIT
005398         END-IF.
005400         SET OPERADOR-AUTORIZADO TO TRUE.
005410 1320-EXIT.
005420         EXIT.
005430******************************************************************
005440* 1330-VALIDAR-OPERADOR-LOTE
005450* VALIDA O OPERADOR DO LOTE VINDO DE CALCPARM: DEVE EXISTIR NO
005460* CADASTRO, ESTAR ATIVO, NAO ESTAR BLOQUEADO POR FALHAS DE
005465* SENHA E TER NIVEL DE SUPERVISOR ("S") - SO
005470* SUPERVISORES PODEM EXECUTAR O MODO LOTE. O JOB NAO ASSISTIDO
005480* NAO PEDE SENHA; O PROPRIO CALCPARM, MANTIDO PELO GRUPO DE
005490* PARAMETROS (MANTPARM), E A CREDENCIAL DO LOTE.
005670             PERFORM 1360-GRAVAR-SECLOG THRU 1360-EXIT
005680             GO TO 1330-EXIT
005690         END-IF.
005691         IF OP-BLOQUEADO
005692             DISPLAY "OPERADOR DO LOTE BLOQUEADO: "
005693                 CM-OPERADOR-ID
005694             MOVE "LOTE OPERADOR BLOQUEADO" TO
005695                 CM-EVENTO-SEGURANCA
005696             PERFORM 1360-GRAVAR-SECLOG THRU 1360-EXIT
005697             GO TO 1330-EXIT
005698         END-IF.
005700         IF OP-NIVEL-AUTORIZACAO NOT = "S"
005710             DISPLAY "SOMENTE SUPERVISORES EXECUTAM O LOTE: "
005720                 CM-OPERADOR-ID
005770         END-IF.
005780         SET OPERADOR-AUTORIZADO TO TRUE.
005790 1330-EXIT.
005791         EXIT.

005792******************************************************************
005793* 1340-CONTAR-FALHA-SIGNON
005794* SOMA UMA FALHA DE SENHA AO CONTADOR DE FALHAS CONSECUTIVAS DO
005795* OPERADOR, COMUM A TODOS OS PROGRAMAS, E O BLOQUEIA AO ATINGIR O
005796* LIMITE DA POLITICA DE SENHAS. O BLOQUEIO SO E DESFEITO POR UM
005797* SUPERVISOR NO MANTOPER.
005798******************************************************************
005799 1340-CONTAR-FALHA-SIGNON.
005800         MOVE "N" TO CM-BLOQUEIO-NOVO-SW.
005801         IF OP-QTD-FALHAS-SIGNON IS NOT NUMERIC
005802             MOVE ZERO TO OP-QTD-FALHAS-SIGNON
005803         END-IF.
005804         IF OP-QTD-FALHAS-SIGNON < 99
005805             ADD 1 TO OP-QTD-FALHAS-SIGNON
005806         END-IF.
005807         IF OP-QTD-FALHAS-SIGNON NOT < CM-MAX-FALHAS-SIGNON
005808             AND NOT OP-BLOQUEADO
005809             MOVE "B" TO OP-SITUACAO-BLOQUEIO
005810             SET BLOQUEIO-NOVO TO TRUE
005811         END-IF.
005812         REWRITE OP-REGISTRO-OPERADOR
005813             INVALID KEY
005814                 DISPLAY "ERRO AO REGRAVAR O OPERMST - STATUS "
005815                     CM-OPERMST-STATUS
005816                 GO TO 1340-EXIT
005817         END-REWRITE.
005818         IF BLOQUEIO-NOVO
005819             DISPLAY "OPERADOR BLOQUEADO APOS "
005820                 OP-QTD-FALHAS-SIGNON " FALHAS DE SENHA - "
005821                 "PROCURE UM SUPERVISOR."
005822             MOVE "BLOQUEIO POR FALHAS DE SIGN-ON" TO
005823                 CM-EVENTO-SEGURANCA
005824             PERFORM 1360-GRAVAR-SECLOG THRU 1360-EXIT
005825         END-IF.
005826 1340-EXIT.
005827         EXIT.

005828******************************************************************
005829* 1350-VERIFICAR-VALIDADE-SENHA
005830* A SENHA PROVISORIA (DATA DA TROCA ZERADA OU EM BRANCO, COMO APOS
005831* A INCLUSAO OU O DESBLOQUEIO NO MANTOPER) E A SENHA COM MAIS DIAS
005832* DESDE A ULTIMA TROCA DO QUE A VALIDADE DA POLITICA DE SENHAS
005833* OBRIGAM O OPERADOR A ESCOLHER UMA NOVA SENHA ANTES DE
005834* PROSSEGUIR. A NOVA SENHA E DIGITADA DUAS VEZES E NAO PODE FICAR
005835* EM BRANCO NEM REPETIR A ATUAL; A RECUSA E REGISTRADA NA SECLOG.
005836******************************************************************
005837 1350-VERIFICAR-VALIDADE-SENHA.
005838         SET SENHA-EM-DIA TO TRUE.
005839         ACCEPT CM-DATA-SIGNON FROM DATE YYYYMMDD.
005840         IF OP-DATA-SENHA IS NUMERIC
005841             AND OP-DATA-SENHA > 19000000
005842             COMPUTE CM-DIAS-SENHA =
005843                 FUNCTION INTEGER-OF-DATE(CM-DATA-SIGNON)
005844                 - FUNCTION INTEGER-OF-DATE(OP-DATA-SENHA)
005845             IF CM-DIAS-SENHA < CM-DIAS-VALIDADE-SENHA
005846                 GO TO 1350-EXIT
005847             END-IF
005848             DISPLAY "SENHA EXPIRADA - ESCOLHA UMA NOVA SENHA."
005849         ELSE
005850             DISPLAY "SENHA PROVISORIA - ESCOLHA UMA NOVA SENHA."
005851         END-IF.
005852         SET SENHA-RECUSADA TO TRUE.
005853         DISPLAY "NOVA SENHA (ATE 8 CARACTERES): ".
005854         ACCEPT CM-SENHA-TROCA.
005855         DISPLAY "CONFIRME A NOVA SENHA: ".
005856         ACCEPT CM-SENHA-TROCA-CONF.
005857         IF CM-SENHA-TROCA = SPACES
005858             OR CM-SENHA-TROCA = OP-SENHA
005859             OR CM-SENHA-TROCA NOT = CM-SENHA-TROCA-CONF
005860             DISPLAY "NOVA SENHA RECUSADA - NAO PODE FICAR EM "
005861                 "BRANCO, REPETIR A ATUAL OU DIFERIR DA "
005862                 "CONFIRMACAO."
005863             MOVE "SIGN-ON NOVA SENHA RECUSADA" TO
005864                 CM-EVENTO-SEGURANCA
005865             PERFORM 1360-GRAVAR-SECLOG THRU 1360-EXIT
005866             GO TO 1350-EXIT
005867         END-IF.
005868         MOVE CM-SENHA-TROCA TO OP-SENHA.
005869         MOVE CM-DATA-SIGNON TO OP-DATA-SENHA.
005870         SET SENHA-TROCADA TO TRUE.
005871 1350-EXIT.
005872         EXIT.

005873******************************************************************
005874* 1360-GRAVAR-SECLOG
005875* GRAVA NA TRILHA DE SEGURANCA UMA LINHA COM DATA, HORA,
005876* PROGRAMA, OPERADOR INFORMADO E O EVENTO JA PREPARADO PELO
005877* PARAGRAFO CHAMADOR.
005878******************************************************************
005879 1360-GRAVAR-SECLOG.
005880         OPEN EXTEND SEGURANCA-LOG-FILE.
005890         IF CM-SECLOG-STATUS = "35"
005900             OPEN OUTPUT SEGURANCA-LOG-FILE
008170         COMPUTE QUANT-DE-MILHAS ROUNDED =
008180             (QUANT-DE-KM / CM-FATOR-UNIDADE)
008190             * CM-MULTIPLICADOR-ENCONTRADO.
008191         PERFORM 4400-BUSCAR-CAMPANHA THRU 4400-EXIT.
008192         IF CAMPANHA-ENCONTRADA
008193             MOVE QUANT-DE-MILHAS TO CM-MILHAS-SEM-CAMPANHA
008194             COMPUTE QUANT-DE-MILHAS ROUNDED =
008195                 (QUANT-DE-KM / CM-FATOR-UNIDADE)
008196                 * CM-MULTIPLICADOR-ENCONTRADO
008197                 * CM-MULT-CAMPANHA
008198             COMPUTE CM-MILHAS-CAMPANHA =
008199                 QUANT-DE-MILHAS - CM-MILHAS-SEM-CAMPANHA
008200         END-IF.
008201         MOVE SPACES TO MI-REGISTRO-MILHAS.
008202         MOVE QUANT-DE-MILHAS TO MI-QUANT-MILHAS.
008204         MOVE TR-NUMERO-BILHETE TO MI-NUMERO-BILHETE.
008205         MOVE TR-CODIGO-PARCEIRO TO MI-CODIGO-PARCEIRO.
008207         MOVE TR-NUMERO-MEMBRO TO MI-NUMERO-MEMBRO.
008208         MOVE TR-QUANT-KM TO MI-QUANT-KM.
008210         ADD 1 TO CM-QTD-PENDENTES.
008220         MOVE MI-REGISTRO-MILHAS TO
008230             CM-PEND-MI-REGISTRO(CM-QTD-PENDENTES).
012730         MOVE CM-NUMERO-MEMBRO TO IF-NUMERO-MEMBRO.
012740         MOVE CM-CODIGO-UNIDADE-INFORMADO TO IF-CODIGO-UNIDADE.
012745         MOVE CM-CODIGO-PARCEIRO TO IF-CODIGO-PARCEIRO.
012746         MOVE CM-CODIGO-CAMPANHA TO IF-CODIGO-CAMPANHA.
012747         MOVE CM-MILHAS-CAMPANHA TO IF-MILHAS-CAMPANHA.
012750         IF MODO-LOTE
012760             MOVE IF-REGISTRO-INTERFACE TO
012770                 CM-PEND-IF-REGISTRO(CM-QTD-PENDENTES)
013210 1510-EXIT.
013220         EXIT.

014445******************************************************************
014450* 1600-CARREGAR-TABELA-CAMPANHAS
014460* LE O ARQUIVO CAMPTAB E CARREGA NA MEMORIA AS CAMPANHAS ATIVAS.
014470* CAMPANHA COM MULTIPLICADOR NAO NUMERICO OU MENOR QUE 1,0000
014480* REDUZIRIA AS MILHAS DO MEMBRO E E IGNORADA COM AVISO. SE O
014490* ARQUIVO NAO EXISTIR, NENHUMA CAMPANHA E APLICADA.
014500******************************************************************
014510 1600-CARREGAR-TABELA-CAMPANHAS.
014520         OPEN INPUT CAMPANHA-TABLE-FILE.
014530         IF CM-CAMPTAB-STATUS = "00"
014540             PERFORM 1610-LER-CAMPANHA THRU 1610-EXIT
014550                 UNTIL FIM-ARQUIVO-CAMPANHA
014560                     OR CM-QTD-CAMPANHAS = 50
014570             CLOSE CAMPANHA-TABLE-FILE
014580         END-IF.
014590 1600-EXIT.
014600         EXIT.

014610 1610-LER-CAMPANHA.
014620         READ CAMPANHA-TABLE-FILE
014630             AT END SET FIM-ARQUIVO-CAMPANHA TO TRUE
014640         END-READ.
014650         IF FIM-ARQUIVO-CAMPANHA
014660             GO TO 1610-EXIT
014670         END-IF.
014680         IF CP-SITUACAO = "I"
014690             GO TO 1610-EXIT
014700         END-IF.
014710         IF CP-MULTIPLICADOR IS NOT NUMERIC
014720             OR CP-MULTIPLICADOR < 1,0000
014730             OR CP-DATA-INICIO IS NOT NUMERIC
014740             OR CP-DATA-FIM IS NOT NUMERIC
014750             DISPLAY "AVISO - CAMPANHA " CP-CODIGO-CAMPANHA
014760                 " INVALIDA NA CAMPTAB - IGNORADA."
014770             GO TO 1610-EXIT
014780         END-IF.
014790         ADD 1 TO CM-QTD-CAMPANHAS.
014800         MOVE CP-CODIGO-CAMPANHA
014810             TO CM-CAMP-CODIGO(CM-QTD-CAMPANHAS).
014820         MOVE CP-DATA-INICIO
014830             TO CM-CAMP-DATA-INICIO(CM-QTD-CAMPANHAS).
014840         MOVE CP-DATA-FIM TO CM-CAMP-DATA-FIM(CM-QTD-CAMPANHAS).
014850         MOVE CP-CODIGO-PARCEIRO
014860             TO CM-CAMP-PARCEIRO(CM-QTD-CAMPANHAS).
014870         MOVE CP-CODIGO-NIVEL TO CM-CAMP-NIVEL(CM-QTD-CAMPANHAS).
014880         MOVE CP-CODIGO-UNIDADE
014890             TO CM-CAMP-UNIDADE(CM-QTD-CAMPANHAS).
014900         MOVE CP-MULTIPLICADOR
014910             TO CM-CAMP-MULTIPLICADOR(CM-QTD-CAMPANHAS).
014920 1610-EXIT.
014930         EXIT.

013230******************************************************************
013240* 4300-BUSCAR-FATOR-UNIDADE
013250* ESCOLHE O FATOR DE CONVERSAO DA VIAGEM ATUAL: VIAGENS EM
013500 4310-EXIT.
013510         EXIT.

014940******************************************************************
014950* 4400-BUSCAR-CAMPANHA
014960* ESCOLHE A CAMPANHA DA VIAGEM ATUAL DO LOTE: ENTRE AS CAMPANHAS
014970* VIGENTES NA DATA DE PROCESSAMENTO CUJOS FILTROS DE PARCEIRO,
014980* NIVEL E UNIDADE ATENDEM A VIAGEM, VALE A DE MAIOR
014990* MULTIPLICADOR. DEVOLVE O CODIGO E O MULTIPLICADOR ESCOLHIDOS E
015000* ZERA O BONUS, CALCULADO DEPOIS PELO CHAMADOR.
015010******************************************************************
015020 4400-BUSCAR-CAMPANHA.
015030         MOVE SPACES TO CM-CODIGO-CAMPANHA.
015040         MOVE ZERO TO CM-MULT-CAMPANHA.
015050         MOVE ZERO TO CM-MILHAS-CAMPANHA.
015060         SET CAMPANHA-NAO-ENCONTRADA TO TRUE.
015070         PERFORM 4410-VERIFICAR-CAMPANHA THRU 4410-EXIT
015080             VARYING CM-CAMPANHA-SUB FROM 1 BY 1
015090             UNTIL CM-CAMPANHA-SUB > CM-QTD-CAMPANHAS.
015100 4400-EXIT.
015110         EXIT.

015120 4410-VERIFICAR-CAMPANHA.
015130         IF CM-DATA-HOJE < CM-CAMP-DATA-INICIO(CM-CAMPANHA-SUB)
015140             OR CM-DATA-HOJE > CM-CAMP-DATA-FIM(CM-CAMPANHA-SUB)
015150             GO TO 4410-EXIT
015160         END-IF.
015170         IF CM-CAMP-PARCEIRO(CM-CAMPANHA-SUB) NOT = SPACES
015180             AND CM-CAMP-PARCEIRO(CM-CAMPANHA-SUB)
015190                 NOT = CM-CODIGO-PARCEIRO
015200             GO TO 4410-EXIT
015210         END-IF.
015220         IF CM-CAMP-NIVEL(CM-CAMPANHA-SUB) NOT = SPACES
015230             AND CM-CAMP-NIVEL(CM-CAMPANHA-SUB)
015240                 NOT = CM-CODIGO-NIVEL-INFORMADO
015250             GO TO 4410-EXIT
015260         END-IF.
015270         IF CM-CAMP-UNIDADE(CM-CAMPANHA-SUB) = "KM"
015280             IF CM-CODIGO-UNIDADE-INFORMADO NOT = SPACES
015290                 AND CM-CODIGO-UNIDADE-INFORMADO NOT = "KM"
015300                 GO TO 4410-EXIT
015310             END-IF
015320         ELSE
015330             IF CM-CAMP-UNIDADE(CM-CAMPANHA-SUB) NOT = SPACES
015340                 AND CM-CAMP-UNIDADE(CM-CAMPANHA-SUB)
015350                     NOT = CM-CODIGO-UNIDADE-INFORMADO
015360                 GO TO 4410-EXIT
015370             END-IF
015380         END-IF.
015390         IF CM-CAMP-MULTIPLICADOR(CM-CAMPANHA-SUB)
015400                 > CM-MULT-CAMPANHA
015410             MOVE CM-CAMP-CODIGO(CM-CAMPANHA-SUB)
015420                 TO CM-CODIGO-CAMPANHA
015430             MOVE CM-CAMP-MULTIPLICADOR(CM-CAMPANHA-SUB)
015440                 TO CM-MULT-CAMPANHA
015450             SET CAMPANHA-ENCONTRADA TO TRUE
015460         END-IF.
015470 4410-EXIT.
015480         EXIT.

013520******************************************************************
013530* 7000-REGISTRAR-INICIO-CICLO
013540* VERIFICA NO CONTROLE CICLOCTL SE A ETAPA ANTERIOR (02 -
014420         CLOSE CICLO-CONTROLE-FILE.
014430 7100-EXIT.
014440         EXIT.
