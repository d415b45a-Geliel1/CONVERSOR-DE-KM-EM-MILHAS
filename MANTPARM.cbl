000200*                    ATIVO) ANTES DA GRAVACAO, POIS O CALCMILHAS
000210*                    RECUSA O LOTE INTEIRO COM UM OPERADOR
000220*                    INVALIDO EM CALCPARM.
000222* 15/10/2026 GGSS    INCLUIDO O VALOR DA MILHA NO PASSIVO
000223*                    (CF-VALOR-MILHA-PASSIVO), USADO PELO
000224*                    CONTMILHAS NA INTERFACE CONTABIL; EM BRANCO
000225*                    NO TERMINAL MANTEM O VALOR ATUAL, E A
000226*                    ALTERACAO E REGISTRADA NA SECLOG.
000227* 15/10/2026 GGSS    O SIGN-ON PASSA A SEGUIR A POLITICA DE SENHAS
000228*                    DO CALCPARM: BLOQUEIO DO OPERADOR APOS O
000229*                    LIMITE DE FALHAS DE SENHA CONSECUTIVAS EM
000230*                    QUALQUER PROGRAMA (DESFEITO SOMENTE POR UM
000231*                    SUPERVISOR NO MANTOPER) E TROCA OBRIGATORIA
000232*                    DA SENHA PROVISORIA OU VENCIDA. O OPERMST
000233*                    PASSA A SER ABERTO EM I-O PARA ATUALIZAR
000234*                    ESSE CONTROLE. O CALCPARM PASSA A GUARDAR
000235*                    TAMBEM A POLITICA (FALHAS QUE BLOQUEIAM E
000236*                    DIAS DE VALIDADE DA SENHA), MANTIDA AQUI; EM
000237*                    BRANCO NO TERMINAL MANTEM O VALOR ATUAL, E A
000238*                    ALTERACAO E REGISTRADA NA SECLOG.
000239******************************************************************
000240 IDENTIFICATION DIVISION.
000250*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000260 PROGRAM-ID. MANTPARM.
000850* VALORES ATUAIS DO PARAMETRO, LIDOS DE CALCPARM NO INICIO.
000860 01  MP-FATOR-ATUAL                  PIC 9(03)V9(05) VALUE ZERO.
000870 01  MP-OPERADOR-LOTE-ATUAL          PIC X(08) VALUE SPACES.
000875 01  MP-VALOR-MILHA-ATUAL            PIC 9(03)V9(05) VALUE ZERO.
000876 01  MP-MAX-FALHAS-ATUAL             PIC 9(02) VALUE ZERO.
000878 01  MP-DIAS-VALIDADE-ATUAL          PIC 9(03) VALUE ZERO.

000880* ENTRADA DO NOVO FATOR NO FORMATO NNN,NNNNN E AREA DE MONTAGEM
000890* DO VALOR NUMERICO VALIDADO.
001010* 3100-VALIDAR-OPERADOR-LOTE).
001020 01  MP-OPERADOR-LOTE-NOVO           PIC X(08).
001030 01  MP-OPER-LOTE-VALIDO-SW          PIC X(01) VALUE "N".
001031             88  OPERADOR-LOTE-VALIDO        VALUE "S".

001032* ENTRADA DO NOVO VALOR DA MILHA NO PASSIVO NO FORMATO NNN,NNNNN
001033* (EM BRANCO MANTEM O ATUAL) E AREA DE MONTAGEM DO VALOR.
001034 01  MP-ENTRADA-VALOR.
001035     05  MP-ENT-VALOR-INTEIRO        PIC X(03).
001036     05  MP-ENT-VALOR-VIRGULA        PIC X(01).
001037     05  MP-ENT-VALOR-DECIMAL        PIC X(05).
001038 01  MP-VALOR-MONTAGEM.
001039     05  MP-VM-INTEIRO               PIC 9(03).
001040     05  MP-VM-DECIMAL               PIC 9(05).
001041 01  MP-VALOR-MILHA-NOVO REDEFINES MP-VALOR-MONTAGEM
001042                                     PIC 9(03)V9(05).

001043* ENTRADA DA POLITICA DE SENHAS (EM BRANCO MANTEM O VALOR ATUAL):
001044* FALHAS DE SENHA CONSECUTIVAS QUE BLOQUEIAM O OPERADOR (NN) E
001045* DIAS DE VALIDADE DA SENHA (NNN), E OS NOVOS VALORES VALIDADOS.
001046 01  MP-ENTRADA-MAX-FALHAS           PIC X(02).
001047 01  MP-ENTRADA-DIAS-SENHA           PIC X(03).
001048 01  MP-MAX-FALHAS-NOVO              PIC 9(02) VALUE ZERO.
001049 01  MP-DIAS-VALIDADE-NOVO           PIC 9(03) VALUE ZERO.

001050* FATORES EDITADOS PARA A EXIBICAO E A CONFIRMACAO.
001060 01  MP-FATOR-ATUAL-ED               PIC 9(03),9(05).
001070 01  MP-FATOR-NOVO-ED                PIC 9(03),9(05).
001072 01  MP-VALOR-ATUAL-ED               PIC 9(03),9(05).
001074 01  MP-VALOR-NOVO-ED                PIC 9(03),9(05).

001080* EVENTO GRAVADO NA TRILHA DE SEGURANCA SECLOG.
001090 01  MP-EVENTO-SEGURANCA             PIC X(34).
001091* POLITICA DE SENHAS DO CALCPARM (VER CPYFATOR), COM OS VALORES
001092* PADRAO QUANDO O ARQUIVO NAO EXISTE OU OS CAMPOS ESTAO ZERADOS.
001093 01  MP-MAX-FALHAS-SIGNON            PIC 9(02) VALUE 5.
001094 01  MP-DIAS-VALIDADE-SENHA          PIC 9(03) VALUE 90.
001095* TROCA OBRIGATORIA DA SENHA PROVISORIA OU VENCIDA NO SIGN-ON:
001096* NOVA SENHA DIGITADA DUAS VEZES, DATA DO SIGN-ON E DIAS DESDE A
001097* ULTIMA TROCA. O SW INDICA SE A SENHA ESTA EM DIA, SE FOI
001098* TROCADA AGORA OU SE A TROCA FOI RECUSADA.
001099 01  MP-SENHA-TROCA                  PIC X(08).
001100 01  MP-SENHA-TROCA-CONF             PIC X(08).
001101 01  MP-DATA-SIGNON                  PIC 9(08) VALUE ZERO.
001102 01  MP-DIAS-SENHA                   PIC S9(07) COMP VALUE ZERO.
001103 01  MP-VALIDADE-SENHA-SW            PIC X(01) VALUE "S".
001104             88  SENHA-EM-DIA                VALUE "S".
001105             88  SENHA-TROCADA               VALUE "T".
001106             88  SENHA-RECUSADA              VALUE "N".
001107* LIGADO QUANDO A FALHA ATUAL BLOQUEOU O OPERADOR.
001108 01  MP-BLOQUEIO-NOVO-SW             PIC X(01) VALUE "N".
001109             88  BLOQUEIO-NOVO               VALUE "S".
001112 01  MP-LOG-DATA                     PIC 9(08).
001116 01  MP-LOG-HORA                     PIC 9(08).

001120 PROCEDURE DIVISION.
001130*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001180* NOVOS VALORES, CONFIRMA E REGRAVA O CALCPARM.
001190******************************************************************
001200 0000-MAINLINE.
001210         OPEN I-O OPERADOR-MASTER-FILE.
001220         IF MP-OPERMST-STATUS NOT = "00"
001230             DISPLAY "CADASTRO OPERMST INDISPONIVEL (STATUS "
001240                 MP-OPERMST-STATUS ") - CADASTRE OS OPERADORES "
001250                 "PELO MANTOPER ANTES DE ALTERAR O PARAMETRO."
001260             GO TO 0000-EXIT
001270         END-IF.
001275         PERFORM 1030-LER-POLITICA-SENHA THRU 1030-EXIT.
001280         PERFORM 1000-EFETUAR-SIGNON THRU 1000-EXIT
001290             UNTIL SIGNON-AUTORIZADO
001300                 OR MP-TENTATIVAS-SIGNON > 2.
001610                 PERFORM 9000-GRAVAR-SECLOG THRU 9000-EXIT
001620                 GO TO 1000-EXIT
001630         END-READ.
001631         IF OP-BLOQUEADO
001632             DISPLAY "OPERADOR BLOQUEADO - PROCURE UM SUPERVISOR."
001633             MOVE "SIGN-ON OPERADOR BLOQUEADO" TO
001635                 MP-EVENTO-SEGURANCA
001636             PERFORM 9000-GRAVAR-SECLOG THRU 9000-EXIT
001637             GO TO 1000-EXIT
001638         END-IF.
001640         IF OP-SENHA NOT = MP-SENHA-INFORMADA
001650             DISPLAY "SENHA INVALIDA."
001660             MOVE "SIGN-ON SENHA INVALIDA" TO MP-EVENTO-SEGURANCA
001670             PERFORM 9000-GRAVAR-SECLOG THRU 9000-EXIT
001675             PERFORM 1010-CONTAR-FALHA-SIGNON THRU 1010-EXIT
001680             GO TO 1000-EXIT
001690         END-IF.
001700         IF OP-SITUACAO = "I"
001820             PERFORM 9000-GRAVAR-SECLOG THRU 9000-EXIT
001830             GO TO 1000-EXIT
001840         END-IF.
001841         PERFORM 1020-VERIFICAR-VALIDADE-SENHA THRU 1020-EXIT.
001842         IF SENHA-RECUSADA
001843             GO TO 1000-EXIT
001844         END-IF.
001845         MOVE ZERO TO OP-QTD-FALHAS-SIGNON.
001846         MOVE MP-DATA-SIGNON TO OP-DATA-ULT-SIGNON.
001847         REWRITE OP-REGISTRO-OPERADOR
001848             INVALID KEY
001849                 DISPLAY "ERRO AO REGRAVAR O OPERMST - STATUS "
001850                     MP-OPERMST-STATUS
001851                 GO TO 1000-EXIT
001852         END-REWRITE.
001853         IF SENHA-TROCADA
001854             MOVE "SENHA ALTERADA NO SIGN-ON" TO
001855                 MP-EVENTO-SEGURANCA
001856             PERFORM 9000-GRAVAR-SECLOG THRU 9000-EXIT
001857         END-IF.
001858         SET SIGNON-AUTORIZADO TO TRUE.
001860 1000-EXIT.
001861         EXIT.

001862******************************************************************
001863* 1010-CONTAR-FALHA-SIGNON
001864* SOMA UMA FALHA DE SENHA AO CONTADOR DE FALHAS CONSECUTIVAS DO
001865* OPERADOR, COMUM A TODOS OS PROGRAMAS, E O BLOQUEIA AO ATINGIR O
001866* LIMITE DA POLITICA DE SENHAS. O BLOQUEIO SO E DESFEITO POR UM
001867* SUPERVISOR NO MANTOPER.
001868******************************************************************
001869 1010-CONTAR-FALHA-SIGNON.
001870         MOVE "N" TO MP-BLOQUEIO-NOVO-SW.
001871         IF OP-QTD-FALHAS-SIGNON IS NOT NUMERIC
001872             MOVE ZERO TO OP-QTD-FALHAS-SIGNON
001873         END-IF.
001874         IF OP-QTD-FALHAS-SIGNON < 99
001875             ADD 1 TO OP-QTD-FALHAS-SIGNON
001876         END-IF.
001877         IF OP-QTD-FALHAS-SIGNON NOT < MP-MAX-FALHAS-SIGNON
001878             AND NOT OP-BLOQUEADO
001879             MOVE "B" TO OP-SITUACAO-BLOQUEIO
001880             SET BLOQUEIO-NOVO TO TRUE
001881         END-IF.
001882         REWRITE OP-REGISTRO-OPERADOR
001883             INVALID KEY
001884                 DISPLAY "ERRO AO REGRAVAR O OPERMST - STATUS "
001885                     MP-OPERMST-STATUS
001886                 GO TO 1010-EXIT
001887         END-REWRITE.
001888         IF BLOQUEIO-NOVO
001889             DISPLAY "OPERADOR BLOQUEADO APOS "
001890                 OP-QTD-FALHAS-SIGNON " FALHAS DE SENHA - "
001891                 "PROCURE UM SUPERVISOR."
001892             MOVE "BLOQUEIO POR FALHAS DE SIGN-ON" TO
001893                 MP-EVENTO-SEGURANCA
001894             PERFORM 9000-GRAVAR-SECLOG THRU 9000-EXIT
001895         END-IF.
001896 1010-EXIT.
001897         EXIT.

001898******************************************************************
001899* 1020-VERIFICAR-VALIDADE-SENHA
001900* A SENHA PROVISORIA (DATA DA TROCA ZERADA OU EM BRANCO, COMO APOS
001901* A INCLUSAO OU O DESBLOQUEIO NO MANTOPER) E A SENHA COM MAIS DIAS
001902* DESDE A ULTIMA TROCA DO QUE A VALIDADE DA POLITICA DE SENHAS
001903* OBRIGAM O OPERADOR A ESCOLHER UMA NOVA SENHA ANTES DE
001904* PROSSEGUIR. A NOVA SENHA E DIGITADA DUAS VEZES E NAO PODE FICAR
001905* EM BRANCO NEM REPETIR A ATUAL; A RECUSA E REGISTRADA NA SECLOG.
001906******************************************************************
001907 1020-VERIFICAR-VALIDADE-SENHA.
001908         SET SENHA-EM-DIA TO TRUE.
001909         ACCEPT MP-DATA-SIGNON FROM DATE YYYYMMDD.
001910         IF OP-DATA-SENHA IS NUMERIC
001911             AND OP-DATA-SENHA > 19000000
001912             COMPUTE MP-DIAS-SENHA =
001913                 FUNCTION INTEGER-OF-DATE(MP-DATA-SIGNON)
001914                 - FUNCTION INTEGER-OF-DATE(OP-DATA-SENHA)
001915             IF MP-DIAS-SENHA < MP-DIAS-VALIDADE-SENHA
001916                 GO TO 1020-EXIT
001917             END-IF
001918             DISPLAY "SENHA EXPIRADA - ESCOLHA UMA NOVA SENHA."
001919         ELSE
001920             DISPLAY "SENHA PROVISORIA - ESCOLHA UMA NOVA SENHA."
001921         END-IF.
001922         SET SENHA-RECUSADA TO TRUE.
001923         DISPLAY "NOVA SENHA (ATE 8 CARACTERES): ".
001924         ACCEPT MP-SENHA-TROCA.
001925         DISPLAY "CONFIRME A NOVA SENHA: ".
001926         ACCEPT MP-SENHA-TROCA-CONF.
001927         IF MP-SENHA-TROCA = SPACES
001928             OR MP-SENHA-TROCA = OP-SENHA
001929             OR MP-SENHA-TROCA NOT = MP-SENHA-TROCA-CONF
001930             DISPLAY "NOVA SENHA RECUSADA - NAO PODE FICAR EM "
001931                 "BRANCO, REPETIR A ATUAL OU DIFERIR DA "
001932                 "CONFIRMACAO."
001933             MOVE "SIGN-ON NOVA SENHA RECUSADA" TO
001934                 MP-EVENTO-SEGURANCA
001935             PERFORM 9000-GRAVAR-SECLOG THRU 9000-EXIT
001936             GO TO 1020-EXIT
001937         END-IF.
001938         MOVE MP-SENHA-TROCA TO OP-SENHA.
001939         MOVE MP-DATA-SIGNON TO OP-DATA-SENHA.
001940         SET SENHA-TROCADA TO TRUE.
001941 1020-EXIT.
001942         EXIT.

001943******************************************************************
001944* 1030-LER-POLITICA-SENHA
001945* OBTEM NO CALCPARM A POLITICA DE SENHAS: FALHAS CONSECUTIVAS QUE
001946* BLOQUEIAM O OPERADOR E DIAS DE VALIDADE DA SENHA. SEM O ARQUIVO
001947* OU COM OS CAMPOS ZERADOS, PERMANECEM OS VALORES PADRAO.
001948******************************************************************
001949 1030-LER-POLITICA-SENHA.
001950         OPEN INPUT FATOR-CONVERSAO-FILE.
001951         IF MP-CALCPARM-STATUS NOT = "00"
001952             GO TO 1030-EXIT
001953         END-IF.
001954         READ FATOR-CONVERSAO-FILE
001955             AT END
001956                 CLOSE FATOR-CONVERSAO-FILE
001957                 GO TO 1030-EXIT
001958         END-READ.
001959         IF CF-MAX-FALHAS-SIGNON IS NUMERIC
001960             AND CF-MAX-FALHAS-SIGNON > ZERO
001961             MOVE CF-MAX-FALHAS-SIGNON TO MP-MAX-FALHAS-SIGNON
001962         END-IF.
001963         IF CF-DIAS-VALIDADE-SENHA IS NUMERIC
001964             AND CF-DIAS-VALIDADE-SENHA > ZERO
001965             MOVE CF-DIAS-VALIDADE-SENHA TO
001966                 MP-DIAS-VALIDADE-SENHA
001967         END-IF.
001968         CLOSE FATOR-CONVERSAO-FILE.
001969 1030-EXIT.
001970         EXIT.

001972******************************************************************
001973* 2000-LER-PARAMETRO-ATUAL
001975* LE O PARAMETRO ATUAL DO ARQUIVO CALCPARM. SE O ARQUIVO NAO
001977* EXISTIR OU ESTIVER VAZIO, OS VALORES ATUAIS FICAM ZERADOS E O
001978* ARQUIVO SERA CRIADO NA GRAVACAO.
001980******************************************************************
001981 2000-LER-PARAMETRO-ATUAL.
001983         OPEN INPUT FATOR-CONVERSAO-FILE.
001984         IF MP-CALCPARM-STATUS = "00"
001986             READ FATOR-CONVERSAO-FILE
001988                 AT END CONTINUE
001990             END-READ
002000             IF CF-FATOR-KM-MILHAS IS NUMERIC
002010                 MOVE CF-FATOR-KM-MILHAS TO MP-FATOR-ATUAL
002020             END-IF
002030             MOVE CF-OPERADOR-LOTE TO MP-OPERADOR-LOTE-ATUAL
002035             IF CF-VALOR-MILHA-PASSIVO IS NUMERIC
002036                 MOVE CF-VALOR-MILHA-PASSIVO TO
002037                     MP-VALOR-MILHA-ATUAL
002038             END-IF
002039             IF CF-MAX-FALHAS-SIGNON IS NUMERIC
002040                 MOVE CF-MAX-FALHAS-SIGNON TO MP-MAX-FALHAS-ATUAL
002041             END-IF
002042             IF CF-DIAS-VALIDADE-SENHA IS NUMERIC
002043                 MOVE CF-DIAS-VALIDADE-SENHA TO
002044                     MP-DIAS-VALIDADE-ATUAL
002045             END-IF
002047             CLOSE FATOR-CONVERSAO-FILE
002050         ELSE
002060             DISPLAY "AVISO - ARQUIVO CALCPARM INEXISTENTE - "
002070                 "SERA CRIADO AO GRAVAR."
002120* 3000-ALTERAR-PARAMETRO
002130* EXIBE OS VALORES ATUAIS, OBTEM O NOVO FATOR (FORMATO
002140* NNN,NNNNN) E O NOVO OPERADOR DO LOTE (EM BRANCO MANTEM O
002150* ATUAL) E O NOVO VALOR DA MILHA NO PASSIVO (EM BRANCO MANTEM O
002154* ATUAL) E A POLITICA DE SENHAS (FALHAS QUE BLOQUEIAM O
002158* OPERADOR E DIAS DE VALIDADE DA SENHA, EM BRANCO MANTEM O
002162* ATUAL, ZERO ASSUME O PADRAO DE 5 FALHAS E 90 DIAS), CONFIRMA
002166* E REGRAVA O CALCPARM, REGISTRANDO AS ALTERACOES NA SECLOG.
002170******************************************************************
002180 3000-ALTERAR-PARAMETRO.
002190         MOVE MP-FATOR-ATUAL TO MP-FATOR-ATUAL-ED.
002200         DISPLAY "FATOR ATUAL.........: " MP-FATOR-ATUAL-ED.
002210         DISPLAY "OPERADOR LOTE ATUAL.: " MP-OPERADOR-LOTE-ATUAL.
002212         MOVE MP-VALOR-MILHA-ATUAL TO MP-VALOR-ATUAL-ED.
002214         DISPLAY "VALOR MILHA PASSIVO.: " MP-VALOR-ATUAL-ED.
002216         DISPLAY "FALHAS P/ BLOQUEIO..: " MP-MAX-FALHAS-ATUAL.
002218         DISPLAY "VALIDADE SENHA DIAS.: " MP-DIAS-VALIDADE-ATUAL.
002220         DISPLAY "NOVO FATOR (FORMATO NNN,NNNNN - EXEMPLO "
002230             "001,60934): ".
002240         ACCEPT MP-ENTRADA-FATOR.
002480                 GO TO 3000-EXIT
002490             END-IF
002500         END-IF.
002502         DISPLAY "NOVO VALOR DA MILHA NO PASSIVO (FORMATO "
002503             "NNN,NNNNN, EM BRANCO MANTEM O ATUAL): ".
002504         ACCEPT MP-ENTRADA-VALOR.
002505         IF MP-ENTRADA-VALOR = SPACES
002506             MOVE MP-VALOR-MILHA-ATUAL TO MP-VALOR-MILHA-NOVO
002507         ELSE
002508             IF MP-ENT-VALOR-INTEIRO IS NOT NUMERIC
002509                 OR MP-ENT-VALOR-VIRGULA NOT = ","
002510                 OR MP-ENT-VALOR-DECIMAL IS NOT NUMERIC
002511                 DISPLAY "VALOR INVALIDO - USE O FORMATO "
002512                     "NNN,NNNNN."
002513                 GO TO 3000-EXIT
002514             END-IF
002515             MOVE MP-ENT-VALOR-INTEIRO TO MP-VM-INTEIRO
002516             MOVE MP-ENT-VALOR-DECIMAL TO MP-VM-DECIMAL
002517         END-IF.
002518         DISPLAY "FALHAS DE SENHA QUE BLOQUEIAM O OPERADOR "
002519             "(FORMATO NN, EM BRANCO MANTEM O ATUAL): ".
002520         ACCEPT MP-ENTRADA-MAX-FALHAS.
002521         IF MP-ENTRADA-MAX-FALHAS = SPACES
002522             MOVE MP-MAX-FALHAS-ATUAL TO MP-MAX-FALHAS-NOVO
002523         ELSE
002524             IF MP-ENTRADA-MAX-FALHAS IS NOT NUMERIC
002525                 OR MP-ENTRADA-MAX-FALHAS = "00"
002526                 DISPLAY "QUANTIDADE INVALIDA - USE O FORMATO NN "
002527                     "(01 A 99)."
002528                 GO TO 3000-EXIT
002529             END-IF
002530             MOVE MP-ENTRADA-MAX-FALHAS TO MP-MAX-FALHAS-NOVO
002531         END-IF.
002532         DISPLAY "DIAS DE VALIDADE DA SENHA (FORMATO NNN, EM "
002533             "BRANCO MANTEM O ATUAL): ".
002534         ACCEPT MP-ENTRADA-DIAS-SENHA.
002535         IF MP-ENTRADA-DIAS-SENHA = SPACES
002536             MOVE MP-DIAS-VALIDADE-ATUAL TO MP-DIAS-VALIDADE-NOVO
002537         ELSE
002538             IF MP-ENTRADA-DIAS-SENHA IS NOT NUMERIC
002539                 OR MP-ENTRADA-DIAS-SENHA = "000"
002540                 DISPLAY "VALIDADE INVALIDA - USE O FORMATO NNN "
002541                     "(001 A 999)."
002542                 GO TO 3000-EXIT
002543             END-IF
002544             MOVE MP-ENTRADA-DIAS-SENHA TO MP-DIAS-VALIDADE-NOVO
002545         END-IF.
002546         MOVE MP-VALOR-MILHA-NOVO TO MP-VALOR-NOVO-ED.
002547         MOVE MP-FATOR-NOVO TO MP-FATOR-NOVO-ED.
002548         DISPLAY "CONFIRMA A ALTERACAO DO FATOR DE "
002549             MP-FATOR-ATUAL-ED " PARA " MP-FATOR-NOVO-ED
002551             " E DO VALOR DA MILHA NO PASSIVO DE "
002553             MP-VALOR-ATUAL-ED " PARA " MP-VALOR-NOVO-ED
002554             " E DA POLITICA DE SENHAS PARA "
002555             MP-MAX-FALHAS-NOVO " FALHAS E "
002557             MP-DIAS-VALIDADE-NOVO " DIAS (S/N) ? ".
002558         ACCEPT MP-CONFIRMACAO.
002560         IF NOT CONFIRMA-GRAVACAO
002570             DISPLAY "ALTERACAO CANCELADA."
002580             GO TO 3000-EXIT
002660         MOVE SPACES TO CF-REGISTRO-PARAMETRO.
002670         MOVE MP-FATOR-NOVO TO CF-FATOR-KM-MILHAS.
002680         MOVE MP-OPERADOR-LOTE-NOVO TO CF-OPERADOR-LOTE.
002685         MOVE MP-VALOR-MILHA-NOVO TO CF-VALOR-MILHA-PASSIVO.
002686         MOVE MP-MAX-FALHAS-NOVO TO CF-MAX-FALHAS-SIGNON.
002688         MOVE MP-DIAS-VALIDADE-NOVO TO CF-DIAS-VALIDADE-SENHA.
002690         WRITE CF-REGISTRO-PARAMETRO.
002700         CLOSE FATOR-CONVERSAO-FILE.
002710         DISPLAY "CALCPARM REGRAVADO.".
002750             MP-FATOR-NOVO-ED DELIMITED BY SIZE
002760             INTO MP-EVENTO-SEGURANCA.
002770         PERFORM 9000-GRAVAR-SECLOG THRU 9000-EXIT.
002772         IF MP-VALOR-MILHA-NOVO NOT = MP-VALOR-MILHA-ATUAL
002773             MOVE SPACES TO MP-EVENTO-SEGURANCA
002774             STRING "VALOR PASSIVO ALTERADO "
002775                 DELIMITED BY SIZE
002776                 MP-VALOR-NOVO-ED DELIMITED BY SIZE
002777                 INTO MP-EVENTO-SEGURANCA
002778             PERFORM 9000-GRAVAR-SECLOG THRU 9000-EXIT
002779         END-IF.
002780         IF MP-MAX-FALHAS-NOVO NOT = MP-MAX-FALHAS-ATUAL
002781             MOVE SPACES TO MP-EVENTO-SEGURANCA
002782             STRING "LIMITE FALHAS ALTERADO PARA "
002783                 DELIMITED BY SIZE
002784                 MP-MAX-FALHAS-NOVO DELIMITED BY SIZE
002785                 INTO MP-EVENTO-SEGURANCA
002786             PERFORM 9000-GRAVAR-SECLOG THRU 9000-EXIT
002787         END-IF.
002788         IF MP-DIAS-VALIDADE-NOVO NOT = MP-DIAS-VALIDADE-ATUAL
002789             MOVE SPACES TO MP-EVENTO-SEGURANCA
002790             STRING "VALIDADE SENHA ALTERADA PARA "
002791                 DELIMITED BY SIZE
002792                 MP-DIAS-VALIDADE-NOVO DELIMITED BY SIZE
002793                 INTO MP-EVENTO-SEGURANCA
002794             PERFORM 9000-GRAVAR-SECLOG THRU 9000-EXIT
002796         END-IF.
002797 3000-EXIT.
002798         EXIT.

002800******************************************************************
002810* 3100-VALIDAR-OPERADOR-LOTE
