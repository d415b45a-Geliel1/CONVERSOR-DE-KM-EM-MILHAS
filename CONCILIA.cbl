000184*                    TEM PAR EM MILBATCH NEM NA DIRECAO "K" DO
000185*                    AUDITLOG - E SAO APENAS CONTADOS NUMA LINHA
000186*                    PROPRIA DO RELATORIO DE BALANCEAMENTO.
000187* 15/10/2026 GGSS    ESTORNOS "E" DO DESFCICLO FICAM FORA DO
000188*                    CONFRONTO, COM LINHA PROPRIA NO RELATORIO.
000189* 15/10/2026 GGSS    INCLUIDOS OS CREDITOS RETIDOS (MEMBRETD).
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000505             ACCESS MODE IS RANDOM
000506             RECORD KEY IS CY-CHAVE
000507             FILE STATUS IS CC-CICLOCTL-STATUS.
000508* CREDITOS RETIDOS PARA LIBERACAO DO SUPERVISOR (CPYRETD).
000509     SELECT RETIDO-POSTAGEM-FILE ASSIGN TO "MEMBRETD"
000510             ORGANIZATION IS INDEXED
000511             ACCESS MODE IS DYNAMIC
000512             RECORD KEY IS RO-CHAVE
000513             FILE STATUS IS CC-MEMBRETD-STATUS.
000516 DATA DIVISION.
000520*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000530 FILE SECTION.
000540*-----------------------
000736             RECORD CONTAINS 80 CHARACTERS.
000738 COPY CPYCICLO.

000740 FD  RETIDO-POSTAGEM-FILE
000742             LABEL RECORDS ARE STANDARD
000745             RECORD CONTAINS 80 CHARACTERS.
000747 COPY CPYRETD.

000750 WORKING-STORAGE SECTION.
000760*-----------------------
000770* STATUS DOS ARQUIVOS UTILIZADOS PELO PROGRAMA.
000800 01  CC-MILEINTF-STATUS              PIC X(02).
000810 01  CC-RECONREL-STATUS              PIC X(02).
000812 01  CC-CICLOCTL-STATUS              PIC X(02).
000813 01  CC-MEMBRETD-STATUS              PIC X(02).

000814* LIBERACAO DA ETAPA 05 NO CONTROLE DO CICLO DIARIO (VER
000816* 6000-REGISTRAR-INICIO-CICLO).
001084* CONFRONTO DAS TRES VIAS.
001086 01  CC-CONT-AJUSTES                 PIC 9(09) COMP VALUE ZERO.

001088* CONVERSOES DA DATA ESTORNADAS PELO DESFCICLO (DIRECAO "E" NO
001091* AUDITLOG), DESCONTADAS DAS CONVERSOES "K" DA MESMA DATA.
001094 01  CC-CONT-ESTORNOS                PIC 9(09) COMP VALUE ZERO.
001095 01  CC-TOTAL-ESTORNOS               PIC 9(11) COMP VALUE ZERO.

001096* CREDITOS DA DATA RETIDOS PELO RELEXCECAO NO MEMBRETD, POR
001097* SITUACAO, E OS CANCELADOS PELO SUPERVISOR NA DATA (DE QUALQUER
001098* DATA DE CONVERSAO). FICAM FORA DO CONFRONTO DAS TRES VIAS.
001099 01  CC-FIM-ARQUIVO-RET-SW           PIC X(01) VALUE "N".
001100             88  FIM-ARQUIVO-RET             VALUE "S".
001101 01  CC-CONT-RET-PENDENTES           PIC 9(09) COMP VALUE ZERO.
001102 01  CC-CONT-RET-LIBERADOS           PIC 9(09) COMP VALUE ZERO.
001103 01  CC-CONT-RET-CANCELADOS          PIC 9(09) COMP VALUE ZERO.
001104 01  CC-CONT-RET-CANCEL-DIA          PIC 9(09) COMP VALUE ZERO.
001105 01  CC-TOTAL-RET-PENDENTES          PIC 9(11) COMP VALUE ZERO.
001106 01  CC-TOTAL-RET-LIBERADOS          PIC 9(11) COMP VALUE ZERO.
001107 01  CC-TOTAL-RET-CANCELADOS         PIC 9(11) COMP VALUE ZERO.

001108* CAMPOS EDITADOS USADOS SOMENTE PARA MONTAR AS LINHAS DO
001110* RELATORIO DE BALANCEAMENTO.
001120 01  CC-REL-CONTADOR-ED              PIC Z(08)9.
001130 01  CC-REL-TOTAL-ED                 PIC Z(10)9.
002320* LE A TRILHA DE AUDITORIA E CONSIDERA SOMENTE AS CONVERSOES
002330* KM->MILHAS DA DATA DE REFERENCIA. NA FASE DE TOTALIZACAO,
002340* CONTA E SOMA AU-VALOR-SAIDA; NA FASE DE LISTAGEM, GRAVA CADA
002345* REGISTRO CONSIDERADO NO RELATORIO DE DIVERGENCIAS. OS ESTORNOS
002350* "E" DA DATA (DESFCICLO) SAO SOMADOS A PARTE E DESCONTADOS DAS
002355* CONVERSOES NO FIM DA TOTALIZACAO.
002360******************************************************************
002370 3000-TOTALIZAR-AUDITLOG.
002380         MOVE "N" TO CC-FIM-ARQUIVO-SW.
002570         PERFORM 3200-APURAR-AUDITLOG THRU 3200-EXIT
002580             UNTIL FIM-ARQUIVO.
002590         CLOSE AUDIT-LOG-FILE.
002592         IF NOT FASE-LISTAGEM
002594             PERFORM 3300-DESCONTAR-ESTORNOS THRU 3300-EXIT
002596         END-IF.
002600 3000-EXIT.
002610         EXIT.


002700 3200-APURAR-AUDITLOG.
002710         IF AU-DATA-CONVERSAO NOT = CC-DATA-REFERENCIA
002730             GO TO 3200-LER-PROXIMO
002740         END-IF.
002741         IF AU-DIRECAO-CONVERSAO = "E"
002742             PERFORM 3250-APURAR-ESTORNO THRU 3250-EXIT
002743             GO TO 3200-LER-PROXIMO
002745         END-IF.
002746         IF AU-DIRECAO-CONVERSAO NOT = "K"
002747             GO TO 3200-LER-PROXIMO
002748         END-IF.
002750         IF FASE-LISTAGEM
002760             MOVE AU-VALOR-SAIDA TO CC-REL-VALOR-ED
002770             MOVE SPACES TO RC-LINHA-RELATORIO
002920 3200-EXIT.
002930         EXIT.

002932 3250-APURAR-ESTORNO.
002934         IF FASE-LISTAGEM
002936             MOVE AU-VALOR-SAIDA TO CC-REL-VALOR-ED
002938             MOVE SPACES TO RC-LINHA-RELATORIO
002940             STRING "  HORA: " DELIMITED BY SIZE
002942                 AU-HORA-CONVERSAO DELIMITED BY SIZE
002944                 " ESTORNO: " DELIMITED BY SIZE
002946                 AU-OPERADOR-ID DELIMITED BY SIZE
002947                 " MILHAS: -" DELIMITED BY SIZE
002948                 CC-REL-VALOR-ED DELIMITED BY SIZE
002949                 INTO RC-LINHA-RELATORIO
002950             WRITE RC-LINHA-RELATORIO
002951         ELSE
002952             ADD 1 TO CC-CONT-ESTORNOS
002953             ADD AU-VALOR-SAIDA TO CC-TOTAL-ESTORNOS
002954         END-IF.
002955 3250-EXIT.
002956         EXIT.

002957******************************************************************
002958* 3300-DESCONTAR-ESTORNOS
002959* DESCONTA DAS CONVERSOES "K" DA DATA AS CONVERSOES ESTORNADAS
002960* PELO DESFCICLO. UM ESTORNO SEM A CONVERSAO CORRESPONDENTE
002961* (AUDITLOG TRUNCADO) ZERA A VIA, EM VEZ DE DEIXA-LA NEGATIVA,
002962* E A DIFERENCA APARECE NO CONFRONTO.
002963******************************************************************
002964 3300-DESCONTAR-ESTORNOS.
002965         IF CC-CONT-ESTORNOS > CC-CONT-AUDITLOG
002966             MOVE ZERO TO CC-CONT-AUDITLOG
002967         ELSE
002968             SUBTRACT CC-CONT-ESTORNOS FROM CC-CONT-AUDITLOG
002969         END-IF.
002970         IF CC-TOTAL-ESTORNOS > CC-TOTAL-AUDITLOG
002971             MOVE ZERO TO CC-TOTAL-AUDITLOG
002972         ELSE
002973             SUBTRACT CC-TOTAL-ESTORNOS FROM CC-TOTAL-AUDITLOG
002974         END-IF.
002975 3300-EXIT.
002976         EXIT.

002977******************************************************************
002978* 4000-TOTALIZAR-MILEINTF
002979* LE A INTERFACE DE MILHAGEM E CONSIDERA SOMENTE OS REGISTROS DA
002980* DATA DE REFERENCIA. NA FASE DE TOTALIZACAO, CONTA E SOMA
002990* IF-QUANT-MILHAS; NA FASE DE LISTAGEM, GRAVA CADA REGISTRO
003000* CONSIDERADO NO RELATORIO DE DIVERGENCIAS.
003389             END-IF
003391             GO TO 4200-LER-PROXIMO
003392         END-IF.
003393* CONVERSOES ESTORNADAS PELO DESFCICLO NAO ENTRAM NO CONFRONTO.
003394         IF IF-SITUACAO-CREDITO = "E"
003396             GO TO 4200-LER-PROXIMO
003398         END-IF.
003390         IF FASE-LISTAGEM
003400             MOVE IF-QUANT-MILHAS TO CC-REL-MILHAS-ED
003410             MOVE SPACES TO RC-LINHA-RELATORIO
003772             INTO RC-LINHA-RELATORIO.
003774         WRITE RC-LINHA-RELATORIO.

003775         IF CC-CONT-ESTORNOS > ZERO
003776             MOVE CC-CONT-ESTORNOS TO CC-REL-CONTADOR-ED
003778             MOVE CC-TOTAL-ESTORNOS TO CC-REL-TOTAL-ED
003779             MOVE SPACES TO RC-LINHA-RELATORIO
003780             STRING "ESTORNOS DESFCICLO DESCONTADOS DO AUDITLOG: "
003781                 DELIMITED BY SIZE
003782                 CC-REL-CONTADOR-ED DELIMITED BY SIZE
003783                 " MILHAS: " DELIMITED BY SIZE
003784                 CC-REL-TOTAL-ED DELIMITED BY SIZE
003785                 INTO RC-LINHA-RELATORIO
003786             WRITE RC-LINHA-RELATORIO
003787         END-IF.

003788         PERFORM 7000-APURAR-RETIDOS THRU 7000-EXIT.

003770         MOVE SPACES TO RC-LINHA-RELATORIO.
003789         IF FORA-DE-BALANCE
003790             STRING "RESULTADO: FORA DE BALANCE" DELIMITED BY SIZE
003800                 INTO RC-LINHA-RELATORIO
003810         ELSE
005880         CLOSE CICLO-CONTROLE-FILE.
005890 6100-EXIT.
005900         EXIT.

005910******************************************************************
005920* 7000-APURAR-RETIDOS
005930* LE O ARQUIVO DE RETIDOS MEMBRETD E GRAVA NO RELATORIO A SITUACAO
005940* DOS CREDITOS DA DATA RETIDOS PELO RELEXCECAO E A LISTA DOS
005950* CANCELADOS PELO SUPERVISOR (LIBRETIDO) NA DATA. O CREDITO RETIDO
005960* CONTINUA NAS TRES VIAS - FOI CONVERTIDO, SO NAO FOI POSTADO NO
005970* SALDO - E POR ISSO NAO ALTERA O BALANCE. SEM O ARQUIVO, NAO HA
005980* RETENCAO E NADA E GRAVADO.
005990******************************************************************
006000 7000-APURAR-RETIDOS.
006010         MOVE ZERO TO CC-CONT-RET-PENDENTES.
006020         MOVE ZERO TO CC-CONT-RET-LIBERADOS.
006030         MOVE ZERO TO CC-CONT-RET-CANCELADOS.
006040         MOVE ZERO TO CC-CONT-RET-CANCEL-DIA.
006050         MOVE ZERO TO CC-TOTAL-RET-PENDENTES.
006060         MOVE ZERO TO CC-TOTAL-RET-LIBERADOS.
006070         MOVE ZERO TO CC-TOTAL-RET-CANCELADOS.
006080         OPEN INPUT RETIDO-POSTAGEM-FILE.
006090         IF CC-MEMBRETD-STATUS = "35"
006100             GO TO 7000-EXIT
006110         END-IF.
006120         IF CC-MEMBRETD-STATUS NOT = "00"
006130             DISPLAY "ERRO AO ABRIR O ARQUIVO MEMBRETD - STATUS "
006140                 CC-MEMBRETD-STATUS
006150             GO TO 7000-EXIT
006160         END-IF.
006170         PERFORM 7100-INICIAR-LEITURA THRU 7100-EXIT.
006180         PERFORM 7200-ACUMULAR-RETIDO THRU 7200-EXIT
006190             UNTIL FIM-ARQUIVO-RET.
006200         IF CC-CONT-RET-PENDENTES = ZERO
006210             AND CC-CONT-RET-LIBERADOS = ZERO
006220             AND CC-CONT-RET-CANCELADOS = ZERO
006230             AND CC-CONT-RET-CANCEL-DIA = ZERO
006240             CLOSE RETIDO-POSTAGEM-FILE
006250             GO TO 7000-EXIT
006260         END-IF.
006270         PERFORM 7300-GRAVAR-RETIDOS THRU 7300-EXIT.
006280         IF CC-CONT-RET-CANCEL-DIA > ZERO
006290             MOVE SPACES TO RC-LINHA-RELATORIO
006300             STRING "CREDITOS CANCELADOS NA RETENCAO NESTA DATA:"
006310                 DELIMITED BY SIZE
006320                 INTO RC-LINHA-RELATORIO
006330             WRITE RC-LINHA-RELATORIO
006340             PERFORM 7100-INICIAR-LEITURA THRU 7100-EXIT
006350             PERFORM 7400-LISTAR-CANCELADO THRU 7400-EXIT
006360                 UNTIL FIM-ARQUIVO-RET
006370         END-IF.
006380         CLOSE RETIDO-POSTAGEM-FILE.
006390 7000-EXIT.
006400         EXIT.

006410 7100-INICIAR-LEITURA.
006420         MOVE "N" TO CC-FIM-ARQUIVO-RET-SW.
006430         MOVE ZERO TO RO-DATA-CONVERSAO.
006440         MOVE ZERO TO RO-SEQUENCIA.
006450         START RETIDO-POSTAGEM-FILE
006460             KEY IS NOT LESS THAN RO-CHAVE
006470             INVALID KEY SET FIM-ARQUIVO-RET TO TRUE
006480         END-START.
006490         IF NOT FIM-ARQUIVO-RET
006500             PERFORM 7110-LER-RETIDO THRU 7110-EXIT
006510         END-IF.
006520 7100-EXIT.
006530         EXIT.

006540 7110-LER-RETIDO.
006550         READ RETIDO-POSTAGEM-FILE NEXT RECORD
006560             AT END SET FIM-ARQUIVO-RET TO TRUE
006570         END-READ.
006580 7110-EXIT.
006590         EXIT.

006600 7200-ACUMULAR-RETIDO.
006610         IF RO-SITUACAO-ITEM = "C"
006620             AND RO-DATA-SITUACAO = CC-DATA-REFERENCIA
006630             ADD 1 TO CC-CONT-RET-CANCEL-DIA
006640         END-IF.
006650         IF RO-DATA-CONVERSAO NOT = CC-DATA-REFERENCIA
006660             GO TO 7200-LER-PROXIMO
006670         END-IF.
006680         IF RO-SITUACAO-ITEM = "R"
006690             ADD 1 TO CC-CONT-RET-PENDENTES
006700             ADD RO-QUANT-MILHAS TO CC-TOTAL-RET-PENDENTES
006710         END-IF.
006720         IF RO-SITUACAO-ITEM = "L"
006730             OR RO-SITUACAO-ITEM = "T"
006740             ADD 1 TO CC-CONT-RET-LIBERADOS
006750             ADD RO-QUANT-MILHAS TO CC-TOTAL-RET-LIBERADOS
006760         END-IF.
006770         IF RO-SITUACAO-ITEM = "C"
006780             ADD 1 TO CC-CONT-RET-CANCELADOS
006790             ADD RO-QUANT-MILHAS TO CC-TOTAL-RET-CANCELADOS
006800         END-IF.
006810 7200-LER-PROXIMO.
006820         PERFORM 7110-LER-RETIDO THRU 7110-EXIT.
006830 7200-EXIT.
006840         EXIT.

006850******************************************************************
006860* 7300-GRAVAR-RETIDOS
006870* GRAVA AS LINHAS DE CONTAGEM E TOTAL DOS CREDITOS RETIDOS DA DATA
006880* POR SITUACAO.
006890******************************************************************
006900 7300-GRAVAR-RETIDOS.
006910         MOVE CC-CONT-RET-PENDENTES TO CC-REL-CONTADOR-ED.
006920         MOVE CC-TOTAL-RET-PENDENTES TO CC-REL-TOTAL-ED.
006930         MOVE SPACES TO RC-LINHA-RELATORIO.
006940         STRING "RETIDOS AGUARDANDO LIBERACAO: " DELIMITED BY SIZE
006950             CC-REL-CONTADOR-ED DELIMITED BY SIZE
006960             " MILHAS: " DELIMITED BY SIZE
006970             CC-REL-TOTAL-ED DELIMITED BY SIZE
006980             INTO RC-LINHA-RELATORIO.
006990         WRITE RC-LINHA-RELATORIO.

007000         MOVE CC-CONT-RET-LIBERADOS TO CC-REL-CONTADOR-ED.
007010         MOVE CC-TOTAL-RET-LIBERADOS TO CC-REL-TOTAL-ED.
007020         MOVE SPACES TO RC-LINHA-RELATORIO.
007030         STRING "RETIDOS LIBERADOS PARA POSTAGEM: "
007040             DELIMITED BY SIZE
007050             CC-REL-CONTADOR-ED DELIMITED BY SIZE
007060             " MILHAS: " DELIMITED BY SIZE
007070             CC-REL-TOTAL-ED DELIMITED BY SIZE
007080             INTO RC-LINHA-RELATORIO.
007090         WRITE RC-LINHA-RELATORIO.

007100         MOVE CC-CONT-RET-CANCELADOS TO CC-REL-CONTADOR-ED.
007110         MOVE CC-TOTAL-RET-CANCELADOS TO CC-REL-TOTAL-ED.
007120         MOVE SPACES TO RC-LINHA-RELATORIO.
007130         STRING "RETIDOS CANCELADOS SEM POSTAGEM: "
007140             DELIMITED BY SIZE
007150             CC-REL-CONTADOR-ED DELIMITED BY SIZE
007160             " MILHAS: " DELIMITED BY SIZE
007170             CC-REL-TOTAL-ED DELIMITED BY SIZE
007180             INTO RC-LINHA-RELATORIO.
007190         WRITE RC-LINHA-RELATORIO.

007200         MOVE SPACES TO RC-LINHA-RELATORIO.
007210         STRING "RETIDOS E CANCELADOS CONSTAM DAS TRES VIAS "
007220             DELIMITED BY SIZE
007230             "(CONVERTIDOS, NAO POSTADOS)" DELIMITED BY SIZE
007240             INTO RC-LINHA-RELATORIO.
007250         WRITE RC-LINHA-RELATORIO.
007260 7300-EXIT.
007270         EXIT.

007280******************************************************************
007290* 7400-LISTAR-CANCELADO
007300* GRAVA NO RELATORIO O ITEM CANCELADO PELO SUPERVISOR NA DATA DE
007310* REFERENCIA, COM O SUPERVISOR E O MOTIVO DA DECISAO.
007320******************************************************************
007330 7400-LISTAR-CANCELADO.
007340         IF RO-SITUACAO-ITEM NOT = "C"
007350             OR RO-DATA-SITUACAO NOT = CC-DATA-REFERENCIA
007360             GO TO 7400-LER-PROXIMO
007370         END-IF.
007380         MOVE RO-QUANT-MILHAS TO CC-REL-MILHAS-ED.
007390         MOVE SPACES TO RC-LINHA-RELATORIO.
007400         STRING "  ITEM " DELIMITED BY SIZE
007410             RO-DATA-CONVERSAO DELIMITED BY SIZE
007420             "/" DELIMITED BY SIZE
007430             RO-SEQUENCIA DELIMITED BY SIZE
007440             " MEMBRO: " DELIMITED BY SIZE
007450             RO-NUMERO-MEMBRO DELIMITED BY SIZE
007460             " MILHAS: " DELIMITED BY SIZE
007470             CC-REL-MILHAS-ED DELIMITED BY SIZE
007480             INTO RC-LINHA-RELATORIO.
007490         WRITE RC-LINHA-RELATORIO.
007500         MOVE SPACES TO RC-LINHA-RELATORIO.
007510         STRING "    SUPERVISOR: " DELIMITED BY SIZE
007520             RO-SUPERVISOR-ID DELIMITED BY SIZE
007530             " MOTIVO: " DELIMITED BY SIZE
007540             RO-MOTIVO-DECISAO DELIMITED BY SIZE
007550             INTO RC-LINHA-RELATORIO.
007560         WRITE RC-LINHA-RELATORIO.
007570 7400-LER-PROXIMO.
007580         PERFORM 7110-LER-RETIDO THRU 7110-EXIT.
007590 7400-EXIT.
007600         EXIT.

