000220*                    NATURALMENTE AS CONVERSOES DO DIA - O
000230*                    LIMITE POR OPERADOR DEVE SER CALIBRADO NO
000240*                    EXCPARM COM ESSA FOLGA.
000242* 15/10/2026 GGSS    CONVERSOES ESTORNADAS PELO DESFAZIMENTO DO
000244*                    CICLO (SITUACAO "E", DESFCICLO) NAO SAO MAIS
000246*                    ACUMULADAS NEM APONTADAS.
000247* 15/10/2026 GGSS    AS CONVERSOES ACIMA DO TETO E AS CONVERSOES
000248*                    DOS MEMBROS ACIMA DOS LIMITES DO DIA SAO
000249*                    GRAVADAS NO ARQUIVO DE RETIDOS MEMBRETD (VER
000250*                    CPYRETD) E SO SAO POSTADAS PELO POSTMILHAS
000251*                    DEPOIS DE LIBERADAS PELO SUPERVISOR
000252*                    (LIBRETIDO). DATA JA POSTADA NAO GERA
000253*                    RETENCAO; NA REEXECUCAO OS CREDITOS JA
000254*                    RETIDOS NAO SAO GRAVADOS DE NOVO.
000257******************************************************************
000260 IDENTIFICATION DIVISION.
000270*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000280 PROGRAM-ID. RELEXCECAO.
000550     SELECT RELATORIO-EXCECAO-FILE ASSIGN TO "EXCPREL"
000560             ORGANIZATION IS SEQUENTIAL
000570             FILE STATUS IS RX-EXCPREL-STATUS.
000571* CONTROLE DE DATAS JA POSTADAS PELO POSTMILHAS.
000572     SELECT CONTROLE-POSTAGEM-FILE ASSIGN TO "POSTCTL"
000573             ORGANIZATION IS SEQUENTIAL
000574             FILE STATUS IS RX-POSTCTL-STATUS.
000575* CREDITOS RETIDOS PARA LIBERACAO DO SUPERVISOR (CPYRETD).
000576     SELECT RETIDO-POSTAGEM-FILE ASSIGN TO "MEMBRETD"
000577             ORGANIZATION IS INDEXED
000578             ACCESS MODE IS DYNAMIC
000579             RECORD KEY IS RO-CHAVE
000580             FILE STATUS IS RX-MEMBRETD-STATUS.
000585 DATA DIVISION.
000590*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000600 FILE SECTION.
000610*-----------------------
000760             RECORD CONTAINS 80 CHARACTERS.
000770 01  RE-LINHA-RELATORIO              PIC X(80).

000771 FD  CONTROLE-POSTAGEM-FILE
000772             LABEL RECORDS ARE STANDARD
000773             RECORD CONTAINS 80 CHARACTERS.
000774 01  PC-REGISTRO-CONTROLE.
000775     05  PC-DATA-POSTADA             PIC 9(08).
000776     05  PC-DATA-EXECUCAO            PIC 9(08).
000777* TIPO DO REGISTRO: EM BRANCO, DATA POSTADA; "R", DATA REABERTA
000778* PELO DESFAZIMENTO DO CICLO PARA O PARCEIRO EM
000779* PC-CODIGO-PARCEIRO (EM BRANCO, TODOS). VALE O ULTIMO REGISTRO
000780* GRAVADO PARA A DATA.
000781     05  PC-TIPO-REGISTRO            PIC X(01).
000782     05  PC-CODIGO-PARCEIRO          PIC X(03).
000783     05  FILLER                      PIC X(60).

000784 FD  RETIDO-POSTAGEM-FILE
000785             LABEL RECORDS ARE STANDARD
000786             RECORD CONTAINS 80 CHARACTERS.
000787 COPY CPYRETD.

000788 WORKING-STORAGE SECTION.
000790*-----------------------
000800* STATUS DOS ARQUIVOS UTILIZADOS PELO PROGRAMA.
000810 01  RX-MILEINTF-STATUS              PIC X(02).
000820 01  RX-AUDITLOG-STATUS              PIC X(02).
000830 01  RX-EXCPARM-STATUS               PIC X(02).
000840 01  RX-EXCPREL-STATUS               PIC X(02).
000843 01  RX-POSTCTL-STATUS               PIC X(02).
000846 01  RX-MEMBRETD-STATUS              PIC X(02).

000850 01  RX-FIM-ARQUIVO-SW               PIC X(01) VALUE "N".
000860             88  FIM-ARQUIVO                 VALUE "S".
001020         10  RX-TAB-MEMBRO           PIC X(10).
001030         10  RX-TAB-VIAGENS          PIC 9(09) COMP.
001040         10  RX-TAB-MILHAS           PIC 9(11) COMP.
001042* MOTIVO DA RETENCAO DAS CONVERSOES DO MEMBRO (VER CPYRETD),
001045* PREENCHIDO AO APONTAR O MEMBRO; EM BRANCO, MEMBRO SEM EXCECAO.
001047         10  RX-TAB-MOTIVO           PIC X(02).
001050 01  RX-MEMBRO-SUB                   PIC 9(05) COMP.
001060 01  RX-MEMBRO-ACHADO                PIC 9(05) COMP VALUE ZERO.
001070 01  RX-MEMBRO-ENCONTRADO-SW         PIC X(01).
001210* CONTADORES DA EXECUCAO.
001220 01  RX-CONT-REGISTROS-DIA           PIC 9(09) COMP VALUE ZERO.
001230 01  RX-CONT-EXCECOES                PIC 9(09) COMP VALUE ZERO.
001231* EXCECOES DE MEMBRO E DE CONVERSAO, QUE GERAM RETENCAO DE
001232* CREDITOS (AS DE OPERADOR SAO SOMENTE APONTADAS).
001233 01  RX-CONT-EXCECOES-RETENCAO       PIC 9(09) COMP VALUE ZERO.
001234 01  RX-CONT-RETIDOS                 PIC 9(09) COMP VALUE ZERO.
001235 01  RX-CONT-JA-RETIDOS              PIC 9(09) COMP VALUE ZERO.
001236 01  RX-TOTAL-MILHAS-RETIDAS         PIC 9(11) COMP VALUE ZERO.

001237* CONTROLE DE POSTAGEM DA DATA: OS CREDITOS DE UMA DATA JA
001238* POSTADA NAO SAO MAIS RETIDOS. NUMA DATA REABERTA PELO
001239* DESFAZIMENTO DO CICLO, SO OS DO PARCEIRO REABERTO (EM BRANCO,
001240* TODOS), QUE SERAO POSTADOS DE NOVO.
001241 01  RX-FIM-ARQUIVO-CTL-SW           PIC X(01) VALUE "N".
001242             88  FIM-ARQUIVO-CTL             VALUE "S".
001243 01  RX-DATA-JA-POSTADA-SW           PIC X(01) VALUE "N".
001244             88  DATA-JA-POSTADA             VALUE "S".
001245 01  RX-DATA-REABERTA-SW             PIC X(01) VALUE "N".
001246             88  DATA-REABERTA               VALUE "S".
001247 01  RX-PARCEIRO-REABERTO            PIC X(03) VALUE SPACES.

001248* CREDITOS DA DATA JA GRAVADOS NO MEMBRETD POR UMA EXECUCAO
001249* ANTERIOR SAO PROCURADOS NO PROPRIO ARQUIVO, PARA NAO RETER O
001251* MESMO CREDITO DUAS VEZES.
001254 01  RX-FIM-ARQUIVO-RET-SW           PIC X(01) VALUE "N".
001257             88  FIM-ARQUIVO-RET             VALUE "S".
001260 01  RX-RETIDO-ENCONTRADO-SW         PIC X(01).
001261             88  RETIDO-ENCONTRADO           VALUE "S".
001262             88  RETIDO-NAO-ENCONTRADO       VALUE "N".
001263 01  RX-SEQ-RETIDO                   PIC 9(06) VALUE ZERO.
001264 01  RX-RETIDO-GRAVADO-SW            PIC X(01) VALUE "N".
001265             88  RETIDO-GRAVADO              VALUE "S".
001266 01  RX-MOTIVO-RETENCAO              PIC X(02).

001267* CAMPOS EDITADOS USADOS SOMENTE PARA MONTAR AS LINHAS DO
001268* RELATORIO DE EXCECOES.
001269 01  RX-REL-CONTADOR-ED              PIC Z(08)9.
001270 01  RX-REL-MILHAS-ED                PIC Z(10)9.

001280 PROCEDURE DIVISION.
001520         PERFORM 3000-EXAMINAR-AUDITORIA THRU 3000-EXIT.
001530         PERFORM 4000-APONTAR-MEMBROS THRU 4000-EXIT.
001540         PERFORM 5000-APONTAR-OPERADORES THRU 5000-EXIT.
001542         IF RX-CONT-EXCECOES-RETENCAO > ZERO
001545             PERFORM 7000-GRAVAR-RETIDOS THRU 7000-EXIT
001547         END-IF.
001550         PERFORM 6000-GRAVAR-TOTAIS THRU 6000-EXIT.
001560         CLOSE RELATORIO-EXCECAO-FILE.
001570         IF RX-CONT-EXCECOES > ZERO
001590                 " - EXAMINE O EXCPREL ANTES DA POSTAGEM."
001600         ELSE
001610             DISPLAY "NENHUMA EXCECAO APONTADA NA DATA."
001611         END-IF.
001613         IF RX-CONT-RETIDOS > ZERO
001615             DISPLAY "CREDITOS RETIDOS PARA LIBERACAO: "
001616                 RX-CONT-RETIDOS
001618                 " - LIBERAR OU CANCELAR PELO LIBRETIDO."
001620         END-IF.
001630         GO TO 0000-EXIT.
001640 0000-EXIT.

002530 2200-ACUMULAR-REGISTRO.
002540         IF IF-DATA-CONVERSAO NOT = RX-DATA-REFERENCIA
002545             OR IF-SITUACAO-CREDITO = "E"
002550             GO TO 2200-LER-PROXIMO
002560         END-IF.
002570         ADD 1 TO RX-CONT-REGISTROS-DIA.
002910                 TO RX-TAB-MEMBRO(RX-MEMBRO-ACHADO)
002920             MOVE ZERO TO RX-TAB-VIAGENS(RX-MEMBRO-ACHADO)
002930             MOVE ZERO TO RX-TAB-MILHAS(RX-MEMBRO-ACHADO)
002935             MOVE SPACES TO RX-TAB-MOTIVO(RX-MEMBRO-ACHADO)
002940         END-IF.
002950         ADD 1 TO RX-TAB-VIAGENS(RX-MEMBRO-ACHADO).
002960         ADD IF-QUANT-MILHAS TO RX-TAB-MILHAS(RX-MEMBRO-ACHADO).
003060******************************************************************
003070* 2400-APONTAR-CONVERSAO
003080* GRAVA A LINHA DE EXCECAO DE UMA CONVERSAO UNICA ACIMA DO TETO
003086* DE MILHAS (POSSIVEL DIGITACAO ERRADA DE TR-QUANT-KM). SE A
003093* CONVERSAO TEM MEMBRO, O CREDITO SERA RETIDO EM 7000.
003100******************************************************************
003110 2400-APONTAR-CONVERSAO.
003120         ADD 1 TO RX-CONT-EXCECOES.
003122         IF IF-NUMERO-MEMBRO NOT = SPACES
003124             AND IF-TIPO-LANCAMENTO NOT = "A"
003126             ADD 1 TO RX-CONT-EXCECOES-RETENCAO
003128         END-IF.
003130         MOVE IF-QUANT-MILHAS TO RX-REL-MILHAS-ED.
003140         MOVE SPACES TO RE-LINHA-RELATORIO.
003150         STRING "CONVERSAO ACIMA DO TETO - MEMBRO "
003990* 4000-APONTAR-MEMBROS
004000* CONFRONTA OS ACUMULADOS DE CADA MEMBRO DO DIA COM OS LIMITES
004010* DE VIAGENS E MILHAS E GRAVA UMA LINHA DE EXCECAO PARA CADA
004016* ESTOURO. O MEMBRO APONTADO FICA MARCADO COM O MOTIVO, PARA
004023* QUE AS SUAS CONVERSOES DO DIA SEJAM RETIDAS EM 7000.
004030******************************************************************
004040 4000-APONTAR-MEMBROS.
004050         PERFORM 4100-APONTAR-MEMBRO THRU 4100-EXIT
004110         IF RX-TAB-VIAGENS(RX-MEMBRO-SUB)
004120                 > RX-MAX-VIAGENS-MEMBRO
004130             ADD 1 TO RX-CONT-EXCECOES
004133             ADD 1 TO RX-CONT-EXCECOES-RETENCAO
004136             MOVE "01" TO RX-TAB-MOTIVO(RX-MEMBRO-SUB)
004140             MOVE RX-TAB-VIAGENS(RX-MEMBRO-SUB)
004150                 TO RX-REL-CONTADOR-ED
004160             MOVE SPACES TO RE-LINHA-RELATORIO
004250         IF RX-TAB-MILHAS(RX-MEMBRO-SUB)
004260                 > RX-MAX-MILHAS-MEMBRO
004270             ADD 1 TO RX-CONT-EXCECOES
004272             ADD 1 TO RX-CONT-EXCECOES-RETENCAO
004274             IF RX-TAB-MOTIVO(RX-MEMBRO-SUB) = SPACES
004276                 MOVE "02" TO RX-TAB-MOTIVO(RX-MEMBRO-SUB)
004278             END-IF
004280             MOVE RX-TAB-MILHAS(RX-MEMBRO-SUB)
004290                 TO RX-REL-MILHAS-ED
004300             MOVE SPACES TO RE-LINHA-RELATORIO
004860             RX-REL-CONTADOR-ED DELIMITED BY SIZE
004870             INTO RE-LINHA-RELATORIO.
004880         WRITE RE-LINHA-RELATORIO.

004881         MOVE RX-CONT-RETIDOS TO RX-REL-CONTADOR-ED.
004882         MOVE SPACES TO RE-LINHA-RELATORIO.
004883         STRING "CREDITOS RETIDOS PARA LIBERACAO: "
004884             DELIMITED BY SIZE
004885             RX-REL-CONTADOR-ED DELIMITED BY SIZE
004886             INTO RE-LINHA-RELATORIO.
004887         WRITE RE-LINHA-RELATORIO.

004888         MOVE RX-TOTAL-MILHAS-RETIDAS TO RX-REL-MILHAS-ED.
004889         MOVE SPACES TO RE-LINHA-RELATORIO.
004890         STRING "MILHAS RETIDAS PARA LIBERACAO: "
004891             DELIMITED BY SIZE
004892             RX-REL-MILHAS-ED DELIMITED BY SIZE
004893             INTO RE-LINHA-RELATORIO.
004894         WRITE RE-LINHA-RELATORIO.

004895         MOVE RX-CONT-JA-RETIDOS TO RX-REL-CONTADOR-ED.
004896         MOVE SPACES TO RE-LINHA-RELATORIO.
004897         STRING "CREDITOS JA RETIDOS ANTERIORMENTE: "
004898             DELIMITED BY SIZE
004899             RX-REL-CONTADOR-ED DELIMITED BY SIZE
004900             INTO RE-LINHA-RELATORIO.
004901         WRITE RE-LINHA-RELATORIO.
004904 6000-EXIT.
004907         EXIT.

004910******************************************************************
004920* 7000-GRAVAR-RETIDOS
004930* GRAVA NO ARQUIVO MEMBRETD, PARA LIBERACAO PELO SUPERVISOR, OS
004940* CREDITOS DAS CONVERSOES ACIMA DO TETO E DAS CONVERSOES DOS
004950* MEMBROS ACIMA DOS LIMITES DO DIA. AJUSTES MANUAIS (JA
004960* AUTORIZADOS POR SUPERVISOR) E CONVERSOES SEM MEMBRO (QUE VAO
004970* PARA O MEMBSUSP NA POSTAGEM) NAO SAO RETIDOS, E UMA DATA JA
004980* POSTADA NAO TEM MAIS O QUE RETER.
004990******************************************************************
005000 7000-GRAVAR-RETIDOS.
005010         PERFORM 7100-VERIFICAR-DATA-POSTADA THRU 7100-EXIT.
005020         IF DATA-JA-POSTADA
005030             MOVE SPACES TO RE-LINHA-RELATORIO
005040             STRING "AVISO: DATA JA POSTADA - CREDITOS APONTADOS "
005050                 DELIMITED BY SIZE
005060                 "NAO FORAM RETIDOS" DELIMITED BY SIZE
005070                 INTO RE-LINHA-RELATORIO
005080             WRITE RE-LINHA-RELATORIO
005090             GO TO 7000-EXIT
005100         END-IF.
005110* O ARQUIVO DE RETIDOS E CRIADO NA PRIMEIRA EXECUCAO, COMO O
005120* MEMBSUSP NO POSTMILHAS.
005130         OPEN I-O RETIDO-POSTAGEM-FILE.
005140         IF RX-MEMBRETD-STATUS = "35"
005150             DISPLAY "ARQUIVO MEMBRETD INEXISTENTE - SERA CRIADO."
005160             OPEN OUTPUT RETIDO-POSTAGEM-FILE
005170             CLOSE RETIDO-POSTAGEM-FILE
005180             OPEN I-O RETIDO-POSTAGEM-FILE
005190         END-IF.
005200         IF RX-MEMBRETD-STATUS NOT = "00"
005210             DISPLAY "ERRO AO ABRIR O ARQUIVO MEMBRETD - STATUS "
005220                 RX-MEMBRETD-STATUS
005230             GO TO 7000-EXIT
005240         END-IF.
005250         PERFORM 7200-CARREGAR-RETIDOS THRU 7200-EXIT.
005260         MOVE "N" TO RX-FIM-ARQUIVO-SW.
005270         OPEN INPUT MILHAGEM-INTERFACE-FILE.
005280         IF RX-MILEINTF-STATUS NOT = "00"
005290             DISPLAY "ERRO AO ABRIR O ARQUIVO MILEINTF - STATUS "
005300                 RX-MILEINTF-STATUS
005310             CLOSE RETIDO-POSTAGEM-FILE
005320             GO TO 7000-EXIT
005330         END-IF.
005340         PERFORM 2100-LER-INTERFACE THRU 2100-EXIT.
005350         PERFORM 7300-RETER-REGISTRO THRU 7300-EXIT
005360             UNTIL FIM-ARQUIVO.
005370         CLOSE MILHAGEM-INTERFACE-FILE.
005380         CLOSE RETIDO-POSTAGEM-FILE.
005390 7000-EXIT.
005400         EXIT.

005410******************************************************************
005420* 7100-VERIFICAR-DATA-POSTADA
005430* PROCURA A DATA NO ARQUIVO DE CONTROLE POSTCTL, COMO O
005440* POSTMILHAS: VALE O ULTIMO REGISTRO DA DATA, E UM REGISTRO "R"
005450* DO DESFAZIMENTO DO CICLO REABRE A DATA PARA O PARCEIRO
005460* INFORMADO NELE.
005470******************************************************************
005480 7100-VERIFICAR-DATA-POSTADA.
005490         MOVE "N" TO RX-FIM-ARQUIVO-CTL-SW.
005500         OPEN INPUT CONTROLE-POSTAGEM-FILE.
005510         IF RX-POSTCTL-STATUS = "35"
005520             GO TO 7100-EXIT
005530         END-IF.
005540         IF RX-POSTCTL-STATUS NOT = "00"
005550             DISPLAY "ERRO AO ABRIR O ARQUIVO POSTCTL - STATUS "
005560                 RX-POSTCTL-STATUS
005570             SET DATA-JA-POSTADA TO TRUE
005580             GO TO 7100-EXIT
005590         END-IF.
005600         PERFORM 7110-LER-CONTROLE THRU 7110-EXIT
005610             UNTIL FIM-ARQUIVO-CTL.
005620         CLOSE CONTROLE-POSTAGEM-FILE.
005630 7100-EXIT.
005640         EXIT.

005650 7110-LER-CONTROLE.
005660         READ CONTROLE-POSTAGEM-FILE
005670             AT END SET FIM-ARQUIVO-CTL TO TRUE
005680         END-READ.
005690         IF FIM-ARQUIVO-CTL
005700             OR PC-DATA-POSTADA NOT = RX-DATA-REFERENCIA
005710             GO TO 7110-EXIT
005720         END-IF.
005730         IF PC-TIPO-REGISTRO = "R"
005740             MOVE "N" TO RX-DATA-JA-POSTADA-SW
005750             SET DATA-REABERTA TO TRUE
005760             MOVE PC-CODIGO-PARCEIRO TO RX-PARCEIRO-REABERTO
005770         ELSE
005780             SET DATA-JA-POSTADA TO TRUE
005790             MOVE "N" TO RX-DATA-REABERTA-SW
005800         END-IF.
005810 7110-EXIT.
005820         EXIT.

005830******************************************************************
005840* 7200-CARREGAR-RETIDOS
005850* PERCORRE OS CREDITOS DA DATA JA GRAVADOS NO MEMBRETD POR UMA
005860* EXECUCAO ANTERIOR E GUARDA A ULTIMA SEQUENCIA USADA.
005870******************************************************************
005880 7200-CARREGAR-RETIDOS.
005890         MOVE "N" TO RX-FIM-ARQUIVO-RET-SW.
005900         MOVE RX-DATA-REFERENCIA TO RO-DATA-CONVERSAO.
005910         MOVE ZERO TO RO-SEQUENCIA.
005920         START RETIDO-POSTAGEM-FILE
005930             KEY IS NOT LESS THAN RO-CHAVE
005940             INVALID KEY
005950                 SET FIM-ARQUIVO-RET TO TRUE
005960         END-START.
005970         PERFORM 7210-LER-RETIDO THRU 7210-EXIT
005980             UNTIL FIM-ARQUIVO-RET.
005990 7200-EXIT.
006000         EXIT.

006010 7210-LER-RETIDO.
006020         READ RETIDO-POSTAGEM-FILE NEXT RECORD
006030             AT END SET FIM-ARQUIVO-RET TO TRUE
006040         END-READ.
006050         IF FIM-ARQUIVO-RET
006060             GO TO 7210-EXIT
006070         END-IF.
006080         IF RO-DATA-CONVERSAO NOT = RX-DATA-REFERENCIA
006090             SET FIM-ARQUIVO-RET TO TRUE
006100             GO TO 7210-EXIT
006110         END-IF.
006120         MOVE RO-SEQUENCIA TO RX-SEQ-RETIDO.
006290 7210-EXIT.
006300         EXIT.

006310******************************************************************
006320* 7300-RETER-REGISTRO
006330* RETEM O REGISTRO ATUAL DA INTERFACE SE A CONVERSAO ESTA ACIMA
006340* DO TETO OU SE O MEMBRO FOI APONTADO EM 4100. NUMA DATA
006350* REABERTA, SO AS CONVERSOES DO PARCEIRO REABERTO SERAO
006360* POSTADAS DE NOVO E SO ELAS SAO RETIDAS.
006370******************************************************************
006380 7300-RETER-REGISTRO.
006390         IF IF-DATA-CONVERSAO NOT = RX-DATA-REFERENCIA
006400             OR IF-SITUACAO-CREDITO = "E"
006410             OR IF-TIPO-LANCAMENTO = "A"
006420             OR IF-NUMERO-MEMBRO = SPACES
006430             GO TO 7300-LER-PROXIMO
006440         END-IF.
006450         IF DATA-REABERTA
006460             AND RX-PARCEIRO-REABERTO NOT = SPACES
006470             AND IF-CODIGO-PARCEIRO NOT = RX-PARCEIRO-REABERTO
006480             GO TO 7300-LER-PROXIMO
006490         END-IF.
006500         MOVE SPACES TO RX-MOTIVO-RETENCAO.
006510         IF IF-QUANT-MILHAS > RX-TETO-MILHAS-CONVERSAO
006520             MOVE "03" TO RX-MOTIVO-RETENCAO
006530         ELSE
006540             SET MEMBRO-NAO-ENCONTRADO TO TRUE
006550             MOVE ZERO TO RX-MEMBRO-ACHADO
006560             PERFORM 2310-VERIFICAR-MEMBRO THRU 2310-EXIT
006570                 VARYING RX-MEMBRO-SUB FROM 1 BY 1
006580                 UNTIL RX-MEMBRO-SUB > RX-QTD-MEMBROS
006590                     OR MEMBRO-ENCONTRADO
006600             IF MEMBRO-ENCONTRADO
006610                 MOVE RX-TAB-MOTIVO(RX-MEMBRO-ACHADO)
006620                     TO RX-MOTIVO-RETENCAO
006630             END-IF
006640         END-IF.
006650         IF RX-MOTIVO-RETENCAO = SPACES
006660             GO TO 7300-LER-PROXIMO
006670         END-IF.
006680         PERFORM 7310-VERIFICAR-RETIDO THRU 7310-EXIT.
006730         IF RETIDO-ENCONTRADO
006740             ADD 1 TO RX-CONT-JA-RETIDOS
006750             GO TO 7300-LER-PROXIMO
006760         END-IF.
006770         PERFORM 7400-GRAVAR-RETIDO THRU 7400-EXIT.
006780 7300-LER-PROXIMO.
006790         PERFORM 2100-LER-INTERFACE THRU 2100-EXIT.
006800 7300-EXIT.
006810         EXIT.

006811******************************************************************
006812* 7310-VERIFICAR-RETIDO
006813* PROCURA O CREDITO ATUAL ENTRE OS ITENS DA DATA JA GRAVADOS NO
006814* MEMBRETD, POSICIONANDO PELA CHAVE NA PRIMEIRA SEQUENCIA DA
006815* DATA. A CONVERSAO E RECONHECIDA PELA HORA, MEMBRO, MILHAS E
006816* PARCEIRO. ITEM DESFEITO PELO DESFCICLO NAO CONTA: A CONVERSAO
006817* REPROCESSADA E RETIDA DE NOVO.
006818******************************************************************
006820 7310-VERIFICAR-RETIDO.
006821         SET RETIDO-NAO-ENCONTRADO TO TRUE.
006822         MOVE "N" TO RX-FIM-ARQUIVO-RET-SW.
006823         MOVE RX-DATA-REFERENCIA TO RO-DATA-CONVERSAO.
006824         MOVE ZERO TO RO-SEQUENCIA.
006825         START RETIDO-POSTAGEM-FILE
006826             KEY IS NOT LESS THAN RO-CHAVE
006827             INVALID KEY
006828                 SET FIM-ARQUIVO-RET TO TRUE
006829         END-START.
006830         PERFORM 7320-COMPARAR-RETIDO THRU 7320-EXIT
006831             UNTIL FIM-ARQUIVO-RET
006832                 OR RETIDO-ENCONTRADO.
006833 7310-EXIT.
006834         EXIT.

006835 7320-COMPARAR-RETIDO.
006836         READ RETIDO-POSTAGEM-FILE NEXT RECORD
006837             AT END SET FIM-ARQUIVO-RET TO TRUE
006838         END-READ.
006839         IF FIM-ARQUIVO-RET
006840             GO TO 7320-EXIT
006841         END-IF.
006842         IF RO-DATA-CONVERSAO NOT = RX-DATA-REFERENCIA
006843             SET FIM-ARQUIVO-RET TO TRUE
006844             GO TO 7320-EXIT
006845         END-IF.
006846         IF RO-SITUACAO-ITEM NOT = "D"
006847             AND RO-HORA-CONVERSAO = IF-HORA-CONVERSAO
006848             AND RO-NUMERO-MEMBRO = IF-NUMERO-MEMBRO
006850             AND RO-QUANT-MILHAS = IF-QUANT-MILHAS
006860             AND RO-CODIGO-PARCEIRO = IF-CODIGO-PARCEIRO
006880             SET RETIDO-ENCONTRADO TO TRUE
006890         END-IF.
006900 7320-EXIT.
006910         EXIT.

006920******************************************************************
006930* 7400-GRAVAR-RETIDO
006940* GRAVA O CREDITO ATUAL NO MEMBRETD COM SITUACAO "R" NA PROXIMA
006950* SEQUENCIA LIVRE DA DATA E O APONTA NO RELATORIO.
006960******************************************************************
006970 7400-GRAVAR-RETIDO.
006980         MOVE SPACES TO RO-REGISTRO-RETIDO.
006990         MOVE RX-DATA-REFERENCIA TO RO-DATA-CONVERSAO.
007000         MOVE RX-SEQ-RETIDO TO RO-SEQUENCIA.
007010         MOVE IF-HORA-CONVERSAO TO RO-HORA-CONVERSAO.
007020         MOVE IF-NUMERO-MEMBRO TO RO-NUMERO-MEMBRO.
007030         MOVE IF-QUANT-MILHAS TO RO-QUANT-MILHAS.
007040         MOVE IF-CODIGO-PARCEIRO TO RO-CODIGO-PARCEIRO.
007050         MOVE RX-MOTIVO-RETENCAO TO RO-MOTIVO-RETENCAO.
007060         MOVE "R" TO RO-SITUACAO-ITEM.
007070         MOVE ZERO TO RO-DATA-SITUACAO.
007080         MOVE "N" TO RX-RETIDO-GRAVADO-SW.
007090         PERFORM 7410-GRAVAR-COM-SEQUENCIA THRU 7410-EXIT
007100             UNTIL RETIDO-GRAVADO
007110                 OR RO-SEQUENCIA = 999999.
007120         IF NOT RETIDO-GRAVADO
007130             DISPLAY "AVISO - CREDITO NAO GRAVADO NO MEMBRETD - "
007140                 "CHAVE ESGOTADA PARA A DATA " RX-DATA-REFERENCIA
007150             GO TO 7400-EXIT
007160         END-IF.
007170         MOVE RO-SEQUENCIA TO RX-SEQ-RETIDO.
007180         ADD 1 TO RX-CONT-RETIDOS.
007190         ADD IF-QUANT-MILHAS TO RX-TOTAL-MILHAS-RETIDAS.
007200         MOVE IF-QUANT-MILHAS TO RX-REL-MILHAS-ED.
007210         MOVE SPACES TO RE-LINHA-RELATORIO.
007220         STRING "CREDITO RETIDO - MEMBRO " DELIMITED BY SIZE
007230             IF-NUMERO-MEMBRO DELIMITED BY SIZE
007240             " MILHAS " DELIMITED BY SIZE
007250             RX-REL-MILHAS-ED DELIMITED BY SIZE
007260             " MOTIVO " DELIMITED BY SIZE
007270             RX-MOTIVO-RETENCAO DELIMITED BY SIZE
007280             " SEQ " DELIMITED BY SIZE
007290             RO-SEQUENCIA DELIMITED BY SIZE
007300             INTO RE-LINHA-RELATORIO.
007310         WRITE RE-LINHA-RELATORIO.
007320 7400-EXIT.
007330         EXIT.

007340 7410-GRAVAR-COM-SEQUENCIA.
007350         ADD 1 TO RO-SEQUENCIA.
007360         WRITE RO-REGISTRO-RETIDO
007370             INVALID KEY
007380                 CONTINUE
007390             NOT INVALID KEY
007400                 SET RETIDO-GRAVADO TO TRUE
007410         END-WRITE.
007420 7410-EXIT.
007430         EXIT.
