000190*                    JA PROCESSADA E RECUSADA, IMPEDINDO O
000200*                    CREDITO EM DOBRO DOS SALDOS POR UMA
000210*                    REEXECUCAO ACIDENTAL DO MESMO DIA.
000211* 15/10/2026 GGSS    CREDITOS SEM NUMERO DE MEMBRO OU COM MEMBRO
000212*                    NAO CADASTRADO PASSARAM A SER GRAVADOS NO
000213*                    ARQUIVO DE SUSPENSOS MEMBSUSP (VER CPYSUSP),
000214*                    ALEM DA OCORRENCIA NO RELATORIO. CADA
000215*                    POSTAGEM TENTA POSTAR DE NOVO OS SUSPENSOS
000216*                    PENDENTES, QUE ENTRAM NO SALDO ASSIM QUE O
000217*                    MEMBRO FOR INCLUIDO NO CADASTRO.
000219* 15/10/2026 GGSS    LANCAMENTOS DE CONTA FUNDIDA (FUSAOMEMB) SAO
000220*                    POSTADOS NA CONTA SOBREVIVENTE.
000221* 15/10/2026 GGSS    CONVERSOES ESTORNADAS PELO DESFAZIMENTO DO
000222*                    CICLO (DESFCICLO, "E" EM IF-SITUACAO-
000223*                    CREDITO) NAO SAO MAIS POSTADAS. UMA DATA
000224*                    REABERTA PELO DESFAZIMENTO NO POSTCTL (TIPO
000225*                    "R", PARA UM PARCEIRO OU PARA TODOS) PODE
000226*                    SER POSTADA DE NOVO, MAS SOMENTE AS
000227*                    CONVERSOES DO ESCOPO REABERTO - OS AJUSTES
000228*                    E OS DEMAIS PARCEIROS JA ESTAO NO SALDO. O
000229*                    MOVIMENTO "CRD" PASSOU A LEVAR PARCEIRO E
000230*                    HORA DA CONVERSAO EM MV-REFERENCIA.
000231* 15/10/2026 GGSS    CONVERSOES RETIDAS PELO RELEXCECAO (ARQUIVO
000232*                    MEMBRETD, VER CPYRETD) NAO SAO POSTADAS E SAO
000233*                    APONTADAS NO RELATORIO. OS CREDITOS LIBERADOS
000234*                    PELO SUPERVISOR (LIBRETIDO) SAO POSTADOS NA
000235*                    POSTAGEM SEGUINTE, COMO OS SUSPENSOS.
000236*                    COM MAIS RETIDOS NA DATA DO QUE A TABELA
000237*                    COMPORTA, A POSTAGEM DA DATA E RECUSADA.
000238******************************************************************
000239 IDENTIFICATION DIVISION.
000240*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000250 PROGRAM-ID. POSTMILHAS.
000260 AUTHOR. GELIEL GUSTAVO DE SOUZA SILVA.
000574             ACCESS MODE IS RANDOM
000575             RECORD KEY IS CY-CHAVE
000576             FILE STATUS IS PM-CICLOCTL-STATUS.
000577* SUSPENSOS DE POSTAGEM - CREDITOS AINDA SEM MEMBRO (CPYSUSP).
000578     SELECT SUSPENSO-POSTAGEM-FILE ASSIGN TO "MEMBSUSP"
000579             ORGANIZATION IS INDEXED
000580             ACCESS MODE IS DYNAMIC
000581             RECORD KEY IS SU-CHAVE
000582             FILE STATUS IS PM-MEMBSUSP-STATUS.
000583* CREDITOS RETIDOS PARA LIBERACAO DO SUPERVISOR (CPYRETD).
000584     SELECT RETIDO-POSTAGEM-FILE ASSIGN TO "MEMBRETD"
000585             ORGANIZATION IS INDEXED
000586             ACCESS MODE IS DYNAMIC
000587             RECORD KEY IS RO-CHAVE
000588             FILE STATUS IS PM-MEMBRETD-STATUS.
000570 DATA DIVISION.
000589*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000590 FILE SECTION.
000600*-----------------------
000610 FD  MILHAGEM-INTERFACE-FILE
000760 01  PC-REGISTRO-CONTROLE.
000770     05  PC-DATA-POSTADA             PIC 9(08).
000780     05  PC-DATA-EXECUCAO            PIC 9(08).
000782* TIPO DO REGISTRO: EM BRANCO, DATA POSTADA; "R", DATA REABERTA
000784* PELO DESFAZIMENTO DO CICLO (DESFCICLO) PARA O PARCEIRO EM
000786* PC-CODIGO-PARCEIRO (EM BRANCO, TODAS AS CONVERSOES DA DATA).
000788* VALE O ULTIMO REGISTRO GRAVADO PARA A DATA.
000789     05  PC-TIPO-REGISTRO            PIC X(01).
000790     05  PC-CODIGO-PARCEIRO          PIC X(03).
000791     05  FILLER                      PIC X(60).

000792 FD  MOVIMENTO-MEMBRO-FILE
000794             LABEL RECORDS ARE STANDARD
000805             RECORD CONTAINS 80 CHARACTERS.
000807 COPY CPYCICLO.

000808 FD  SUSPENSO-POSTAGEM-FILE
000809             LABEL RECORDS ARE STANDARD
000810             RECORD CONTAINS 80 CHARACTERS.
000811 COPY CPYSUSP.

000812 FD  RETIDO-POSTAGEM-FILE
000813             LABEL RECORDS ARE STANDARD
000814             RECORD CONTAINS 80 CHARACTERS.
000815 COPY CPYRETD.

000800 WORKING-STORAGE SECTION.
000817*-----------------------
000820* STATUS DOS ARQUIVOS UTILIZADOS PELO PROGRAMA.
000830 01  PM-MILEINTF-STATUS              PIC X(02).
000840 01  PM-MEMBMST-STATUS               PIC X(02).
000850 01  PM-POSTREL-STATUS               PIC X(02).
000860 01  PM-POSTCTL-STATUS               PIC X(02).
000862 01  PM-MEMBMOV-STATUS               PIC X(02).
000863 01  PM-CICLOCTL-STATUS              PIC X(02).
000864 01  PM-MEMBSUSP-STATUS              PIC X(02).
000865 01  PM-MEMBRETD-STATUS              PIC X(02).

000866* LIBERACAO DA ETAPA 04 (MODO POSTAGEM) NO CONTROLE DO CICLO
000867* DIARIO (VER 5000-REGISTRAR-INICIO-CICLO).
001020             88  FIM-ARQUIVO-CTL             VALUE "S".
001030 01  PM-DATA-JA-POSTADA-SW           PIC X(01) VALUE "N".
001040             88  DATA-JA-POSTADA             VALUE "S".
001041* DATA REABERTA PELO DESFAZIMENTO DO CICLO (REGISTRO "R" NO
001042* POSTCTL): SO AS CONVERSOES DO PARCEIRO REABERTO (EM BRANCO,
001043* DE TODOS OS PARCEIROS) SAO POSTADAS DE NOVO.
001044 01  PM-DATA-REABERTA-SW             PIC X(01) VALUE "N".
001045             88  DATA-REABERTA               VALUE "S".
001046 01  PM-PARCEIRO-REABERTO            PIC X(03) VALUE SPACES.

001050 01  PM-CONFIRMACAO                  PIC X(01).
001060             88  CONFIRMA-GRAVACAO           VALUE "S".
001140 01  PM-CODIGO-NIVEL                 PIC X(03).

001150* CONTADORES E TOTAIS DA POSTAGEM DO DIA.
001151 01  PM-CONT-LIDOS                   PIC 9(09) COMP VALUE ZERO.
001152 01  PM-CONT-POSTADOS                PIC 9(09) COMP VALUE ZERO.
001153 01  PM-CONT-SEM-MEMBRO              PIC 9(09) COMP VALUE ZERO.
001154 01  PM-CONT-NAO-CADASTRADO          PIC 9(09) COMP VALUE ZERO.
001155 01  PM-CONT-DEBITADOS               PIC 9(09) COMP VALUE ZERO.
001156 01  PM-CONT-SALDO-INSUF             PIC 9(09) COMP VALUE ZERO.
001157 01  PM-TOTAL-MILHAS-POSTADAS        PIC 9(11) COMP VALUE ZERO.
001158 01  PM-TOTAL-MILHAS-DEBITADAS       PIC 9(11) COMP VALUE ZERO.
001159 01  PM-CONT-SUSPENSOS               PIC 9(09) COMP VALUE ZERO.
001160 01  PM-CONT-REPOSTADOS              PIC 9(09) COMP VALUE ZERO.
001161 01  PM-CONT-SUSP-PENDENTES          PIC 9(09) COMP VALUE ZERO.
001162 01  PM-TOTAL-MILHAS-SUSPENSAS       PIC 9(11) COMP VALUE ZERO.
001163 01  PM-TOTAL-MILHAS-REPOSTADAS      PIC 9(11) COMP VALUE ZERO.
001164 01  PM-CONT-REDIRECIONADOS          PIC 9(09) COMP VALUE ZERO.
001165 01  PM-CONT-ESTORNADOS              PIC 9(09) COMP VALUE ZERO.
001166 01  PM-CONT-FORA-REABERTURA         PIC 9(09) COMP VALUE ZERO.
001167 01  PM-CONT-RETIDOS                 PIC 9(09) COMP VALUE ZERO.
001168 01  PM-CONT-RET-CANCELADOS          PIC 9(09) COMP VALUE ZERO.
001169 01  PM-CONT-RET-JA-LIBERADOS        PIC 9(09) COMP VALUE ZERO.
001170 01  PM-CONT-LIB-POSTADOS            PIC 9(09) COMP VALUE ZERO.
001171 01  PM-CONT-LIB-PENDENTES           PIC 9(09) COMP VALUE ZERO.
001172 01  PM-TOTAL-MILHAS-RETIDAS         PIC 9(11) COMP VALUE ZERO.
001173 01  PM-TOTAL-MILHAS-LIBERADAS       PIC 9(11) COMP VALUE ZERO.

001174* LOCALIZACAO DO MEMBRO NO CADASTRO, SEGUINDO AS CONTAS FUNDIDAS
001175* ATE A SOBREVIVENTE (NO MAXIMO 10 FUSOES ENCADEADAS).
001176 01  PM-MEMBRO-LOCALIZADO-SW         PIC X(01) VALUE "N".
001177             88  MEMBRO-LOCALIZADO           VALUE "S".
001178 01  PM-SALTOS-FUSAO                 PIC 9(02) COMP VALUE ZERO.

001180* APOIO A VARREDURA E A GRAVACAO DO ARQUIVO DE SUSPENSOS: A
001181* SEQUENCIA DA CHAVE E INCREMENTADA ATE GRAVAR, COMO NO MEMBMOV.
001182 01  PM-FIM-ARQUIVO-SUSP-SW          PIC X(01) VALUE "N".
001183             88  FIM-ARQUIVO-SUSP            VALUE "S".
001184 01  PM-SUSP-GRAVADO-SW              PIC X(01) VALUE "N".
001185             88  SUSPENSO-GRAVADO            VALUE "S".
001186 01  PM-SEQ-SUSPENSO                 PIC 9(06) VALUE ZERO.

001187* CREDITOS RETIDOS DA DATA DE REFERENCIA NO MEMBRETD, CARREGADOS
001188* PARA QUE CADA CONVERSAO RETIDA SEJA SEPARADA NA POSTAGEM. A
001189* CONVERSAO E RECONHECIDA PELA HORA, MEMBRO, MILHAS E PARCEIRO.
001190 01  PM-FIM-ARQUIVO-RET-SW           PIC X(01) VALUE "N".
001191             88  FIM-ARQUIVO-RET             VALUE "S".
001192 01  PM-QTD-RETIDOS                  PIC 9(05) COMP VALUE ZERO.
001193 01  PM-TABELA-RETIDOS.
001194     05  PM-RETIDO-TABELA OCCURS 5000 TIMES.
001195         10  PM-RET-HORA             PIC 9(08).
001196         10  PM-RET-MEMBRO           PIC X(10).
001197         10  PM-RET-MILHAS           PIC 9(07).
001198         10  PM-RET-PARCEIRO         PIC X(03).
001199         10  PM-RET-SITUACAO         PIC X(01).
001200         10  PM-RET-USADO-SW         PIC X(01).
001201 01  PM-RETIDO-SUB                   PIC 9(05) COMP.
001202 01  PM-RETIDO-ACHADO                PIC 9(05) COMP VALUE ZERO.
001203 01  PM-CREDITO-RETIDO-SW            PIC X(01) VALUE "N".
001204             88  CREDITO-RETIDO              VALUE "S".
001205* LIGADO QUANDO OS RETIDOS DA DATA NAO CABEM NA TABELA: SEM A
001206* CONFERENCIA DE TODOS ELES A DATA NAO PODE SER POSTADA.
001207 01  PM-EXCESSO-RETIDOS-SW           PIC X(01) VALUE "N".
001208             88  EXCESSO-RETIDOS             VALUE "S".

001210* MOTIVO DA OCORRENCIA GRAVADA NO RELATORIO DE POSTAGEM.
001220 01  PM-MOTIVO-OCORRENCIA            PIC X(25).
001221* MOTIVO DA SUSPENSAO DO CREDITO NO MEMBSUSP (VER CPYSUSP).
001222 01  PM-MOTIVO-SUSPENSAO             PIC X(02).

001223* APOIO A GRAVACAO DO RAZAO DE MOVIMENTOS MEMBMOV: SALDO DO
001224* MEMBRO ANTES DO CREDITO E MARCA DE GRAVACAO DO MOVIMENTO
001226* (A SEQUENCIA DA CHAVE E INCREMENTADA ATE GRAVAR, COMO NA
001228* CARGA DO AUDITIDX PELO CARGAAUDIT).
001230 01  PM-SALDO-ANTERIOR               PIC 9(11) VALUE ZERO.
001232 01  PM-MOV-GRAVADO-SW               PIC X(01) VALUE "N".
001234             88  MOVIMENTO-GRAVADO           VALUE "S".
001235* REFERENCIA DOS MOVIMENTOS "CRD": PARCEIRO E HORA DA CONVERSAO,
001236* PARA O DESFAZIMENTO DO CICLO (DESFCICLO) ACHAR O CREDITO.
001237 01  PM-REFERENCIA-CREDITO.
001238     05  PM-REF-PARCEIRO             PIC X(03).
001239     05  FILLER                      PIC X(01) VALUE SPACE.
001240     05  PM-REF-HORA                 PIC 9(08).

001230* CAMPOS EDITADOS USADOS SOMENTE PARA MONTAR AS LINHAS DO
001245* RELATORIO DE POSTAGEM.
001250 01  PM-REL-CONTADOR-ED              PIC Z(08)9.
001260 01  PM-REL-MILHAS-ED                PIC Z(10)9.
001270 01  PM-REL-MILHAS-REG-ED            PIC Z(06)9.
002992         PERFORM 5000-REGISTRAR-INICIO-CICLO THRU 5000-EXIT.
002994         IF NOT CICLO-LIBERADO
002996             GO TO 2000-EXIT
002997         END-IF.
002999         IF DATA-REABERTA
003000             DISPLAY "DATA REABERTA PELO DESFAZIMENTO DO CICLO - "
003002                 "SOMENTE AS CONVERSOES DO PARCEIRO "
003003                 PM-PARCEIRO-REABERTO
003005                 " (EM BRANCO, TODOS) SERAO POSTADAS."
003006         END-IF.
003008         OPEN INPUT MILHAGEM-INTERFACE-FILE.
003010         IF PM-MILEINTF-STATUS NOT = "00"
003020             DISPLAY "ERRO AO ABRIR O ARQUIVO MILEINTF - STATUS "
003030                 PM-MILEINTF-STATUS
003135             CLOSE MEMBRO-MASTER-FILE
003136             GO TO 2000-EXIT
003137         END-IF.
003138* O ARQUIVO DE SUSPENSOS TAMBEM E CRIADO NA PRIMEIRA EXECUCAO.
003139         OPEN I-O SUSPENSO-POSTAGEM-FILE.
003141         IF PM-MEMBSUSP-STATUS = "35"
003142             DISPLAY "ARQUIVO MEMBSUSP INEXISTENTE - SERA CRIADO."
003143             OPEN OUTPUT SUSPENSO-POSTAGEM-FILE
003144             CLOSE SUSPENSO-POSTAGEM-FILE
003145             OPEN I-O SUSPENSO-POSTAGEM-FILE
003146         END-IF.
003147         IF PM-MEMBSUSP-STATUS NOT = "00"
003148             DISPLAY "ERRO AO ABRIR O ARQUIVO MEMBSUSP - STATUS "
003149                 PM-MEMBSUSP-STATUS
003151             CLOSE MILHAGEM-INTERFACE-FILE
003152             CLOSE MEMBRO-MASTER-FILE
003153             CLOSE MOVIMENTO-MEMBRO-FILE
003154             GO TO 2000-EXIT
003155         END-IF.
003156* O ARQUIVO DE RETIDOS E CRIADO NA PRIMEIRA EXECUCAO, SE O
003157* RELEXCECAO AINDA NAO O CRIOU.
003158         OPEN I-O RETIDO-POSTAGEM-FILE.
003159         IF PM-MEMBRETD-STATUS = "35"
003160             DISPLAY "ARQUIVO MEMBRETD INEXISTENTE - SERA CRIADO."
003161             OPEN OUTPUT RETIDO-POSTAGEM-FILE
003162             CLOSE RETIDO-POSTAGEM-FILE
003163             OPEN I-O RETIDO-POSTAGEM-FILE
003164         END-IF.
003165         IF PM-MEMBRETD-STATUS NOT = "00"
003166             DISPLAY "ERRO AO ABRIR O ARQUIVO MEMBRETD - STATUS "
003167                 PM-MEMBRETD-STATUS
003168             CLOSE MILHAGEM-INTERFACE-FILE
003169             CLOSE MEMBRO-MASTER-FILE
003170             CLOSE MOVIMENTO-MEMBRO-FILE
003171             CLOSE SUSPENSO-POSTAGEM-FILE
003172             GO TO 2000-EXIT
003173         END-IF.
003174         OPEN OUTPUT RELATORIO-POSTAGEM-FILE.
003175         IF PM-POSTREL-STATUS NOT = "00"
003177             DISPLAY "ERRO AO ABRIR O ARQUIVO POSTREL - STATUS "
003178                 PM-POSTREL-STATUS
003180             CLOSE MILHAGEM-INTERFACE-FILE
003190             CLOSE MEMBRO-MASTER-FILE
003195             CLOSE MOVIMENTO-MEMBRO-FILE
003197             CLOSE SUSPENSO-POSTAGEM-FILE
003198             CLOSE RETIDO-POSTAGEM-FILE
003200             GO TO 2000-EXIT
003205         END-IF.
003210         MOVE SPACES TO RP-LINHA-RELATORIO.
003240             PM-DATA-REFERENCIA DELIMITED BY SIZE
003250             INTO RP-LINHA-RELATORIO.
003260         WRITE RP-LINHA-RELATORIO.
003261         IF DATA-REABERTA
003262             MOVE SPACES TO RP-LINHA-RELATORIO
003264             STRING "REPOSTAGEM APOS DESFAZIMENTO DO CICLO - "
003266                 DELIMITED BY SIZE
003267                 "PARCEIRO: " DELIMITED BY SIZE
003269                 PM-PARCEIRO-REABERTO DELIMITED BY SIZE
003271                 INTO RP-LINHA-RELATORIO
003273             WRITE RP-LINHA-RELATORIO
003274         END-IF.
003276         PERFORM 2500-REPOSTAR-SUSPENSOS THRU 2500-EXIT.
003277         PERFORM 2600-POSTAR-LIBERADOS THRU 2600-EXIT.
003278         IF EXCESSO-RETIDOS
003279             MOVE SPACES TO RP-LINHA-RELATORIO
003280             STRING "POSTAGEM DA DATA RECUSADA - MAIS DE 5000 "
003281                 DELIMITED BY SIZE
003282                 "CREDITOS RETIDOS NA DATA." DELIMITED BY SIZE
003283                 INTO RP-LINHA-RELATORIO
003284             WRITE RP-LINHA-RELATORIO
003285             CLOSE MILHAGEM-INTERFACE-FILE
003286             CLOSE MEMBRO-MASTER-FILE
003287             CLOSE MOVIMENTO-MEMBRO-FILE
003289             CLOSE SUSPENSO-POSTAGEM-FILE
003290             CLOSE RETIDO-POSTAGEM-FILE
003291             CLOSE RELATORIO-POSTAGEM-FILE
003292             DISPLAY "POSTAGEM DA DATA NAO REALIZADA - MAIS DE "
003293                 "5000 CREDITOS RETIDOS NA DATA."
003294             GO TO 2000-EXIT
003295         END-IF.
003296         PERFORM 2100-LER-INTERFACE THRU 2100-EXIT.
003297         PERFORM 2200-POSTAR-REGISTRO THRU 2200-EXIT
003298             UNTIL FIM-ARQUIVO-INTF.
003300         PERFORM 2400-GRAVAR-TOTAIS THRU 2400-EXIT.
003310         CLOSE MILHAGEM-INTERFACE-FILE.
003320         CLOSE MEMBRO-MASTER-FILE.
003325         CLOSE MOVIMENTO-MEMBRO-FILE.
003327         CLOSE SUSPENSO-POSTAGEM-FILE.
003328         CLOSE RETIDO-POSTAGEM-FILE.
003330         CLOSE RELATORIO-POSTAGEM-FILE.
003340         PERFORM 2030-REGISTRAR-DATA-POSTADA THRU 2030-EXIT.
003345         PERFORM 5100-REGISTRAR-FIM-CICLO THRU 5100-EXIT.
003350         DISPLAY "POSTAGEM CONCLUIDA - MILHAS POSTADAS EM "
003360             PM-CONT-POSTADOS " CONTAS DE MEMBROS.".
003361         IF PM-CONT-RETIDOS > ZERO
003363             DISPLAY "CREDITOS RETIDOS NAO POSTADOS: "
003365                 PM-CONT-RETIDOS
003366                 " - AGUARDANDO LIBERACAO (LIBRETIDO)."
003368         END-IF.
003370 2000-EXIT.
003380         EXIT.

003620* 2020-VERIFICAR-DATA-POSTADA
003630* PROCURA A DATA DE REFERENCIA NO ARQUIVO DE CONTROLE POSTCTL.
003640* SE ENCONTRADA, A POSTAGEM E RECUSADA PELO CHAMADOR PARA NAO
003650* CREDITAR OS SALDOS DOS MEMBROS EM DOBRO. O ARQUIVO E LIDO ATE
003652* O FIM PORQUE VALE O ULTIMO REGISTRO DA DATA: UM REGISTRO "R"
003654* GRAVADO PELO DESFAZIMENTO DO CICLO REABRE A DATA.
003660******************************************************************
003670 2020-VERIFICAR-DATA-POSTADA.
003680         OPEN INPUT CONTROLE-POSTAGEM-FILE.
003760             GO TO 2020-EXIT
003770         END-IF.
003780         PERFORM 2025-LER-CONTROLE THRU 2025-EXIT
003790             UNTIL FIM-ARQUIVO-CTL.
003810         CLOSE CONTROLE-POSTAGEM-FILE.
003820 2020-EXIT.
003830         EXIT.
003850         READ CONTROLE-POSTAGEM-FILE
003860             AT END SET FIM-ARQUIVO-CTL TO TRUE
003870         END-READ.
003880         IF FIM-ARQUIVO-CTL
003882             OR PC-DATA-POSTADA NOT = PM-DATA-REFERENCIA
003884             GO TO 2025-EXIT
003886         END-IF.
003888         IF PC-TIPO-REGISTRO = "R"
003890             MOVE "N" TO PM-DATA-JA-POSTADA-SW
003892             SET DATA-REABERTA TO TRUE
003894             MOVE PC-CODIGO-PARCEIRO TO PM-PARCEIRO-REABERTO
003896         ELSE
003900             SET DATA-JA-POSTADA TO TRUE
003902             MOVE "N" TO PM-DATA-REABERTA-SW
003910         END-IF.
003920 2025-EXIT.
003930         EXIT.
004270* POSTA UM REGISTRO DA INTERFACE: LOCALIZA O MEMBRO PELO NUMERO,
004280* SOMA AS MILHAS AO SALDO E ATUALIZA A DATA DA ULTIMA ATIVIDADE.
004290* REGISTROS SEM NUMERO DE MEMBRO OU COM MEMBRO NAO CADASTRADO
004300* SAO APONTADOS NO RELATORIO DE POSTAGEM E GRAVADOS NO ARQUIVO
004305* DE SUSPENSOS, PARA NOVA TENTATIVA NAS PROXIMAS POSTAGENS.
004306* CONVERSOES RETIDAS PELO RELEXCECAO FICAM FORA DA POSTAGEM ATE A
004308* LIBERACAO PELO SUPERVISOR.
004310******************************************************************
004320 2200-POSTAR-REGISTRO.
004330         IF IF-DATA-CONVERSAO NOT = PM-DATA-REFERENCIA
004340             GO TO 2200-LER-PROXIMO
004350         END-IF.
004351         IF IF-SITUACAO-CREDITO = "E"
004352             ADD 1 TO PM-CONT-ESTORNADOS
004353             GO TO 2200-LER-PROXIMO
004354         END-IF.
004355* NA REPOSTAGEM DE UMA DATA REABERTA, OS AJUSTES E AS CONVERSOES
004356* DE OUTROS PARCEIROS JA ESTAO NO SALDO DESDE A POSTAGEM ORIGINAL.
004357         IF DATA-REABERTA
004358             IF IF-TIPO-LANCAMENTO = "A"
004359                 ADD 1 TO PM-CONT-FORA-REABERTURA
004360                 GO TO 2200-LER-PROXIMO
004361             END-IF
004362             IF PM-PARCEIRO-REABERTO NOT = SPACES
004363                 AND IF-CODIGO-PARCEIRO NOT = PM-PARCEIRO-REABERTO
004364                 ADD 1 TO PM-CONT-FORA-REABERTURA
004365                 GO TO 2200-LER-PROXIMO
004366             END-IF
004367         END-IF.
004368         ADD 1 TO PM-CONT-LIDOS.
004370         IF IF-NUMERO-MEMBRO = SPACES
004380             ADD 1 TO PM-CONT-SEM-MEMBRO
004390             MOVE "SEM NUMERO DE MEMBRO" TO PM-MOTIVO-OCORRENCIA
004400             PERFORM 2300-GRAVAR-OCORRENCIA THRU 2300-EXIT
004405             MOVE "01" TO PM-MOTIVO-SUSPENSAO
004407             PERFORM 2350-GRAVAR-SUSPENSO THRU 2350-EXIT
004410             GO TO 2200-LER-PROXIMO
004411         END-IF.
004412         IF IF-TIPO-LANCAMENTO NOT = "A"
004413             AND PM-QTD-RETIDOS > ZERO
004415             PERFORM 2290-VERIFICAR-RETENCAO THRU 2290-EXIT
004416             IF CREDITO-RETIDO
004417                 GO TO 2200-LER-PROXIMO
004418             END-IF
004420         END-IF.
004430         MOVE IF-NUMERO-MEMBRO TO MB-NUMERO-MEMBRO.
004440         PERFORM 2270-LOCALIZAR-MEMBRO THRU 2270-EXIT.
004450         IF NOT MEMBRO-LOCALIZADO
004460             ADD 1 TO PM-CONT-NAO-CADASTRADO
004470             MOVE "MEMBRO NAO CADASTRADO" TO
004480                 PM-MOTIVO-OCORRENCIA
004490             PERFORM 2300-GRAVAR-OCORRENCIA THRU 2300-EXIT
004495             MOVE "02" TO PM-MOTIVO-SUSPENSAO
004497             PERFORM 2350-GRAVAR-SUSPENSO THRU 2350-EXIT
004500             GO TO 2200-LER-PROXIMO
004510         END-IF.
004515         MOVE MB-SALDO-MILHAS TO PM-SALDO-ANTERIOR.
004516* AJUSTES MANUAIS COM SINAL "-" DEBITAM O SALDO; UM DEBITO QUE O
004517* SALDO NAO COBRE E APONTADO NO RELATORIO E NAO E APLICADO.
004620 2200-LER-PROXIMO.
004630         PERFORM 2100-LER-INTERFACE THRU 2100-EXIT.
004640 2200-EXIT.
004641         EXIT.

004642******************************************************************
004644* 2250-GRAVAR-MOVIMENTO
004645* GRAVA NO RAZAO MEMBMOV O MOVIMENTO DO CREDITO QUE ACABOU DE
004646* SER POSTADO, COM O SALDO ANTERIOR E O NOVO. MOVIMENTOS DO
004648* MESMO MEMBRO NA MESMA DATA RECEBEM SEQUENCIAS CRESCENTES PARA
004649* MANTER A CHAVE UNICA, COMO NA CARGA DO AUDITIDX.
004650******************************************************************
004652 2250-GRAVAR-MOVIMENTO.
004653         MOVE SPACES TO MV-REGISTRO-MOVIMENTO.
004654         MOVE MB-NUMERO-MEMBRO TO MV-NUMERO-MEMBRO.
004656         MOVE IF-DATA-CONVERSAO TO MV-DATA-MOVIMENTO.
004657         MOVE ZERO TO MV-SEQUENCIA.
004658         IF IF-TIPO-LANCAMENTO = "A"
004660             MOVE "AJU" TO MV-ORIGEM-MOVIMENTO
004661         ELSE
004662             MOVE "CRD" TO MV-ORIGEM-MOVIMENTO
004664             MOVE IF-CODIGO-PARCEIRO TO PM-REF-PARCEIRO
004665             MOVE IF-HORA-CONVERSAO TO PM-REF-HORA
004666             MOVE PM-REFERENCIA-CREDITO TO MV-REFERENCIA
004668         END-IF.
004669         IF IF-SINAL-MILHAS = "-"
004671             MOVE "-" TO MV-SINAL-MOVIMENTO
004691         EXIT.

004692******************************************************************
004694* 2270-LOCALIZAR-MEMBRO
004695* LE NO CADASTRO O MEMBRO EM MB-NUMERO-MEMBRO. SE A CONTA FOI
004696* FUNDIDA EM OUTRA PELO FUSAOMEMB (VER CPYMEMB), SEGUE O NUMERO
004697* DA CONTA SOBREVIVENTE, PARA QUE O CREDITO ENTRE NO SALDO QUE
004698* FICOU ATIVO. SOBREVIVENTE NAO CADASTRADA OU UMA CADEIA DE
004699* FUSOES LONGA DEMAIS E TRATADA COMO MEMBRO NAO CADASTRADO.
004700******************************************************************
004701 2270-LOCALIZAR-MEMBRO.
004702         MOVE "S" TO PM-MEMBRO-LOCALIZADO-SW.
004703         MOVE ZERO TO PM-SALTOS-FUSAO.
004704         READ MEMBRO-MASTER-FILE
004705             INVALID KEY
004706                 MOVE "N" TO PM-MEMBRO-LOCALIZADO-SW
004707                 GO TO 2270-EXIT
004708         END-READ.
004709         PERFORM 2280-SEGUIR-FUSAO THRU 2280-EXIT
004710             UNTIL NOT MEMBRO-LOCALIZADO
004711                 OR MB-SITUACAO-MEMBRO NOT = "F"
004712                 OR PM-SALTOS-FUSAO > 9.
004713         IF MEMBRO-LOCALIZADO
004714             IF MB-SITUACAO-MEMBRO = "F"
004715                 MOVE "N" TO PM-MEMBRO-LOCALIZADO-SW
004716             ELSE
004717                 IF PM-SALTOS-FUSAO > ZERO
004718                     ADD 1 TO PM-CONT-REDIRECIONADOS
004719                 END-IF
004720             END-IF
004721         END-IF.
004722 2270-EXIT.
004723         EXIT.

004724 2280-SEGUIR-FUSAO.
004725         ADD 1 TO PM-SALTOS-FUSAO.
004726         MOVE MB-NUMERO-SOBREVIVENTE TO MB-NUMERO-MEMBRO.
004727         READ MEMBRO-MASTER-FILE
004728             INVALID KEY
004729                 MOVE "N" TO PM-MEMBRO-LOCALIZADO-SW
004730         END-READ.
004731 2280-EXIT.
004732         EXIT.

004733******************************************************************
004734* 2290-VERIFICAR-RETENCAO
004735* PROCURA O REGISTRO ATUAL DA INTERFACE ENTRE OS CREDITOS RETIDOS
004736* DA DATA. RETIDO AINDA SEM DECISAO OU CANCELADO PELO SUPERVISOR,
004737* O CREDITO NAO E POSTADO E E APONTADO NO RELATORIO; LIBERADO, O
004738* CREDITO JA FOI TRATADO PELA POSTAGEM DOS LIBERADOS (2600).
004739******************************************************************
004740 2290-VERIFICAR-RETENCAO.
004741         MOVE "N" TO PM-CREDITO-RETIDO-SW.
004742         MOVE ZERO TO PM-RETIDO-ACHADO.
004743         PERFORM 2295-PROCURAR-RETIDO THRU 2295-EXIT
004744             VARYING PM-RETIDO-SUB FROM 1 BY 1
004745             UNTIL PM-RETIDO-SUB > PM-QTD-RETIDOS
004746                 OR PM-RETIDO-ACHADO > ZERO.
004747         IF PM-RETIDO-ACHADO = ZERO
004748             GO TO 2290-EXIT
004749         END-IF.
004750         SET CREDITO-RETIDO TO TRUE.
004751         MOVE "S" TO PM-RET-USADO-SW(PM-RETIDO-ACHADO).
004752         IF PM-RET-SITUACAO(PM-RETIDO-ACHADO) = "R"
004753             ADD 1 TO PM-CONT-RETIDOS
004754             ADD IF-QUANT-MILHAS TO PM-TOTAL-MILHAS-RETIDAS
004755             MOVE "RETIDO PARA LIBERACAO" TO PM-MOTIVO-OCORRENCIA
004756             PERFORM 2300-GRAVAR-OCORRENCIA THRU 2300-EXIT
004757             GO TO 2290-EXIT
004758         END-IF.
004759         IF PM-RET-SITUACAO(PM-RETIDO-ACHADO) = "C"
004760             ADD 1 TO PM-CONT-RET-CANCELADOS
004761             MOVE "CANCELADO NA RETENCAO" TO PM-MOTIVO-OCORRENCIA
004762             PERFORM 2300-GRAVAR-OCORRENCIA THRU 2300-EXIT
004763             GO TO 2290-EXIT
004764         END-IF.
004765         ADD 1 TO PM-CONT-RET-JA-LIBERADOS.
004766 2290-EXIT.
004767         EXIT.

004768 2295-PROCURAR-RETIDO.
004769         IF PM-RET-USADO-SW(PM-RETIDO-SUB) = "N"
004770             AND PM-RET-HORA(PM-RETIDO-SUB) = IF-HORA-CONVERSAO
004771             AND PM-RET-MEMBRO(PM-RETIDO-SUB) = IF-NUMERO-MEMBRO
004772             AND PM-RET-MILHAS(PM-RETIDO-SUB) = IF-QUANT-MILHAS
004773             AND PM-RET-PARCEIRO(PM-RETIDO-SUB)
004774                 = IF-CODIGO-PARCEIRO
004775             MOVE PM-RETIDO-SUB TO PM-RETIDO-ACHADO
004776         END-IF.
004777 2295-EXIT.
004778         EXIT.

004779******************************************************************
004670* 2300-GRAVAR-OCORRENCIA
004680* GRAVA NO RELATORIO DE POSTAGEM UMA LINHA DE OCORRENCIA PARA O
004690* REGISTRO DE INTERFACE QUE NAO PODE SER POSTADO, COM O MOTIVO
004780* JA PREENCHIDO PELO PARAGRAFO CHAMADOR.
004781******************************************************************
004782 2300-GRAVAR-OCORRENCIA.
004783         MOVE IF-QUANT-MILHAS TO PM-REL-MILHAS-REG-ED.
004784         MOVE SPACES TO RP-LINHA-RELATORIO.
004785         STRING "MEMBRO " DELIMITED BY SIZE
004786             IF-NUMERO-MEMBRO DELIMITED BY SIZE
004787             " MILHAS " DELIMITED BY SIZE
004788             PM-REL-MILHAS-REG-ED DELIMITED BY SIZE
004790             " - " DELIMITED BY SIZE
004800             PM-MOTIVO-OCORRENCIA DELIMITED BY SIZE
004810             INTO RP-LINHA-RELATORIO.
004830 2300-EXIT.
004840         EXIT.

004841******************************************************************
004842* 2350-GRAVAR-SUSPENSO
004843* GRAVA NO ARQUIVO DE SUSPENSOS MEMBSUSP O REGISTRO DE INTERFACE
004844* QUE NAO PODE SER POSTADO, COM O MOTIVO JA PREENCHIDO PELO
004845* PARAGRAFO CHAMADOR, PARA NOVA TENTATIVA NAS PROXIMAS POSTAGENS.
004846******************************************************************
004847 2350-GRAVAR-SUSPENSO.
004848         MOVE SPACES TO SU-REGISTRO-SUSPENSO.
004849         MOVE PM-DATA-REFERENCIA TO SU-DATA-SUSPENSAO.
004850         MOVE PM-SEQ-SUSPENSO TO SU-SEQUENCIA.
004851         MOVE IF-DATA-CONVERSAO TO SU-DATA-CONVERSAO.
004852         MOVE IF-HORA-CONVERSAO TO SU-HORA-CONVERSAO.
004853         MOVE IF-OPERADOR-ID TO SU-OPERADOR-ID.
004854         MOVE IF-NUMERO-MEMBRO TO SU-NUMERO-MEMBRO.
004855         MOVE IF-QUANT-MILHAS TO SU-QUANT-MILHAS.
004856         MOVE IF-CODIGO-PARCEIRO TO SU-CODIGO-PARCEIRO.
004857         MOVE IF-TIPO-LANCAMENTO TO SU-TIPO-LANCAMENTO.
004858         MOVE IF-SINAL-MILHAS TO SU-SINAL-MILHAS.
004859         MOVE PM-MOTIVO-SUSPENSAO TO SU-MOTIVO-SUSPENSAO.
004860         MOVE "P" TO SU-SITUACAO-ITEM.
004861         MOVE ZERO TO SU-DATA-SITUACAO.
004862         MOVE "N" TO PM-SUSP-GRAVADO-SW.
004863         PERFORM 2360-GRAVAR-COM-SEQUENCIA THRU 2360-EXIT
004864             UNTIL SUSPENSO-GRAVADO
004865                 OR SU-SEQUENCIA = 999999.
004866         IF NOT SUSPENSO-GRAVADO
004867             DISPLAY "AVISO - CREDITO NAO GRAVADO NO MEMBSUSP - "
004868                 "CHAVE ESGOTADA PARA A DATA " PM-DATA-REFERENCIA
004869             GO TO 2350-EXIT
004870         END-IF.
004871         MOVE SU-SEQUENCIA TO PM-SEQ-SUSPENSO.
004872         ADD 1 TO PM-CONT-SUSPENSOS.
004873         ADD IF-QUANT-MILHAS TO PM-TOTAL-MILHAS-SUSPENSAS.
004874 2350-EXIT.
004875         EXIT.

004876 2360-GRAVAR-COM-SEQUENCIA.
004877         ADD 1 TO SU-SEQUENCIA.
004878         WRITE SU-REGISTRO-SUSPENSO
004879             INVALID KEY
004880                 CONTINUE
004881             NOT INVALID KEY
004882                 SET SUSPENSO-GRAVADO TO TRUE
004883         END-WRITE.
004884 2360-EXIT.
004885         EXIT.

004886******************************************************************
004887* 2400-GRAVAR-TOTAIS
004888* GRAVA NO RELATORIO DE POSTAGEM OS CONTADORES E O TOTAL DE
004889* MILHAS POSTADAS NA EXECUCAO.
004890******************************************************************
004900 2400-GRAVAR-TOTAIS.
004910         MOVE PM-CONT-LIDOS TO PM-REL-CONTADOR-ED.
005150             INTO RP-LINHA-RELATORIO.
005160         WRITE RP-LINHA-RELATORIO.

005161         MOVE PM-CONT-REDIRECIONADOS TO PM-REL-CONTADOR-ED.
005162         MOVE SPACES TO RP-LINHA-RELATORIO.
005163         STRING "LANCAMENTOS DESVIADOS DE CONTA FUNDIDA: "
005164             DELIMITED BY SIZE
005165             PM-REL-CONTADOR-ED DELIMITED BY SIZE
005166             INTO RP-LINHA-RELATORIO.
005167         WRITE RP-LINHA-RELATORIO.

005170         MOVE PM-TOTAL-MILHAS-POSTADAS TO PM-REL-MILHAS-ED.
005180         MOVE SPACES TO RP-LINHA-RELATORIO.
005190         STRING "TOTAL DE MILHAS POSTADAS: " DELIMITED BY SIZE
005238             PM-REL-CONTADOR-ED DELIMITED BY SIZE
005239             INTO RP-LINHA-RELATORIO.
005241         WRITE RP-LINHA-RELATORIO.

005242         MOVE PM-CONT-SUSPENSOS TO PM-REL-CONTADOR-ED.
005243         MOVE SPACES TO RP-LINHA-RELATORIO.
005244         STRING "CREDITOS GRAVADOS NO SUSPENSO: "
005245             DELIMITED BY SIZE
005246             PM-REL-CONTADOR-ED DELIMITED BY SIZE
005247             INTO RP-LINHA-RELATORIO.
005248         WRITE RP-LINHA-RELATORIO.

005249         MOVE PM-TOTAL-MILHAS-SUSPENSAS TO PM-REL-MILHAS-ED.
005250         MOVE SPACES TO RP-LINHA-RELATORIO.
005251         STRING "TOTAL DE MILHAS GRAVADAS NO SUSPENSO: "
005252             DELIMITED BY SIZE
005253             PM-REL-MILHAS-ED DELIMITED BY SIZE
005254             INTO RP-LINHA-RELATORIO.
005255         WRITE RP-LINHA-RELATORIO.

005256         MOVE PM-CONT-REPOSTADOS TO PM-REL-CONTADOR-ED.
005257         MOVE SPACES TO RP-LINHA-RELATORIO.
005258         STRING "SUSPENSOS ANTERIORES POSTADOS: "
005259             DELIMITED BY SIZE
005260             PM-REL-CONTADOR-ED DELIMITED BY SIZE
005261             INTO RP-LINHA-RELATORIO.
005262         WRITE RP-LINHA-RELATORIO.

005263         MOVE PM-TOTAL-MILHAS-REPOSTADAS TO PM-REL-MILHAS-ED.
005264         MOVE SPACES TO RP-LINHA-RELATORIO.
005265         STRING "TOTAL DE MILHAS POSTADAS DO SUSPENSO: "
005266             DELIMITED BY SIZE
005267             PM-REL-MILHAS-ED DELIMITED BY SIZE
005268             INTO RP-LINHA-RELATORIO.
005269         WRITE RP-LINHA-RELATORIO.

005270         MOVE PM-CONT-SUSP-PENDENTES TO PM-REL-CONTADOR-ED.
005271         MOVE SPACES TO RP-LINHA-RELATORIO.
005272         STRING "SUSPENSOS ANTERIORES AINDA PENDENTES: "
005273             DELIMITED BY SIZE
005274             PM-REL-CONTADOR-ED DELIMITED BY SIZE
005275             INTO RP-LINHA-RELATORIO.
005276         WRITE RP-LINHA-RELATORIO.

005277         MOVE PM-CONT-ESTORNADOS TO PM-REL-CONTADOR-ED.
005278         MOVE SPACES TO RP-LINHA-RELATORIO.
005279         STRING "CONVERSOES ESTORNADAS NAO POSTADAS: "
005280             DELIMITED BY SIZE
005281             PM-REL-CONTADOR-ED DELIMITED BY SIZE
005282             INTO RP-LINHA-RELATORIO.
005283         WRITE RP-LINHA-RELATORIO.
005284         IF DATA-REABERTA
005285             MOVE PM-CONT-FORA-REABERTURA TO PM-REL-CONTADOR-ED
005286             MOVE SPACES TO RP-LINHA-RELATORIO
005287             STRING "REGISTROS FORA DA REABERTURA (JA POSTADOS): "
005288                 DELIMITED BY SIZE
005289                 PM-REL-CONTADOR-ED DELIMITED BY SIZE
005290                 INTO RP-LINHA-RELATORIO
005291             WRITE RP-LINHA-RELATORIO
005292         END-IF.

005293         MOVE PM-CONT-RETIDOS TO PM-REL-CONTADOR-ED.
005294         MOVE SPACES TO RP-LINHA-RELATORIO.
005295         STRING "CREDITOS RETIDOS PARA LIBERACAO: "
005296             DELIMITED BY SIZE
005297             PM-REL-CONTADOR-ED DELIMITED BY SIZE
005298             INTO RP-LINHA-RELATORIO.
005299         WRITE RP-LINHA-RELATORIO.

005300         MOVE PM-TOTAL-MILHAS-RETIDAS TO PM-REL-MILHAS-ED.
005301         MOVE SPACES TO RP-LINHA-RELATORIO.
005302         STRING "TOTAL DE MILHAS RETIDAS: " DELIMITED BY SIZE
005303             PM-REL-MILHAS-ED DELIMITED BY SIZE
005304             INTO RP-LINHA-RELATORIO.
005305         WRITE RP-LINHA-RELATORIO.

005306         MOVE PM-CONT-RET-CANCELADOS TO PM-REL-CONTADOR-ED.
005307         MOVE SPACES TO RP-LINHA-RELATORIO.
005308         STRING "CREDITOS CANCELADOS NA RETENCAO: "
005309             DELIMITED BY SIZE
005310             PM-REL-CONTADOR-ED DELIMITED BY SIZE
005311             INTO RP-LINHA-RELATORIO.
005312         WRITE RP-LINHA-RELATORIO.

005313         MOVE PM-CONT-RET-JA-LIBERADOS TO PM-REL-CONTADOR-ED.
005314         MOVE SPACES TO RP-LINHA-RELATORIO.
005315         STRING "RETIDOS DA DATA JA LIBERADOS: "
005316             DELIMITED BY SIZE
005317             PM-REL-CONTADOR-ED DELIMITED BY SIZE
005318             INTO RP-LINHA-RELATORIO.
005319         WRITE RP-LINHA-RELATORIO.

005320         MOVE PM-CONT-LIB-POSTADOS TO PM-REL-CONTADOR-ED.
005321         MOVE SPACES TO RP-LINHA-RELATORIO.
005322         STRING "LIBERADOS PELO SUPERVISOR POSTADOS: "
005323             DELIMITED BY SIZE
005325             PM-REL-CONTADOR-ED DELIMITED BY SIZE
005326             INTO RP-LINHA-RELATORIO.
005327         WRITE RP-LINHA-RELATORIO.

005328         MOVE PM-TOTAL-MILHAS-LIBERADAS TO PM-REL-MILHAS-ED.
005329         MOVE SPACES TO RP-LINHA-RELATORIO.
005330         STRING "TOTAL DE MILHAS POSTADAS DA RETENCAO: "
005331             DELIMITED BY SIZE
005332             PM-REL-MILHAS-ED DELIMITED BY SIZE
005333             INTO RP-LINHA-RELATORIO.
005334         WRITE RP-LINHA-RELATORIO.

005335         MOVE PM-CONT-LIB-PENDENTES TO PM-REL-CONTADOR-ED.
005336         MOVE SPACES TO RP-LINHA-RELATORIO.
005337         STRING "LIBERADOS AINDA PENDENTES: " DELIMITED BY SIZE
005338             PM-REL-CONTADOR-ED DELIMITED BY SIZE
005339             INTO RP-LINHA-RELATORIO.
005340         WRITE RP-LINHA-RELATORIO.
005341 2400-EXIT.
005342         EXIT.

005343******************************************************************
005344* 2500-REPOSTAR-SUSPENSOS
005345* PERCORRE O ARQUIVO DE SUSPENSOS MEMBSUSP E TENTA POSTAR CADA
005346* ITEM PENDENTE. ITENS CUJO MEMBRO JA ESTA NO CADASTRO (INCLUIDO
005347* PELA MANUTENCAO OU CORRIGIDO PELO MANTSUSP) SAO POSTADOS NO
005348* SALDO E MARCADOS COMO POSTADOS; OS DEMAIS CONTINUAM PENDENTES.
005349******************************************************************
005350 2500-REPOSTAR-SUSPENSOS.
005351         MOVE ZERO TO SU-DATA-SUSPENSAO.
005352         MOVE ZERO TO SU-SEQUENCIA.
005353         START SUSPENSO-POSTAGEM-FILE
005354             KEY IS NOT LESS THAN SU-CHAVE
005355             INVALID KEY SET FIM-ARQUIVO-SUSP TO TRUE
005356         END-START.
005357         IF FIM-ARQUIVO-SUSP
005358             GO TO 2500-EXIT
005359         END-IF.
005360         PERFORM 2510-LER-SUSPENSO THRU 2510-EXIT.
005361         PERFORM 2520-REPOSTAR-ITEM THRU 2520-EXIT
005362             UNTIL FIM-ARQUIVO-SUSP.
005363 2500-EXIT.
005364         EXIT.

005365 2510-LER-SUSPENSO.
005366         READ SUSPENSO-POSTAGEM-FILE NEXT RECORD
005367             AT END SET FIM-ARQUIVO-SUSP TO TRUE
005368         END-READ.
005369 2510-EXIT.
005370         EXIT.

005371******************************************************************
005372* 2520-REPOSTAR-ITEM
005373* POSTA UM ITEM PENDENTE DO SUSPENSO COMO NA POSTAGEM NORMAL:
005374* SOMA (OU SUBTRAI, NOS AJUSTES A DEBITO) AS MILHAS NO SALDO,
005375* GRAVA O MOVIMENTO NO RAZAO MEMBMOV NA DATA DA POSTAGEM E MARCA
005376* O ITEM COMO POSTADO. A DATA DA ULTIMA ATIVIDADE SO AVANCA.
005377******************************************************************
005378 2520-REPOSTAR-ITEM.
005379         IF SU-SITUACAO-ITEM NOT = "P"
005380             GO TO 2520-LER-PROXIMO
005381         END-IF.
005382         IF SU-NUMERO-MEMBRO = SPACES
005383             ADD 1 TO PM-CONT-SUSP-PENDENTES
005384             GO TO 2520-LER-PROXIMO
005385         END-IF.
005386         MOVE SU-NUMERO-MEMBRO TO MB-NUMERO-MEMBRO.
005387         PERFORM 2270-LOCALIZAR-MEMBRO THRU 2270-EXIT.
005388         IF NOT MEMBRO-LOCALIZADO
005389             ADD 1 TO PM-CONT-SUSP-PENDENTES
005390             GO TO 2520-LER-PROXIMO
005391         END-IF.
005392         MOVE MB-SALDO-MILHAS TO PM-SALDO-ANTERIOR.
005393         IF SU-SINAL-MILHAS = "-"
005394             IF SU-QUANT-MILHAS > MB-SALDO-MILHAS
005395                 ADD 1 TO PM-CONT-SUSP-PENDENTES
005396                 GO TO 2520-LER-PROXIMO
005397             END-IF
005398             SUBTRACT SU-QUANT-MILHAS FROM MB-SALDO-MILHAS
005399         ELSE
005400             ADD SU-QUANT-MILHAS TO MB-SALDO-MILHAS
005401         END-IF.
005402         IF SU-DATA-CONVERSAO > MB-DATA-ULT-ATIVIDADE
005403             MOVE SU-DATA-CONVERSAO TO MB-DATA-ULT-ATIVIDADE
005404         END-IF.
005405         REWRITE MB-REGISTRO-MEMBRO
005406             INVALID KEY
005407                 DISPLAY "ERRO AO REGRAVAR O MEMBRO - STATUS "
005409                     PM-MEMBMST-STATUS
005410                 GO TO 2520-LER-PROXIMO
005411         END-REWRITE.
005412         PERFORM 2550-GRAVAR-MOVIMENTO-SUSP THRU 2550-EXIT.
005413         MOVE "T" TO SU-SITUACAO-ITEM.
005414         MOVE PM-DATA-REFERENCIA TO SU-DATA-SITUACAO.
005415         REWRITE SU-REGISTRO-SUSPENSO
005416             INVALID KEY
005417                 DISPLAY "ERRO AO REGRAVAR O SUSPENSO - STATUS "
005418                     PM-MEMBSUSP-STATUS
005419         END-REWRITE.
005420         ADD 1 TO PM-CONT-REPOSTADOS.
005421         IF SU-SINAL-MILHAS = "-"
005422             ADD 1 TO PM-CONT-DEBITADOS
005423             ADD SU-QUANT-MILHAS TO PM-TOTAL-MILHAS-DEBITADAS
005424         ELSE
005425             ADD SU-QUANT-MILHAS TO PM-TOTAL-MILHAS-REPOSTADAS
005426         END-IF.
005427         MOVE SU-QUANT-MILHAS TO PM-REL-MILHAS-REG-ED.
005428         MOVE SPACES TO RP-LINHA-RELATORIO.
005429         STRING "MEMBRO " DELIMITED BY SIZE
005430             SU-NUMERO-MEMBRO DELIMITED BY SIZE
005431             " MILHAS " DELIMITED BY SIZE
005432             PM-REL-MILHAS-REG-ED DELIMITED BY SIZE
005433             " - POSTADO DO SUSPENSO DE " DELIMITED BY SIZE
005434             SU-DATA-SUSPENSAO DELIMITED BY SIZE
005435             INTO RP-LINHA-RELATORIO.
005436         WRITE RP-LINHA-RELATORIO.
005437 2520-LER-PROXIMO.
005438         PERFORM 2510-LER-SUSPENSO THRU 2510-EXIT.
005439 2520-EXIT.
005440         EXIT.

005441******************************************************************
005442* 2550-GRAVAR-MOVIMENTO-SUSP
005443* GRAVA NO RAZAO MEMBMOV O MOVIMENTO DO ITEM DO SUSPENSO QUE
005444* ACABOU DE SER POSTADO, NA DATA DA POSTAGEM, COM A MESMA ORIGEM
005445* QUE O REGISTRO TERIA NA POSTAGEM NORMAL.
005446******************************************************************
005447 2550-GRAVAR-MOVIMENTO-SUSP.
005448         MOVE SPACES TO MV-REGISTRO-MOVIMENTO.
005449         MOVE MB-NUMERO-MEMBRO TO MV-NUMERO-MEMBRO.
005450         MOVE PM-DATA-REFERENCIA TO MV-DATA-MOVIMENTO.
005451         MOVE ZERO TO MV-SEQUENCIA.
005452         IF SU-TIPO-LANCAMENTO = "A"
005453             MOVE "AJU" TO MV-ORIGEM-MOVIMENTO
005454         ELSE
005455             MOVE "CRD" TO MV-ORIGEM-MOVIMENTO
005456             MOVE SU-CODIGO-PARCEIRO TO PM-REF-PARCEIRO
005457             MOVE SU-HORA-CONVERSAO TO PM-REF-HORA
005458             MOVE PM-REFERENCIA-CREDITO TO MV-REFERENCIA
005459         END-IF.
005460         IF SU-SINAL-MILHAS = "-"
005461             MOVE "-" TO MV-SINAL-MOVIMENTO
005462         ELSE
005463             MOVE "+" TO MV-SINAL-MOVIMENTO
005464         END-IF.
005465         MOVE SU-QUANT-MILHAS TO MV-QUANT-MILHAS.
005466         MOVE PM-SALDO-ANTERIOR TO MV-SALDO-ANTERIOR.
005467         MOVE MB-SALDO-MILHAS TO MV-SALDO-NOVO.
005468         MOVE "N" TO PM-MOV-GRAVADO-SW.
005469         PERFORM 2260-GRAVAR-COM-SEQUENCIA THRU 2260-EXIT
005470             UNTIL MOVIMENTO-GRAVADO
005471                 OR MV-SEQUENCIA = 9999.
005472         IF NOT MOVIMENTO-GRAVADO
005473             DISPLAY "AVISO - MOVIMENTO NAO GRAVADO NO MEMBMOV - "
005474                 "CHAVE ESGOTADA PARA O MEMBRO "
005475                 MB-NUMERO-MEMBRO
005476         END-IF.
005477 2550-EXIT.
005478         EXIT.

005479******************************************************************
005480* 2600-POSTAR-LIBERADOS
005481* PERCORRE O ARQUIVO DE RETIDOS MEMBRETD: POSTA OS CREDITOS
005482* LIBERADOS PELO SUPERVISOR (LIBRETIDO) E CARREGA NA TABELA OS
005483* CREDITOS RETIDOS DA DATA DE REFERENCIA, PARA A POSTAGEM DO DIA
005484* SEPARA-LOS (VER 2290-VERIFICAR-RETENCAO). SE OS RETIDOS DA
005485* DATA NAO COUBEREM NA TABELA, A POSTAGEM DA DATA E RECUSADA,
005486* PARA QUE NENHUM CREDITO SEJA POSTADO SEM A CONFERENCIA DA
005487* RETENCAO (OS LIBERADOS CONTINUAM SENDO POSTADOS).
005488******************************************************************
005489 2600-POSTAR-LIBERADOS.
005490         MOVE ZERO TO RO-DATA-CONVERSAO.
005491         MOVE ZERO TO RO-SEQUENCIA.
005493         START RETIDO-POSTAGEM-FILE
005494             KEY IS NOT LESS THAN RO-CHAVE
005495             INVALID KEY SET FIM-ARQUIVO-RET TO TRUE
005496         END-START.
005497         IF FIM-ARQUIVO-RET
005498             GO TO 2600-EXIT
005499         END-IF.
005500         PERFORM 2610-LER-RETIDO THRU 2610-EXIT.
005501         PERFORM 2620-TRATAR-RETIDO THRU 2620-EXIT
005502             UNTIL FIM-ARQUIVO-RET.
005503 2600-EXIT.
005504         EXIT.

005505 2610-LER-RETIDO.
005506         READ RETIDO-POSTAGEM-FILE NEXT RECORD
005507             AT END SET FIM-ARQUIVO-RET TO TRUE
005508         END-READ.
005509 2610-EXIT.
005510         EXIT.

005511 2620-TRATAR-RETIDO.
005512         IF RO-SITUACAO-ITEM = "L"
005513             PERFORM 2630-POSTAR-LIBERADO THRU 2630-EXIT
005514         END-IF.
005515         IF RO-DATA-CONVERSAO NOT = PM-DATA-REFERENCIA
005516             OR RO-SITUACAO-ITEM = "D"
005517             GO TO 2620-LER-PROXIMO
005518         END-IF.
005519         IF PM-QTD-RETIDOS = 5000
005520             IF NOT EXCESSO-RETIDOS
005521                 DISPLAY "ERRO - MAIS DE 5000 CREDITOS RETIDOS "
005522                     "NA DATA - POSTAGEM DA DATA RECUSADA."
005523             END-IF
005524             SET EXCESSO-RETIDOS TO TRUE
005525             GO TO 2620-LER-PROXIMO
005526         END-IF.
005527         ADD 1 TO PM-QTD-RETIDOS.
005528         MOVE RO-HORA-CONVERSAO TO PM-RET-HORA(PM-QTD-RETIDOS).
005529         MOVE RO-NUMERO-MEMBRO TO PM-RET-MEMBRO(PM-QTD-RETIDOS).
005530         MOVE RO-QUANT-MILHAS TO PM-RET-MILHAS(PM-QTD-RETIDOS).
005531         MOVE RO-CODIGO-PARCEIRO
005532             TO PM-RET-PARCEIRO(PM-QTD-RETIDOS).
005533         MOVE RO-SITUACAO-ITEM TO PM-RET-SITUACAO(PM-QTD-RETIDOS).
005534         MOVE "N" TO PM-RET-USADO-SW(PM-QTD-RETIDOS).
005535 2620-LER-PROXIMO.
005536         PERFORM 2610-LER-RETIDO THRU 2610-EXIT.
005537 2620-EXIT.
005538         EXIT.

005539******************************************************************
005540* 2630-POSTAR-LIBERADO
005541* POSTA UM CREDITO LIBERADO PELO SUPERVISOR COMO OS ITENS DO
005542* SUSPENSO: SOMA AS MILHAS NO SALDO, GRAVA O MOVIMENTO "CRD" NO
005543* RAZAO MEMBMOV NA DATA DA POSTAGEM E MARCA O ITEM COMO POSTADO.
005544* MEMBRO QUE NAO ESTA MAIS NO CADASTRO DEIXA O ITEM LIBERADO,
005545* PARA NOVA TENTATIVA NA POSTAGEM SEGUINTE.
005546******************************************************************
005547 2630-POSTAR-LIBERADO.
005548         MOVE RO-NUMERO-MEMBRO TO MB-NUMERO-MEMBRO.
005549         PERFORM 2270-LOCALIZAR-MEMBRO THRU 2270-EXIT.
005550         IF NOT MEMBRO-LOCALIZADO
005551             ADD 1 TO PM-CONT-LIB-PENDENTES
005552             GO TO 2630-EXIT
005553         END-IF.
005554         MOVE MB-SALDO-MILHAS TO PM-SALDO-ANTERIOR.
005555         ADD RO-QUANT-MILHAS TO MB-SALDO-MILHAS.
005556         IF RO-DATA-CONVERSAO > MB-DATA-ULT-ATIVIDADE
005557             MOVE RO-DATA-CONVERSAO TO MB-DATA-ULT-ATIVIDADE
005558         END-IF.
005559         REWRITE MB-REGISTRO-MEMBRO
005560             INVALID KEY
005561                 DISPLAY "ERRO AO REGRAVAR O MEMBRO - STATUS "
005562                     PM-MEMBMST-STATUS
005563                 GO TO 2630-EXIT
005564         END-REWRITE.
005565         PERFORM 2650-GRAVAR-MOVIMENTO-RET THRU 2650-EXIT.
005566         MOVE "T" TO RO-SITUACAO-ITEM.
005567         MOVE PM-DATA-REFERENCIA TO RO-DATA-SITUACAO.
005568         REWRITE RO-REGISTRO-RETIDO
005569             INVALID KEY
005570                 DISPLAY "ERRO AO REGRAVAR O RETIDO - STATUS "
005571                     PM-MEMBRETD-STATUS
005572         END-REWRITE.
005573         ADD 1 TO PM-CONT-LIB-POSTADOS.
005574         ADD RO-QUANT-MILHAS TO PM-TOTAL-MILHAS-LIBERADAS.
005575         MOVE RO-QUANT-MILHAS TO PM-REL-MILHAS-REG-ED.
005577         MOVE SPACES TO RP-LINHA-RELATORIO.
005578         STRING "MEMBRO " DELIMITED BY SIZE
005579             RO-NUMERO-MEMBRO DELIMITED BY SIZE
005580             " MILHAS " DELIMITED BY SIZE
005581             PM-REL-MILHAS-REG-ED DELIMITED BY SIZE
005582             " - POSTADO DA RETENCAO DE " DELIMITED BY SIZE
005583             RO-DATA-CONVERSAO DELIMITED BY SIZE
005584             INTO RP-LINHA-RELATORIO.
005585         WRITE RP-LINHA-RELATORIO.
005586 2630-EXIT.
005587         EXIT.

005588******************************************************************
005589* 2650-GRAVAR-MOVIMENTO-RET
005590* GRAVA NO RAZAO MEMBMOV O MOVIMENTO "CRD" DO CREDITO LIBERADO QUE
005591* ACABOU DE SER POSTADO, NA DATA DA POSTAGEM, COM A REFERENCIA DE
005592* PARCEIRO E HORA DA CONVERSAO ORIGINAL.
005593******************************************************************
005594 2650-GRAVAR-MOVIMENTO-RET.
005595         MOVE SPACES TO MV-REGISTRO-MOVIMENTO.
005596         MOVE MB-NUMERO-MEMBRO TO MV-NUMERO-MEMBRO.
005597         MOVE PM-DATA-REFERENCIA TO MV-DATA-MOVIMENTO.
005598         MOVE ZERO TO MV-SEQUENCIA.
005599         MOVE "CRD" TO MV-ORIGEM-MOVIMENTO.
005600         MOVE RO-CODIGO-PARCEIRO TO PM-REF-PARCEIRO.
005601         MOVE RO-HORA-CONVERSAO TO PM-REF-HORA.
005602         MOVE PM-REFERENCIA-CREDITO TO MV-REFERENCIA.
005603         MOVE "+" TO MV-SINAL-MOVIMENTO.
005604         MOVE RO-QUANT-MILHAS TO MV-QUANT-MILHAS.
005605         MOVE PM-SALDO-ANTERIOR TO MV-SALDO-ANTERIOR.
005606         MOVE MB-SALDO-MILHAS TO MV-SALDO-NOVO.
005607         MOVE "N" TO PM-MOV-GRAVADO-SW.
005608         PERFORM 2260-GRAVAR-COM-SEQUENCIA THRU 2260-EXIT
005609             UNTIL MOVIMENTO-GRAVADO
005610                 OR MV-SEQUENCIA = 9999.
005611         IF NOT MOVIMENTO-GRAVADO
005612             DISPLAY "AVISO - MOVIMENTO NAO GRAVADO NO MEMBMOV - "
005613                 "CHAVE ESGOTADA PARA O MEMBRO "
005614                 MB-NUMERO-MEMBRO
005615         END-IF.
005616 2650-EXIT.
005617         EXIT.

005618******************************************************************
005619* 5000-REGISTRAR-INICIO-CICLO
005620* VERIFICA NO CONTROLE CICLOCTL SE A ETAPA ANTERIOR (03 -
005621* CALCMILHAS) FOI COMPLETADA NA DATA DE REFERENCIA E REGISTRA O
005622* INICIO DA ETAPA 04 (POSTAGEM). SEM A CONVERSAO COMPLETADA, A
005623* POSTAGEM E RECUSADA PARA NAO POSTAR UM MILEINTF INCOMPLETO.
005624* SE O CONTROLE NAO PUDER SER ABERTO, A EXECUCAO SEGUE COM
005625* AVISO, COMO NAS VERSOES ANTERIORES AO CONTROLE DO CICLO.
005626******************************************************************
005627 5000-REGISTRAR-INICIO-CICLO.
005628         OPEN I-O CICLO-CONTROLE-FILE.
005629         IF PM-CICLOCTL-STATUS = "35"
005630             OPEN OUTPUT CICLO-CONTROLE-FILE
005631             CLOSE CICLO-CONTROLE-FILE
005632             OPEN I-O CICLO-CONTROLE-FILE
005633         END-IF.
005634         IF PM-CICLOCTL-STATUS NOT = "00"
005635             DISPLAY "AVISO - NAO FOI POSSIVEL ABRIR O CONTROLE "
005636                 "CICLOCTL (STATUS " PM-CICLOCTL-STATUS ") - "
005637                 "EXECUCAO SEM REGISTRO DO CICLO."
005638             SET CICLO-LIBERADO TO TRUE
005639             GO TO 5000-EXIT
005640         END-IF.
005641         MOVE PM-DATA-REFERENCIA TO CY-DATA-CICLO.
005642         MOVE 03 TO CY-NUMERO-ETAPA.
005643         READ CICLO-CONTROLE-FILE
005644             INVALID KEY
005645                 DISPLAY "POSTAGEM RECUSADA - A CONVERSAO DO "
005646                     "LOTE (CALCMILHAS) AINDA NAO FOI EXECUTADA "
005647                     "NA DATA DE REFERENCIA (VER CICLOCTL)."
005648                 CLOSE CICLO-CONTROLE-FILE
005649                 GO TO 5000-EXIT
005650         END-READ.
005651         IF CY-SITUACAO-ETAPA NOT = "C"
005652             DISPLAY "POSTAGEM RECUSADA - A CONVERSAO DO LOTE "
005653                 "(CALCMILHAS) AINDA NAO FOI COMPLETADA NA "
005654                 "DATA DE REFERENCIA (VER CICLOCTL)."
005655             CLOSE CICLO-CONTROLE-FILE
005656             GO TO 5000-EXIT
005657         END-IF.
005658         MOVE PM-DATA-REFERENCIA TO CY-DATA-CICLO.
005660         MOVE 04 TO CY-NUMERO-ETAPA.
005670         READ CICLO-CONTROLE-FILE
005680             INVALID KEY
