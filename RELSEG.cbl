000010******************************************************************
000020* AUTHOR:     GELIEL GUSTAVO DE SOUZA SILVA.
000030* INSTALLATION: DEPARTAMENTO DE OPERACOES - MILHAGEM.
000040* DATE-WRITTEN: 15/10/2026.
000050* DATE-COMPILED:
000060******************************************************************
000070* HISTORICO DE ALTERACOES:
000080* DATA       AUTOR   DESCRICAO
000090* ---------- ------- ----------------------------------------
000100* 15/10/2026 GGSS    PROGRAMA ORIGINAL - RELATORIO DIARIO DE
000110*                    SEGURANCA: VARRE A TRILHA SECLOG DA DATA E
000120*                    GRAVA NO RELATORIO SEGREL AS FALHAS DE
000130*                    SIGN-ON POR OPERADOR E PROGRAMA, OS
000140*                    BLOQUEIOS E DESBLOQUEIOS DE OPERADOR, AS
000150*                    ALTERACOES DE PARAMETROS E TABELAS FEITAS
000160*                    PELOS PROGRAMAS DE MANUTENCAO E, PELO
000170*                    CADASTRO OPERMST, OS OPERADORES ATIVOS SEM
000180*                    SIGN-ON HA MAIS DE 90 DIAS.
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000220 PROGRAM-ID. RELSEG.
000230 AUTHOR. GELIEL GUSTAVO DE SOUZA SILVA.
000240 INSTALLATION. DEPARTAMENTO DE OPERACOES - MILHAGEM.
000250 DATE-WRITTEN. 15/10/2026.
000260 DATE-COMPILED.
000270 ENVIRONMENT DIVISION.
000280*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000290 CONFIGURATION SECTION.
000300 SPECIAL-NAMES.
000310     DECIMAL-POINT IS COMMA.
000320*-----------------------
000330 INPUT-OUTPUT SECTION.
000340*-----------------------
000350 FILE-CONTROL.
000360* TRILHA DE SEGURANCA GRAVADA PELOS PROGRAMAS COM SIGN-ON.
000370     SELECT SEGURANCA-LOG-FILE ASSIGN TO "SECLOG"
000380             ORGANIZATION IS SEQUENTIAL
000390             FILE STATUS IS SG-SECLOG-STATUS.
000400* CADASTRO MESTRE DE OPERADORES (VER CPYOPER).
000410     SELECT OPERADOR-MASTER-FILE ASSIGN TO "OPERMST"
000420             ORGANIZATION IS INDEXED
000430             ACCESS MODE IS DYNAMIC
000440             RECORD KEY IS OP-CODIGO
000450             FILE STATUS IS SG-OPERMST-STATUS.
000460* PARAMETRO DE CONVERSAO (VER CPYFATOR) - OPERADOR DO LOTE.
000470     SELECT FATOR-CONVERSAO-FILE ASSIGN TO "CALCPARM"
000480             ORGANIZATION IS SEQUENTIAL
000490             FILE STATUS IS SG-CALCPARM-STATUS.
000500* RELATORIO DE SEGURANCA DO DIA.
000510     SELECT RELATORIO-SEGURANCA-FILE ASSIGN TO "SEGREL"
000520             ORGANIZATION IS SEQUENTIAL
000530             FILE STATUS IS SG-SEGREL-STATUS.
000540 DATA DIVISION.
000550*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000560 FILE SECTION.
000570*-----------------------
000580 FD  SEGURANCA-LOG-FILE
000590             LABEL RECORDS ARE STANDARD
000600             RECORD CONTAINS 80 CHARACTERS.
000610 01  SL-LINHA-SEGURANCA              PIC X(80).
000620* VISAO DAS POSICOES FIXAS DA LINHA: DATA E HORA DO EVENTO. O
000630* PROGRAMA, O OPERADOR E O EVENTO VEM A SEGUIR, SEPARADOS POR UM
000640* ESPACO, E SAO SEPARADOS EM 2300 (O NOME DO PROGRAMA NAO TEM
000650* TAMANHO FIXO).
000660 01  SL-REGISTRO-SEGURANCA.
000670     05  SL-DATA-EVENTO              PIC 9(08).
000680     05  FILLER                      PIC X(01).
000690     05  SL-HORA-EVENTO.
000700         10  SL-HORA-HH              PIC X(02).
000710         10  SL-HORA-MM              PIC X(02).
000720         10  SL-HORA-SS              PIC X(02).
000730         10  SL-HORA-CC              PIC X(02).
000740     05  FILLER                      PIC X(63).

000760 FD  OPERADOR-MASTER-FILE
000770             LABEL RECORDS ARE STANDARD
000780             RECORD CONTAINS 80 CHARACTERS.
000790 COPY CPYOPER.

000810 FD  FATOR-CONVERSAO-FILE
000820             LABEL RECORDS ARE STANDARD
000830             RECORD CONTAINS 80 CHARACTERS.
000840 COPY CPYFATOR.

000860 FD  RELATORIO-SEGURANCA-FILE
000870             LABEL RECORDS ARE STANDARD
000880             RECORD CONTAINS 80 CHARACTERS.
000890 01  SR-LINHA-RELATORIO              PIC X(80).

000910 WORKING-STORAGE SECTION.
000920*-----------------------
000930* STATUS DOS ARQUIVOS UTILIZADOS PELO PROGRAMA.
000940 01  SG-SECLOG-STATUS                PIC X(02).
000950 01  SG-OPERMST-STATUS               PIC X(02).
000960 01  SG-CALCPARM-STATUS              PIC X(02).
000970 01  SG-SEGREL-STATUS                PIC X(02).

000990 01  SG-FIM-ARQUIVO-SW               PIC X(01) VALUE "N".
001000             88  FIM-ARQUIVO                 VALUE "S".
001010 01  SG-FIM-OPERADORES-SW            PIC X(01) VALUE "N".
001020             88  FIM-OPERADORES              VALUE "S".
001030 01  SG-SECLOG-AUSENTE-SW            PIC X(01) VALUE "N".
001040             88  SECLOG-AUSENTE              VALUE "S".
001050 01  SG-OPERMST-ABERTO-SW            PIC X(01) VALUE "N".
001060             88  OPERMST-ABERTO              VALUE "S".

001080* DATA DO RELATORIO (AAAAMMDD). EM BRANCO, A DATA DE HOJE.
001090 01  SG-DATA-REF-ENTRADA             PIC X(08).
001100 01  SG-DATA-REFERENCIA              PIC 9(08) VALUE ZERO.
001110 01  SG-DIAS-REFERENCIA              PIC 9(08) COMP VALUE ZERO.

001130* FASE DA VARREDURA DA SECLOG: NA PRIMEIRA, OS EVENTOS DA DATA
001140* SAO CLASSIFICADOS E CONTADOS E AS FALHAS DE SIGN-ON ACUMULADAS
001150* NA TABELA; NAS SEGUINTES, SAO LISTADOS OS BLOQUEIOS E AS
001160* ALTERACOES, NA ORDEM EM QUE FORAM GRAVADOS.
001170 01  SG-FASE-SW                      PIC X(01) VALUE "F".
001180             88  FASE-CONTAGEM               VALUE "F".
001190             88  FASE-BLOQUEIOS              VALUE "B".
001200             88  FASE-ALTERACOES             VALUE "A".

001220* CAMPOS DA LINHA DA SECLOG EM EXAME.
001230 01  SG-PONTEIRO                     PIC 9(03) COMP.
001240 01  SG-PROGRAMA-LOG                 PIC X(10).
001250* PROGRAMAS DE MANUTENCAO DE PARAMETROS E TABELAS. OS EVENTOS
001260* DELES QUE NAO SAO DE SIGN-ON NEM DE BLOQUEIO SAO ALTERACOES.
001270             88  PROGRAMA-MANUTENCAO         VALUE "MANTPARM"
001280                                             "MANTEXC"
001290                                             "MANTOPER"
001300                                             "MANTNIVEL"
001310                                             "MANTPARC"
001320                                             "MANTCAMP".
001330 01  SG-OPERADOR-LOG                 PIC X(08).
001340 01  SG-SEPARADOR-LOG                PIC X(01).
001350 01  SG-EVENTO-LOG                   PIC X(34).
001360* VISOES DO INICIO DO EVENTO PARA A CLASSIFICACAO EM 2400.
001370 01  SG-EVENTO-VISAO-LOTE REDEFINES SG-EVENTO-LOG.
001380     05  SG-EVENTO-INICIO-05         PIC X(05).
001390             88  EVENTO-LOTE                 VALUE "LOTE ".
001400     05  FILLER                      PIC X(29).
001410 01  SG-EVENTO-VISAO-ACESSO REDEFINES SG-EVENTO-LOG.
001420     05  SG-EVENTO-INICIO-07         PIC X(07).
001430             88  EVENTO-ACESSO               VALUE "ACESSO ".
001440     05  FILLER                      PIC X(27).
001450 01  SG-EVENTO-VISAO-SIGNON REDEFINES SG-EVENTO-LOG.
001460     05  SG-EVENTO-INICIO-08         PIC X(08).
001470             88  EVENTO-SIGN-ON              VALUE "SIGN-ON ".
001480             88  EVENTO-BLOQUEIO             VALUE "BLOQUEIO".
001490     05  FILLER                      PIC X(26).
001500 01  SG-EVENTO-VISAO-DESBLOQ REDEFINES SG-EVENTO-LOG.
001510     05  SG-EVENTO-INICIO-11         PIC X(11).
001520             88  EVENTO-DESBLOQUEIO          VALUE "DESBLOQUEIO".
001530     05  FILLER                      PIC X(23).
001540 01  SG-EVENTO-VISAO-SENHA REDEFINES SG-EVENTO-LOG.
001550     05  SG-EVENTO-INICIO-14         PIC X(14).
001560             88  EVENTO-TROCA-SENHA          VALUE
001570                                             "SENHA ALTERADA".
001580     05  FILLER                      PIC X(20).

001600 01  SG-TIPO-EVENTO-SW               PIC X(01).
001610             88  TIPO-FALHA                  VALUE "F".
001620             88  TIPO-BLOQUEIO               VALUE "B".
001630             88  TIPO-DESBLOQUEIO            VALUE "D".
001640             88  TIPO-TROCA-SENHA            VALUE "S".
001650             88  TIPO-ALTERACAO              VALUE "A".
001660             88  TIPO-OUTRO                  VALUE "O".

001680* FALHAS DE SIGN-ON DO DIA POR OPERADOR E PROGRAMA, MANTIDAS EM
001690* ORDEM DE OPERADOR + PROGRAMA PARA A LISTAGEM.
001700 01  SG-QTD-FALHAS                   PIC 9(03) COMP VALUE ZERO.
001710 01  SG-TABELA-FALHAS.
001720     05  SG-FALHA-TABELA OCCURS 500 TIMES.
001730         10  SG-TAB-CHAVE.
001740             15  SG-TAB-OPERADOR     PIC X(08).
001750             15  SG-TAB-PROGRAMA     PIC X(10).
001760         10  SG-TAB-FALHAS           PIC 9(07) COMP.
001770 01  SG-CHAVE-FALHA.
001780     05  SG-CHAVE-OPERADOR           PIC X(08).
001790     05  SG-CHAVE-PROGRAMA           PIC X(10).
001800 01  SG-FALHA-SUB                    PIC 9(03) COMP.
001810 01  SG-FALHA-ACHADA                 PIC 9(03) COMP VALUE ZERO.
001820 01  SG-FALHA-POSICAO-SW             PIC X(01).
001830             88  FALHA-POSICIONADA           VALUE "S".
001840             88  FALHA-NAO-POSICIONADA       VALUE "N".

001860* OPERADOR DO LOTE DO CALCMILHAS: NAO FAZ SIGN-ON INTERATIVO E E
001870* APONTADO COMO TAL NA LISTA DE OPERADORES SEM SIGN-ON.
001880 01  SG-OPERADOR-LOTE                PIC X(08) VALUE SPACES.

001900* PRAZO (EM DIAS DESDE O ULTIMO SIGN-ON ACEITO) A PARTIR DO QUAL
001910* O OPERADOR ATIVO E LISTADO COMO SEM USO.
001920 01  SG-DIAS-SEM-SIGNON              PIC 9(05) COMP VALUE 90.
001930 01  SG-DATA-BASE                    PIC 9(08).
001940 01  SG-DIAS-BASE                    PIC 9(08) COMP.
001950 01  SG-DIAS-INATIVO                 PIC S9(07) COMP.

001970* CONTADORES DA EXECUCAO.
001980 01  SG-CONT-EVENTOS-DIA             PIC 9(09) COMP VALUE ZERO.
001990 01  SG-CONT-FALHAS                  PIC 9(09) COMP VALUE ZERO.
002000 01  SG-CONT-BLOQUEIOS               PIC 9(09) COMP VALUE ZERO.
002010 01  SG-CONT-DESBLOQUEIOS            PIC 9(09) COMP VALUE ZERO.
002020 01  SG-CONT-TROCAS-SENHA            PIC 9(09) COMP VALUE ZERO.
002030 01  SG-CONT-ALTERACOES              PIC 9(09) COMP VALUE ZERO.
002040 01  SG-CONT-OUTROS                  PIC 9(09) COMP VALUE ZERO.
002050 01  SG-CONT-SEM-SIGNON              PIC 9(09) COMP VALUE ZERO.
002060 01  SG-CONT-LISTADOS                PIC 9(09) COMP VALUE ZERO.

002080* CAMPOS EDITADOS USADOS SOMENTE PARA MONTAR AS LINHAS DO
002090* RELATORIO.
002100 01  SG-REL-CONTADOR-ED              PIC Z(08)9.
002110 01  SG-REL-FALHAS-ED                PIC Z(06)9.
002120 01  SG-REL-DIAS-ED                  PIC Z(04)9.
002130 01  SG-REL-HORA-ED.
002140     05  SG-REL-HORA-HH              PIC X(02).
002150     05  FILLER                      PIC X(01) VALUE ":".
002160     05  SG-REL-HORA-MM              PIC X(02).
002170     05  FILLER                      PIC X(01) VALUE ":".
002180     05  SG-REL-HORA-SS              PIC X(02).
002190 01  SG-REL-ULTIMO-SIGNON            PIC X(08).
002200 01  SG-REL-SITUACAO                 PIC X(09).
002210 01  SG-TITULO-SECAO                 PIC X(80).

002230 PROCEDURE DIVISION.
002240*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002250******************************************************************
002260* 0000-MAINLINE
002270* PARAGRAFO PRINCIPAL - OBTEM A DATA, VARRE A SECLOG UMA VEZ POR
002280* SECAO DO RELATORIO, LISTA OS OPERADORES SEM SIGN-ON E GRAVA
002290* OS TOTAIS.
002300******************************************************************
002310 0000-MAINLINE.
002320         PERFORM 1000-OBTER-DATA-REFERENCIA THRU 1000-EXIT.
002330         PERFORM 1100-LER-OPERADOR-LOTE THRU 1100-EXIT.
002340         OPEN OUTPUT RELATORIO-SEGURANCA-FILE.
002350         IF SG-SEGREL-STATUS NOT = "00"
002360             DISPLAY "ERRO AO ABRIR O ARQUIVO SEGREL - STATUS "
002370                 SG-SEGREL-STATUS
002380             GO TO 0000-EXIT
002390         END-IF.
002400         MOVE SPACES TO SR-LINHA-RELATORIO.
002410         STRING "RELATORIO DIARIO DE SEGURANCA - DATA: "
002420             DELIMITED BY SIZE
002430             SG-DATA-REFERENCIA DELIMITED BY SIZE
002440             INTO SR-LINHA-RELATORIO.
002450         WRITE SR-LINHA-RELATORIO.

002470         SET FASE-CONTAGEM TO TRUE.
002480         PERFORM 2000-VARRER-SECLOG THRU 2000-EXIT.
002490         PERFORM 3000-LISTAR-FALHAS THRU 3000-EXIT.

002510         MOVE "BLOQUEIOS E DESBLOQUEIOS DE OPERADOR"
002520             TO SG-TITULO-SECAO.
002530         PERFORM 4900-ABRIR-SECAO THRU 4900-EXIT.
002540         SET FASE-BLOQUEIOS TO TRUE.
002550         PERFORM 2000-VARRER-SECLOG THRU 2000-EXIT.
002560         PERFORM 4910-FECHAR-SECAO THRU 4910-EXIT.

002580         MOVE "ALTERACOES DE PARAMETROS E TABELAS"
002590             TO SG-TITULO-SECAO.
002600         PERFORM 4900-ABRIR-SECAO THRU 4900-EXIT.
002610         SET FASE-ALTERACOES TO TRUE.
002620         PERFORM 2000-VARRER-SECLOG THRU 2000-EXIT.
002630         PERFORM 4910-FECHAR-SECAO THRU 4910-EXIT.

002650         PERFORM 5000-LISTAR-SEM-SIGNON THRU 5000-EXIT.
002660         PERFORM 6000-GRAVAR-TOTAIS THRU 6000-EXIT.
002670         CLOSE RELATORIO-SEGURANCA-FILE.
002680         DISPLAY "RELATORIO DE SEGURANCA GRAVADO NO SEGREL - "
002690             "FALHAS: " SG-CONT-FALHAS
002700             " BLOQUEIOS: " SG-CONT-BLOQUEIOS.
002710         GO TO 0000-EXIT.
002720 0000-EXIT.
002730         STOP RUN.

002750******************************************************************
002760* 1000-OBTER-DATA-REFERENCIA
002770* OBTEM A DATA (AAAAMMDD) DO DIA A EXAMINAR. EM BRANCO OU
002780* INVALIDA, ASSUME A DATA DE HOJE.
002790******************************************************************
002800 1000-OBTER-DATA-REFERENCIA.
002810         DISPLAY "DATA DO RELATORIO DE SEGURANCA (AAAAMMDD, EM "
002820             "BRANCO PARA HOJE): ".
002830         ACCEPT SG-DATA-REF-ENTRADA.
002840         IF SG-DATA-REF-ENTRADA IS NUMERIC
002850             MOVE SG-DATA-REF-ENTRADA TO SG-DATA-REFERENCIA
002860         END-IF.
002870         IF SG-DATA-REFERENCIA < 19000101
002880             ACCEPT SG-DATA-REFERENCIA FROM DATE YYYYMMDD
002890         END-IF.
002900         COMPUTE SG-DIAS-REFERENCIA =
002910             FUNCTION INTEGER-OF-DATE(SG-DATA-REFERENCIA).
002920 1000-EXIT.
002930         EXIT.

002950******************************************************************
002960* 1100-LER-OPERADOR-LOTE
002970* LE DO CALCPARM O OPERADOR DO LOTE, SOMENTE PARA APONTA-LO NA
002980* LISTA DE OPERADORES SEM SIGN-ON. SEM O PARAMETRO, NENHUM
002990* OPERADOR E APONTADO.
003000******************************************************************
003010 1100-LER-OPERADOR-LOTE.
003020         OPEN INPUT FATOR-CONVERSAO-FILE.
003030         IF SG-CALCPARM-STATUS NOT = "00"
003040             GO TO 1100-EXIT
003050         END-IF.
003060         READ FATOR-CONVERSAO-FILE
003070             AT END MOVE SPACES TO CF-OPERADOR-LOTE
003080         END-READ.
003090         MOVE CF-OPERADOR-LOTE TO SG-OPERADOR-LOTE.
003100         CLOSE FATOR-CONVERSAO-FILE.
003110 1100-EXIT.
003120         EXIT.

003140******************************************************************
003150* 2000-VARRER-SECLOG
003160* LE A TRILHA SECLOG DO INICIO AO FIM E TRATA OS EVENTOS DA DATA
003170* DE ACORDO COM A FASE. SEM A SECLOG, O AVISO E GRAVADO UMA VEZ
003180* E AS DEMAIS FASES NAO TEM O QUE LISTAR.
003190******************************************************************
003200 2000-VARRER-SECLOG.
003210         IF SECLOG-AUSENTE
003220             GO TO 2000-EXIT
003230         END-IF.
003240         MOVE "N" TO SG-FIM-ARQUIVO-SW.
003250         OPEN INPUT SEGURANCA-LOG-FILE.
003260         IF SG-SECLOG-STATUS = "35"
003270             SET SECLOG-AUSENTE TO TRUE
003280             MOVE SPACES TO SR-LINHA-RELATORIO
003290             STRING "AVISO: ARQUIVO SECLOG INEXISTENTE"
003300                 DELIMITED BY SIZE
003310                 INTO SR-LINHA-RELATORIO
003320             WRITE SR-LINHA-RELATORIO
003330             GO TO 2000-EXIT
003340         END-IF.
003350         IF SG-SECLOG-STATUS NOT = "00"
003360             SET SECLOG-AUSENTE TO TRUE
003370             DISPLAY "ERRO AO ABRIR O ARQUIVO SECLOG - STATUS "
003380                 SG-SECLOG-STATUS
003390             GO TO 2000-EXIT
003400         END-IF.
003410         PERFORM 2100-LER-SECLOG THRU 2100-EXIT.
003420         PERFORM 2200-TRATAR-EVENTO THRU 2200-EXIT
003430             UNTIL FIM-ARQUIVO.
003440         CLOSE SEGURANCA-LOG-FILE.
003450 2000-EXIT.
003460         EXIT.

003480 2100-LER-SECLOG.
003490         READ SEGURANCA-LOG-FILE
003500             AT END SET FIM-ARQUIVO TO TRUE
003510         END-READ.
003520 2100-EXIT.
003530         EXIT.

003550******************************************************************
003560* 2200-TRATAR-EVENTO
003570* SEPARA E CLASSIFICA UM EVENTO DA DATA. NA FASE DE CONTAGEM
003580* ACUMULA OS CONTADORES E AS FALHAS DE SIGN-ON; NAS FASES DE
003590* LISTAGEM GRAVA A LINHA DOS EVENTOS DA SECAO.
003600******************************************************************
003610 2200-TRATAR-EVENTO.
003620         IF SL-DATA-EVENTO NOT NUMERIC
003630             OR SL-DATA-EVENTO NOT = SG-DATA-REFERENCIA
003640             GO TO 2200-LER-PROXIMO
003650         END-IF.
003660         PERFORM 2300-SEPARAR-CAMPOS THRU 2300-EXIT.
003670         PERFORM 2400-CLASSIFICAR-EVENTO THRU 2400-EXIT.
003680         IF FASE-CONTAGEM
003690             PERFORM 2500-CONTAR-EVENTO THRU 2500-EXIT
003700             GO TO 2200-LER-PROXIMO
003710         END-IF.
003720         IF FASE-BLOQUEIOS
003730             IF TIPO-BLOQUEIO OR TIPO-DESBLOQUEIO
003740                 PERFORM 4000-LISTAR-EVENTO THRU 4000-EXIT
003750             END-IF
003760         ELSE
003770             IF TIPO-ALTERACAO
003780                 PERFORM 4000-LISTAR-EVENTO THRU 4000-EXIT
003790             END-IF
003800         END-IF.
003810 2200-LER-PROXIMO.
003820         PERFORM 2100-LER-SECLOG THRU 2100-EXIT.
003830 2200-EXIT.
003840         EXIT.

003860******************************************************************
003870* 2300-SEPARAR-CAMPOS
003880* A PARTIR DA POSICAO 19 DA LINHA: O NOME DO PROGRAMA ATE O
003890* PRIMEIRO ESPACO, E DEPOIS DELE O OPERADOR (8 POSICOES), UM
003900* ESPACO E O EVENTO (34 POSICOES), COMO GRAVADOS PELOS PROGRAMAS.
003910******************************************************************
003920 2300-SEPARAR-CAMPOS.
003930         MOVE SPACES TO SG-PROGRAMA-LOG.
003940         MOVE SPACES TO SG-OPERADOR-LOG.
003950         MOVE SPACES TO SG-EVENTO-LOG.
003960         MOVE 19 TO SG-PONTEIRO.
003970         UNSTRING SL-LINHA-SEGURANCA DELIMITED BY " "
003980             INTO SG-PROGRAMA-LOG
003990             WITH POINTER SG-PONTEIRO
004000         END-UNSTRING.
004010         UNSTRING SL-LINHA-SEGURANCA
004020             INTO SG-OPERADOR-LOG
004030                  SG-SEPARADOR-LOG
004040                  SG-EVENTO-LOG
004050             WITH POINTER SG-PONTEIRO
004060         END-UNSTRING.
004070 2300-EXIT.
004080         EXIT.

004100******************************************************************
004110* 2400-CLASSIFICAR-EVENTO
004120* FALHA: SIGN-ON RECUSADO EM QUALQUER PROGRAMA ("SIGN-ON ...")
004130* OU OPERADOR DO LOTE RECUSADO NO CALCMILHAS ("LOTE ...").
004140* BLOQUEIO / DESBLOQUEIO: PELO INICIO DO EVENTO. TROCA DE SENHA:
004150* SENHA ALTERADA NO SIGN-ON. ALTERACAO: DEMAIS EVENTOS DOS
004160* PROGRAMAS DE MANUTENCAO, EXCETO O ACESSO SEM SUPERVISOR DO
004170* MANTOPER. O RESTANTE (CONSULTAS E ACESSOS) E SOMENTE CONTADO.
004180******************************************************************
004190 2400-CLASSIFICAR-EVENTO.
004200         SET TIPO-OUTRO TO TRUE.
004210         IF EVENTO-SIGN-ON OR EVENTO-LOTE
004220             SET TIPO-FALHA TO TRUE
004230             GO TO 2400-EXIT
004240         END-IF.
004250         IF EVENTO-BLOQUEIO
004260             SET TIPO-BLOQUEIO TO TRUE
004270             GO TO 2400-EXIT
004280         END-IF.
004290         IF EVENTO-DESBLOQUEIO
004300             SET TIPO-DESBLOQUEIO TO TRUE
004310             GO TO 2400-EXIT
004320         END-IF.
004330         IF EVENTO-TROCA-SENHA
004340             SET TIPO-TROCA-SENHA TO TRUE
004350             GO TO 2400-EXIT
004360         END-IF.
004370         IF PROGRAMA-MANUTENCAO AND NOT EVENTO-ACESSO
004380             SET TIPO-ALTERACAO TO TRUE
004390         END-IF.
004400 2400-EXIT.
004410         EXIT.

004430******************************************************************
004440* 2500-CONTAR-EVENTO
004450* ACUMULA O EVENTO NO SEU CONTADOR E, SE FOR FALHA DE SIGN-ON,
004460* NA TABELA POR OPERADOR E PROGRAMA.
004470******************************************************************
004480 2500-CONTAR-EVENTO.
004490         ADD 1 TO SG-CONT-EVENTOS-DIA.
004500         IF TIPO-FALHA
004510             ADD 1 TO SG-CONT-FALHAS
004520             PERFORM 2600-ACUMULAR-FALHA THRU 2600-EXIT
004530             GO TO 2500-EXIT
004540         END-IF.
004550         IF TIPO-BLOQUEIO
004560             ADD 1 TO SG-CONT-BLOQUEIOS
004570             GO TO 2500-EXIT
004580         END-IF.
004590         IF TIPO-DESBLOQUEIO
004600             ADD 1 TO SG-CONT-DESBLOQUEIOS
004610             GO TO 2500-EXIT
004620         END-IF.
004630         IF TIPO-TROCA-SENHA
004640             ADD 1 TO SG-CONT-TROCAS-SENHA
004650             GO TO 2500-EXIT
004660         END-IF.
004670         IF TIPO-ALTERACAO
004680             ADD 1 TO SG-CONT-ALTERACOES
004690         ELSE
004700             ADD 1 TO SG-CONT-OUTROS
004710         END-IF.
004720 2500-EXIT.
004730         EXIT.

004750******************************************************************
004760* 2600-ACUMULAR-FALHA
004770* LOCALIZA NA TABELA A POSICAO DO OPERADOR + PROGRAMA. SE JA
004780* EXISTE, SOMA A FALHA; SE NAO, ABRE A POSICAO DESLOCANDO OS
004790* SEGUINTES, PARA QUE A TABELA FIQUE SEMPRE EM ORDEM.
004800******************************************************************
004810 2600-ACUMULAR-FALHA.
004820         MOVE SG-OPERADOR-LOG TO SG-CHAVE-OPERADOR.
004830         MOVE SG-PROGRAMA-LOG TO SG-CHAVE-PROGRAMA.
004840         SET FALHA-NAO-POSICIONADA TO TRUE.
004850         COMPUTE SG-FALHA-ACHADA = SG-QTD-FALHAS + 1.
004860         PERFORM 2610-POSICIONAR-FALHA THRU 2610-EXIT
004870             VARYING SG-FALHA-SUB FROM 1 BY 1
004880             UNTIL SG-FALHA-SUB > SG-QTD-FALHAS
004890                 OR FALHA-POSICIONADA.
004900         IF FALHA-POSICIONADA
004910             IF SG-TAB-CHAVE(SG-FALHA-ACHADA) = SG-CHAVE-FALHA
004920                 ADD 1 TO SG-TAB-FALHAS(SG-FALHA-ACHADA)
004930                 GO TO 2600-EXIT
004940             END-IF
004950         END-IF.
004960         IF SG-QTD-FALHAS = 500
004970             DISPLAY "AVISO - MAIS DE 500 OPERADORES/PROGRAMAS "
004980                 "COM FALHA - EXCEDENTE NAO ACUMULADO."
004990             GO TO 2600-EXIT
005000         END-IF.
005010         PERFORM 2620-DESLOCAR-FALHA THRU 2620-EXIT
005020             VARYING SG-FALHA-SUB FROM SG-QTD-FALHAS BY -1
005030             UNTIL SG-FALHA-SUB < SG-FALHA-ACHADA.
005040         ADD 1 TO SG-QTD-FALHAS.
005050         MOVE SG-CHAVE-FALHA TO SG-TAB-CHAVE(SG-FALHA-ACHADA).
005060         MOVE 1 TO SG-TAB-FALHAS(SG-FALHA-ACHADA).
005070 2600-EXIT.
005080         EXIT.

005100 2610-POSICIONAR-FALHA.
005110         IF SG-TAB-CHAVE(SG-FALHA-SUB) NOT < SG-CHAVE-FALHA
005120             SET FALHA-POSICIONADA TO TRUE
005130             MOVE SG-FALHA-SUB TO SG-FALHA-ACHADA
005140         END-IF.
005150 2610-EXIT.
005160         EXIT.

005180 2620-DESLOCAR-FALHA.
005190         MOVE SG-FALHA-TABELA(SG-FALHA-SUB)
005200             TO SG-FALHA-TABELA(SG-FALHA-SUB + 1).
005210 2620-EXIT.
005220         EXIT.

005240******************************************************************
005250* 3000-LISTAR-FALHAS
005260* GRAVA A SECAO DE FALHAS DE SIGN-ON: UMA LINHA POR OPERADOR E
005270* PROGRAMA, COM A QUANTIDADE DE FALHAS DO DIA E A INDICACAO DO
005280* OPERADOR QUE ESTA BLOQUEADO NO CADASTRO.
005290******************************************************************
005300 3000-LISTAR-FALHAS.
005310         MOVE "FALHAS DE SIGN-ON POR OPERADOR E PROGRAMA"
005320             TO SG-TITULO-SECAO.
005330         PERFORM 4900-ABRIR-SECAO THRU 4900-EXIT.
005340         OPEN INPUT OPERADOR-MASTER-FILE.
005350         IF SG-OPERMST-STATUS = "00"
005360             SET OPERMST-ABERTO TO TRUE
005370         ELSE
005380             DISPLAY "AVISO - OPERMST INDISPONIVEL (STATUS "
005390                 SG-OPERMST-STATUS ") - SITUACAO DOS "
005400                 "OPERADORES NAO SERA LISTADA."
005410         END-IF.
005420         PERFORM 3100-LISTAR-FALHA THRU 3100-EXIT
005430             VARYING SG-FALHA-SUB FROM 1 BY 1
005440             UNTIL SG-FALHA-SUB > SG-QTD-FALHAS.
005450         PERFORM 4910-FECHAR-SECAO THRU 4910-EXIT.
005460 3000-EXIT.
005470         EXIT.

005490 3100-LISTAR-FALHA.
005500         MOVE SPACES TO SG-REL-SITUACAO.
005510         IF OPERMST-ABERTO
005520             MOVE SG-TAB-OPERADOR(SG-FALHA-SUB) TO OP-CODIGO
005530             READ OPERADOR-MASTER-FILE
005540                 INVALID KEY MOVE "NAO CADAS" TO SG-REL-SITUACAO
005550                 NOT INVALID KEY
005560                     IF OP-BLOQUEADO
005570                         MOVE "BLOQUEADO" TO SG-REL-SITUACAO
005580                     END-IF
005590             END-READ
005600         END-IF.
005610         MOVE SG-TAB-FALHAS(SG-FALHA-SUB) TO SG-REL-FALHAS-ED.
005620         MOVE SPACES TO SR-LINHA-RELATORIO.
005630         STRING "OPERADOR " DELIMITED BY SIZE
005640             SG-TAB-OPERADOR(SG-FALHA-SUB) DELIMITED BY SIZE
005650             " PROGRAMA " DELIMITED BY SIZE
005660             SG-TAB-PROGRAMA(SG-FALHA-SUB) DELIMITED BY SIZE
005670             " FALHAS: " DELIMITED BY SIZE
005680             SG-REL-FALHAS-ED DELIMITED BY SIZE
005690             " " DELIMITED BY SIZE
005700             SG-REL-SITUACAO DELIMITED BY SIZE
005710             INTO SR-LINHA-RELATORIO.
005720         WRITE SR-LINHA-RELATORIO.
005730         ADD 1 TO SG-CONT-LISTADOS.
005740 3100-EXIT.
005750         EXIT.

005770******************************************************************
005780* 4000-LISTAR-EVENTO
005790* GRAVA A LINHA DE DETALHE DE UM EVENTO: HORA, PROGRAMA,
005800* OPERADOR E O EVENTO COMO GRAVADO NA SECLOG.
005810******************************************************************
005820 4000-LISTAR-EVENTO.
005830         MOVE SL-HORA-HH TO SG-REL-HORA-HH.
005840         MOVE SL-HORA-MM TO SG-REL-HORA-MM.
005850         MOVE SL-HORA-SS TO SG-REL-HORA-SS.
005860         MOVE SPACES TO SR-LINHA-RELATORIO.
005870         STRING SG-REL-HORA-ED DELIMITED BY SIZE
005880             " " DELIMITED BY SIZE
005890             SG-PROGRAMA-LOG DELIMITED BY SIZE
005900             " " DELIMITED BY SIZE
005910             SG-OPERADOR-LOG DELIMITED BY SIZE
005920             " " DELIMITED BY SIZE
005930             SG-EVENTO-LOG DELIMITED BY SIZE
005940             INTO SR-LINHA-RELATORIO.
005950         WRITE SR-LINHA-RELATORIO.
005960         ADD 1 TO SG-CONT-LISTADOS.
005970 4000-EXIT.
005980         EXIT.

006000******************************************************************
006010* 4900-ABRIR-SECAO / 4910-FECHAR-SECAO
006020* GRAVAM O TITULO DA SECAO (JA MOVIDO PELO CHAMADOR) E, NO
006030* FECHAMENTO, O AVISO DE SECAO SEM EVENTOS.
006040******************************************************************
006050 4900-ABRIR-SECAO.
006060         MOVE SPACES TO SR-LINHA-RELATORIO.
006070         WRITE SR-LINHA-RELATORIO.
006080         MOVE SG-TITULO-SECAO TO SR-LINHA-RELATORIO.
006090         WRITE SR-LINHA-RELATORIO.
006100         MOVE ZERO TO SG-CONT-LISTADOS.
006110 4900-EXIT.
006120         EXIT.

006140 4910-FECHAR-SECAO.
006150         IF SG-CONT-LISTADOS = ZERO
006160             MOVE SPACES TO SR-LINHA-RELATORIO
006170             STRING "    NENHUM REGISTRO NA DATA."
006180                 DELIMITED BY SIZE
006190                 INTO SR-LINHA-RELATORIO
006200             WRITE SR-LINHA-RELATORIO
006210         END-IF.
006220 4910-EXIT.
006230         EXIT.

006250******************************************************************
006260* 5000-LISTAR-SEM-SIGNON
006270* PERCORRE O CADASTRO DE OPERADORES E LISTA OS ATIVOS CUJO
006280* ULTIMO SIGN-ON ACEITO (OU, SE NUNCA HOUVE, A DATA DE CADASTRO)
006290* TEM MAIS DE 90 DIAS NA DATA DO RELATORIO.
006300******************************************************************
006310 5000-LISTAR-SEM-SIGNON.
006320         MOVE "OPERADORES ATIVOS SEM SIGN-ON HA MAIS DE 90 DIAS"
006330             TO SG-TITULO-SECAO.
006340         PERFORM 4900-ABRIR-SECAO THRU 4900-EXIT.
006350         IF NOT OPERMST-ABERTO
006360             MOVE SPACES TO SR-LINHA-RELATORIO
006370             STRING "AVISO: CADASTRO OPERMST INDISPONIVEL"
006380                 DELIMITED BY SIZE
006390                 INTO SR-LINHA-RELATORIO
006400             WRITE SR-LINHA-RELATORIO
006410             GO TO 5000-EXIT
006420         END-IF.
006430         MOVE SPACES TO SR-LINHA-RELATORIO.
006440         STRING "OPERADOR NOME                      N "
006450             DELIMITED BY SIZE
006460             "ULTIMO    DIAS" DELIMITED BY SIZE
006470             INTO SR-LINHA-RELATORIO.
006480         WRITE SR-LINHA-RELATORIO.
006490         MOVE LOW-VALUES TO OP-CODIGO.
006500         START OPERADOR-MASTER-FILE
006510             KEY IS NOT LESS THAN OP-CODIGO
006520             INVALID KEY SET FIM-OPERADORES TO TRUE
006530         END-START.
006540         IF NOT FIM-OPERADORES
006550             PERFORM 5100-LER-OPERADOR THRU 5100-EXIT
006560         END-IF.
006570         PERFORM 5200-EXAMINAR-OPERADOR THRU 5200-EXIT
006580             UNTIL FIM-OPERADORES.
006590         CLOSE OPERADOR-MASTER-FILE.
006600         PERFORM 4910-FECHAR-SECAO THRU 4910-EXIT.
006610 5000-EXIT.
006620         EXIT.

006640 5100-LER-OPERADOR.
006650         READ OPERADOR-MASTER-FILE NEXT RECORD
006660             AT END SET FIM-OPERADORES TO TRUE
006670         END-READ.
006680 5100-EXIT.
006690         EXIT.

006710******************************************************************
006720* 5200-EXAMINAR-OPERADOR
006730* OPERADOR DESATIVADO NAO E LISTADO. DATAS EM BRANCO OU
006740* INVALIDAS (REGISTROS ANTERIORES AO CONTROLE DE SIGN-ON) CONTAM
006750* COMO NUNCA; SEM NENHUMA DATA VALIDA, O OPERADOR E LISTADO SEM
006760* A QUANTIDADE DE DIAS.
006770******************************************************************
006780 5200-EXAMINAR-OPERADOR.
006790         IF OP-SITUACAO NOT = "A"
006800             GO TO 5200-LER-PROXIMO
006810         END-IF.
006820         MOVE ZERO TO SG-DATA-BASE.
006830         MOVE "NUNCA" TO SG-REL-ULTIMO-SIGNON.
006840         IF OP-DATA-ULT-SIGNON IS NUMERIC
006850             AND OP-DATA-ULT-SIGNON > 19000100
006860             MOVE OP-DATA-ULT-SIGNON TO SG-DATA-BASE
006870             MOVE OP-DATA-ULT-SIGNON TO SG-REL-ULTIMO-SIGNON
006880         ELSE
006890             IF OP-DATA-CADASTRO IS NUMERIC
006900                 AND OP-DATA-CADASTRO > 19000100
006910                 MOVE OP-DATA-CADASTRO TO SG-DATA-BASE
006920             END-IF
006930         END-IF.
006940         MOVE ZERO TO SG-DIAS-INATIVO.
006950         IF SG-DATA-BASE NOT = ZERO
006960             COMPUTE SG-DIAS-BASE =
006970                 FUNCTION INTEGER-OF-DATE(SG-DATA-BASE)
006980             COMPUTE SG-DIAS-INATIVO =
006990                 SG-DIAS-REFERENCIA - SG-DIAS-BASE
007000             IF SG-DIAS-INATIVO NOT > SG-DIAS-SEM-SIGNON
007010                 GO TO 5200-LER-PROXIMO
007020             END-IF
007030         END-IF.
007040         MOVE SPACES TO SG-REL-SITUACAO.
007050         IF OP-BLOQUEADO
007060             MOVE "BLOQUEADO" TO SG-REL-SITUACAO
007070         ELSE
007080             IF OP-CODIGO = SG-OPERADOR-LOTE
007090                 MOVE "LOTE" TO SG-REL-SITUACAO
007100             END-IF
007110         END-IF.
007120         MOVE SG-DIAS-INATIVO TO SG-REL-DIAS-ED.
007130         MOVE SPACES TO SR-LINHA-RELATORIO.
007140         STRING OP-CODIGO DELIMITED BY SIZE
007150             " " DELIMITED BY SIZE
007160             OP-NOME DELIMITED BY SIZE
007170             " " DELIMITED BY SIZE
007180             OP-NIVEL-AUTORIZACAO DELIMITED BY SIZE
007190             " " DELIMITED BY SIZE
007200             SG-REL-ULTIMO-SIGNON DELIMITED BY SIZE
007210             " " DELIMITED BY SIZE
007220             SG-REL-DIAS-ED DELIMITED BY SIZE
007230             " " DELIMITED BY SIZE
007240             SG-REL-SITUACAO DELIMITED BY SIZE
007250             INTO SR-LINHA-RELATORIO.
007260         WRITE SR-LINHA-RELATORIO.
007270         ADD 1 TO SG-CONT-SEM-SIGNON.
007280         ADD 1 TO SG-CONT-LISTADOS.
007290 5200-LER-PROXIMO.
007300         PERFORM 5100-LER-OPERADOR THRU 5100-EXIT.
007310 5200-EXIT.
007320         EXIT.

007340******************************************************************
007350* 6000-GRAVAR-TOTAIS
007360* GRAVA NO RELATORIO OS CONTADORES DA EXECUCAO.
007370******************************************************************
007380 6000-GRAVAR-TOTAIS.
007390         MOVE SPACES TO SR-LINHA-RELATORIO.
007400         WRITE SR-LINHA-RELATORIO.
007410         MOVE SG-CONT-EVENTOS-DIA TO SG-REL-CONTADOR-ED.
007420         MOVE SPACES TO SR-LINHA-RELATORIO.
007430         STRING "EVENTOS DA DATA NA SECLOG....: "
007440             DELIMITED BY SIZE
007450             SG-REL-CONTADOR-ED DELIMITED BY SIZE
007460             INTO SR-LINHA-RELATORIO.
007470         WRITE SR-LINHA-RELATORIO.

007490         MOVE SG-CONT-FALHAS TO SG-REL-CONTADOR-ED.
007500         MOVE SPACES TO SR-LINHA-RELATORIO.
007510         STRING "FALHAS DE SIGN-ON............: "
007520             DELIMITED BY SIZE
007530             SG-REL-CONTADOR-ED DELIMITED BY SIZE
007540             INTO SR-LINHA-RELATORIO.
007550         WRITE SR-LINHA-RELATORIO.

007570         MOVE SG-CONT-BLOQUEIOS TO SG-REL-CONTADOR-ED.
007580         MOVE SPACES TO SR-LINHA-RELATORIO.
007590         STRING "BLOQUEIOS DE OPERADOR........: "
007600             DELIMITED BY SIZE
007610             SG-REL-CONTADOR-ED DELIMITED BY SIZE
007620             INTO SR-LINHA-RELATORIO.
007630         WRITE SR-LINHA-RELATORIO.

007650         MOVE SG-CONT-DESBLOQUEIOS TO SG-REL-CONTADOR-ED.
007660         MOVE SPACES TO SR-LINHA-RELATORIO.
007670         STRING "DESBLOQUEIOS DE OPERADOR.....: "
007680             DELIMITED BY SIZE
007690             SG-REL-CONTADOR-ED DELIMITED BY SIZE
007700             INTO SR-LINHA-RELATORIO.
007710         WRITE SR-LINHA-RELATORIO.

007730         MOVE SG-CONT-TROCAS-SENHA TO SG-REL-CONTADOR-ED.
007740         MOVE SPACES TO SR-LINHA-RELATORIO.
007750         STRING "SENHAS TROCADAS NO SIGN-ON...: "
007760             DELIMITED BY SIZE
007770             SG-REL-CONTADOR-ED DELIMITED BY SIZE
007780             INTO SR-LINHA-RELATORIO.
007790         WRITE SR-LINHA-RELATORIO.

007810         MOVE SG-CONT-ALTERACOES TO SG-REL-CONTADOR-ED.
007820         MOVE SPACES TO SR-LINHA-RELATORIO.
007830         STRING "ALTERACOES DE PARAM./TABELAS.: "
007840             DELIMITED BY SIZE
007850             SG-REL-CONTADOR-ED DELIMITED BY SIZE
007860             INTO SR-LINHA-RELATORIO.
007870         WRITE SR-LINHA-RELATORIO.

007890         MOVE SG-CONT-OUTROS TO SG-REL-CONTADOR-ED.
007900         MOVE SPACES TO SR-LINHA-RELATORIO.
007910         STRING "OUTROS EVENTOS (CONSULTAS)...: "
007920             DELIMITED BY SIZE
007930             SG-REL-CONTADOR-ED DELIMITED BY SIZE
007940             INTO SR-LINHA-RELATORIO.
007950         WRITE SR-LINHA-RELATORIO.

007970         MOVE SG-CONT-SEM-SIGNON TO SG-REL-CONTADOR-ED.
007980         MOVE SPACES TO SR-LINHA-RELATORIO.
007990         STRING "OPERADORES SEM SIGN-ON.......: "
008000             DELIMITED BY SIZE
008010             SG-REL-CONTADOR-ED DELIMITED BY SIZE
008020             INTO SR-LINHA-RELATORIO.
008030         WRITE SR-LINHA-RELATORIO.
008040 6000-EXIT.
008050         EXIT.
