000010******************************************************************
000020* AUTHOR:     GELIEL GUSTAVO DE SOUZA SILVA.
000030* INSTALLATION: DEPARTAMENTO DE OPERACOES - MILHAGEM.
000040* DATE-WRITTEN: 15/10/2026.
000050* DATE-COMPILED:
000060******************************************************************
000070* HISTORICO DE ALTERACOES:
000080* DATA       AUTOR   DESCRICAO
000090* ---------- ------- ----------------------------------------
000100* 15/10/2026 GGSS    PROGRAMA ORIGINAL - ENVELHECIMENTO E BAIXA
000110*                    DOS CREDITOS DO ARQUIVO DE SUSPENSOS
000120*                    MEMBSUSP (VER CPYSUSP). OS ITENS PENDENTES
000130*                    SAO CLASSIFICADOS PELA IDADE DA SUSPENSAO
000140*                    NAS FAIXAS DE 30, 60 E 90 DIAS NO RELATORIO
000150*                    SUSPREL; OS ITENS QUE ATINGEM O PRAZO DE
000160*                    BAIXA SAO MARCADOS COMO BAIXADOS E LISTADOS
000170*                    NO RELATORIO DE BAIXAS SUSPBXA, PARA QUE AS
000180*                    MILHAS NAO POSTADAS NAO DESAPARECAM SEM
000190*                    REGISTRO.
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000230 PROGRAM-ID. RELSUSP.
000240 AUTHOR. GELIEL GUSTAVO DE SOUZA SILVA.
000250 INSTALLATION. DEPARTAMENTO DE OPERACOES - MILHAGEM.
000260 DATE-WRITTEN. 15/10/2026.
000270 DATE-COMPILED.
000280 ENVIRONMENT DIVISION.
000290*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000300 CONFIGURATION SECTION.
000310 SPECIAL-NAMES.
000320     DECIMAL-POINT IS COMMA.
000330*-----------------------
000340 INPUT-OUTPUT SECTION.
000350*-----------------------
000360 FILE-CONTROL.
000370* SUSPENSOS DE POSTAGEM - CREDITOS AINDA SEM MEMBRO (CPYSUSP).
000380     SELECT SUSPENSO-POSTAGEM-FILE ASSIGN TO "MEMBSUSP"
000390             ORGANIZATION IS INDEXED
000400             ACCESS MODE IS DYNAMIC
000410             RECORD KEY IS SU-CHAVE
000420             FILE STATUS IS SP-MEMBSUSP-STATUS.
000430* RELATORIO DE ENVELHECIMENTO DOS SUSPENSOS PENDENTES.
000440     SELECT RELATORIO-IDADE-FILE ASSIGN TO "SUSPREL"
000450             ORGANIZATION IS SEQUENTIAL
000460             FILE STATUS IS SP-SUSPREL-STATUS.
000470* RELATORIO DOS SUSPENSOS BAIXADOS POR IDADE NA EXECUCAO.
000480     SELECT RELATORIO-BAIXA-FILE ASSIGN TO "SUSPBXA"
000490             ORGANIZATION IS SEQUENTIAL
000500             FILE STATUS IS SP-SUSPBXA-STATUS.
000510 DATA DIVISION.
000520*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000530 FILE SECTION.
000540*-----------------------
000550 FD  SUSPENSO-POSTAGEM-FILE
000560             LABEL RECORDS ARE STANDARD
000570             RECORD CONTAINS 80 CHARACTERS.
000580 COPY CPYSUSP.

000590 FD  RELATORIO-IDADE-FILE
000600             LABEL RECORDS ARE STANDARD
000610             RECORD CONTAINS 80 CHARACTERS.
000620 01  RS-LINHA-RELATORIO              PIC X(80).

000630 FD  RELATORIO-BAIXA-FILE
000640             LABEL RECORDS ARE STANDARD
000650             RECORD CONTAINS 80 CHARACTERS.
000660 01  RB-LINHA-RELATORIO              PIC X(80).

000670 WORKING-STORAGE SECTION.
000680*-----------------------
000690* STATUS DOS ARQUIVOS UTILIZADOS PELO PROGRAMA.
000700 01  SP-MEMBSUSP-STATUS              PIC X(02).
000710 01  SP-SUSPREL-STATUS               PIC X(02).
000720 01  SP-SUSPBXA-STATUS               PIC X(02).

000730 01  SP-FIM-ARQUIVO-SUSP-SW          PIC X(01) VALUE "N".
000740             88  FIM-ARQUIVO-SUSP            VALUE "S".

000750* PRAZO (EM DIAS DESDE A SUSPENSAO) A PARTIR DO QUAL UM ITEM
000760* AINDA PENDENTE E BAIXADO SEM POSTAGEM.
000770 01  SP-DIAS-BAIXA                   PIC 9(05) COMP VALUE 180.

000780* DATA DE HOJE E APOIO AO CALCULO DA IDADE (EM DIAS) DOS ITENS,
000790* COMO NO RELATORIO DE ENVELHECIMENTO DO CONFMILHAS.
000800 01  SP-DATA-HOJE                    PIC 9(08) VALUE ZERO.
000810 01  SP-DIAS-HOJE                    PIC 9(08) COMP VALUE ZERO.
000820 01  SP-DIAS-SUSPENSAO               PIC 9(08) COMP VALUE ZERO.
000830 01  SP-IDADE-DIAS                   PIC S9(05) COMP VALUE ZERO.
000840 01  SP-FAIXA-IDADE                  PIC X(02).

000850* CONTADORES E TOTAIS POR FAIXA DE ENVELHECIMENTO.
000860 01  SP-CONT-LIDOS                   PIC 9(09) COMP VALUE ZERO.
000870 01  SP-CONT-IDADE-ATE-29            PIC 9(09) COMP VALUE ZERO.
000880 01  SP-CONT-IDADE-30-A-59           PIC 9(09) COMP VALUE ZERO.
000890 01  SP-CONT-IDADE-60-A-89           PIC 9(09) COMP VALUE ZERO.
000900 01  SP-CONT-IDADE-90-MAIS           PIC 9(09) COMP VALUE ZERO.
000910 01  SP-CONT-BAIXADOS                PIC 9(09) COMP VALUE ZERO.
000920 01  SP-TOTAL-MILHAS-ATE-29          PIC 9(11) COMP VALUE ZERO.
000930 01  SP-TOTAL-MILHAS-30-A-59         PIC 9(11) COMP VALUE ZERO.
000940 01  SP-TOTAL-MILHAS-60-A-89         PIC 9(11) COMP VALUE ZERO.
000950 01  SP-TOTAL-MILHAS-90-MAIS         PIC 9(11) COMP VALUE ZERO.
000960 01  SP-TOTAL-MILHAS-BAIXADAS        PIC 9(11) COMP VALUE ZERO.

000970* CAMPOS EDITADOS USADOS SOMENTE PARA MONTAR AS LINHAS DOS
000980* RELATORIOS.
000990 01  SP-REL-CONTADOR-ED              PIC Z(08)9.
001000 01  SP-REL-MILHAS-ED                PIC Z(10)9.
001010 01  SP-REL-MILHAS-REG-ED            PIC Z(06)9.
001020 01  SP-REL-IDADE-ED                 PIC Z(04)9.

001030 PROCEDURE DIVISION.
001040*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001050******************************************************************
001060* 0000-MAINLINE
001070* PARAGRAFO PRINCIPAL - ABRE OS ARQUIVOS, PERCORRE O ARQUIVO DE
001080* SUSPENSOS CLASSIFICANDO OU BAIXANDO CADA ITEM PENDENTE E GRAVA
001090* OS TOTAIS DOS DOIS RELATORIOS.
001100******************************************************************
001110 0000-MAINLINE.
001120         ACCEPT SP-DATA-HOJE FROM DATE YYYYMMDD.
001130         COMPUTE SP-DIAS-HOJE =
001140             FUNCTION INTEGER-OF-DATE(SP-DATA-HOJE).
001150         OPEN I-O SUSPENSO-POSTAGEM-FILE.
001160         IF SP-MEMBSUSP-STATUS = "35"
001170             DISPLAY "ARQUIVO MEMBSUSP INEXISTENTE - NAO HA "
001180                 "CREDITOS SUSPENSOS."
001190             GO TO 0000-EXIT
001200         END-IF.
001210         IF SP-MEMBSUSP-STATUS NOT = "00"
001220             DISPLAY "ERRO AO ABRIR O ARQUIVO MEMBSUSP - STATUS "
001230                 SP-MEMBSUSP-STATUS
001240             GO TO 0000-EXIT
001250         END-IF.
001260         OPEN OUTPUT RELATORIO-IDADE-FILE.
001270         IF SP-SUSPREL-STATUS NOT = "00"
001280             DISPLAY "ERRO AO ABRIR O ARQUIVO SUSPREL - STATUS "
001290                 SP-SUSPREL-STATUS
001300             CLOSE SUSPENSO-POSTAGEM-FILE
001310             GO TO 0000-EXIT
001320         END-IF.
001330         OPEN OUTPUT RELATORIO-BAIXA-FILE.
001340         IF SP-SUSPBXA-STATUS NOT = "00"
001350             DISPLAY "ERRO AO ABRIR O ARQUIVO SUSPBXA - STATUS "
001360                 SP-SUSPBXA-STATUS
001370             CLOSE SUSPENSO-POSTAGEM-FILE
001380             CLOSE RELATORIO-IDADE-FILE
001390             GO TO 0000-EXIT
001400         END-IF.
001410         MOVE SPACES TO RS-LINHA-RELATORIO.
001420         STRING "ENVELHECIMENTO DOS CREDITOS SUSPENSOS - DATA: "
001430             DELIMITED BY SIZE
001440             SP-DATA-HOJE DELIMITED BY SIZE
001450             INTO RS-LINHA-RELATORIO.
001460         WRITE RS-LINHA-RELATORIO.
001470         MOVE SP-DIAS-BAIXA TO SP-REL-IDADE-ED.
001480         MOVE SPACES TO RB-LINHA-RELATORIO.
001490         STRING "BAIXA DE CREDITOS SUSPENSOS - DATA: "
001500             DELIMITED BY SIZE
001510             SP-DATA-HOJE DELIMITED BY SIZE
001520             " PRAZO: " DELIMITED BY SIZE
001530             SP-REL-IDADE-ED DELIMITED BY SIZE
001540             " DIAS" DELIMITED BY SIZE
001550             INTO RB-LINHA-RELATORIO.
001560         WRITE RB-LINHA-RELATORIO.
001570         PERFORM 1000-POSICIONAR-SUSPENSOS THRU 1000-EXIT.
001580         IF NOT FIM-ARQUIVO-SUSP
001590             PERFORM 1100-LER-SUSPENSO THRU 1100-EXIT
001600         END-IF.
001610         PERFORM 2000-TRATAR-ITEM THRU 2000-EXIT
001620             UNTIL FIM-ARQUIVO-SUSP.
001630         PERFORM 4000-GRAVAR-TOTAIS THRU 4000-EXIT.
001640         CLOSE SUSPENSO-POSTAGEM-FILE.
001650         CLOSE RELATORIO-IDADE-FILE.
001660         CLOSE RELATORIO-BAIXA-FILE.
001670         DISPLAY "ENVELHECIMENTO CONCLUIDO - PENDENTES: "
001680             SP-CONT-LIDOS " BAIXADOS: " SP-CONT-BAIXADOS.
001690         GO TO 0000-EXIT.
001700 0000-EXIT.
001710         STOP RUN.

001720******************************************************************
001730* 1000-POSICIONAR-SUSPENSOS
001740* POSICIONA O ARQUIVO DE SUSPENSOS NO PRIMEIRO REGISTRO PARA A
001750* VARREDURA COMPLETA.
001760******************************************************************
001770 1000-POSICIONAR-SUSPENSOS.
001780         MOVE ZERO TO SU-DATA-SUSPENSAO.
001790         MOVE ZERO TO SU-SEQUENCIA.
001800         START SUSPENSO-POSTAGEM-FILE
001810             KEY IS NOT LESS THAN SU-CHAVE
001820             INVALID KEY SET FIM-ARQUIVO-SUSP TO TRUE
001830         END-START.
001840 1000-EXIT.
001850         EXIT.

001860 1100-LER-SUSPENSO.
001870         READ SUSPENSO-POSTAGEM-FILE NEXT RECORD
001880             AT END SET FIM-ARQUIVO-SUSP TO TRUE
001890         END-READ.
001900 1100-EXIT.
001910         EXIT.

001920******************************************************************
001930* 2000-TRATAR-ITEM
001940* APURA A IDADE DE UM ITEM PENDENTE DESDE A DATA DA SUSPENSAO.
001950* NO PRAZO DE BAIXA OU ALEM DELE O ITEM E BAIXADO; ABAIXO DO
001960* PRAZO E ACUMULADO NA FAIXA DE ENVELHECIMENTO, COM LINHA DE
001970* DETALHE A PARTIR DE 30 DIAS. ITENS POSTADOS OU JA BAIXADOS E
001980* DATAS INVALIDAS SAO IGNORADOS.
001990******************************************************************
002000 2000-TRATAR-ITEM.
002010         IF SU-SITUACAO-ITEM NOT = "P"
002020             GO TO 2000-LER-PROXIMO
002030         END-IF.
002040         IF SU-DATA-SUSPENSAO NOT NUMERIC
002050             OR SU-DATA-SUSPENSAO < 19000101
002060             GO TO 2000-LER-PROXIMO
002070         END-IF.
002080         ADD 1 TO SP-CONT-LIDOS.
002090         COMPUTE SP-DIAS-SUSPENSAO =
002100             FUNCTION INTEGER-OF-DATE(SU-DATA-SUSPENSAO).
002110         COMPUTE SP-IDADE-DIAS = SP-DIAS-HOJE - SP-DIAS-SUSPENSAO.
002120         IF SP-IDADE-DIAS NOT < SP-DIAS-BAIXA
002130             PERFORM 2100-BAIXAR-ITEM THRU 2100-EXIT
002140             GO TO 2000-LER-PROXIMO
002150         END-IF.
002160         IF SP-IDADE-DIAS < 30
002170             ADD 1 TO SP-CONT-IDADE-ATE-29
002180             ADD SU-QUANT-MILHAS TO SP-TOTAL-MILHAS-ATE-29
002190             GO TO 2000-LER-PROXIMO
002200         END-IF.
002210         IF SP-IDADE-DIAS > 89
002220             MOVE "90" TO SP-FAIXA-IDADE
002230             ADD 1 TO SP-CONT-IDADE-90-MAIS
002240             ADD SU-QUANT-MILHAS TO SP-TOTAL-MILHAS-90-MAIS
002250         ELSE
002260             IF SP-IDADE-DIAS > 59
002270                 MOVE "60" TO SP-FAIXA-IDADE
002280                 ADD 1 TO SP-CONT-IDADE-60-A-89
002290                 ADD SU-QUANT-MILHAS TO SP-TOTAL-MILHAS-60-A-89
002300             ELSE
002310                 MOVE "30" TO SP-FAIXA-IDADE
002320                 ADD 1 TO SP-CONT-IDADE-30-A-59
002330                 ADD SU-QUANT-MILHAS TO SP-TOTAL-MILHAS-30-A-59
002340             END-IF
002350         END-IF.
002360         MOVE SU-QUANT-MILHAS TO SP-REL-MILHAS-REG-ED.
002370         MOVE SP-IDADE-DIAS TO SP-REL-IDADE-ED.
002380         MOVE SPACES TO RS-LINHA-RELATORIO.
002390         STRING SU-DATA-SUSPENSAO DELIMITED BY SIZE
002400             "/" DELIMITED BY SIZE
002410             SU-SEQUENCIA DELIMITED BY SIZE
002420             " MEMBRO " DELIMITED BY SIZE
002430             SU-NUMERO-MEMBRO DELIMITED BY SIZE
002440             " MILHAS " DELIMITED BY SIZE
002450             SP-REL-MILHAS-REG-ED DELIMITED BY SIZE
002460             " IDADE " DELIMITED BY SIZE
002470             SP-REL-IDADE-ED DELIMITED BY SIZE
002480             " FAIXA " DELIMITED BY SIZE
002490             SP-FAIXA-IDADE DELIMITED BY SIZE
002500             INTO RS-LINHA-RELATORIO.
002510         WRITE RS-LINHA-RELATORIO.
002520 2000-LER-PROXIMO.
002530         PERFORM 1100-LER-SUSPENSO THRU 1100-EXIT.
002540 2000-EXIT.
002550         EXIT.

002560******************************************************************
002570* 2100-BAIXAR-ITEM
002580* MARCA O ITEM COMO BAIXADO NA DATA DE HOJE E GRAVA A LINHA DE
002590* DETALHE NO RELATORIO DE BAIXAS, COM O MOTIVO DA SUSPENSAO.
002600******************************************************************
002610 2100-BAIXAR-ITEM.
002620         MOVE "B" TO SU-SITUACAO-ITEM.
002630         MOVE SP-DATA-HOJE TO SU-DATA-SITUACAO.
002640         REWRITE SU-REGISTRO-SUSPENSO
002650             INVALID KEY
002660                 DISPLAY "ERRO AO REGRAVAR O SUSPENSO - STATUS "
002670                     SP-MEMBSUSP-STATUS
002680                 GO TO 2100-EXIT
002690         END-REWRITE.
002700         ADD 1 TO SP-CONT-BAIXADOS.
002710         ADD SU-QUANT-MILHAS TO SP-TOTAL-MILHAS-BAIXADAS.
002720         MOVE SU-QUANT-MILHAS TO SP-REL-MILHAS-REG-ED.
002730         MOVE SP-IDADE-DIAS TO SP-REL-IDADE-ED.
002740         MOVE SPACES TO RB-LINHA-RELATORIO.
002750         STRING "BAIXADO " DELIMITED BY SIZE
002760             SU-DATA-SUSPENSAO DELIMITED BY SIZE
002770             "/" DELIMITED BY SIZE
002780             SU-SEQUENCIA DELIMITED BY SIZE
002790             " MEMBRO " DELIMITED BY SIZE
002800             SU-NUMERO-MEMBRO DELIMITED BY SIZE
002810             " MILHAS " DELIMITED BY SIZE
002820             SP-REL-MILHAS-REG-ED DELIMITED BY SIZE
002830             " IDADE " DELIMITED BY SIZE
002840             SP-REL-IDADE-ED DELIMITED BY SIZE
002850             " MOTIVO " DELIMITED BY SIZE
002860             SU-MOTIVO-SUSPENSAO DELIMITED BY SIZE
002870             INTO RB-LINHA-RELATORIO.
002880         WRITE RB-LINHA-RELATORIO.
002890 2100-EXIT.
002900         EXIT.

002910******************************************************************
002920* 4000-GRAVAR-TOTAIS
002930* GRAVA NO RELATORIO DE ENVELHECIMENTO A QUANTIDADE E AS MILHAS
002940* DE CADA FAIXA, E NO RELATORIO DE BAIXAS OS TOTAIS BAIXADOS.
002950******************************************************************
002960 4000-GRAVAR-TOTAIS.
002970         MOVE SP-CONT-IDADE-ATE-29 TO SP-REL-CONTADOR-ED.
002980         MOVE SP-TOTAL-MILHAS-ATE-29 TO SP-REL-MILHAS-ED.
002990         MOVE SPACES TO RS-LINHA-RELATORIO.
003000         STRING "PENDENTES ATE 29 DIAS......: " DELIMITED BY SIZE
003010             SP-REL-CONTADOR-ED DELIMITED BY SIZE
003020             " MILHAS: " DELIMITED BY SIZE
003030             SP-REL-MILHAS-ED DELIMITED BY SIZE
003040             INTO RS-LINHA-RELATORIO.
003050         WRITE RS-LINHA-RELATORIO.

003060         MOVE SP-CONT-IDADE-30-A-59 TO SP-REL-CONTADOR-ED.
003070         MOVE SP-TOTAL-MILHAS-30-A-59 TO SP-REL-MILHAS-ED.
003080         MOVE SPACES TO RS-LINHA-RELATORIO.
003090         STRING "PENDENTES DE 30 A 59 DIAS..: " DELIMITED BY SIZE
003100             SP-REL-CONTADOR-ED DELIMITED BY SIZE
003110             " MILHAS: " DELIMITED BY SIZE
003120             SP-REL-MILHAS-ED DELIMITED BY SIZE
003130             INTO RS-LINHA-RELATORIO.
003140         WRITE RS-LINHA-RELATORIO.

003150         MOVE SP-CONT-IDADE-60-A-89 TO SP-REL-CONTADOR-ED.
003160         MOVE SP-TOTAL-MILHAS-60-A-89 TO SP-REL-MILHAS-ED.
003170         MOVE SPACES TO RS-LINHA-RELATORIO.
003180         STRING "PENDENTES DE 60 A 89 DIAS..: " DELIMITED BY SIZE
003190             SP-REL-CONTADOR-ED DELIMITED BY SIZE
003200             " MILHAS: " DELIMITED BY SIZE
003210             SP-REL-MILHAS-ED DELIMITED BY SIZE
003220             INTO RS-LINHA-RELATORIO.
003230         WRITE RS-LINHA-RELATORIO.

003240         MOVE SP-CONT-IDADE-90-MAIS TO SP-REL-CONTADOR-ED.
003250         MOVE SP-TOTAL-MILHAS-90-MAIS TO SP-REL-MILHAS-ED.
003260         MOVE SPACES TO RS-LINHA-RELATORIO.
003270         STRING "PENDENTES COM 90 DIAS OU MAIS: "
003280             DELIMITED BY SIZE
003290             SP-REL-CONTADOR-ED DELIMITED BY SIZE
003300             " MILHAS: " DELIMITED BY SIZE
003310             SP-REL-MILHAS-ED DELIMITED BY SIZE
003320             INTO RS-LINHA-RELATORIO.
003330         WRITE RS-LINHA-RELATORIO.

003340         MOVE SP-CONT-BAIXADOS TO SP-REL-CONTADOR-ED.
003350         MOVE SP-TOTAL-MILHAS-BAIXADAS TO SP-REL-MILHAS-ED.
003360         MOVE SPACES TO RS-LINHA-RELATORIO.
003370         STRING "BAIXADOS NESTA EXECUCAO....: " DELIMITED BY SIZE
003380             SP-REL-CONTADOR-ED DELIMITED BY SIZE
003390             " MILHAS: " DELIMITED BY SIZE
003400             SP-REL-MILHAS-ED DELIMITED BY SIZE
003410             INTO RS-LINHA-RELATORIO.
003420         WRITE RS-LINHA-RELATORIO.
003430         MOVE RS-LINHA-RELATORIO TO RB-LINHA-RELATORIO.
003440         WRITE RB-LINHA-RELATORIO.
003450 4000-EXIT.
003460         EXIT.
