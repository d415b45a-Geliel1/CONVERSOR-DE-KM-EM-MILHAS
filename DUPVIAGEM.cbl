000196*                    (ETAPA 01 - CRITLOTE) AINDA NAO FOI
000197*                    COMPLETADA NA DATA, IMPEDINDO O CONTROLE DE
000198*                    DUPLICIDADE SOBRE UM KMCLEAN DE OUTRO DIA.
000199* 15/10/2026 GGSS    AS VIAGENS DUPLICADAS PASSARAM A SER GRAVADAS
000200*                    TAMBEM NO ARQUIVO KMDUPL (VER CPYDUPL), COM
000201*                    A DATA DO PRIMEIRO PROCESSAMENTO, PARA O
000202*                    ARQUIVO DE RETORNO AOS PARCEIROS (RETPARC).
000204* 15/10/2026 GGSS    O HISTORICO TRIPHIST PASSOU A GUARDAR O
000205*                    PARCEIRO DA VIAGEM (VER CPYHIST), PARA O
000206*                    DESFAZIMENTO DO CICLO DE UM UNICO PARCEIRO
000207*                    (DESFCICLO) EXCLUIR SOMENTE OS SEUS BILHETES.
000208******************************************************************
000210 IDENTIFICATION DIVISION.
000220*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000230 PROGRAM-ID. DUPVIAGEM.
000510* RELATORIO DAS VIAGENS DUPLICADAS BLOQUEADAS.
000520     SELECT RELATORIO-DUP-FILE ASSIGN TO "DUPREL"
000530             ORGANIZATION IS SEQUENTIAL
000531             FILE STATUS IS DV-DUPREL-STATUS.
000533* VIAGENS DUPLICADAS BLOQUEADAS, ENTRADA DO RETPARC (CPYDUPL).
000535     SELECT KM-DUPL-FILE ASSIGN TO "KMDUPL"
000537             ORGANIZATION IS SEQUENTIAL
000539             FILE STATUS IS DV-KMDUPL-STATUS.
000542* CONTROLE DO CICLO DIARIO DE PROCESSAMENTO (VER CPYCICLO).
000543     SELECT CICLO-CONTROLE-FILE ASSIGN TO "CICLOCTL"
000544             ORGANIZATION IS INDEXED
000740 FD  RELATORIO-DUP-FILE
000750             LABEL RECORDS ARE STANDARD
000760             RECORD CONTAINS 80 CHARACTERS.
000762 01  RD-LINHA-RELATORIO              PIC X(80).

000764 FD  KM-DUPL-FILE
000766             LABEL RECORDS ARE STANDARD
000768             RECORD CONTAINS 80 CHARACTERS.
000770 COPY CPYDUPL.

000772 FD  CICLO-CONTROLE-FILE
000774             LABEL RECORDS ARE STANDARD
000840 01  DV-KMDEDUP-STATUS               PIC X(02).
000850 01  DV-DUPREL-STATUS                PIC X(02).
000852 01  DV-CICLOCTL-STATUS              PIC X(02).
000853 01  DV-KMDUPL-STATUS                PIC X(02).

000854* LIBERACAO DA ETAPA 02 NO CONTROLE DO CICLO DIARIO (VER
000856* 5000-REGISTRAR-INICIO-CICLO).
001450             CLOSE KM-DEDUP-FILE
001460             GO TO 0000-EXIT
001470         END-IF.
001471         OPEN OUTPUT KM-DUPL-FILE.
001472         IF DV-KMDUPL-STATUS NOT = "00"
001473             DISPLAY "ERRO AO ABRIR O ARQUIVO KMDUPL - STATUS "
001474                 DV-KMDUPL-STATUS
001475             CLOSE KM-CLEAN-FILE
001476             CLOSE TRIP-HIST-FILE
001477             CLOSE KM-DEDUP-FILE
001479             CLOSE RELATORIO-DUP-FILE
001482             GO TO 0000-EXIT
001484         END-IF.
001487         MOVE SPACES TO RD-LINHA-RELATORIO.
001490         STRING "RELATORIO DE VIAGENS DUPLICADAS - DATA: "
001500             DELIMITED BY SIZE
001510             DV-DATA-HOJE DELIMITED BY SIZE
001590         CLOSE TRIP-HIST-FILE.
001600         CLOSE KM-DEDUP-FILE.
001610         CLOSE RELATORIO-DUP-FILE.
001611         CLOSE KM-DUPL-FILE.
001620         DISPLAY "CONTROLE DE DUPLICIDADE CONCLUIDO - INEDITAS: "
001630             DV-CONT-INEDITOS " DUPLICADAS: " DV-CONT-DUPLICADOS.
001635         PERFORM 5100-REGISTRAR-FIM-CICLO THRU 5100-EXIT.
001960         MOVE SPACES TO TH-REGISTRO-HISTORICO.
001970         MOVE TR-NUMERO-BILHETE TO TH-NUMERO-BILHETE.
001980         MOVE DV-DATA-HOJE TO TH-DATA-PROCESSO.
001985         MOVE TR-CODIGO-PARCEIRO TO TH-CODIGO-PARCEIRO.
001990         WRITE TH-REGISTRO-HISTORICO
002000             INVALID KEY
002010                 DISPLAY "ERRO AO GRAVAR O HISTORICO - STATUS "
002100******************************************************************
002110* 2200-GRAVAR-DUPLICADA
002120* GRAVA NO RELATORIO A LINHA DA VIAGEM BLOQUEADA, COM A DATA EM
002130* QUE A REFERENCIA FOI PROCESSADA PELA PRIMEIRA VEZ, E A MESMA
002135* VIAGEM NO ARQUIVO KMDUPL PARA O RETORNO AOS PARCEIROS.
002140******************************************************************
002150 2200-GRAVAR-DUPLICADA.
002160         ADD 1 TO DV-CONT-DUPLICADOS.
002230             TH-DATA-PROCESSO DELIMITED BY SIZE
002240             INTO RD-LINHA-RELATORIO.
002250         WRITE RD-LINHA-RELATORIO.
002252         MOVE TR-REGISTRO-TRIP TO DP-DADOS-VIAGEM.
002254         MOVE TH-DATA-PROCESSO TO DP-DATA-PROCESSO.
002256         WRITE DP-REGISTRO-DUPLICADO.
002260 2200-EXIT.
002270         EXIT.

