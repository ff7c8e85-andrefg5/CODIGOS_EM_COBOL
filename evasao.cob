000080*  EVASAO.CBL
000090*  ESTIMATIVA DE EVASAO POR ROTA: CRUZA CADA INSPECAO A BORDO
000100*  (INSPECT, DO FISCAL) COM AS PASSAGENS DA MESMA PARTIDA NO
000101*  RESUMO DIARIO DAS PASSAGENS (TICKSUM). POR ROTA, O RELATORIO
000102*  (EVASRPT) MOSTRA PASSAGEIROS
000120*  CONFERIDOS, INFRACOES E A TAXA DE EVASAO (INFRACOES SOBRE
000130*  CONFERIDOS), ALEM DO CONFRONTO CONFERIDOS X PASSAGENS DA
000140*  PARTIDA - CONFERIDO A MAIS QUE PASSAGEM E GENTE SEM BILHETE.
000160*  MODIFICATION HISTORY
000170*  DATE       INIT  DESCRIPTION
000180*  2026-09-03 AFG   PROGRAMA ORIGINAL.
000181*  2026-10-15 AFG   PASSAGENS DA PARTIDA PELAS LINHAS POR PARTIDA
000182*                   DO RESUMO DIARIO (TICKSUM) EM VEZ DE VARRER O
000183*                   TICKETS INTEIRO; DIA AINDA NAO RESUMIDO SAI
000184*                   COM AVISO.
000190******************************************************************
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000230     SELECT INSPECTION-FILE ASSIGN TO "INSPECT"
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS  IS WS-INSP-FILE-STATUS.
000260     SELECT TICKET-SUMMARY-FILE ASSIGN TO "TICKSUM"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS  IS WS-TSM-FILE-STATUS.
000290     SELECT EVASION-REPORT-FILE ASSIGN TO "EVASRPT"
000300         ORGANIZATION IS LINE SEQUENTIAL.
000310     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000360 FD  INSPECTION-FILE
000370     RECORDING MODE IS F.
000380     COPY INSPREC.
000390 FD  TICKET-SUMMARY-FILE
000400     RECORDING MODE IS F.
000410     COPY TSUMREC.
000420 FD  EVASION-REPORT-FILE
000430     RECORDING MODE IS F.
000440 01  REPORT-LINE                 PIC X(80).
000480 WORKING-STORAGE SECTION.
000490 01  WS-SWITCHES.
000500     05  WS-INSP-FILE-STATUS     PIC X(02)   VALUE "00".
000510     05  WS-TSM-FILE-STATUS      PIC X(02)   VALUE "00".
000520     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000530     05  WS-INSP-EOF-SW          PIC X(01)   VALUE "N".
000540         88  WS-INSP-EOF                     VALUE "Y".
000541     05  WS-TSM-EOF-SW           PIC X(01)   VALUE "N".
000542         88  WS-TSM-EOF                      VALUE "Y".
000543     05  WS-RESUMO-SW            PIC X(01)   VALUE "N".
000544         88  WS-DIA-RESUMIDO                 VALUE "Y".
000570     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000580         88  WS-SIGNON-VALID                 VALUE "Y".
000590     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
001110     PERFORM 1000-INITIALIZE
001120     PERFORM 2000-SCAN-INSPECAO THRU 2000-EXIT
001130         UNTIL WS-INSP-EOF
001140     PERFORM 2500-SCAN-RESUMO THRU 2500-EXIT
001150         UNTIL WS-TSM-EOF
001160     PERFORM 3000-PRINT-EVASAO
001170     PERFORM 4000-FINALIZE
001180     STOP RUN.
001620     IF WS-INSP-FILE-STATUS = "35"
001630         MOVE "Y" TO WS-INSP-EOF-SW
001640     END-IF
001650     OPEN INPUT TICKET-SUMMARY-FILE
001660     IF WS-TSM-FILE-STATUS = "35"
001670         MOVE "Y" TO WS-TSM-EOF-SW
001680     END-IF
001690     OPEN OUTPUT EVASION-REPORT-FILE
001700     PERFORM 0100-OPEN-AUDIT-LOG-FILE
001790     IF NOT WS-INSP-EOF
001800         PERFORM 8000-READ-INSPECAO
001810     END-IF
001820     IF NOT WS-TSM-EOF
001830         PERFORM 8500-READ-TSM
001840     END-IF.
001850
001860******************************************************************
002570     EXIT.
002580
002590******************************************************************
002591*  2500-SCAN-RESUMO
002592*  SOMA AS PASSAGENS VENDIDAS DO DIA (LINHAS V DO RESUMO) NAS
002593*  PARTIDAS INSPECIONADAS. A LINHA D SO CONFIRMA QUE O DIA FOI
002594*  RESUMIDO.
002620******************************************************************
002621 2500-SCAN-RESUMO.
002622     IF TSM-DIA NOT = WS-DIA
002623         GO TO 2500-NEXT
002624     END-IF
002625     IF TSM-TOTAL-DIA
002626         MOVE "Y" TO WS-RESUMO-SW
002627     END-IF
002628     IF NOT TSM-POR-PARTIDA
002660         GO TO 2500-NEXT
002670     END-IF
002680     PERFORM 2600-COUNT-TRIP THRU 2600-EXIT
002690         VARYING WS-TI-IDX FROM 1 BY 1
002700         UNTIL WS-TI-IDX > WS-TI-COUNT.
002710 2500-NEXT.
002720     PERFORM 8500-READ-TSM.
002730 2500-EXIT.
002740     EXIT.
002750
002760 2600-COUNT-TRIP.
002761     IF WS-TI-TRIP(WS-TI-IDX) = TSM-CHAVE
002762         ADD TSM-VENDAS TO WS-TI-TICKETS(WS-TI-IDX)
002800     END-IF.
002810 2600-EXIT.
002820     EXIT.
002950     WRITE REPORT-LINE
002960     MOVE SPACES TO REPORT-LINE
002970     WRITE REPORT-LINE
002971     IF NOT WS-DIA-RESUMIDO
002972         MOVE SPACES TO REPORT-LINE
002973         STRING "*** AVISO: DIA SEM RESUMO NO TICKSUM - O SUMARIO"
002974                " AINDA NAO RODOU PARA ESTE DIA"
002975             DELIMITED BY SIZE INTO REPORT-LINE
002976         WRITE REPORT-LINE
002977     END-IF
002980     MOVE "POR ROTA:" TO REPORT-LINE
002990     WRITE REPORT-LINE
003000     PERFORM 3100-PRINT-ONE-ROTA THRU 3100-EXIT
003520     IF WS-INSP-FILE-STATUS NOT = "35"
003530         CLOSE INSPECTION-FILE
003540     END-IF
003550     IF WS-TSM-FILE-STATUS NOT = "35"
003560         CLOSE TICKET-SUMMARY-FILE
003570     END-IF
003580     CLOSE EVASION-REPORT-FILE
003590     CLOSE AUDIT-LOG-FILE
003860     END-READ.
003870
003880******************************************************************
003890*  8500-READ-TSM
003900*  LE A PROXIMA LINHA DO RESUMO DIARIO.
003910******************************************************************
003920 8500-READ-TSM.
003930     READ TICKET-SUMMARY-FILE
003940         AT END
003950             MOVE "Y" TO WS-TSM-EOF-SW
003960     END-READ.
