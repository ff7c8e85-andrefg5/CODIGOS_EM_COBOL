000080*  PARTIDAS.CBL
000090*  RELATORIO DIARIO DE EXCECOES DE PARTIDAS, CRUZANDO A GRADE DE
000100*  HORARIOS (TIMETAB, DO HORAMANT) COM AS PASSAGENS DO DIA
000110*  (LINHAS POR PARTIDA DO RESUMO DIARIO DAS PASSAGENS, TICKSUM):
000120*    - PARTIDA FANTASMA: PROGRAMADA PARA O PADRAO DO DIA (DIAS
000130*      UTEIS PELO DIAUTIL, SABADO, DOMINGO/FERIADO) E SEM
000140*      NENHUMA PASSAGEM - O ONIBUS NAO SAIU, OU O COBRADOR
000200*  MODIFICATION HISTORY
000210*  DATE       INIT  DESCRIPTION
000220*  2026-09-03 AFG   PROGRAMA ORIGINAL.
000221*  2026-10-15 AFG   PARTIDAS DO DIA PELAS LINHAS POR PARTIDA DO
000222*                   RESUMO DIARIO (TICKSUM) EM VEZ DE VARRER O
000223*                   TICKETS INTEIRO; DIA AINDA NAO RESUMIDO SAI
000224*                   COM AVISO (SEM ELE TODA PARTIDA SAIRIA
000225*                   FANTASMA).
000230******************************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000270     SELECT TIMETABLE-FILE ASSIGN TO "TIMETAB"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS  IS WS-TT-FILE-STATUS.
000300     SELECT TICKET-SUMMARY-FILE ASSIGN TO "TICKSUM"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS  IS WS-TSM-FILE-STATUS.
000330     SELECT EXCEPTION-REPORT-FILE ASSIGN TO "PARTDRPT"
000340         ORGANIZATION IS LINE SEQUENTIAL.
000350     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000400 FD  TIMETABLE-FILE
000410     RECORDING MODE IS F.
000420     COPY TIMETABREC.
000430 FD  TICKET-SUMMARY-FILE
000440     RECORDING MODE IS F.
000450     COPY TSUMREC.
000460 FD  EXCEPTION-REPORT-FILE
000470     RECORDING MODE IS F.
000480 01  REPORT-LINE                 PIC X(80).
000520 WORKING-STORAGE SECTION.
000530 01  WS-SWITCHES.
000540     05  WS-TT-FILE-STATUS       PIC X(02)   VALUE "00".
000550     05  WS-TSM-FILE-STATUS      PIC X(02)   VALUE "00".
000560     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000570     05  WS-TT-EOF-SW            PIC X(01)   VALUE "N".
000580         88  WS-TT-EOF                       VALUE "Y".
000581     05  WS-TSM-EOF-SW           PIC X(01)   VALUE "N".
000582         88  WS-TSM-EOF                      VALUE "Y".
000583     05  WS-RESUMO-SW            PIC X(01)   VALUE "N".
000584         88  WS-DIA-RESUMIDO                 VALUE "Y".
000610     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000620         88  WS-SIGNON-VALID                 VALUE "Y".
000630     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
000960 01  WS-TT-COUNT                 PIC 9(03)   VALUE ZERO.
000970
000980******************************************************************
000990*  PARTIDAS FORA DE GRADE VISTAS NO RESUMO (DISTINTAS).
001000******************************************************************
001010 01  WS-FG-TABLE.
001020     05  WS-FG-ENTRY OCCURS 100 TIMES
001180         STOP RUN
001190     END-IF
001200     PERFORM 1000-INITIALIZE
001210     PERFORM 2000-SCAN-RESUMO THRU 2000-EXIT
001220         UNTIL WS-TSM-EOF
001230     PERFORM 3000-PRINT-EXCECOES
001240     PERFORM 4000-FINALIZE
001250     STOP RUN.
001830             MOVE "D" TO WS-PADRAO-DIA
001840     END-EVALUATE
001850     PERFORM 1100-LOAD-TIMETABLE
001860     OPEN INPUT TICKET-SUMMARY-FILE
001870     IF WS-TSM-FILE-STATUS = "35"
001880         MOVE "Y" TO WS-TSM-EOF-SW
001890     END-IF
001900     OPEN OUTPUT EXCEPTION-REPORT-FILE
001910     PERFORM 0100-OPEN-AUDIT-LOG-FILE
001970            " " DELIMITED BY SIZE
001980            RUN-STAMP-ID DELIMITED BY SIZE
001990         INTO WS-RUN-STAMP-DISP
002000     IF NOT WS-TSM-EOF
002010         PERFORM 8000-READ-TSM
002020     END-IF.
002030
002040******************************************************************
002420     EXIT.
002430
002440******************************************************************
002441*  2000-SCAN-RESUMO
002442*  MARCA NA GRADE AS PARTIDAS COM PASSAGEM NO DIA (LINHAS V DO
002443*  RESUMO); TRIP-ID SEM PARTIDA PROGRAMADA ACUMULA NA TABELA DE
002444*  FORA DE GRADE. A LINHA D SO CONFIRMA QUE O DIA FOI RESUMIDO.
002480******************************************************************
002481 2000-SCAN-RESUMO.
002482     IF TSM-DIA NOT = WS-DIA
002483         GO TO 2000-NEXT
002484     END-IF
002485     IF TSM-TOTAL-DIA
002486         MOVE "Y" TO WS-RESUMO-SW
002487     END-IF
002488     IF NOT TSM-POR-PARTIDA
002520         GO TO 2000-NEXT
002530     END-IF
002540     MOVE "N" TO WS-FOUND-SW
002590         PERFORM 2200-TALLY-FORA-GRADE THRU 2200-EXIT
002600     END-IF.
002610 2000-NEXT.
002620     PERFORM 8000-READ-TSM.
002630 2000-EXIT.
002640     EXIT.
002650
002660 2100-MATCH-TT.
002670     IF WS-TT-ROTA(WS-TT-IDX) = TSM-CHAVE(1:3)
002680         AND WS-TT-TIME(WS-TT-IDX) = TSM-CHAVE(4:4)
002690         MOVE "Y" TO WS-FOUND-SW
002700         MOVE "Y" TO WS-TT-USED-SW(WS-TT-IDX)
002710     END-IF.
002810         IF WS-FG-COUNT < 100
002820             ADD 1 TO WS-FG-COUNT
002830             SET WS-FG-IDX TO WS-FG-COUNT
002840             MOVE TSM-CHAVE TO WS-FG-TRIP(WS-FG-IDX)
002850             MOVE TSM-REGISTROS TO WS-FG-PASS(WS-FG-IDX)
002860         END-IF
002870     END-IF.
002880 2200-EXIT.
002890     EXIT.
002900
002910 2250-MATCH-FG.
002920     IF WS-FG-TRIP(WS-FG-IDX) = TSM-CHAVE
002930         MOVE "Y" TO WS-FOUND-SW
002940         ADD TSM-REGISTROS TO WS-FG-PASS(WS-FG-IDX)
002950     END-IF.
002960 2250-EXIT.
002970     EXIT.
003110     WRITE REPORT-LINE
003120     MOVE SPACES TO REPORT-LINE
003130     WRITE REPORT-LINE
003131     IF NOT WS-DIA-RESUMIDO
003132         MOVE SPACES TO REPORT-LINE
003133         STRING "*** AVISO: DIA SEM RESUMO NO TICKSUM - O SUMARIO"
003134                " AINDA NAO RODOU PARA ESTE DIA"
003135             DELIMITED BY SIZE INTO REPORT-LINE
003136         WRITE REPORT-LINE
003137     END-IF
003140     MOVE "PARTIDAS FANTASMAS (SEM NENHUMA PASSAGEM):"
003150         TO REPORT-LINE
003160     WRITE REPORT-LINE
003720******************************************************************
003730 4000-FINALIZE.
003740     PERFORM 7000-WRITE-AUDIT
003750     IF WS-TSM-FILE-STATUS NOT = "35"
003760         CLOSE TICKET-SUMMARY-FILE
003770     END-IF
003780     CLOSE EXCEPTION-REPORT-FILE
003790     CLOSE AUDIT-LOG-FILE
003960     CALL "AUDITWR" USING AUDIT-RECORD.
003970
003980******************************************************************
003990*  8000-READ-TSM
004000*  LE A PROXIMA LINHA DO RESUMO DIARIO.
004010******************************************************************
004020 8000-READ-TSM.
004030     READ TICKET-SUMMARY-FILE
004040         AT END
004050             MOVE "Y" TO WS-TSM-EOF-SW
004060     END-READ.
