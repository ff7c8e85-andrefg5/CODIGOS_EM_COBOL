000060 DATE-COMPILED.
000070******************************************************************
000080*  HOTUSO.CBL
000081*  RELATORIO DAS TENTATIVAS DE USO DE PASSE BLOQUEADO: AS
000082*  PASSAGENS COM MOTIVO "HOT" (GRAVADAS PELO VIAGEM QUANDO O
000083*  PASSE ESTA NA LISTA NEGRA) TOTALIZADAS POR PASSE NUM PERIODO
000084*  DE DATAS DE VIAGEM, PELO RESUMO DIARIO DAS PASSAGENS (TICKSUM).
000085*  A PEDIDO, LISTA ANTES CADA TENTATIVA DO PERIODO COM DATA,
000086*  HORA, ROTA E O NUMERO DO PASSE - ESSA LISTAGEM AINDA LE O
000087*  TICKETS. E ASSIM QUE SE DESCOBRE QUEM ANDA COM O PASSE
000088*  ROUBADO. SAI NO HOTUSRPT.
000150*-----------------------------------------------------------------
000160*  MODIFICATION HISTORY
000170*  DATE       INIT  DESCRIPTION
000180*  2026-09-03 AFG   PROGRAMA ORIGINAL.
000181*  2026-10-15 AFG   TOTAIS POR PASSE PELO RESUMO DIARIO (TICKSUM)
000182*                   NUM PERIODO PEDIDO (BRANCO = TUDO); A LISTAGEM
000183*                   DE CADA TENTATIVA, QUE AINDA VARRE O TICKETS,
000184*                   SO QUANDO PEDIDA.
000190******************************************************************
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000230     SELECT TICKETS-FILE ASSIGN TO "TICKETS"
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS  IS WS-TICKETS-FILE-STATUS.
000251     SELECT TICKET-SUMMARY-FILE ASSIGN TO "TICKSUM"
000252         ORGANIZATION IS LINE SEQUENTIAL
000253         FILE STATUS  IS WS-TSM-FILE-STATUS.
000260     SELECT HOTUSE-REPORT-FILE ASSIGN TO "HOTUSRPT"
000270         ORGANIZATION IS LINE SEQUENTIAL.
000280     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000330 FD  TICKETS-FILE
000340     RECORDING MODE IS F.
000350     COPY TICKETREC.
000351 FD  TICKET-SUMMARY-FILE
000352     RECORDING MODE IS F.
000353     COPY TSUMREC.
000360 FD  HOTUSE-REPORT-FILE
000370     RECORDING MODE IS F.
000380 01  REPORT-LINE                 PIC X(80).
000420 WORKING-STORAGE SECTION.
000430 01  WS-SWITCHES.
000440     05  WS-TICKETS-FILE-STATUS  PIC X(02)   VALUE "00".
000441     05  WS-TSM-FILE-STATUS      PIC X(02)   VALUE "00".
000450     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000460     05  WS-TICKET-EOF-SW        PIC X(01)   VALUE "N".
000470         88  WS-TICKET-EOF                   VALUE "Y".
000471     05  WS-TSM-EOF-SW           PIC X(01)   VALUE "N".
000472         88  WS-TSM-EOF                      VALUE "Y".
000473     05  WS-LISTAR-SW            PIC X(01)   VALUE "N".
000474         88  WS-LISTAR                       VALUE "S" "s".
000480     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000490         88  WS-SIGNON-VALID                 VALUE "Y".
000500     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
000580     88  WS-AUTHORIZED                       VALUE "Y".
000590 01  WS-RUN-STAMP-DISP           PIC X(30).
000600     COPY RUNSTAMP.
000601 01  WS-DATE-FROM                PIC X(08)   VALUE SPACES.
000602 01  WS-DATE-TO                  PIC X(08)   VALUE SPACES.
000610 01  WS-TRIES-COUNT              PIC 9(05)   VALUE ZERO.
000620 01  WS-SCAN                     PIC 9(03).
000630
000860     PERFORM 1000-INITIALIZE
000870     PERFORM 2000-SCAN-TICKET THRU 2000-EXIT
000880         UNTIL WS-TICKET-EOF
000881     PERFORM 2500-SCAN-RESUMO THRU 2500-EXIT
000882         UNTIL WS-TSM-EOF
000890     PERFORM 3000-PRINT-TOTALS
000900     PERFORM 4000-FINALIZE
000910     STOP RUN.
001230
001240******************************************************************
001250*  1000-INITIALIZE
001251*  PEDE O PERIODO E SE QUER A LISTAGEM DE CADA TENTATIVA, ABRE
001252*  OS ARQUIVOS (O TICKETS SO PARA A LISTAGEM) E GRAVA O
001253*  CABECALHO.
001270******************************************************************
001280 1000-INITIALIZE.
001281     DISPLAY "DATA INICIAL (AAAAMMDD, BRANCO=TUDO):"
001282     ACCEPT WS-DATE-FROM
001283     DISPLAY "DATA FINAL   (AAAAMMDD, BRANCO=TUDO):"
001284     ACCEPT WS-DATE-TO
001285     IF WS-DATE-TO = SPACES
001286         MOVE HIGH-VALUES TO WS-DATE-TO
001287     END-IF
001288     DISPLAY "LISTAR CADA TENTATIVA (S/N, BRANCO=N):"
001289     ACCEPT WS-LISTAR-SW
001290     IF WS-LISTAR
001291         OPEN INPUT TICKETS-FILE
001292         IF WS-TICKETS-FILE-STATUS = "35"
001293             MOVE "Y" TO WS-TICKET-EOF-SW
001294         END-IF
001295     ELSE
001310         MOVE "Y" TO WS-TICKET-EOF-SW
001311     END-IF
001312     OPEN INPUT TICKET-SUMMARY-FILE
001313     IF WS-TSM-FILE-STATUS = "35"
001314         MOVE "Y" TO WS-TSM-EOF-SW
001320     END-IF
001330     OPEN OUTPUT HOTUSE-REPORT-FILE
001340     PERFORM 0100-OPEN-AUDIT-LOG-FILE
001460         TO REPORT-LINE
001470     WRITE REPORT-LINE
001480     MOVE SPACES TO REPORT-LINE
001481     IF WS-DATE-TO = HIGH-VALUES
001482         STRING "PERIODO: DE " WS-DATE-FROM " EM DIANTE"
001483             DELIMITED BY SIZE INTO REPORT-LINE
001484     ELSE
001485         STRING "PERIODO: " WS-DATE-FROM " A " WS-DATE-TO
001486             DELIMITED BY SIZE INTO REPORT-LINE
001487     END-IF
001488     IF WS-DATE-FROM = SPACES
001489         AND WS-DATE-TO = HIGH-VALUES
001490         MOVE "PERIODO: TODO O ARQUIVO" TO REPORT-LINE
001491     END-IF
001492     WRITE REPORT-LINE
001493     MOVE SPACES TO REPORT-LINE
001494     WRITE REPORT-LINE
001500     IF NOT WS-TICKET-EOF
001510         PERFORM 8000-READ-TICKET
001511     END-IF
001512     IF NOT WS-TSM-EOF
001513         PERFORM 8500-READ-TSM
001520     END-IF.
001530
001540******************************************************************
001660
001670******************************************************************
001680*  2000-SCAN-TICKET
001690*  LISTAGEM PEDIDA: UMA LINHA POR PASSAGEM COM MOTIVO "HOT" NO
001700*  PERIODO. OS TOTAIS VEM DO RESUMO (2500).
001710******************************************************************
001720 2000-SCAN-TICKET.
001730     IF TICKET-REASON NOT = "HOT"
001731         OR TICKET-DATE < WS-DATE-FROM
001732         OR TICKET-DATE > WS-DATE-TO
001740         GO TO 2000-NEXT
001750     END-IF
001770     MOVE SPACES TO REPORT-LINE
001780     STRING TICKET-DATE " " TICKET-TIME
001790            " ROTA " TICKET-ROTA
001800            " PASSE " TICKET-PASSE
001810         DELIMITED BY SIZE INTO REPORT-LINE
001811     WRITE REPORT-LINE.
001812 2000-NEXT.
001813     PERFORM 8000-READ-TICKET.
001814 2000-EXIT.
001815     EXIT.
001816
001817******************************************************************
001818*  2500-SCAN-RESUMO
001819*  TOTAL DO PERIODO PELAS LINHAS D E TOTAL POR PASSE PELAS
001820*  LINHAS P COM TENTATIVAS BLOQUEADAS.
001821******************************************************************
001822 2500-SCAN-RESUMO.
001823     IF TSM-DATA < WS-DATE-FROM
001824         OR TSM-DATA > WS-DATE-TO
001825         GO TO 2500-NEXT
001826     END-IF
001827     IF TSM-TOTAL-DIA
001828         ADD TSM-BLOQUEIOS TO WS-TRIES-COUNT
001829     END-IF
001830     IF NOT TSM-POR-PASSE
001831         OR TSM-BLOQUEIOS = ZERO
001832         GO TO 2500-NEXT
001833     END-IF
001834     MOVE "N" TO WS-FOUND-SW
001840     PERFORM 2100-MATCH-PASSE THRU 2100-EXIT
001850         VARYING WS-HP-IDX FROM 1 BY 1
001860         UNTIL WS-HP-IDX > WS-HP-COUNT OR WS-FOUND
001880         IF WS-HP-COUNT < 100
001890             ADD 1 TO WS-HP-COUNT
001900             SET WS-HP-IDX TO WS-HP-COUNT
001910             MOVE TSM-CHAVE TO WS-HP-PASSE(WS-HP-IDX)
001920             MOVE TSM-BLOQUEIOS TO WS-HP-TRIES(WS-HP-IDX)
001930         END-IF
001940     END-IF.
001950 2500-NEXT.
001960     PERFORM 8500-READ-TSM.
001970 2500-EXIT.
001980     EXIT.
001990
002000 2100-MATCH-PASSE.
002010     IF WS-HP-PASSE(WS-HP-IDX) = TSM-CHAVE
002020         MOVE "Y" TO WS-FOUND-SW
002030         ADD TSM-BLOQUEIOS TO WS-HP-TRIES(WS-HP-IDX)
002040     END-IF.
002050 2100-EXIT.
002060     EXIT.
002190         VARYING WS-SCAN FROM 1 BY 1
002200         UNTIL WS-SCAN > WS-HP-COUNT
002210     MOVE SPACES TO REPORT-LINE
002220     STRING "TENTATIVAS NO PERIODO: " WS-TRIES-COUNT
002230         DELIMITED BY SIZE INTO REPORT-LINE
002240     WRITE REPORT-LINE.
002250
002390******************************************************************
002400 4000-FINALIZE.
002410     PERFORM 7000-WRITE-AUDIT
002411     IF WS-LISTAR
002412         AND WS-TICKETS-FILE-STATUS NOT = "35"
002430         CLOSE TICKETS-FILE
002431     END-IF
002432     IF WS-TSM-FILE-STATUS NOT = "35"
002433         CLOSE TICKET-SUMMARY-FILE
002440     END-IF
002450     CLOSE HOTUSE-REPORT-FILE
002460     CLOSE AUDIT-LOG-FILE
002710         AT END
002720             MOVE "Y" TO WS-TICKET-EOF-SW
002730     END-READ.
002731
002732******************************************************************
002733*  8500-READ-TSM
002734*  LE A PROXIMA LINHA DO RESUMO DIARIO.
002735******************************************************************
002736 8500-READ-TSM.
002737     READ TICKET-SUMMARY-FILE
002738         AT END
002739             MOVE "Y" TO WS-TSM-EOF-SW
002740     END-READ.
