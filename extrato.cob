000170*  MODIFICATION HISTORY
000180*  DATE       INIT  DESCRIPTION
000190*  2026-08-22 AFG   PROGRAMA ORIGINAL.
000191*  2026-10-15 AFG   PASSE/CARNE E CHAVE DE TRILHA JA ANONIMIZADOS
000192*                   (ANONCHK) SAEM COMO "*ANON*" E A IDADE COMO
000193*                   "***" - A PLANILHA NAO REIDENTIFICA O TITULAR.
000200******************************************************************
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000460         88  WS-EOF                          VALUE "Y".
000470     05  WS-SIGNON-VALID-SW      PIC X(01)   VALUE "N".
000480         88  WS-SIGNON-VALID                 VALUE "Y".
000481     05  WS-ANON-SW              PIC X(01)   VALUE "N".
000482         88  WS-ANON                         VALUE "Y".
000490     05  WS-TICKETS-FILE-STATUS  PIC X(02)   VALUE "00".
000500     05  WS-AUDIT-FILE-STATUS    PIC X(02)   VALUE "00".
000510 01  WS-MSG-CODE-WK              PIC X(08).
000590 01  WS-FILTRO                   PIC X(12).
000600 01  WS-SELECIONADOS             PIC 9(06)   VALUE ZERO.
000610 01  WS-TARIFA-ED                PIC -ZZZZ9.99.
000611 01  WS-IDADE-OUT                PIC X(03).
000612 01  WS-CHAVE-OUT                PIC X(10).
000620
000630 PROCEDURE DIVISION.
000640
001700     END-IF
001710     ADD 1 TO WS-SELECIONADOS
001720     MOVE TICKET-TARIFA TO WS-TARIFA-ED
001721     MOVE TICKET-IDADE TO WS-IDADE-OUT
001722     MOVE TICKET-PASSE TO WS-CHAVE-OUT
001723     MOVE "N" TO WS-ANON-SW
001724     IF TICKET-PASSE NOT = SPACES
001725         CALL "ANONCHK" USING TICKET-PASSE WS-ANON-SW
001726     END-IF
001727     IF WS-ANON
001728         MOVE "***"    TO WS-IDADE-OUT
001729         MOVE "*ANON*" TO WS-CHAVE-OUT
001730     END-IF
001731     MOVE SPACES TO CSV-LINE
001740     STRING TICKET-DATE ";"
001750            TICKET-TIME ";"
001751            WS-IDADE-OUT ";"
001770            TICKET-ROTA ";"
001780            FUNCTION TRIM(TICKET-CATEGORIA) ";"
001790            FUNCTION TRIM(WS-TARIFA-ED) ";"
001800            FUNCTION TRIM(TICKET-BANDA) ";"
001801            FUNCTION TRIM(WS-CHAVE-OUT)
001820         DELIMITED BY SIZE INTO CSV-LINE
001830     WRITE CSV-LINE
001840     PERFORM 8000-READ-TICKET.
002000         GO TO 2500-EXIT
002010     END-IF
002020     ADD 1 TO WS-SELECIONADOS
002021     MOVE AUDIT-KEY TO WS-CHAVE-OUT
002022     MOVE "N" TO WS-ANON-SW
002023     IF AUDIT-KEY NOT = SPACES
002024         CALL "ANONCHK" USING AUDIT-KEY WS-ANON-SW
002025     END-IF
002026     IF WS-ANON
002027         MOVE "*ANON*" TO WS-CHAVE-OUT
002028     END-IF
002030     MOVE SPACES TO CSV-LINE
002040     STRING AUDIT-DATE ";"
002050            AUDIT-TIME ";"
002060            FUNCTION TRIM(AUDIT-PROGRAM-ID) ";"
002070            FUNCTION TRIM(AUDIT-OPERATOR-ID) ";"
002071            FUNCTION TRIM(WS-CHAVE-OUT) ";"
002090            FUNCTION TRIM(AUDIT-DETAIL)
002100         DELIMITED BY SIZE INTO CSV-LINE
002110     WRITE CSV-LINE
